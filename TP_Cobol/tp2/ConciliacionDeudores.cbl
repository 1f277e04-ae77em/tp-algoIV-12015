       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliacionDeudores.
       AUTHOR. Fede.

      *    conciliacion de cierre entre el auxiliar de deudores y la
      *    cuenta control DEUDORES del mayor. el auxiliar es el mismo
      *    que arma ReportePartidasAbiertas: cada factura vigente de
      *    FACTURAS.DAT (las NC en negativo) menos lo aplicado en
      *    APLICACIONES.DAT, sin anuladas ni bajas por incobrable,
      *    por moneda y valuado en pesos a la cotizacion de emision
      *    - el valor con que GeneraAsientos lo llevo a los libros. la
      *    cuenta control es el saldo acumulado de la cuenta del
      *    concepto DEUDORES de PLAN-CUENTAS.DAT en SALDOS-CUENTAS.DAT
      *    hasta CONCILIA-DEUDORES-PERIODO (AAAAMM, el mes actual por
      *    defecto), que tiene que estar pasado al mayor.
      *
      *    partidas conciliatorias que se identifican (llevan del
      *    auxiliar al mayor, con signo):
      *      comprobantes de un periodo no pasado o posterior (-)
      *      comprobantes anulados despues del pase de su periodo,
      *      segun la fecha de AUDITORIA.LOG (+)
      *      cobros fechados en un periodo no pasado o posterior (+),
      *      y lo mismo los descuentos de pronto pago
      *      diferencias de cambio de DIFERENCIAS-CAMBIO.DAT de un
      *      periodo sin asiento de GeneraAsientosCobranzas: el
      *      mayor recibe lo cobrado en pesos y el auxiliar cancela la
      *      factura a su valor de origen (ganancia -, perdida +).
      *      con el asiento de cobranzas DEUDORES ya baja al valor de
      *      origen y la diferencia queda en DIFCAMBIO
      *      bajas por incobrable sin asiento de prevision pasado (+)
      *      revaluacion de cierre de los saldos en dolares del
      *      periodo (RevaluacionCambio): el mayor la tiene y el
      *      auxiliar sigue a la cotizacion de emision (ganancia +,
      *      perdida -); la del mes anterior ya se revirtio
      *      cobrado a cuenta sin aplicar por empresa (-); un recibo
      *      de un periodo con asiento de cobranzas anulado despues
      *      de su cierre sigue cobrado hasta que la reversion de
      *      GeneraAsientosCobranzas llega al mayor, y lo mismo lo
      *      que un recibo ya asentado perdio por el rechazo de un
      *      cheque o por una correccion de importe, con el mismo
      *      criterio de GeneraAsientosCobranzas
      *    lo que queda sin explicar se informa y el programa termina
      *    con RETURN-CODE 12, para que CorridaCierreMensual corte la
      *    cadena. el detalle sale en CONCILIACION-DEUDORES.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS.

           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-COBRANZAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-COB-CLAVE
               FILE STATUS IS FS-COBRANZAS.

      *    cartera de cheques: el rechazo de un cheque se asocia a
      *    su recibo por banco + numero.
           SELECT ARCH-CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHQ-CLAVE
               ALTERNATE RECORD KEY IS REG-CHQ-RECIBO WITH DUPLICATES
               FILE STATUS IS FS-CHEQUES.

           SELECT ARCH-RETENCIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-RET-CLAVE
               FILE STATUS IS FS-RETENCIONES.

           SELECT ARCH-DIFERENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DIFERENCIAS.

           SELECT ARCH-INCOBRABLES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INCOBRABLES.

           SELECT ARCH-HISTORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-HISTORIA.

           SELECT ARCH-REVALUACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-REVALUACION.

           SELECT ARCH-ASIENTOS-COB ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIENTOS-COB.

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-AUDITORIA.

           SELECT ARCH-PLAN ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PLAN.

           SELECT ARCH-PERIODOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PERIODOS.

           SELECT ARCH-SALDOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCT-CLAVE
               FILE STATUS IS FS-SALDOS.

           SELECT ARCH-CONCILIACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONCILIACION.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-FACTURAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS.DAT'
             DATA RECORD IS REG-FACTURA.

       01 REG-FACTURA.
      *    clave del maestro indexado: el numero completo del
      *    comprobante, PV-LETRA-NUMERO (la correlativa corre
      *    por serie, ver FACTURA-NUMERO.DAT).
           03 FAC-CLAVE.
               05 FAC-PUNTO-VENTA        PIC 9(4).
               05 FAC-LETRA              PIC X(1).
               05 FAC-NUMERO             PIC 9(8).
           03 FAC-FECHA                  PIC 9(8).
           03 FAC-CUIT                   PIC 9(11).
           03 FAC-PERIODO                PIC 9(8).
           03 FAC-HORAS                  PIC 9(5)V99.
           03 FAC-IMPORTE-BRUTO          PIC 9(10)V99.
           03 FAC-RETENCION              PIC 9(10)V99.
           03 FAC-IVA                    PIC 9(10)V99.
           03 FAC-TOTAL                  PIC 9(10)V99.
           03 FAC-MONEDA                 PIC X(3).
           03 FAC-TIPO                   PIC X(1).
               88 FAC-ES-NOTA-CREDITO    VALUE 'N'.
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
               88 FAC-INCOBRABLE         VALUE 'I'.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

       FD ARCH-APLICACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'APLICACIONES.DAT'
             DATA RECORD IS REG-APLICACION.

       01 REG-APLICACION.
           03 REG-APL-CLAVE.
               05 REG-APL-CUIT           PIC 9(11).
               05 REG-APL-FECHA-COB      PIC 9(8).
               05 REG-APL-REFERENCIA     PIC X(10).
               05 REG-APL-FACTURA        PIC 9(8).
               05 REG-APL-PV             PIC 9(4).
               05 REG-APL-LETRA          PIC X(1).
           03 REG-APL-IMPORTE            PIC 9(10)V99.
           03 REG-APL-MONEDA             PIC X(3).
           03 REG-APL-IMPORTE-DOC        PIC 9(10)V99.

       FD ARCH-COBRANZAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COBRANZAS.DAT'
             DATA RECORD IS REG-COBRANZA.

       01 REG-COBRANZA.
           03 REG-COB-CLAVE.
               05 REG-COB-CUIT           PIC 9(11).
               05 REG-COB-FECHA          PIC 9(8).
               05 REG-COB-REFERENCIA     PIC X(10).
           03 REG-COB-IMPORTE            PIC 9(10)V99.
           03 REG-COB-MONEDA             PIC X(3).
           03 REG-COB-ESTADO             PIC X(1).
               88 REG-COB-ANULADO        VALUE 'A'.
      *    numero correlativo del recibo oficial (RECIBO-NUMERO.DAT,
      *    ver CargaCobranzas) y medio de pago: 'E' efectivo o
      *    transferencia, 'C' cheque, 'Q' eCheq, 'D' debito directo
      *    (ProcesaRespuestaDebito). cero y blanco en un recibo
      *    cargado antes de la numeracion.
           03 REG-COB-NRO-RECIBO         PIC 9(8).
           03 REG-COB-MEDIO-PAGO         PIC X(1).
      *    entidad que emitio el recibo (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 REG-COB-ENTIDAD            PIC 9(2).

       FD ARCH-CHEQUES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CHEQUES.DAT'
             DATA RECORD IS REG-CHEQUE.

       01 REG-CHEQUE.
           03 REG-CHQ-CLAVE.
               05 REG-CHQ-BANCO          PIC 9(3).
               05 REG-CHQ-NUMERO         PIC X(12).
           03 REG-CHQ-TIPO               PIC X(1).
           03 REG-CHQ-RECIBO.
               05 REG-CHQ-CUIT           PIC 9(11).
               05 REG-CHQ-FECHA-COB      PIC 9(8).
               05 REG-CHQ-REFERENCIA     PIC X(10).
           03 REG-CHQ-FECHA-EMISION      PIC 9(8).
           03 REG-CHQ-FECHA-DEPOSITO     PIC 9(8).
           03 REG-CHQ-FECHA-ACREDITACION PIC 9(8).
           03 REG-CHQ-IMPORTE            PIC 9(10)V99.
           03 REG-CHQ-MONEDA             PIC X(3).
           03 REG-CHQ-ESTADO             PIC X(1).
           03 REG-CHQ-OBSERVACION        PIC X(30).

       FD ARCH-RETENCIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'RETENCIONES-SUFRIDAS.DAT'
             DATA RECORD IS REG-RETENCION.

       01 REG-RETENCION.
           03 REG-RET-CLAVE.
               05 REG-RET-CUIT           PIC 9(11).
               05 REG-RET-FECHA          PIC 9(8).
               05 REG-RET-REFERENCIA     PIC X(10).
           03 REG-RET-CERTIFICADO        PIC X(12).
           03 REG-RET-REGIMEN            PIC X(10).
           03 REG-RET-IMPORTE            PIC 9(10)V99.
           03 REG-RET-MONEDA             PIC X(3).

       FD ARCH-DIFERENCIAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DIFERENCIAS-CAMBIO.DAT'
             DATA RECORD IS REG-DIFERENCIA.

       01 REG-DIFERENCIA.
           03 DIF-CUIT              PIC 9(11).
           03 DIF-FECHA             PIC 9(8).
           03 DIF-FACTURA           PIC 9(8).
           03 DIF-IMPORTE-USD       PIC 9(10)V99.
           03 DIF-IMPORTE-ARS       PIC 9(10)V99.
           03 DIF-COTIZACION        PIC 9(5)V99.
           03 DIF-SIGNO             PIC X(1).
               88 DIF-GANANCIA      VALUE 'G'.
           03 DIF-IMPORTE           PIC 9(10)V99.

       FD ARCH-INCOBRABLES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'INCOBRABLES.DAT'
             DATA RECORD IS REG-INCOBRABLE.

       01 REG-INCOBRABLE.
           03 INC-CUIT                   PIC 9(11).
           03 INC-PUNTO-VENTA            PIC 9(4).
           03 INC-LETRA                  PIC X(1).
           03 INC-NUMERO                 PIC 9(8).
           03 INC-FECHA-FACTURA          PIC 9(8).
           03 INC-VENCIMIENTO            PIC 9(8).
           03 INC-FECHA-BAJA             PIC 9(8).
           03 INC-MONEDA                 PIC X(3).
           03 INC-TOTAL                  PIC 9(10)V99.
           03 INC-SALDO                  PIC 9(10)V99.
           03 INC-USUARIO                PIC X(20).
           03 INC-MOTIVO                 PIC X(40).

       FD ARCH-HISTORIA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PREVISION-HISTORIA.DAT'
             DATA RECORD IS REG-HISTORIA.

       01 REG-HISTORIA.
           03 PRH-PERIODO                PIC 9(6).
           03 PRH-FECHA-PROCESO          PIC 9(8).
           03 PRH-SALDO-DEUDORES         PIC 9(12)V99.
           03 PRH-PREVISION-REQUERIDA    PIC 9(12)V99.
           03 PRH-PREVISION-ANTERIOR     PIC 9(12)V99.
           03 PRH-BAJAS-APLICADAS        PIC 9(12)V99.
           03 PRH-AJUSTE                 PIC 9(12)V99.
           03 PRH-SENTIDO                PIC X(1).

       FD ARCH-REVALUACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'REVALUACION-HISTORIA.DAT'
             DATA RECORD IS REG-REVALUACION.

       01 REG-REVALUACION.
           03 RVH-PERIODO                PIC 9(6).
           03 RVH-FECHA-PROCESO          PIC 9(8).
           03 RVH-COTIZACION             PIC 9(5)V99.
           03 RVH-SALDO-USD              PIC 9(12)V99.
           03 RVH-VALOR-ORIGEN           PIC 9(12)V99.
           03 RVH-VALOR-CIERRE           PIC 9(12)V99.
           03 RVH-DIFERENCIA             PIC 9(12)V99.
           03 RVH-SENTIDO                PIC X(1).
               88 RVH-GANANCIA           VALUE 'G'.
               88 RVH-PERDIDA            VALUE 'P'.

      *    periodos con asiento de cobranzas - ver
      *    GeneraAsientosCobranzas.
       FD ARCH-ASIENTOS-COB LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS-COBRANZAS-HISTORIA.DAT'
             DATA RECORD IS REG-ASIENTOS-COB.

       01 REG-ASIENTOS-COB.
           03 ACH-PERIODO                PIC 9(6).
           03 ACH-FECHA-PROCESO          PIC 9(8).
           03 ACH-RECIBOS                PIC 9(5).
           03 ACH-RETENCIONES            PIC 9(5).
           03 ACH-DIFERENCIAS            PIC 9(5).
           03 ACH-REVERSIONES            PIC 9(5).
           03 ACH-TOTAL-DEBE             PIC 9(13)V99.

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA              PIC 9(8).
           03 REG-COT-VALOR              PIC 9(5)V99.

       FD ARCH-AUDITORIA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'AUDITORIA.LOG'
             DATA RECORD IS REG-AUDITORIA.

       01 REG-AUDITORIA.
           03 AUD-FECHA                PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AUD-HORA                 PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AUD-USUARIO              PIC X(20).
           03 FILLER                   PIC X(1).
           03 AUD-PROGRAMA             PIC X(20).
           03 FILLER                   PIC X(1).
           03 AUD-ARCHIVO              PIC X(24).
           03 FILLER                   PIC X(1).
           03 AUD-OPERACION            PIC X(1).
           03 FILLER                   PIC X(1).
           03 AUD-CLAVE                PIC X(24).
           03 FILLER                   PIC X(1).
           03 AUD-VALOR-ANTES          PIC X(80).
           03 FILLER                   PIC X(1).
           03 AUD-VALOR-DESPUES        PIC X(80).

       FD ARCH-PLAN LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PLAN-CUENTAS.DAT'
             DATA RECORD IS REG-PLAN.

       01 REG-PLAN.
           03 PLC-CONCEPTO               PIC X(12).
           03 PLC-CUENTA                 PIC 9(6).
           03 PLC-DESCRIPCION            PIC X(25).

       FD ARCH-PERIODOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'MAYOR-PERIODOS.DAT'
             DATA RECORD IS REG-PERIODO.

       01 REG-PERIODO.
           03 MPE-PERIODO                PIC 9(6).
           03 MPE-FECHA-PASE             PIC 9(8).
           03 MPE-LINEAS                 PIC 9(5).
           03 MPE-TOTAL-DEBE             PIC 9(13)V99.
           03 MPE-TOTAL-HABER            PIC 9(13)V99.

       FD ARCH-SALDOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SALDOS-CUENTAS.DAT'
             DATA RECORD IS REG-SALDO-CUENTA.

       01 REG-SALDO-CUENTA.
           03 SCT-CLAVE.
               05 SCT-CUENTA             PIC 9(6).
               05 SCT-PERIODO            PIC 9(6).
           03 SCT-DEBE                   PIC 9(13)V99.
           03 SCT-HABER                  PIC 9(13)V99.

       FD ARCH-CONCILIACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONCILIACION-DEUDORES.LST'
             DATA RECORD IS REG-CONCILIACION-LST.

       01 REG-CONCILIACION-LST           PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-COBRANZAS     PIC XX.
           88 COB-OK         VALUE '00'.
           88 COB-EOF        VALUE '10'.

       77 FS-RETENCIONES   PIC XX.
           88 RET-OK         VALUE '00'.
           88 RET-EOF        VALUE '10'.

       77 FS-DIFERENCIAS   PIC XX.
           88 DIFERENCIAS-OK  VALUE '00'.
           88 DIFERENCIAS-EOF VALUE '10'.

       77 FS-INCOBRABLES   PIC XX.
           88 INCOBRABLES-OK  VALUE '00'.
           88 INCOBRABLES-EOF VALUE '10'.

       77 FS-HISTORIA      PIC XX.
           88 HISTORIA-OK    VALUE '00'.
           88 HISTORIA-EOF   VALUE '10'.

       77 FS-CHEQUES       PIC XX.
           88 CHQ-OK         VALUE '00'.

       77 FS-REVALUACION   PIC XX.
           88 REVALUACION-OK  VALUE '00'.
           88 REVALUACION-EOF VALUE '10'.

       77 FS-ASIENTOS-COB  PIC XX.
           88 ASIENTOS-COB-OK  VALUE '00'.
           88 ASIENTOS-COB-EOF VALUE '10'.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.
           88 COTIZACION-EOF VALUE '10'.

       77 FS-AUDITORIA     PIC XX.
           88 AUDITORIA-OK   VALUE '00'.
           88 AUDITORIA-EOF  VALUE '10'.

       77 FS-PLAN          PIC XX.
           88 PLAN-OK        VALUE '00'.
           88 PLAN-EOF       VALUE '10'.

       77 FS-PERIODOS      PIC XX.
           88 PERIODOS-OK    VALUE '00'.
           88 PERIODOS-EOF   VALUE '10'.

       77 FS-SALDOS        PIC XX.
           88 SALDOS-OK      VALUE '00'.
           88 SALDOS-EOF     VALUE '10'.

       77 FS-CONCILIACION  PIC XX.
           88 CONCILIACION-OK VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno CONCILIA-DEUDORES-MODO vale
      *    'BATCH', el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANIO        PIC 9(4).
           03 WS-PERIODO-MES         PIC 9(2).
       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-FECHA-CIERRE            PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-SIGUIENTE.
           03 WS-PS-ANIO             PIC 9(4).
           03 WS-PS-MES              PIC 9(2).
           03 WS-PS-DIA              PIC 9(2).
       01 WS-DIAS-FECHA              PIC 9(7).

       01 WS-CUENTA-DEUDORES         PIC 9(6) VALUE 0.
       01 WS-DEUDORES-HALLADA        PIC X VALUE 'N'.
           88 DEUDORES-HALLADA       VALUE 'S'.
       01 WS-SALDO-MAYOR             PIC S9(13)V99 VALUE 0.

      *    periodos pasados al mayor con su fecha de pase.
       01 TABLA-PERIODOS.
           03 TAB-MPE OCCURS 600 TIMES INDEXED BY IND-TAB-MPE.
               05 TAB-MPE-PERIODO       PIC 9(6).
               05 TAB-MPE-FECHA-PASE    PIC 9(8).

       01 WS-CANT-MPE                PIC 9(3) VALUE 0.

      *    un documento "esta en el mayor" si su periodo fue pasado
      *    y no es posterior al conciliado.
       01 WS-PERIODO-CONSULTA        PIC 9(6).
       01 WS-FECHA-PASE-CONSULTA     PIC 9(8).
       01 WS-EN-MAYOR                PIC X VALUE 'N'.
           88 EN-MAYOR               VALUE 'S'.

       01 WS-ULTIMA-PREVISION        PIC 9(6) VALUE 0.

      *    periodos con asiento de cobranzas.
       01 TABLA-ASENTADOS.
           03 TAB-ACH OCCURS 600 TIMES INDEXED BY IND-TAB-ACH.
               05 TAB-ACH-PERIODO       PIC 9(6).

       01 WS-CANT-ACH                PIC 9(3) VALUE 0.
       01 WS-PERIODO-ASENTADO        PIC X VALUE 'N'.
           88 PERIODO-ASENTADO       VALUE 'S'.

      *    cotizaciones en tabla, en el orden del archivo (fecha
      *    ascendente, como lo deja ImportaCotizaciones).
       01 TABLA-COTIZACIONES.
           03 TAB-COT OCCURS 4000 TIMES INDEXED BY IND-TAB-COT.
               05 TAB-COT-FECHA         PIC 9(8).
               05 TAB-COT-VALOR         PIC 9(5)V99.

       01 WS-CANT-COT                PIC 9(4) VALUE 0.
       01 WS-FECHA-CONSULTA          PIC 9(8).
       01 WS-COTIZ-CONSULTA          PIC 9(5)V99.
       01 WS-K                       PIC 9(4).

      *    fechas de anulacion de AUDITORIA.LOG por comprobante
      *    (clave PV-LETRA-NUMERO como la graba AnulacionFacturas).
       01 TABLA-ANULACIONES.
           03 TAB-ANU OCCURS 2000 TIMES INDEXED BY IND-TAB-ANU.
               05 TAB-ANU-CLAVE         PIC X(15).
               05 TAB-ANU-FECHA         PIC 9(8).

       01 WS-CANT-ANU                PIC 9(4) VALUE 0.
       01 WS-CLAVE-ANULACION         PIC X(15).
       01 WS-FECHA-ANULACION         PIC 9(8).

      *    anulaciones de recibos de MantenimientoCobranzas: CUIT,
      *    referencia e importe vigente (del valor anterior), como
      *    las lee GeneraAsientosCobranzas.
       01 TABLA-ANULACIONES-RECIBOS.
           03 TAB-ANR OCCURS 2000 TIMES INDEXED BY IND-TAB-ANR.
               05 TAB-ANR-CUIT          PIC 9(11).
               05 TAB-ANR-REFERENCIA    PIC X(10).
               05 TAB-ANR-IMPORTE       PIC 9(10)V99.
               05 TAB-ANR-FECHA         PIC 9(8).

       01 WS-CANT-ANR                PIC 9(4) VALUE 0.
       01 WS-AUD-IMPORTE-X           PIC X(12).
       01 WS-AUD-IMPORTE REDEFINES WS-AUD-IMPORTE-X
                                     PIC 9(10)V99.
       01 WS-COBRO-EN-MAYOR          PIC X VALUE 'N'.
           88 COBRO-EN-MAYOR         VALUE 'S'.

      *    ajustes de importe de recibos, como los lee
      *    GeneraAsientosCobranzas: rechazos de cheques de
      *    CarteraCheques ('C') y correcciones de
      *    MantenimientoCobranzas ('M'), con lo que el recibo perdio
      *    ese dia. estado 'V' si el recibo aparecio en el maestro.
       01 TABLA-AJUSTES.
           03 TAB-AJU OCCURS 2000 TIMES
                      INDEXED BY IND-TAB-AJU IND-TAB-AJP.
               05 TAB-AJU-RECIBO.
                   07 TAB-AJU-CUIT          PIC 9(11).
                   07 TAB-AJU-FECHA-COB     PIC 9(8).
                   07 TAB-AJU-REFERENCIA    PIC X(10).
               05 TAB-AJU-IMPORTE           PIC S9(10)V99.
               05 TAB-AJU-MONEDA            PIC X(3).
               05 TAB-AJU-FECHA             PIC 9(8).
               05 TAB-AJU-ORIGEN            PIC X(1).
                   88 TAB-AJU-DE-CHEQUE     VALUE 'C'.
               05 TAB-AJU-ESTADO            PIC X(1).

       01 WS-CANT-AJU                PIC 9(4) VALUE 0.

       01 WS-AJU-RECIBO.
           03 WS-AJU-CUIT            PIC 9(11).
           03 WS-AJU-FECHA-COB       PIC 9(8).
           03 WS-AJU-REFERENCIA      PIC X(10).
       01 WS-AJU-IMPORTE             PIC S9(10)V99.
       01 WS-AJU-MONEDA              PIC X(3).
       01 WS-AJU-ORIGEN              PIC X(1).
       01 WS-CHEQUES-ABIERTO         PIC X VALUE 'N'.
           88 CHEQUES-ABIERTO        VALUE 'S'.

      *    fotos de la correccion de MantenimientoCobranzas y del
      *    rechazo de CarteraCheques en AUDITORIA.LOG.
       01 WS-FOTO-ANTERIOR.
           03 WS-FAN-FECHA           PIC X(8).
           03 FILLER                 PIC X(1).
           03 WS-FAN-REFERENCIA      PIC X(10).
           03 FILLER                 PIC X(1).
           03 WS-FAN-IMPORTE-X       PIC X(12).
           03 WS-FAN-IMPORTE REDEFINES WS-FAN-IMPORTE-X
                                     PIC 9(10)V99.
           03 FILLER                 PIC X(1).
           03 WS-FAN-MONEDA          PIC X(3).
           03 FILLER                 PIC X(44).

       01 WS-FOTO-NUEVA.
           03 WS-FNU-FECHA           PIC X(8).
           03 FILLER                 PIC X(1).
           03 WS-FNU-REFERENCIA      PIC X(10).
           03 FILLER                 PIC X(1).
           03 WS-FNU-IMPORTE-X       PIC X(12).
           03 WS-FNU-IMPORTE REDEFINES WS-FNU-IMPORTE-X
                                     PIC 9(10)V99.
           03 FILLER                 PIC X(1).
           03 WS-FNU-MONEDA          PIC X(3).
           03 FILLER                 PIC X(44).

       01 WS-FOTO-RECHAZO.
           03 FILLER                 PIC X(17).
           03 WS-FRC-BANCO-X         PIC X(3).
           03 WS-FRC-BANCO REDEFINES WS-FRC-BANCO-X
                                     PIC 9(3).
           03 FILLER                 PIC X(1).
           03 WS-FRC-NUMERO          PIC X(12).
           03 FILLER                 PIC X(7).
           03 WS-FRC-QUEDA-X         PIC X(12).
           03 WS-FRC-QUEDA REDEFINES WS-FRC-QUEDA-X
                                     PIC 9(10)V99.
           03 FILLER                 PIC X(28).

      *    maestro de comprobantes con lo aplicado, igual que
      *    TABLA-PARTIDAS de ReportePartidasAbiertas.
       01 WS-MAX-PARTIDAS            PIC 9(4) VALUE 5000.

       01 TABLA-PARTIDAS.
           03 TAB-PAR OCCURS 5000 TIMES INDEXED BY IND-TAB-PAR.
               05 TAB-PAR-NUMERO        PIC 9(8).
               05 TAB-PAR-PV            PIC 9(4).
               05 TAB-PAR-LETRA         PIC X(1).
               05 TAB-PAR-CUIT          PIC 9(11).
               05 TAB-PAR-FECHA         PIC 9(8).
               05 TAB-PAR-ESTADO        PIC X(1).
               05 TAB-PAR-MONEDA        PIC X(3).
               05 TAB-PAR-COTIZ         PIC 9(5)V99.
      *        total con signo en la moneda del comprobante y en
      *        pesos a la cotizacion de emision.
               05 TAB-PAR-TOTAL         PIC S9(10)V99.
               05 TAB-PAR-TOTAL-ARS     PIC S9(12)V99.
               05 TAB-PAR-APLICADO      PIC S9(10)V99.
               05 TAB-PAR-APLICADO-ARS  PIC S9(12)V99.

       01 WS-CANT-PAR                PIC 9(4) VALUE 0.

       01 WS-FACTURA-ENCONTRADA      PIC X VALUE 'N'.
           88 FACTURA-ENCONTRADA     VALUE 'S'.
       01 WS-APL-LETRA-N             PIC X(1).
       01 WS-APL-PV-N                PIC 9(4).
       01 WS-APLICADO-DOC            PIC S9(10)V99.
       01 WS-APLICADO-ARS            PIC S9(12)V99.

      *    saldo del auxiliar y partidas por moneda.
       01 TABLA-MONEDAS.
           03 TAB-MON OCCURS 10 TIMES INDEXED BY IND-TAB-MON.
               05 TAB-MON-MONEDA        PIC X(3).
               05 TAB-MON-SALDO         PIC S9(12)V99.
               05 TAB-MON-SALDO-ARS     PIC S9(13)V99.
               05 TAB-MON-PARTIDAS      PIC S9(13)V99.

       01 WS-CANT-MON                PIC 9(2) VALUE 0.
       01 WS-MONEDA-BUSCADA          PIC X(3).
       01 WS-MONEDA-HALLADA          PIC X VALUE 'N'.
           88 MONEDA-HALLADA         VALUE 'S'.

      *    cobrado y aplicado en el mayor por empresa, en pesos.
       01 TABLA-CTAS.
           03 TAB-CTA OCCURS 999 TIMES INDEXED BY IND-TAB-CTA.
               05 TAB-CTA-CUIT          PIC 9(11).
               05 TAB-CTA-COBRADO       PIC S9(12)V99.
               05 TAB-CTA-APLICADO      PIC S9(12)V99.

       01 WS-CANT-CTA                PIC 9(4) VALUE 0.
       01 WS-CUIT-BUSCADO            PIC 9(11).
       01 WS-CUIT-ENCONTRADO         PIC X VALUE 'N'.
           88 CUIT-ENCONTRADO        VALUE 'S'.
       01 WS-IMPORTE-ARS             PIC S9(12)V99.
       01 WS-MONEDA-COBRO            PIC X(3).

      *    partida conciliatoria en curso, antes de imprimirla.
       01 WS-PAR-TIPO                PIC X(26).
       01 WS-PAR-MONEDA              PIC X(3).
       01 WS-PAR-CUIT                PIC 9(11).
       01 WS-PAR-DOCUMENTO           PIC X(15).
       01 WS-PAR-FECHA               PIC 9(8).
       01 WS-PAR-IMPORTE             PIC S9(12)V99.

       01 WS-CANT-PARTIDAS-CONC      PIC 9(5) VALUE 0.
       01 WS-TOT-AUXILIAR            PIC S9(13)V99 VALUE 0.
       01 WS-TOT-PARTIDAS            PIC S9(13)V99 VALUE 0.
       01 WS-TOT-AJUSTADO            PIC S9(13)V99 VALUE 0.
       01 WS-DIFERENCIA              PIC S9(13)V99 VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(40) VALUE
              'CONCILIACION DEUDORES - MAYOR, PERIODO '.
           03 LIN-TIT-PERIODO        PIC 9(6).
           03 FILLER                 PIC X(12) VALUE '  CUENTA '.
           03 LIN-TIT-CUENTA         PIC 9(6).

       01 LINEA-ENCABEZADO-PARTIDAS.
           03 FILLER       PIC X(27) VALUE 'PARTIDA CONCILIATORIA'.
           03 FILLER       PIC X(4)  VALUE 'MON'.
           03 FILLER       PIC X(12) VALUE 'CUIT'.
           03 FILLER       PIC X(16) VALUE 'COMPROBANTE'.
           03 FILLER       PIC X(9)  VALUE 'FECHA'.
           03 FILLER       PIC X(18) VALUE '      IMPORTE ARS'.

       01 LINEA-PARTIDA.
           03 LIN-PAR-TIPO           PIC X(26).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PAR-MONEDA         PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PAR-CUIT           PIC 9(11).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PAR-DOCUMENTO      PIC X(15).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PAR-FECHA          PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PAR-IMPORTE        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-ENCABEZADO-MONEDAS.
           03 FILLER       PIC X(6)  VALUE 'MON'.
           03 FILLER       PIC X(20) VALUE '   AUXILIAR ORIGEN'.
           03 FILLER       PIC X(20) VALUE '    AUXILIAR PESOS'.
           03 FILLER       PIC X(20) VALUE '         PARTIDAS'.
           03 FILLER       PIC X(20) VALUE '         AJUSTADO'.

       01 LINEA-MONEDA.
           03 LIN-MON-MONEDA         PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MON-SALDO          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MON-SALDO-ARS      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MON-PARTIDAS       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MON-AJUSTADO       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-TOTAL.
           03 LIN-TOT-TEXTO          PIC X(45).
           03 LIN-TOT-IMPORTE        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(100) VALUE ALL '-'.

       01 LINEA-EN-BLANCO            PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.

       CONCILIACION-DEUDORES.
           PERFORM DETERMINAR-PERIODO.
           PERFORM CARGAR-PERIODOS-PASADOS.
           PERFORM CARGAR-CUENTA-DEUDORES.
           PERFORM CALCULAR-SALDO-MAYOR.
           PERFORM CARGAR-COTIZACIONES.
           PERFORM CARGAR-ANULACIONES.
           PERFORM CARGAR-ULTIMA-PREVISION.
           PERFORM CARGAR-ASIENTOS-COBRANZAS.

           OPEN OUTPUT ARCH-CONCILIACION.
           IF NOT CONCILIACION-OK
              DISPLAY 'NO PUDO CREARSE CONCILIACION-DEUDORES.LST '
                  FS-CONCILIACION
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PERIODO TO LIN-TIT-PERIODO.
           MOVE WS-CUENTA-DEUDORES TO LIN-TIT-CUENTA.
           MOVE LINEA-TITULO TO REG-CONCILIACION-LST.
           WRITE REG-CONCILIACION-LST.
           MOVE LINEA-DIVISORIA TO REG-CONCILIACION-LST.
           WRITE REG-CONCILIACION-LST.
           MOVE LINEA-ENCABEZADO-PARTIDAS TO REG-CONCILIACION-LST.
           WRITE REG-CONCILIACION-LST.

           PERFORM CARGAR-TABLA-PARTIDAS.
           PERFORM APLICAR-IMPUTACIONES.
           PERFORM EVALUAR-PARTIDAS.
           PERFORM EVALUAR-DIFERENCIAS-CAMBIO.
           PERFORM EVALUAR-REVALUACION.
           PERFORM EVALUAR-INCOBRABLES.
           PERFORM ACUMULAR-COBRANZAS.
           PERFORM ACUMULAR-RETENCIONES.
           PERFORM EVALUAR-A-CUENTA.

           PERFORM IMPRIMIR-RESUMEN.
           CLOSE ARCH-CONCILIACION.

           IF WS-DIFERENCIA NOT EQUAL ZERO
              DISPLAY 'DIFERENCIA SIN EXPLICAR ENTRE DEUDORES Y EL '
                  'AUXILIAR: ' WS-DIFERENCIA
                  ' - VER CONCILIACION-DEUDORES.LST'
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY 'DEUDORES CONCILIADO CON EL AUXILIAR - '
                  WS-CANT-PARTIDAS-CONC ' PARTIDAS CONCILIATORIAS'.
           PERFORM TERMINAR.

       DETERMINAR-PERIODO.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'CONCILIA-DEUDORES-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT
               'CONCILIA-DEUDORES-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NUMERIC
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              ELSE
                 DISPLAY 'CONCILIA-DEUDORES-PERIODO INVALIDO: '
                     WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *    ultimo dia del periodo: el primero del mes siguiente menos
      *    un dia.
           IF WS-PERIODO-MES EQUAL 12
              COMPUTE WS-PS-ANIO = WS-PERIODO-ANIO + 1
              MOVE 1 TO WS-PS-MES
           ELSE
              MOVE WS-PERIODO-ANIO TO WS-PS-ANIO
              COMPUTE WS-PS-MES = WS-PERIODO-MES + 1
           END-IF.
           MOVE 1 TO WS-PS-DIA.
           COMPUTE WS-DIAS-FECHA = FUNCTION INTEGER-OF-DATE
               (WS-PRIMERO-SIGUIENTE) - 1.
           COMPUTE WS-FECHA-CIERRE = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-FECHA).

      *    sin el periodo pasado al mayor no hay cuenta control que
      *    conciliar: eso solo ya corta el cierre.
       CARGAR-PERIODOS-PASADOS.
           OPEN INPUT ARCH-PERIODOS.
           IF PERIODOS-OK
              PERFORM LEER-PERIODO
              PERFORM CARGAR-PERIODO-EN-TABLA
                  UNTIL PERIODOS-EOF OR WS-CANT-MPE NOT LESS 600
              CLOSE ARCH-PERIODOS.
           MOVE WS-PERIODO TO WS-PERIODO-CONSULTA.
           PERFORM CONSULTAR-PERIODO-EN-MAYOR.
           IF NOT EN-MAYOR
              DISPLAY 'EL PERIODO ' WS-PERIODO ' NO ESTA PASADO AL '
                  'MAYOR - CORRER PasajeMayor ANTES DE CONCILIAR'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-PERIODO.
           READ ARCH-PERIODOS AT END MOVE '10' TO FS-PERIODOS.

       CARGAR-PERIODO-EN-TABLA.
           ADD 1 TO WS-CANT-MPE.
           MOVE MPE-PERIODO TO TAB-MPE-PERIODO(WS-CANT-MPE).
           MOVE MPE-FECHA-PASE TO TAB-MPE-FECHA-PASE(WS-CANT-MPE).
           PERFORM LEER-PERIODO.

       CONSULTAR-PERIODO-EN-MAYOR.
           MOVE 'N' TO WS-EN-MAYOR.
           MOVE 0 TO WS-FECHA-PASE-CONSULTA.
           IF WS-PERIODO-CONSULTA NOT GREATER WS-PERIODO
              SET IND-TAB-MPE TO 1
              SEARCH TAB-MPE
                  WHEN IND-TAB-MPE GREATER THAN WS-CANT-MPE
                      NEXT SENTENCE
                  WHEN TAB-MPE-PERIODO(IND-TAB-MPE) EQUAL
                          WS-PERIODO-CONSULTA
                      MOVE 'S' TO WS-EN-MAYOR
                      MOVE TAB-MPE-FECHA-PASE(IND-TAB-MPE) TO
                          WS-FECHA-PASE-CONSULTA
              END-SEARCH.

       CARGAR-CUENTA-DEUDORES.
           OPEN INPUT ARCH-PLAN.
           IF NOT PLAN-OK
              DISPLAY 'NO PUDO ABRIRSE PLAN-CUENTAS.DAT ' FS-PLAN
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-PLAN.
           PERFORM EVALUAR-UN-CONCEPTO
               UNTIL PLAN-EOF OR DEUDORES-HALLADA.
           CLOSE ARCH-PLAN.
           IF NOT DEUDORES-HALLADA
              DISPLAY 'EL CONCEPTO DEUDORES NO EXISTE EN '
                  'PLAN-CUENTAS.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       LEER-PLAN.
           READ ARCH-PLAN AT END MOVE '10' TO FS-PLAN.

       EVALUAR-UN-CONCEPTO.
           IF PLC-CONCEPTO EQUAL 'DEUDORES'
              MOVE PLC-CUENTA TO WS-CUENTA-DEUDORES
              MOVE 'S' TO WS-DEUDORES-HALLADA
           ELSE
              PERFORM LEER-PLAN.

      *    saldo deudor acumulado de la cuenta hasta el periodo.
       CALCULAR-SALDO-MAYOR.
           OPEN INPUT ARCH-SALDOS.
           IF NOT SALDOS-OK
              DISPLAY 'NO PUDO ABRIRSE SALDOS-CUENTAS.DAT ' FS-SALDOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-SALDO.
           PERFORM ACUMULAR-UN-SALDO UNTIL SALDOS-EOF.
           CLOSE ARCH-SALDOS.

       LEER-SALDO.
           READ ARCH-SALDOS NEXT RECORD
               AT END MOVE '10' TO FS-SALDOS
           END-READ.

       ACUMULAR-UN-SALDO.
           IF SCT-CUENTA EQUAL WS-CUENTA-DEUDORES
              AND SCT-PERIODO NOT GREATER WS-PERIODO
              ADD SCT-DEBE TO WS-SALDO-MAYOR
              SUBTRACT SCT-HABER FROM WS-SALDO-MAYOR.
           PERFORM LEER-SALDO.

       CARGAR-COTIZACIONES.
           OPEN INPUT ARCH-COTIZACION.
           IF COTIZACION-OK
              PERFORM LEER-COTIZACION
              PERFORM CARGAR-COTIZACION-EN-TABLA
                  UNTIL COTIZACION-EOF OR WS-CANT-COT NOT LESS 4000
              CLOSE ARCH-COTIZACION.

       LEER-COTIZACION.
           READ ARCH-COTIZACION AT END MOVE '10' TO FS-COTIZACION.

       CARGAR-COTIZACION-EN-TABLA.
           ADD 1 TO WS-CANT-COT.
           MOVE REG-COT-FECHA TO TAB-COT-FECHA(WS-CANT-COT).
           MOVE REG-COT-VALOR TO TAB-COT-VALOR(WS-CANT-COT).
           PERFORM LEER-COTIZACION.

      *    cotizacion vigente a WS-FECHA-CONSULTA: la ultima anterior
      *    o igual, mismo criterio que BUSCAR-COTIZACION-FACTURA en
      *    CargaAplicaciones. cero si no hay.
       BUSCAR-COTIZACION.
           MOVE 0 TO WS-COTIZ-CONSULTA.
           MOVE 1 TO WS-K.
           PERFORM EVALUAR-UNA-COTIZACION
               UNTIL WS-K GREATER THAN WS-CANT-COT.

       EVALUAR-UNA-COTIZACION.
           IF TAB-COT-FECHA(WS-K) NOT GREATER WS-FECHA-CONSULTA
              MOVE TAB-COT-VALOR(WS-K) TO WS-COTIZ-CONSULTA.
           ADD 1 TO WS-K.

      *    valua WS-IMPORTE-ARS (en WS-MONEDA-COBRO) a pesos a la
      *    cotizacion de WS-FECHA-CONSULTA.
       VALUAR-EN-PESOS.
           IF WS-MONEDA-COBRO NOT EQUAL 'ARS'
              AND WS-MONEDA-COBRO NOT EQUAL SPACES
              PERFORM BUSCAR-COTIZACION
              COMPUTE WS-IMPORTE-ARS ROUNDED =
                  WS-IMPORTE-ARS * WS-COTIZ-CONSULTA.

      *    CHEQUES.DAT puede no existir: sin cartera no hay
      *    rechazos.
       CARGAR-ANULACIONES.
           OPEN INPUT ARCH-CHEQUES.
           IF CHQ-OK
              MOVE 'S' TO WS-CHEQUES-ABIERTO.
           OPEN INPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              PERFORM LEER-AUDITORIA
              PERFORM CARGAR-UNA-ANULACION
                  UNTIL AUDITORIA-EOF OR WS-CANT-ANU NOT LESS 2000
              CLOSE ARCH-AUDITORIA.
           IF CHEQUES-ABIERTO
              CLOSE ARCH-CHEQUES.

       LEER-AUDITORIA.
           READ ARCH-AUDITORIA AT END MOVE '10' TO FS-AUDITORIA.

       CARGAR-UNA-ANULACION.
           IF AUD-PROGRAMA EQUAL 'AnulacionFacturas'
              AND AUD-ARCHIVO EQUAL 'FACTURAS.DAT'
              ADD 1 TO WS-CANT-ANU
              MOVE AUD-CLAVE (1:15) TO TAB-ANU-CLAVE(WS-CANT-ANU)
              MOVE AUD-FECHA TO TAB-ANU-FECHA(WS-CANT-ANU).
      *    AUD-PROGRAMA es X(20): MantenimientoCobranzas queda
      *    grabado como 'MantenimientoCobranz'.
           IF AUD-PROGRAMA EQUAL 'MantenimientoCobranz'
              AND AUD-ARCHIVO EQUAL 'COBRANZAS.DAT'
              AND AUD-VALOR-DESPUES (1:8) EQUAL 'ANULADO:'
              AND AUD-CLAVE (1:11) IS NUMERIC
              AND WS-CANT-ANR LESS 2000
              MOVE AUD-VALOR-ANTES (9:12) TO WS-AUD-IMPORTE-X
              IF WS-AUD-IMPORTE-X IS NUMERIC
                 ADD 1 TO WS-CANT-ANR
                 MOVE AUD-CLAVE (1:11) TO TAB-ANR-CUIT(WS-CANT-ANR)
                 MOVE AUD-CLAVE (13:10) TO
                     TAB-ANR-REFERENCIA(WS-CANT-ANR)
                 MOVE WS-AUD-IMPORTE TO TAB-ANR-IMPORTE(WS-CANT-ANR)
                 MOVE AUD-FECHA TO TAB-ANR-FECHA(WS-CANT-ANR).
           IF AUD-PROGRAMA EQUAL 'MantenimientoCobranz'
              AND AUD-ARCHIVO EQUAL 'COBRANZAS.DAT'
              AND AUD-OPERACION EQUAL 'U'
              AND AUD-VALOR-ANTES (1:8) IS NUMERIC
              AND AUD-CLAVE (1:11) IS NUMERIC
              PERFORM CARGAR-CORRECCION-RECIBO.
           IF AUD-PROGRAMA EQUAL 'CarteraCheques'
              AND AUD-ARCHIVO EQUAL 'COBRANZAS.DAT'
              AND AUD-VALOR-DESPUES (1:17) EQUAL 'CHEQUE RECHAZADO '
              PERFORM CARGAR-RECHAZO-CHEQUE.
           PERFORM LEER-AUDITORIA.

      *    sin cambio de clave el recibo pierde la diferencia; con
      *    cambio de clave el nuevo gana su importe y el viejo pierde
      *    el suyo.
       CARGAR-CORRECCION-RECIBO.
           MOVE AUD-VALOR-ANTES TO WS-FOTO-ANTERIOR.
           MOVE AUD-VALOR-DESPUES TO WS-FOTO-NUEVA.
           IF WS-FAN-IMPORTE-X IS NUMERIC
              AND WS-FNU-FECHA IS NUMERIC
              AND WS-FNU-IMPORTE-X IS NUMERIC
              MOVE AUD-CLAVE (1:11) TO WS-AJU-CUIT
              MOVE WS-FNU-FECHA TO WS-AJU-FECHA-COB
              MOVE WS-FNU-REFERENCIA TO WS-AJU-REFERENCIA
              MOVE WS-FNU-MONEDA TO WS-AJU-MONEDA
              MOVE 'M' TO WS-AJU-ORIGEN
              IF WS-FAN-FECHA EQUAL WS-FNU-FECHA
                 AND WS-FAN-REFERENCIA EQUAL WS-FNU-REFERENCIA
                 COMPUTE WS-AJU-IMPORTE =
                     WS-FAN-IMPORTE - WS-FNU-IMPORTE
                 IF WS-AJU-IMPORTE NOT EQUAL ZERO
                    PERFORM AGREGAR-AJUSTE
                 END-IF
              ELSE
                 COMPUTE WS-AJU-IMPORTE = WS-FNU-IMPORTE * -1
                 PERFORM AGREGAR-AJUSTE
                 MOVE WS-FAN-FECHA TO WS-AJU-FECHA-COB
                 MOVE WS-FAN-REFERENCIA TO WS-AJU-REFERENCIA
                 MOVE WS-FAN-IMPORTE TO WS-AJU-IMPORTE
                 PERFORM AGREGAR-AJUSTE
              END-IF
           END-IF.

      *    el recibo del cheque rechazado sale de CHEQUES.DAT.
       CARGAR-RECHAZO-CHEQUE.
           MOVE AUD-VALOR-ANTES (9:12) TO WS-AUD-IMPORTE-X.
           MOVE AUD-VALOR-DESPUES TO WS-FOTO-RECHAZO.
           IF CHEQUES-ABIERTO
              AND WS-AUD-IMPORTE-X IS NUMERIC
              AND WS-FRC-QUEDA-X IS NUMERIC
              AND WS-FRC-BANCO-X IS NUMERIC
              MOVE WS-FRC-BANCO TO REG-CHQ-BANCO
              MOVE WS-FRC-NUMERO TO REG-CHQ-NUMERO
              READ ARCH-CHEQUES RECORD KEY IS REG-CHQ-CLAVE
              IF CHQ-OK
                 MOVE REG-CHQ-RECIBO TO WS-AJU-RECIBO
                 COMPUTE WS-AJU-IMPORTE =
                     WS-AUD-IMPORTE - WS-FRC-QUEDA
                 MOVE AUD-VALOR-ANTES (22:3) TO WS-AJU-MONEDA
                 MOVE 'C' TO WS-AJU-ORIGEN
                 IF WS-AJU-IMPORTE NOT EQUAL ZERO
                    PERFORM AGREGAR-AJUSTE.

       AGREGAR-AJUSTE.
           IF WS-CANT-AJU NOT LESS 2000
              DISPLAY 'ERROR: MAS DE 2000 AJUSTES DE RECIBOS EN '
                  'AUDITORIA.LOG, LA TABLA-AJUSTES NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-AJU.
           SET IND-TAB-AJU TO WS-CANT-AJU.
           MOVE WS-AJU-RECIBO TO TAB-AJU-RECIBO(IND-TAB-AJU).
           MOVE WS-AJU-IMPORTE TO TAB-AJU-IMPORTE(IND-TAB-AJU).
           MOVE WS-AJU-MONEDA TO TAB-AJU-MONEDA(IND-TAB-AJU).
           MOVE AUD-FECHA TO TAB-AJU-FECHA(IND-TAB-AJU).
           MOVE WS-AJU-ORIGEN TO TAB-AJU-ORIGEN(IND-TAB-AJU).
           MOVE SPACE TO TAB-AJU-ESTADO(IND-TAB-AJU).

      *    ultimo periodo con prevision procesada: sus bajas ya
      *    estan en ASIENTOS.DAT y, con el periodo pasado, en el
      *    mayor.
       CARGAR-ULTIMA-PREVISION.
           OPEN INPUT ARCH-HISTORIA.
           IF HISTORIA-OK
              PERFORM LEER-HISTORIA
              PERFORM EVALUAR-UNA-HISTORIA UNTIL HISTORIA-EOF
              CLOSE ARCH-HISTORIA.

       LEER-HISTORIA.
           READ ARCH-HISTORIA AT END MOVE '10' TO FS-HISTORIA.

       EVALUAR-UNA-HISTORIA.
           IF PRH-PERIODO GREATER WS-ULTIMA-PREVISION
              MOVE PRH-PERIODO TO WS-ULTIMA-PREVISION.
           PERFORM LEER-HISTORIA.

      *    ASIENTOS-COBRANZAS-HISTORIA.DAT no existe antes de la
      *    primera corrida de GeneraAsientosCobranzas.
       CARGAR-ASIENTOS-COBRANZAS.
           OPEN INPUT ARCH-ASIENTOS-COB.
           IF ASIENTOS-COB-OK
              PERFORM LEER-ASIENTOS-COB
              PERFORM CARGAR-ASIENTO-COB-EN-TABLA
                  UNTIL ASIENTOS-COB-EOF OR WS-CANT-ACH NOT LESS 600
              CLOSE ARCH-ASIENTOS-COB.

       LEER-ASIENTOS-COB.
           READ ARCH-ASIENTOS-COB AT END MOVE '10' TO FS-ASIENTOS-COB.

       CARGAR-ASIENTO-COB-EN-TABLA.
           ADD 1 TO WS-CANT-ACH.
           MOVE ACH-PERIODO TO TAB-ACH-PERIODO(WS-CANT-ACH).
           PERFORM LEER-ASIENTOS-COB.

      *    WS-PERIODO-CONSULTA tiene asiento de cobranzas.
       CONSULTAR-PERIODO-ASENTADO.
           MOVE 'N' TO WS-PERIODO-ASENTADO.
           SET IND-TAB-ACH TO 1.
           SEARCH TAB-ACH
               WHEN IND-TAB-ACH GREATER THAN WS-CANT-ACH
                   NEXT SENTENCE
               WHEN TAB-ACH-PERIODO(IND-TAB-ACH) EQUAL
                       WS-PERIODO-CONSULTA
                   MOVE 'S' TO WS-PERIODO-ASENTADO
           END-SEARCH.

       CARGAR-TABLA-PARTIDAS.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-FACTURA.
           PERFORM CARGAR-PARTIDA-EN-TABLA UNTIL FACTURAS-EOF.
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

      *    entran todos los comprobantes, tambien anulados e
      *    incobrables: las anulaciones posteriores al pase son
      *    partida conciliatoria.
       CARGAR-PARTIDA-EN-TABLA.
           IF WS-CANT-PAR NOT LESS WS-MAX-PARTIDAS
              DISPLAY 'ERROR: MAS DE ' WS-MAX-PARTIDAS ' COMPROBANTES '
                  'EN FACTURAS.DAT, LA TABLA-PARTIDAS NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-PAR.
           SET IND-TAB-PAR TO WS-CANT-PAR.
           MOVE FAC-NUMERO TO TAB-PAR-NUMERO(IND-TAB-PAR).
           MOVE FAC-CUIT TO TAB-PAR-CUIT(IND-TAB-PAR).
           MOVE FAC-FECHA TO TAB-PAR-FECHA(IND-TAB-PAR).
           MOVE FAC-ESTADO TO TAB-PAR-ESTADO(IND-TAB-PAR).
           MOVE FAC-MONEDA TO TAB-PAR-MONEDA(IND-TAB-PAR).
           IF FAC-LETRA EQUAL SPACE
              MOVE 'A' TO TAB-PAR-LETRA(IND-TAB-PAR)
           ELSE
              MOVE FAC-LETRA TO TAB-PAR-LETRA(IND-TAB-PAR).
           IF FAC-PUNTO-VENTA IS NOT NUMERIC
              MOVE 0 TO TAB-PAR-PV(IND-TAB-PAR)
           ELSE
              MOVE FAC-PUNTO-VENTA TO TAB-PAR-PV(IND-TAB-PAR).
           IF FAC-ES-NOTA-CREDITO
              COMPUTE TAB-PAR-TOTAL(IND-TAB-PAR) = FAC-TOTAL * -1
           ELSE
              MOVE FAC-TOTAL TO TAB-PAR-TOTAL(IND-TAB-PAR).

           IF FAC-MONEDA EQUAL 'ARS' OR FAC-MONEDA EQUAL SPACES
              MOVE 1 TO TAB-PAR-COTIZ(IND-TAB-PAR)
              MOVE TAB-PAR-TOTAL(IND-TAB-PAR) TO
                  TAB-PAR-TOTAL-ARS(IND-TAB-PAR)
           ELSE
              MOVE FAC-FECHA TO WS-FECHA-CONSULTA
              PERFORM BUSCAR-COTIZACION
              MOVE WS-COTIZ-CONSULTA TO TAB-PAR-COTIZ(IND-TAB-PAR)
              COMPUTE TAB-PAR-TOTAL-ARS(IND-TAB-PAR) ROUNDED =
                  TAB-PAR-TOTAL(IND-TAB-PAR) * WS-COTIZ-CONSULTA.
           MOVE 0 TO TAB-PAR-APLICADO(IND-TAB-PAR).
           MOVE 0 TO TAB-PAR-APLICADO-ARS(IND-TAB-PAR).
           PERFORM LEER-FACTURA.

       APLICAR-IMPUTACIONES.
           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              PERFORM LEER-APLICACION
              PERFORM APLICAR-UNA-IMPUTACION UNTIL APL-EOF
              CLOSE ARCH-APLICACIONES.

       LEER-APLICACION.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

      *    cada aplicacion baja el comprobante en su moneda (el
      *    importe en moneda del documento si difiere del recibo) y
      *    en pesos a la cotizacion de emision. si el cobro no esta
      *    en el mayor, el auxiliar lo bajo y la cuenta control no:
      *    partida conciliatoria. lo aplicado que si esta en el mayor
      *    se resta del cobrado de la empresa para el saldo a cuenta.
       APLICAR-UNA-IMPUTACION.
           IF REG-APL-LETRA EQUAL SPACE
              MOVE 'A' TO WS-APL-LETRA-N
           ELSE
              MOVE REG-APL-LETRA TO WS-APL-LETRA-N.
           IF REG-APL-PV IS NOT NUMERIC
              MOVE 0 TO WS-APL-PV-N
           ELSE
              MOVE REG-APL-PV TO WS-APL-PV-N.

           MOVE REG-APL-FECHA-COB (1:6) TO WS-PERIODO-CONSULTA.
           PERFORM CONSULTAR-PERIODO-EN-MAYOR.

           MOVE 'N' TO WS-FACTURA-ENCONTRADA.
           SET IND-TAB-PAR TO 1.
           SEARCH TAB-PAR
               WHEN IND-TAB-PAR GREATER THAN WS-CANT-PAR
                   NEXT SENTENCE
               WHEN TAB-PAR-NUMERO(IND-TAB-PAR) EQUAL REG-APL-FACTURA
                AND TAB-PAR-PV(IND-TAB-PAR) EQUAL WS-APL-PV-N
                AND TAB-PAR-LETRA(IND-TAB-PAR) EQUAL WS-APL-LETRA-N
                   MOVE 'S' TO WS-FACTURA-ENCONTRADA
           END-SEARCH.

           IF FACTURA-ENCONTRADA
              AND TAB-PAR-ESTADO(IND-TAB-PAR) NOT EQUAL 'A'
              AND TAB-PAR-ESTADO(IND-TAB-PAR) NOT EQUAL 'I'
              IF REG-APL-IMPORTE-DOC GREATER ZERO
                 MOVE REG-APL-IMPORTE-DOC TO WS-APLICADO-DOC
              ELSE
                 MOVE REG-APL-IMPORTE TO WS-APLICADO-DOC
              END-IF
              COMPUTE WS-APLICADO-ARS ROUNDED = WS-APLICADO-DOC
                  * TAB-PAR-COTIZ(IND-TAB-PAR)
              ADD WS-APLICADO-DOC TO TAB-PAR-APLICADO(IND-TAB-PAR)
              ADD WS-APLICADO-ARS TO
                  TAB-PAR-APLICADO-ARS(IND-TAB-PAR)
              IF NOT EN-MAYOR
                 IF REG-APL-REFERENCIA EQUAL 'PRONTOPAGO'
                    MOVE 'PRONTO PAGO OTRO PERIODO' TO WS-PAR-TIPO
                 ELSE
                    MOVE 'COBRO FECHADO OTRO PERIODO' TO WS-PAR-TIPO
                 END-IF
                 MOVE TAB-PAR-MONEDA(IND-TAB-PAR) TO WS-PAR-MONEDA
                 MOVE REG-APL-CUIT TO WS-PAR-CUIT
                 MOVE REG-APL-REFERENCIA TO WS-PAR-DOCUMENTO
                 MOVE REG-APL-FECHA-COB TO WS-PAR-FECHA
                 MOVE WS-APLICADO-ARS TO WS-PAR-IMPORTE
                 PERFORM REGISTRAR-PARTIDA
              END-IF
           END-IF.

      *    el descuento de pronto pago no es dinero cobrado: no entra
      *    en lo aplicado contra el recibo (GeneraAsientos ya lo llevo
      *    a DEUDORES en el periodo de la fecha del recibo).
           IF EN-MAYOR
              AND REG-APL-REFERENCIA NOT EQUAL 'PRONTOPAGO'
              MOVE REG-APL-CUIT TO WS-CUIT-BUSCADO
              PERFORM UBICAR-FILA-CTA
              MOVE REG-APL-IMPORTE TO WS-IMPORTE-ARS
              MOVE REG-APL-MONEDA TO WS-MONEDA-COBRO
              MOVE REG-APL-FECHA-COB TO WS-FECHA-CONSULTA
              PERFORM VALUAR-EN-PESOS
              ADD WS-IMPORTE-ARS TO TAB-CTA-APLICADO(IND-TAB-CTA).

           PERFORM LEER-APLICACION.

      *    recorre el maestro ya aplicado: el saldo de cada
      *    comprobante vigente va al auxiliar de su moneda, y se
      *    detectan los comprobantes fuera del mayor y los anulados
      *    despues del pase.
       EVALUAR-PARTIDAS.
           SET IND-TAB-PAR TO 1.
           PERFORM EVALUAR-UNA-PARTIDA
               UNTIL IND-TAB-PAR GREATER THAN WS-CANT-PAR.

       EVALUAR-UNA-PARTIDA.
           MOVE TAB-PAR-FECHA(IND-TAB-PAR) (1:6) TO
               WS-PERIODO-CONSULTA.
           PERFORM CONSULTAR-PERIODO-EN-MAYOR.
           MOVE TAB-PAR-MONEDA(IND-TAB-PAR) TO WS-PAR-MONEDA.
           MOVE TAB-PAR-CUIT(IND-TAB-PAR) TO WS-PAR-CUIT.
           MOVE SPACES TO WS-PAR-DOCUMENTO.
           STRING TAB-PAR-PV(IND-TAB-PAR) '-'
               TAB-PAR-LETRA(IND-TAB-PAR) '-'
               TAB-PAR-NUMERO(IND-TAB-PAR)
               DELIMITED BY SIZE INTO WS-PAR-DOCUMENTO.
           MOVE TAB-PAR-FECHA(IND-TAB-PAR) TO WS-PAR-FECHA.

           IF TAB-PAR-ESTADO(IND-TAB-PAR) EQUAL 'A'
              IF EN-MAYOR
                 PERFORM EVALUAR-ANULACION
              END-IF
           ELSE
              IF TAB-PAR-ESTADO(IND-TAB-PAR) NOT EQUAL 'I'
                 PERFORM ACUMULAR-AUXILIAR
                 IF NOT EN-MAYOR
                    MOVE 'COMPROBANTE FUERA DEL MAYOR' TO WS-PAR-TIPO
                    COMPUTE WS-PAR-IMPORTE =
                        TAB-PAR-TOTAL-ARS(IND-TAB-PAR) * -1
                    PERFORM REGISTRAR-PARTIDA
                 END-IF
              END-IF
           END-IF.
           SET IND-TAB-PAR UP BY 1.

       ACUMULAR-AUXILIAR.
           MOVE TAB-PAR-MONEDA(IND-TAB-PAR) TO WS-MONEDA-BUSCADA.
           PERFORM UBICAR-FILA-MONEDA.
           COMPUTE TAB-MON-SALDO(IND-TAB-MON) =
               TAB-MON-SALDO(IND-TAB-MON)
               + TAB-PAR-TOTAL(IND-TAB-PAR)
               - TAB-PAR-APLICADO(IND-TAB-PAR).
           COMPUTE TAB-MON-SALDO-ARS(IND-TAB-MON) =
               TAB-MON-SALDO-ARS(IND-TAB-MON)
               + TAB-PAR-TOTAL-ARS(IND-TAB-PAR)
               - TAB-PAR-APLICADO-ARS(IND-TAB-PAR).

      *    anulado con su periodo ya pasado: si la anulacion es
      *    posterior al pase, el mayor todavia lo tiene.
       EVALUAR-ANULACION.
           MOVE WS-PAR-DOCUMENTO TO WS-CLAVE-ANULACION.
           MOVE 0 TO WS-FECHA-ANULACION.
           SET IND-TAB-ANU TO 1.
           SEARCH TAB-ANU
               WHEN IND-TAB-ANU GREATER THAN WS-CANT-ANU
                   NEXT SENTENCE
               WHEN TAB-ANU-CLAVE(IND-TAB-ANU) EQUAL
                       WS-CLAVE-ANULACION
                   MOVE TAB-ANU-FECHA(IND-TAB-ANU) TO
                       WS-FECHA-ANULACION
           END-SEARCH.
           IF WS-FECHA-ANULACION GREATER WS-FECHA-PASE-CONSULTA
              MOVE 'ANULADO DESPUES DEL PASE' TO WS-PAR-TIPO
              MOVE WS-FECHA-ANULACION TO WS-PAR-FECHA
              MOVE TAB-PAR-TOTAL-ARS(IND-TAB-PAR) TO WS-PAR-IMPORTE
              PERFORM REGISTRAR-PARTIDA.

      *    el cobro en pesos contra una factura en dolares entra al
      *    mayor por lo cobrado; el auxiliar la cancela a su valor de
      *    origen. solo cuentan los cobros del mayor.
       EVALUAR-DIFERENCIAS-CAMBIO.
           OPEN INPUT ARCH-DIFERENCIAS.
           IF DIFERENCIAS-OK
              PERFORM LEER-DIFERENCIA
              PERFORM EVALUAR-UNA-DIFERENCIA UNTIL DIFERENCIAS-EOF
              CLOSE ARCH-DIFERENCIAS.

       LEER-DIFERENCIA.
           READ ARCH-DIFERENCIAS AT END MOVE '10' TO FS-DIFERENCIAS.

       EVALUAR-UNA-DIFERENCIA.
           MOVE DIF-FECHA (1:6) TO WS-PERIODO-CONSULTA.
           PERFORM CONSULTAR-PERIODO-EN-MAYOR.
           PERFORM CONSULTAR-PERIODO-ASENTADO.
           IF EN-MAYOR AND NOT PERIODO-ASENTADO
              AND DIF-IMPORTE NOT EQUAL ZERO
              MOVE 'DIFERENCIA DE CAMBIO' TO WS-PAR-TIPO
              MOVE 'USD' TO WS-PAR-MONEDA
              MOVE DIF-CUIT TO WS-PAR-CUIT
              MOVE SPACES TO WS-PAR-DOCUMENTO
              MOVE DIF-FACTURA TO WS-PAR-DOCUMENTO
              MOVE DIF-FECHA TO WS-PAR-FECHA
              IF DIF-GANANCIA
                 COMPUTE WS-PAR-IMPORTE = DIF-IMPORTE * -1
              ELSE
                 MOVE DIF-IMPORTE TO WS-PAR-IMPORTE
              END-IF
              PERFORM REGISTRAR-PARTIDA.
           PERFORM LEER-DIFERENCIA.

      *    RevaluacionCambio no corre sobre un periodo ya pasado,
      *    asi que con el periodo en el mayor su ajuste esta en la
      *    cuenta control; la reversion entra con el mes siguiente.
       EVALUAR-REVALUACION.
           OPEN INPUT ARCH-REVALUACION.
           IF REVALUACION-OK
              PERFORM LEER-REVALUACION
              PERFORM EVALUAR-UNA-REVALUACION UNTIL REVALUACION-EOF
              CLOSE ARCH-REVALUACION.

       LEER-REVALUACION.
           READ ARCH-REVALUACION AT END MOVE '10' TO FS-REVALUACION.

       EVALUAR-UNA-REVALUACION.
           IF RVH-PERIODO EQUAL WS-PERIODO
              AND RVH-DIFERENCIA NOT EQUAL ZERO
              MOVE 'REVALUACION NO REALIZADA' TO WS-PAR-TIPO
              MOVE 'USD' TO WS-PAR-MONEDA
              MOVE 0 TO WS-PAR-CUIT
              MOVE SPACES TO WS-PAR-DOCUMENTO
              MOVE WS-FECHA-CIERRE TO WS-PAR-FECHA
              IF RVH-PERDIDA
                 COMPUTE WS-PAR-IMPORTE = RVH-DIFERENCIA * -1
              ELSE
                 MOVE RVH-DIFERENCIA TO WS-PAR-IMPORTE
              END-IF
              PERFORM REGISTRAR-PARTIDA.
           PERFORM LEER-REVALUACION.

      *    la baja por incobrable sale del auxiliar en el momento;
      *    del mayor, con el asiento de PrevisionIncobrables de su
      *    mes. si ese asiento todavia no esta pasado, la factura
      *    sigue en la cuenta control por su valor de origen.
       EVALUAR-INCOBRABLES.
           OPEN INPUT ARCH-INCOBRABLES.
           IF INCOBRABLES-OK
              PERFORM LEER-INCOBRABLE
              PERFORM EVALUAR-UN-INCOBRABLE UNTIL INCOBRABLES-EOF
              CLOSE ARCH-INCOBRABLES.

       LEER-INCOBRABLE.
           READ ARCH-INCOBRABLES AT END MOVE '10' TO FS-INCOBRABLES.

       EVALUAR-UN-INCOBRABLE.
           MOVE INC-FECHA-FACTURA (1:6) TO WS-PERIODO-CONSULTA.
           PERFORM CONSULTAR-PERIODO-EN-MAYOR.
           IF EN-MAYOR
              MOVE INC-FECHA-BAJA (1:6) TO WS-PERIODO-CONSULTA
              PERFORM CONSULTAR-PERIODO-EN-MAYOR
              IF NOT EN-MAYOR
                 OR INC-FECHA-BAJA (1:6) GREATER WS-ULTIMA-PREVISION
                 MOVE 'BAJA INCOBRABLE SIN ASIENTO' TO WS-PAR-TIPO
                 MOVE INC-MONEDA TO WS-PAR-MONEDA
                 MOVE INC-CUIT TO WS-PAR-CUIT
                 MOVE SPACES TO WS-PAR-DOCUMENTO
                 STRING INC-PUNTO-VENTA '-' INC-LETRA '-' INC-NUMERO
                     DELIMITED BY SIZE INTO WS-PAR-DOCUMENTO
                 MOVE INC-FECHA-BAJA TO WS-PAR-FECHA
                 MOVE INC-SALDO TO WS-IMPORTE-ARS
                 MOVE INC-MONEDA TO WS-MONEDA-COBRO
                 MOVE INC-FECHA-FACTURA TO WS-FECHA-CONSULTA
                 PERFORM VALUAR-EN-PESOS
                 MOVE WS-IMPORTE-ARS TO WS-PAR-IMPORTE
                 PERFORM REGISTRAR-PARTIDA
              END-IF
           END-IF.
           PERFORM LEER-INCOBRABLE.

      *    cobrado del mayor por empresa: recibos vigentes y
      *    certificados de retencion de periodos pasados.
       ACUMULAR-COBRANZAS.
           OPEN INPUT ARCH-COBRANZAS.
           IF COB-OK
              PERFORM LEER-COBRANZA
              PERFORM ACUMULAR-UNA-COBRANZA UNTIL COB-EOF
              CLOSE ARCH-COBRANZAS
              PERFORM ACUMULAR-RECIBOS-BORRADOS
                  VARYING IND-TAB-AJP FROM 1 BY 1
                  UNTIL IND-TAB-AJP GREATER WS-CANT-AJU.

       LEER-COBRANZA.
           READ ARCH-COBRANZAS NEXT RECORD
               AT END MOVE '10' TO FS-COBRANZAS
           END-READ.

       ACUMULAR-UNA-COBRANZA.
           MOVE REG-COB-FECHA (1:6) TO WS-PERIODO-CONSULTA.
           PERFORM CONSULTAR-PERIODO-EN-MAYOR.
           MOVE WS-EN-MAYOR TO WS-COBRO-EN-MAYOR.
           IF COBRO-EN-MAYOR AND REG-COB-ANULADO
              PERFORM EVALUAR-ANULACION-RECIBO.
           MOVE REG-COB-CLAVE TO WS-AJU-RECIBO.
           PERFORM MARCAR-AJUSTE
               VARYING IND-TAB-AJU FROM 1 BY 1
               UNTIL IND-TAB-AJU GREATER WS-CANT-AJU.
           IF COBRO-EN-MAYOR
              MOVE REG-COB-IMPORTE TO WS-IMPORTE-ARS
              PERFORM SUMAR-AJUSTES-PENDIENTES
              MOVE REG-COB-CUIT TO WS-CUIT-BUSCADO
              PERFORM UBICAR-FILA-CTA
              MOVE REG-COB-MONEDA TO WS-MONEDA-COBRO
              MOVE REG-COB-FECHA TO WS-FECHA-CONSULTA
              PERFORM VALUAR-EN-PESOS
              ADD WS-IMPORTE-ARS TO TAB-CTA-COBRADO(IND-TAB-CTA).
           PERFORM LEER-COBRANZA.

       MARCAR-AJUSTE.
           IF TAB-AJU-RECIBO(IND-TAB-AJU) EQUAL WS-AJU-RECIBO
              MOVE 'V' TO TAB-AJU-ESTADO(IND-TAB-AJU).

      *    un recibo de un periodo con asiento de cobranzas entro al
      *    mayor con lo que tenia al cierre (ver TOMAR-COBRANZA en
      *    GeneraAsientosCobranzas): lo que perdio despues, o por el
      *    rechazo de un cheque dentro del periodo, sigue cobrado
      *    hasta que la reversion (periodo del ajuste) llega al
      *    mayor. sin asiento de cobranzas cuenta lo de hoy.
       SUMAR-AJUSTES-PENDIENTES.
           MOVE WS-AJU-FECHA-COB (1:6) TO WS-PERIODO-CONSULTA.
           PERFORM CONSULTAR-PERIODO-ASENTADO.
           IF PERIODO-ASENTADO
              PERFORM SUMAR-UN-AJUSTE-PENDIENTE
                  VARYING IND-TAB-AJU FROM 1 BY 1
                  UNTIL IND-TAB-AJU GREATER WS-CANT-AJU.

       SUMAR-UN-AJUSTE-PENDIENTE.
           IF TAB-AJU-RECIBO(IND-TAB-AJU) EQUAL WS-AJU-RECIBO
              IF (TAB-AJU-DE-CHEQUE(IND-TAB-AJU)
                  AND TAB-AJU-FECHA(IND-TAB-AJU) (1:6) NOT LESS
                      WS-AJU-FECHA-COB (1:6))
                 OR TAB-AJU-FECHA(IND-TAB-AJU) (1:6) GREATER
                      WS-AJU-FECHA-COB (1:6)
                 MOVE TAB-AJU-FECHA(IND-TAB-AJU) (1:6) TO
                     WS-PERIODO-CONSULTA
                 PERFORM CONSULTAR-PERIODO-EN-MAYOR
                 PERFORM CONSULTAR-PERIODO-ASENTADO
                 IF NOT EN-MAYOR OR NOT PERIODO-ASENTADO
                    ADD TAB-AJU-IMPORTE(IND-TAB-AJU) TO WS-IMPORTE-ARS.

      *    un recibo que una correccion cambio de fecha o referencia
      *    ya no esta en el maestro con su clave vieja: si su periodo
      *    esta en el mayor sigue cobrado por lo pendiente de
      *    revertir.
       ACUMULAR-RECIBOS-BORRADOS.
           IF TAB-AJU-ESTADO(IND-TAB-AJP) EQUAL SPACE
              MOVE TAB-AJU-RECIBO(IND-TAB-AJP) TO WS-AJU-RECIBO
              PERFORM MARCAR-AJUSTE
                  VARYING IND-TAB-AJU FROM 1 BY 1
                  UNTIL IND-TAB-AJU GREATER WS-CANT-AJU
              MOVE WS-AJU-FECHA-COB (1:6) TO WS-PERIODO-CONSULTA
              PERFORM CONSULTAR-PERIODO-EN-MAYOR
              IF EN-MAYOR
                 MOVE 0 TO WS-IMPORTE-ARS
                 PERFORM SUMAR-AJUSTES-PENDIENTES
                 IF WS-IMPORTE-ARS NOT EQUAL ZERO
                    MOVE WS-AJU-CUIT TO WS-CUIT-BUSCADO
                    PERFORM UBICAR-FILA-CTA
                    MOVE TAB-AJU-MONEDA(IND-TAB-AJP) TO
                        WS-MONEDA-COBRO
                    MOVE WS-AJU-FECHA-COB TO WS-FECHA-CONSULTA
                    PERFORM VALUAR-EN-PESOS
                    ADD WS-IMPORTE-ARS TO
                        TAB-CTA-COBRADO(IND-TAB-CTA).

      *    el recibo anulado sale del cobrado salvo que su periodo
      *    tenga asiento de cobranzas, la anulacion sea posterior a
      *    ese cierre y la reversion (periodo de la anulacion) no
      *    este todavia en el mayor. uno anulado en cero por el
      *    rechazo de sus cheques sigue por lo pendiente del rechazo.
       EVALUAR-ANULACION-RECIBO.
           MOVE 'N' TO WS-COBRO-EN-MAYOR.
           PERFORM CONSULTAR-PERIODO-ASENTADO.
           IF PERIODO-ASENTADO
              MOVE 0 TO WS-FECHA-ANULACION
              SET IND-TAB-ANR TO 1
              SEARCH TAB-ANR
                  WHEN IND-TAB-ANR GREATER THAN WS-CANT-ANR
                      NEXT SENTENCE
                  WHEN TAB-ANR-CUIT(IND-TAB-ANR) EQUAL REG-COB-CUIT
                   AND TAB-ANR-REFERENCIA(IND-TAB-ANR) EQUAL
                          REG-COB-REFERENCIA
                   AND TAB-ANR-IMPORTE(IND-TAB-ANR) EQUAL
                          REG-COB-IMPORTE
                      MOVE TAB-ANR-FECHA(IND-TAB-ANR) TO
                          WS-FECHA-ANULACION
              END-SEARCH
              IF WS-FECHA-ANULACION (1:6) GREATER
                    REG-COB-FECHA (1:6)
                 MOVE WS-FECHA-ANULACION (1:6) TO WS-PERIODO-CONSULTA
                 PERFORM CONSULTAR-PERIODO-EN-MAYOR
                 PERFORM CONSULTAR-PERIODO-ASENTADO
                 IF NOT EN-MAYOR OR NOT PERIODO-ASENTADO
                    MOVE 'S' TO WS-COBRO-EN-MAYOR
                 END-IF
              END-IF
              IF WS-FECHA-ANULACION EQUAL ZERO
                 AND REG-COB-IMPORTE EQUAL ZERO
                 MOVE 'S' TO WS-COBRO-EN-MAYOR
              END-IF
           END-IF.

       ACUMULAR-RETENCIONES.
           OPEN INPUT ARCH-RETENCIONES.
           IF RET-OK
              PERFORM LEER-RETENCION
              PERFORM ACUMULAR-UNA-RETENCION UNTIL RET-EOF
              CLOSE ARCH-RETENCIONES.

       LEER-RETENCION.
           READ ARCH-RETENCIONES NEXT RECORD
               AT END MOVE '10' TO FS-RETENCIONES
           END-READ.

       ACUMULAR-UNA-RETENCION.
           MOVE REG-RET-FECHA (1:6) TO WS-PERIODO-CONSULTA.
           PERFORM CONSULTAR-PERIODO-EN-MAYOR.
           IF EN-MAYOR
              MOVE REG-RET-CUIT TO WS-CUIT-BUSCADO
              PERFORM UBICAR-FILA-CTA
              MOVE REG-RET-IMPORTE TO WS-IMPORTE-ARS
              MOVE REG-RET-MONEDA TO WS-MONEDA-COBRO
              MOVE REG-RET-FECHA TO WS-FECHA-CONSULTA
              PERFORM VALUAR-EN-PESOS
              ADD WS-IMPORTE-ARS TO TAB-CTA-COBRADO(IND-TAB-CTA).
           PERFORM LEER-RETENCION.

      *    lo cobrado y no aplicado ya bajo la cuenta control pero no
      *    el auxiliar, que solo ve partidas por factura.
       EVALUAR-A-CUENTA.
           SET IND-TAB-CTA TO 1.
           PERFORM EVALUAR-UNA-CTA
               UNTIL IND-TAB-CTA GREATER THAN WS-CANT-CTA.

       EVALUAR-UNA-CTA.
           COMPUTE WS-PAR-IMPORTE = TAB-CTA-APLICADO(IND-TAB-CTA)
               - TAB-CTA-COBRADO(IND-TAB-CTA).
           IF WS-PAR-IMPORTE NOT EQUAL ZERO
              MOVE 'COBRADO A CUENTA' TO WS-PAR-TIPO
              MOVE 'ARS' TO WS-PAR-MONEDA
              MOVE TAB-CTA-CUIT(IND-TAB-CTA) TO WS-PAR-CUIT
              MOVE SPACES TO WS-PAR-DOCUMENTO
              MOVE WS-FECHA-CIERRE TO WS-PAR-FECHA
              PERFORM REGISTRAR-PARTIDA.
           SET IND-TAB-CTA UP BY 1.

       UBICAR-FILA-CTA.
           MOVE 'N' TO WS-CUIT-ENCONTRADO.
           SET IND-TAB-CTA TO 1.
           SEARCH TAB-CTA
               WHEN IND-TAB-CTA GREATER THAN WS-CANT-CTA
                   NEXT SENTENCE
               WHEN TAB-CTA-CUIT(IND-TAB-CTA) EQUAL WS-CUIT-BUSCADO
                   MOVE 'S' TO WS-CUIT-ENCONTRADO
           END-SEARCH.

           IF NOT CUIT-ENCONTRADO
              IF WS-CANT-CTA IS LESS THAN 999
                 ADD 1 TO WS-CANT-CTA
                 SET IND-TAB-CTA TO WS-CANT-CTA
                 MOVE WS-CUIT-BUSCADO TO TAB-CTA-CUIT(IND-TAB-CTA)
                 MOVE 0 TO TAB-CTA-COBRADO(IND-TAB-CTA)
                 MOVE 0 TO TAB-CTA-APLICADO(IND-TAB-CTA)
              ELSE
                 DISPLAY 'ERROR: MAS DE 999 EMPRESAS CON COBRANZAS, '
                     'LA TABLA-CTAS NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       UBICAR-FILA-MONEDA.
           IF WS-MONEDA-BUSCADA EQUAL SPACES
              MOVE 'ARS' TO WS-MONEDA-BUSCADA.
           MOVE 'N' TO WS-MONEDA-HALLADA.
           SET IND-TAB-MON TO 1.
           SEARCH TAB-MON
               WHEN IND-TAB-MON GREATER THAN WS-CANT-MON
                   NEXT SENTENCE
               WHEN TAB-MON-MONEDA(IND-TAB-MON) EQUAL
                       WS-MONEDA-BUSCADA
                   MOVE 'S' TO WS-MONEDA-HALLADA
           END-SEARCH.

           IF NOT MONEDA-HALLADA
              IF WS-CANT-MON IS LESS THAN 10
                 ADD 1 TO WS-CANT-MON
                 SET IND-TAB-MON TO WS-CANT-MON
                 MOVE WS-MONEDA-BUSCADA TO TAB-MON-MONEDA(IND-TAB-MON)
                 MOVE 0 TO TAB-MON-SALDO(IND-TAB-MON)
                 MOVE 0 TO TAB-MON-SALDO-ARS(IND-TAB-MON)
                 MOVE 0 TO TAB-MON-PARTIDAS(IND-TAB-MON)
              ELSE
                 DISPLAY 'ERROR: MAS DE 10 MONEDAS EN FACTURAS.DAT'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *    imprime la partida armada en WS-PAR-* y la suma a su
      *    moneda.
       REGISTRAR-PARTIDA.
           ADD 1 TO WS-CANT-PARTIDAS-CONC.
           MOVE WS-PAR-MONEDA TO WS-MONEDA-BUSCADA.
           PERFORM UBICAR-FILA-MONEDA.
           ADD WS-PAR-IMPORTE TO TAB-MON-PARTIDAS(IND-TAB-MON).
           MOVE WS-PAR-TIPO TO LIN-PAR-TIPO.
           MOVE WS-MONEDA-BUSCADA TO LIN-PAR-MONEDA.
           MOVE WS-PAR-CUIT TO LIN-PAR-CUIT.
           MOVE WS-PAR-DOCUMENTO TO LIN-PAR-DOCUMENTO.
           MOVE WS-PAR-FECHA TO LIN-PAR-FECHA.
           MOVE WS-PAR-IMPORTE TO LIN-PAR-IMPORTE.
           MOVE LINEA-PARTIDA TO REG-CONCILIACION-LST.
           WRITE REG-CONCILIACION-LST.

       IMPRIMIR-RESUMEN.
           IF WS-CANT-PARTIDAS-CONC EQUAL ZERO
              MOVE 'SIN PARTIDAS CONCILIATORIAS' TO
                  REG-CONCILIACION-LST
              WRITE REG-CONCILIACION-LST.
           MOVE LINEA-EN-BLANCO TO REG-CONCILIACION-LST.
           WRITE REG-CONCILIACION-LST.
           MOVE LINEA-ENCABEZADO-MONEDAS TO REG-CONCILIACION-LST.
           WRITE REG-CONCILIACION-LST.

           SET IND-TAB-MON TO 1.
           PERFORM IMPRIMIR-UNA-MONEDA
               UNTIL IND-TAB-MON GREATER THAN WS-CANT-MON.

           COMPUTE WS-TOT-AJUSTADO = WS-TOT-AUXILIAR
               + WS-TOT-PARTIDAS.
           COMPUTE WS-DIFERENCIA = WS-SALDO-MAYOR - WS-TOT-AJUSTADO.

           MOVE LINEA-DIVISORIA TO REG-CONCILIACION-LST.
           WRITE REG-CONCILIACION-LST.
           MOVE 'SALDO DEL AUXILIAR EN PESOS' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-AUXILIAR TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'PARTIDAS CONCILIATORIAS' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-PARTIDAS TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'AUXILIAR AJUSTADO' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-AJUSTADO TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'SALDO DE LA CUENTA DEUDORES EN EL MAYOR' TO
               LIN-TOT-TEXTO.
           MOVE WS-SALDO-MAYOR TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'DIFERENCIA SIN EXPLICAR' TO LIN-TOT-TEXTO.
           MOVE WS-DIFERENCIA TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-LINEA-TOTAL.

       IMPRIMIR-UNA-MONEDA.
           MOVE TAB-MON-MONEDA(IND-TAB-MON) TO LIN-MON-MONEDA.
           MOVE TAB-MON-SALDO(IND-TAB-MON) TO LIN-MON-SALDO.
           MOVE TAB-MON-SALDO-ARS(IND-TAB-MON) TO LIN-MON-SALDO-ARS.
           MOVE TAB-MON-PARTIDAS(IND-TAB-MON) TO LIN-MON-PARTIDAS.
           COMPUTE WS-IMPORTE-ARS = TAB-MON-SALDO-ARS(IND-TAB-MON)
               + TAB-MON-PARTIDAS(IND-TAB-MON).
           MOVE WS-IMPORTE-ARS TO LIN-MON-AJUSTADO.
           MOVE LINEA-MONEDA TO REG-CONCILIACION-LST.
           WRITE REG-CONCILIACION-LST.
           ADD TAB-MON-SALDO-ARS(IND-TAB-MON) TO WS-TOT-AUXILIAR.
           ADD TAB-MON-PARTIDAS(IND-TAB-MON) TO WS-TOT-PARTIDAS.
           SET IND-TAB-MON UP BY 1.

       IMPRIMIR-LINEA-TOTAL.
           MOVE LINEA-TOTAL TO REG-CONCILIACION-LST.
           WRITE REG-CONCILIACION-LST.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
