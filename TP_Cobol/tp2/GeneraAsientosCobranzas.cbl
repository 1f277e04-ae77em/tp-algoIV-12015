       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeneraAsientosCobranzas.
       AUTHOR. Fede.

      *    asiento contable de la cobranza del periodo: GeneraAsientos
      *    solo asienta la facturacion, y lo cobrado, los
      *    certificados de retencion, las diferencias de cambio
      *    realizadas y las anulaciones de recibos llegaban a la
      *    contabilidad en una planilla. Este programa toma del
      *    periodo (ASIENTOS-COB-PERIODO AAAAMM, el mes actual por
      *    defecto) los recibos de COBRANZAS.DAT, las retenciones de
      *    RETENCIONES-SUFRIDAS.DAT y las diferencias de
      *    DIFERENCIAS-CAMBIO.DAT, y agrega al final de ASIENTOS.DAT
      *    un asiento balanceado por entidad con las cuentas de
      *    PLAN-CUENTAS.DAT:
      *
      *      DEBE  BANCO        recibos en efectivo, transferencia o
      *                         debito directo (medio 'E', 'D' o
      *                         blanco)
      *      DEBE  VALORESCART  recibos en cheque o eCheq ('C', 'Q'),
      *                         a la cartera de CarteraCheques
      *      DEBE  RETSUFxxxxxx retenciones sufridas, una linea por
      *                         regimen: RETSUF + los 6 primeros
      *                         caracteres de REG-RET-REGIMEN
      *                         (RETSUFIVA, RETSUFIIBB, RETSUFGANANC);
      *                         sin ese concepto en el plan va a
      *                         RETSUFRIDAS
      *      DEBE  DIFCAMBIO    diferencias de cambio perdidas
      *      HABER DEUDORES     lo cobrado mas lo retenido, menos la
      *                         ganancia y mas la perdida de cambio:
      *                         las facturas salen de DEUDORES a su
      *                         valor de origen, como las asento
      *                         GeneraAsientos
      *      HABER DIFCAMBIO    diferencias de cambio ganadas
      *
      *    la cartera de cheques de CHEQUES.DAT sale de VALORESCART
      *    con los cheques acreditados o endosados en el periodo:
      *      DEBE  BANCO        / HABER VALORESCART  acreditados
      *      DEBE  ENDOSOCHEQ   / HABER VALORESCART  endosados a un
      *                         tercero (la cuenta que el plan le
      *                         asigne al concepto, la del proveedor
      *                         al que se le paga con el cheque)
      *    solo cuentan los cheques de recibos en cheque o eCheq de
      *    un periodo ya asentado o de este, que son los que entraron
      *    a VALORESCART.
      *
      *    y la reversion de los recibos de periodos ya asentados que
      *    MantenimientoCobranzas anulo en este periodo (fecha de la
      *    anulacion en AUDITORIA.LOG):
      *      DEBE  DEUDORES     / HABER BANCO o VALORESCART
      *    un recibo anulado dentro de su mismo periodo no se asienta.
      *    la anulacion no da de baja el certificado de retencion ni
      *    las aplicaciones del recibo, asi que tampoco se revierten.
      *    igual se revierte lo que un recibo ya asentado perdio en
      *    el periodo por el rechazo de un cheque en CarteraCheques
      *    (vigente menos lo que queda) o por una correccion de
      *    importe de MantenimientoCobranzas (una que cambia la fecha
      *    o la referencia saca el recibo viejo entero y entra el
      *    nuevo): DEBE DEUDORES / HABER BANCO, VALORESCART o, si el
      *    cheque rechazado estaba endosado, ENDOSOCHEQ. un recibo
      *    entra en el asiento de su periodo con lo que tenia al
      *    cierre; el rechazo de un cheque dentro del mismo periodo
      *    se asienta igual como reversion, para que el endoso que
      *    el rechazo deshace quede compensado.
      *
      *    los libros van en pesos: un recibo o un certificado en
      *    otra moneda se valua a la cotizacion de COTIZACION.DAT de
      *    su fecha, como en ConciliacionDeudores. la entidad de cada
      *    linea es la del recibo (REG-COB-ENTIDAD); la retencion y la
      *    diferencia de cambio van con la del recibo al que
      *    pertenecen.
      *
      *    como GeneraAsientos, primero arma y controla los asientos
      *    de todas las entidades y recien despues graba: si alguno no
      *    cierra al centavo NO se graba nada y el programa termina
      *    con RETURN-CODE 12; un concepto que falte en el plan de
      *    cuentas corta con RETURN-CODE 16 antes de abrir
      *    ASIENTOS.DAT. igual que PrevisionIncobrables se corre
      *    despues de GeneraAsientos (que reescribe ASIENTOS.DAT) y
      *    antes de PasajeMayor; un periodo ya pasado al mayor, ya
      *    asentado o anterior al ultimo asentado no se procesa
      *    (RETURN-CODE 12). cada corrida queda en
      *    ASIENTOS-COBRANZAS-HISTORIA.DAT y el detalle en
      *    ASIENTOS-COBRANZAS.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-COBRANZAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-COB-CLAVE
               FILE STATUS IS FS-COBRANZAS.

      *    cartera de cheques (ver CarteraCheques): los rechazos se
      *    ubican por banco + numero, y el recibo de cada cheque por
      *    la clave alternativa.
           SELECT ARCH-CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-AUDITORIA.

           SELECT ARCH-HISTORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-HISTORIA.

           SELECT ARCH-PERIODOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PERIODOS.

           SELECT ARCH-PLAN ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PLAN.

           SELECT ARCH-ASIENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIENTOS.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

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
      *    'A' recibo anulado por MantenimientoCobranzas: excluido
      *    del aging, las partidas, la cuenta corriente y la
      *    conciliacion; en blanco, vigente.
           03 REG-COB-ESTADO             PIC X(1).
               88 REG-COB-ANULADO        VALUE 'A'.
      *    numero correlativo del recibo oficial (RECIBO-NUMERO.DAT,
      *    ver CargaCobranzas) y medio de pago: 'E' efectivo o
      *    transferencia, 'C' cheque, 'Q' eCheq, 'D' debito directo
      *    (ProcesaRespuestaDebito). cero y blanco en un recibo
      *    cargado antes de la numeracion.
           03 REG-COB-NRO-RECIBO         PIC 9(8).
           03 REG-COB-MEDIO-PAGO         PIC X(1).
               88 REG-COB-EN-VALORES     VALUE 'C' 'Q'.
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
      *    en un cheque endosado, la fecha del endoso.
           03 REG-CHQ-FECHA-DEPOSITO     PIC 9(8).
           03 REG-CHQ-FECHA-ACREDITACION PIC 9(8).
           03 REG-CHQ-IMPORTE            PIC 9(10)V99.
           03 REG-CHQ-MONEDA             PIC X(3).
           03 REG-CHQ-ESTADO             PIC X(1).
               88 REG-CHQ-ACREDITADO     VALUE 'A'.
               88 REG-CHQ-RECHAZADO      VALUE 'R'.
               88 REG-CHQ-ENDOSADO       VALUE 'E'.
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
      *    'G' ganancia (se cobro mas ARS que la valuacion), 'P'
      *    perdida.
           03 DIF-SIGNO             PIC X(1).
               88 DIF-GANANCIA      VALUE 'G'.
           03 DIF-IMPORTE           PIC 9(10)V99.

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

      *    un renglon por periodo asentado: cantidades y total del
      *    DEBE de todas las entidades.
       FD ARCH-HISTORIA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS-COBRANZAS-HISTORIA.DAT'
             DATA RECORD IS REG-HISTORIA.

       01 REG-HISTORIA.
           03 ACH-PERIODO                PIC 9(6).
           03 ACH-FECHA-PROCESO          PIC 9(8).
           03 ACH-RECIBOS                PIC 9(5).
           03 ACH-RETENCIONES            PIC 9(5).
           03 ACH-DIFERENCIAS            PIC 9(5).
           03 ACH-REVERSIONES            PIC 9(5).
           03 ACH-TOTAL-DEBE             PIC 9(13)V99.

      *    periodos ya pasados al mayor - ver PasajeMayor.
       FD ARCH-PERIODOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'MAYOR-PERIODOS.DAT'
             DATA RECORD IS REG-PERIODO.

       01 REG-PERIODO.
           03 MPE-PERIODO                PIC 9(6).
           03 MPE-FECHA-PASE             PIC 9(8).
           03 MPE-LINEAS                 PIC 9(5).
           03 MPE-TOTAL-DEBE             PIC 9(13)V99.
           03 MPE-TOTAL-HABER            PIC 9(13)V99.

       FD ARCH-PLAN LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PLAN-CUENTAS.DAT'
             DATA RECORD IS REG-PLAN.

       01 REG-PLAN.
           03 PLC-CONCEPTO               PIC X(12).
           03 PLC-CUENTA                 PIC 9(6).
           03 PLC-DESCRIPCION            PIC X(25).

       FD ARCH-ASIENTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS.DAT'
             DATA RECORD IS REG-ASIENTO.

       01 REG-ASIENTO.
           03 ASI-FECHA                  PIC 9(8).
           03 FILLER                     PIC X(1).
           03 ASI-CUENTA                 PIC 9(6).
           03 FILLER                     PIC X(1).
           03 ASI-DESCRIPCION            PIC X(25).
           03 FILLER                     PIC X(1).
           03 ASI-DEBE                   PIC 9(12)V99.
           03 FILLER                     PIC X(1).
           03 ASI-HABER                  PIC 9(12)V99.
           03 FILLER                     PIC X(1).
      *    entidad emisora del asiento; 0 = asiento de toda la
      *    cartera, sin entidad (prevision, revaluacion, WIP).
           03 ASI-ENTIDAD                PIC 9(2).

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS-COBRANZAS.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-COBRANZAS     PIC XX.
           88 COB-OK         VALUE '00'.
           88 COB-EOF        VALUE '10'.

       77 FS-CHEQUES       PIC XX.
           88 CHQ-OK         VALUE '00'.
           88 CHQ-EOF        VALUE '10'.

       77 FS-RETENCIONES   PIC XX.
           88 RET-OK         VALUE '00'.
           88 RET-EOF        VALUE '10'.

       77 FS-DIFERENCIAS   PIC XX.
           88 DIFERENCIAS-OK  VALUE '00'.
           88 DIFERENCIAS-EOF VALUE '10'.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.
           88 COTIZACION-EOF VALUE '10'.

       77 FS-AUDITORIA     PIC XX.
           88 AUDITORIA-OK   VALUE '00'.
           88 AUDITORIA-EOF  VALUE '10'.

       77 FS-HISTORIA      PIC XX.
           88 HISTORIA-OK    VALUE '00'.
           88 HISTORIA-EOF   VALUE '10'.

       77 FS-PERIODOS      PIC XX.
           88 PERIODOS-OK    VALUE '00'.
           88 PERIODOS-EOF   VALUE '10'.

       77 FS-PLAN          PIC XX.
           88 PLAN-OK        VALUE '00'.
           88 PLAN-EOF       VALUE '10'.

       77 FS-ASIENTOS      PIC XX.
           88 ASIENTOS-OK    VALUE '00'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno ASIENTOS-COB-MODO vale 'BATCH',
      *    el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANIO        PIC 9(4).
           03 WS-PERIODO-MES         PIC 9(2).
       01 WS-FECHA-HOY               PIC 9(8).

      *    primer y ultimo dia del periodo (el primero del mes
      *    siguiente menos un dia) y fecha de las lineas: hoy si el
      *    periodo es el mes en curso, si no el ultimo dia, como en
      *    GeneraAsientos - PasajeMayor solo pasa lineas fechadas
      *    dentro del periodo.
       01 WS-FECHA-DESDE             PIC 9(8).
       01 WS-FECHA-CIERRE            PIC 9(8).
       01 WS-FECHA-ASIENTO           PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-SIGUIENTE.
           03 WS-PS-ANIO             PIC 9(4).
           03 WS-PS-MES              PIC 9(2).
           03 WS-PS-DIA              PIC 9(2).
       01 WS-DIAS-CIERRE             PIC 9(7).

      *    control contra la historia y el mayor. los periodos ya
      *    asentados quedan en tabla: solo se revierte la anulacion
      *    de un recibo cuyo periodo llego a asentarse.
       01 WS-ULTIMO-PERIODO          PIC 9(6) VALUE 0.
       01 WS-PERIODO-YA-PROCESADO    PIC X VALUE 'N'.
           88 PERIODO-YA-PROCESADO   VALUE 'S'.
       01 WS-PERIODO-PASADO          PIC X VALUE 'N'.
           88 PERIODO-PASADO         VALUE 'S'.

       01 TABLA-ASENTADOS.
           03 TAB-ACH OCCURS 600 TIMES INDEXED BY IND-TAB-ACH.
               05 TAB-ACH-PERIODO       PIC 9(6).

       01 WS-CANT-ACH                PIC 9(3) VALUE 0.
       01 WS-PERIODO-CONSULTA        PIC 9(6).
       01 WS-PERIODO-ASENTADO        PIC X VALUE 'N'.
           88 PERIODO-ASENTADO       VALUE 'S'.

      *    plan de cuentas en tabla, igual que GeneraAsientos.
       01 WS-MAX-PLAN                PIC 9(2) VALUE 50.

       01 TABLA-PLAN.
           03 TAB-PLC OCCURS 50 TIMES INDEXED BY IND-TAB-PLC.
               05 TAB-PLC-CONCEPTO      PIC X(12).
               05 TAB-PLC-CUENTA        PIC 9(6).
               05 TAB-PLC-DESC          PIC X(25).

       01 WS-CANT-PLAN               PIC 9(2) VALUE 0.

       01 WS-CONCEPTO-BUSCADO        PIC X(12).
       01 WS-CUENTA-HALLADA          PIC 9(6).
       01 WS-DESC-HALLADA            PIC X(25).
       01 WS-CONCEPTO-HALLADO        PIC X VALUE 'N'.
           88 CONCEPTO-HALLADO       VALUE 'S'.

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

      *    anulaciones de recibos de AUDITORIA.LOG: la clave de
      *    MantenimientoCobranzas es CUIT + ' ' + referencia, sin la
      *    fecha del recibo, asi que se identifica ademas por el
      *    importe vigente que quedo en el valor anterior
      *    ('VIGENTE ' + importe + ' ' + moneda).
       01 TABLA-ANULACIONES.
           03 TAB-ANR OCCURS 2000 TIMES INDEXED BY IND-TAB-ANR.
               05 TAB-ANR-CUIT          PIC 9(11).
               05 TAB-ANR-REFERENCIA    PIC X(10).
               05 TAB-ANR-IMPORTE       PIC 9(10)V99.
               05 TAB-ANR-FECHA         PIC 9(8).

       01 WS-CANT-ANR                PIC 9(4) VALUE 0.
       01 WS-AUD-IMPORTE-X           PIC X(12).
       01 WS-AUD-IMPORTE REDEFINES WS-AUD-IMPORTE-X
                                     PIC 9(10)V99.
       01 WS-FECHA-ANULACION         PIC 9(8).

      *    ajustes de importe de recibos que no son anulaciones de
      *    MantenimientoCobranzas, de AUDITORIA.LOG: el rechazo de un
      *    cheque en CarteraCheques ('C') y la correccion de
      *    MantenimientoCobranzas ('M'). cada renglon es lo que el
      *    recibo (CUIT + fecha + referencia) perdio ese dia, o con
      *    signo menos lo que gano; una correccion que cambia la
      *    fecha o la referencia deja dos renglones, el recibo viejo
      *    pierde todo y el nuevo lo gana. el vigente es la clave con
      *    la que el recibo esta hoy en el maestro, de donde salen
      *    medio, entidad y moneda. estado ' ' si el recibo no
      *    aparecio en el maestro, 'V' si aparecio, 'X' si quedo
      *    afuera del asiento de su periodo por estar anulado.
       01 TABLA-AJUSTES.
           03 TAB-AJU OCCURS 2000 TIMES
                      INDEXED BY IND-TAB-AJU IND-TAB-AJP.
               05 TAB-AJU-RECIBO.
                   07 TAB-AJU-CUIT          PIC 9(11).
                   07 TAB-AJU-FECHA-COB     PIC 9(8).
                   07 TAB-AJU-REFERENCIA    PIC X(10).
               05 TAB-AJU-VIGENTE           PIC X(29).
               05 TAB-AJU-IMPORTE           PIC S9(10)V99.
               05 TAB-AJU-MONEDA            PIC X(3).
               05 TAB-AJU-FECHA             PIC 9(8).
               05 TAB-AJU-ORIGEN            PIC X(1).
                   88 TAB-AJU-DE-CHEQUE     VALUE 'C'.
               05 TAB-AJU-ENDOSADO          PIC X(1).
               05 TAB-AJU-ESTADO            PIC X(1).

       01 WS-CANT-AJU                PIC 9(4) VALUE 0.

       01 WS-AJU-RECIBO.
           03 WS-AJU-CUIT            PIC 9(11).
           03 WS-AJU-FECHA-COB       PIC 9(8).
           03 WS-AJU-REFERENCIA      PIC X(10).
       01 WS-AJU-VIGENTE             PIC X(29).
       01 WS-AJU-IMPORTE             PIC S9(10)V99.
       01 WS-AJU-MONEDA              PIC X(3).
       01 WS-AJU-ORIGEN              PIC X(1).
       01 WS-AJU-ENDOSADO            PIC X(1).
       01 WS-RECIBO-ANTERIOR         PIC X(29).
       01 WS-ESTADO-AJUSTES          PIC X(1).
       01 WS-IMPORTE-RECIBO          PIC S9(10)V99.

      *    foto del recibo en una correccion de MantenimientoCobranzas:
      *    fecha, referencia, importe y moneda, antes y despues.
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

      *    foto del recibo despues del rechazo de un cheque en
      *    CarteraCheques: 'CHEQUE RECHAZADO ' banco ' ' numero
      *    ' QUEDA ' importe ' ' estado.
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

      *    cheques que se rechazaron estando endosados (banco ' '
      *    numero, la clave de CarteraCheques en AUDITORIA.LOG): su
      *    endoso sigue contando y el rechazo va contra ENDOSOCHEQ.
       01 TABLA-ENDOSOS-RECHAZADOS.
           03 TAB-ERC OCCURS 500 TIMES INDEXED BY IND-TAB-ERC.
               05 TAB-ERC-CHEQUE        PIC X(16).

       01 WS-CANT-ERC                PIC 9(3) VALUE 0.

       01 WS-CLAVE-CHEQUE.
           03 WS-CCH-BANCO           PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 WS-CCH-NUMERO          PIC X(12).
       01 WS-CHEQUE-ENDOSADO         PIC X VALUE 'N'.
           88 CHEQUE-ENDOSADO        VALUE 'S'.
       01 WS-CHEQUES-ABIERTO         PIC X VALUE 'N'.
           88 CHEQUES-ABIERTO        VALUE 'S'.
      *    'A' acreditacion, 'E' endoso, blanco si el cheque no se
      *    movio en el periodo.
       01 WS-MOVIMIENTO-CHEQUE       PIC X(1).

      *    acumulados por entidad, por codigo de entidad.
       01 TABLA-ENTIDADES.
           03 TAB-ENT OCCURS 99 TIMES.
               05 TAB-ENT-BANCO         PIC S9(12)V99.
               05 TAB-ENT-VALORES       PIC S9(12)V99.
               05 TAB-ENT-RETENIDO      PIC S9(12)V99.
               05 TAB-ENT-GANANCIA      PIC S9(12)V99.
               05 TAB-ENT-PERDIDA       PIC S9(12)V99.
               05 TAB-ENT-REV-BANCO     PIC S9(12)V99.
               05 TAB-ENT-REV-VALORES   PIC S9(12)V99.
               05 TAB-ENT-REV-ENDOSO    PIC S9(12)V99.
               05 TAB-ENT-ACREDITADO    PIC S9(12)V99.
               05 TAB-ENT-ENDOSADO      PIC S9(12)V99.
               05 TAB-ENT-MOVIMIENTOS   PIC 9(5).

       01 WS-ENTIDAD-ACTUAL          PIC 9(3).
       01 WS-ENTIDAD-MOV             PIC 9(2).

      *    retenciones por entidad y concepto del plan.
       01 WS-MAX-RSU                 PIC 9(3) VALUE 200.

       01 TABLA-RETENCIONES.
           03 TAB-RSU OCCURS 200 TIMES INDEXED BY IND-TAB-RSU.
               05 TAB-RSU-ENTIDAD       PIC 9(2).
               05 TAB-RSU-CONCEPTO      PIC X(12).
               05 TAB-RSU-IMPORTE       PIC S9(12)V99.

       01 WS-CANT-RSU                PIC 9(3) VALUE 0.
       01 WS-CONCEPTO-RET            PIC X(12).
       01 WS-RSU-HALLADA             PIC X VALUE 'N'.
           88 RSU-HALLADA            VALUE 'S'.

      *    movimiento en curso.
       01 WS-IMPORTE-ARS             PIC S9(12)V99.
       01 WS-MONEDA-MOV              PIC X(3).
       01 WS-RECIBO-HALLADO          PIC X VALUE 'N'.
           88 RECIBO-HALLADO         VALUE 'S'.
       01 WS-COBRANZAS-ABIERTO       PIC X VALUE 'N'.
           88 COBRANZAS-ABIERTO      VALUE 'S'.
       01 WS-CUIT-DIF                PIC 9(11).
       01 WS-FECHA-DIF               PIC 9(8).

       01 WS-CANT-RECIBOS            PIC 9(5) VALUE 0.
       01 WS-CANT-RETENCIONES        PIC 9(5) VALUE 0.
       01 WS-CANT-DIFERENCIAS        PIC 9(5) VALUE 0.
       01 WS-CANT-REVERSIONES        PIC 9(5) VALUE 0.
       01 WS-CANT-EXCLUIDOS          PIC 9(5) VALUE 0.
       01 WS-CANT-AJUSTES            PIC 9(5) VALUE 0.
       01 WS-CANT-CHEQUES            PIC 9(5) VALUE 0.

      *    primera pasada: arma y controla el asiento de cada
      *    entidad; segunda pasada: recien ahi graba.
       01 WS-FASE                    PIC X VALUE 'C'.
           88 FASE-CONTROL           VALUE 'C'.
           88 FASE-GRABACION         VALUE 'G'.

       01 WS-DEUDORES-COBRADO        PIC S9(12)V99.
       01 WS-DEUDORES-REVERTIDO      PIC S9(12)V99.
       01 WS-TOT-DEBE                PIC S9(13)V99 VALUE 0.
       01 WS-TOT-HABER               PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DEBE-GRAL           PIC S9(13)V99 VALUE 0.

       01 WS-IMPORTE-LINEA           PIC S9(12)V99.
       01 WS-LADO-LINEA              PIC X.
           88 LINEA-AL-DEBE          VALUE 'D'.

       01 WS-ACUM-LINEAS             PIC 9(4) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(36) VALUE
              'ASIENTO DE COBRANZAS DEL PERIODO '.
           03 LIN-TIT-PERIODO        PIC 9(6).
           03 FILLER                 PIC X(17) VALUE
              ' - FECHA ASIENTO '.
           03 LIN-TIT-FECHA          PIC 9(8).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(18) VALUE 'MOVIMIENTO'.
           03 FILLER       PIC X(5)  VALUE 'ENT.'.
           03 FILLER       PIC X(13) VALUE 'CUIT'.
           03 FILLER       PIC X(10) VALUE 'FECHA'.
           03 FILLER       PIC X(14) VALUE 'DOCUMENTO'.
           03 FILLER       PIC X(12) VALUE 'DETALLE'.
           03 FILLER       PIC X(4)  VALUE 'MON'.
           03 FILLER       PIC X(18) VALUE '          IMPORTE'.
           03 FILLER       PIC X(20) VALUE '          EN PESOS'.

       01 LINEA-DIVISORIA            PIC X(114) VALUE ALL '-'.

       01 LINEA-MOVIMIENTO.
           03 LIN-MOV-TIPO           PIC X(18).
           03 LIN-MOV-ENTIDAD        PIC 9(2).
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-MOV-CUIT           PIC 9(11).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-MOV-FECHA          PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-MOV-DOCUMENTO      PIC X(12).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-MOV-DETALLE        PIC X(10).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-MOV-MONEDA         PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MOV-IMPORTE        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MOV-ARS            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-ENC-ASIENTO.
           03 FILLER       PIC X(5)  VALUE 'ENT.'.
           03 FILLER       PIC X(8)  VALUE 'CUENTA'.
           03 FILLER       PIC X(27) VALUE 'DESCRIPCION'.
           03 FILLER       PIC X(20) VALUE '              DEBE'.
           03 FILLER       PIC X(20) VALUE '             HABER'.

       01 LINEA-ASIENTO.
           03 LIN-ASI-ENTIDAD        PIC 9(2).
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-ASI-CUENTA         PIC 9(6).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-ASI-DESCRIPCION    PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-ASI-DEBE           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-ASI-HABER          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-TOTAL-ASIENTO.
           03 FILLER                 PIC X(26) VALUE
              'TOTAL ASIENTO ENTIDAD '.
           03 LIN-TOT-ENTIDAD        PIC 9(2).
           03 FILLER                 PIC X(11) VALUE SPACES.
           03 LIN-TOT-DEBE           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-HABER          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-EN-BLANCO            PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.

       GENERA-ASIENTOS-COBRANZAS.
           PERFORM DETERMINAR-PERIODO.
           PERFORM CONTROLAR-HISTORIA.
           PERFORM CONTROLAR-PASE-AL-MAYOR.
           PERFORM CARGAR-PLAN-CUENTAS.
           PERFORM CARGAR-COTIZACIONES.
           PERFORM ABRIR-CHEQUES.
           PERFORM CARGAR-ANULACIONES.
           PERFORM INICIALIZAR-ENTIDADES
               VARYING WS-ENTIDAD-ACTUAL FROM 1 BY 1
               UNTIL WS-ENTIDAD-ACTUAL GREATER 99.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE ASIENTOS-COBRANZAS.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PERIODO TO LIN-TIT-PERIODO.
           MOVE WS-FECHA-ASIENTO TO LIN-TIT-FECHA.
           MOVE LINEA-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           OPEN INPUT ARCH-COBRANZAS.
           IF COB-OK
              MOVE 'S' TO WS-COBRANZAS-ABIERTO
              PERFORM ACUMULAR-COBRANZAS
              PERFORM ACUMULAR-RECIBOS-BORRADOS
              PERFORM ACUMULAR-AJUSTES
              PERFORM ACUMULAR-CHEQUES.
           PERFORM ACUMULAR-RETENCIONES.
           PERFORM ACUMULAR-DIFERENCIAS.
           IF COBRANZAS-ABIERTO
              CLOSE ARCH-COBRANZAS.
           IF CHEQUES-ABIERTO
              CLOSE ARCH-CHEQUES.

           IF WS-CANT-RECIBOS EQUAL ZERO
              AND WS-CANT-RETENCIONES EQUAL ZERO
              AND WS-CANT-DIFERENCIAS EQUAL ZERO
              AND WS-CANT-REVERSIONES EQUAL ZERO
              AND WS-CANT-AJUSTES EQUAL ZERO
              AND WS-CANT-CHEQUES EQUAL ZERO
              MOVE 'SIN MOVIMIENTOS DE COBRANZA EN EL PERIODO'
                  TO REG-LISTADO
              WRITE REG-LISTADO
              CLOSE ARCH-LISTADO
              DISPLAY 'SIN COBRANZAS, RETENCIONES, DIFERENCIAS, '
                  'ANULACIONES NI CHEQUES EN EL PERIODO ' WS-PERIODO
                  ' - NO HAY ASIENTO'
              PERFORM TERMINAR.

           MOVE 'C' TO WS-FASE.
           PERFORM PROCESAR-ENTIDADES.

      *    todos los asientos cierran y todos los conceptos existen:
      *    recien ahora se abre ASIENTOS.DAT.
           OPEN EXTEND ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              OPEN OUTPUT ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              DISPLAY 'NO PUDO ABRIRSE ASIENTOS.DAT ' FS-ASIENTOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENC-ASIENTO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE 'G' TO WS-FASE.
           PERFORM PROCESAR-ENTIDADES.
           CLOSE ARCH-ASIENTOS.
           CLOSE ARCH-LISTADO.

           PERFORM GRABAR-HISTORIA.
           DISPLAY WS-CANT-RECIBOS ' RECIBOS, ' WS-CANT-RETENCIONES
               ' RETENCIONES, ' WS-CANT-DIFERENCIAS
               ' DIFERENCIAS DE CAMBIO, ' WS-CANT-REVERSIONES
               ' ANULACIONES REVERTIDAS'.
           DISPLAY WS-CANT-AJUSTES ' AJUSTES DE RECIBOS REVERTIDOS, '
               WS-CANT-CHEQUES ' CHEQUES ACREDITADOS O ENDOSADOS'.
           DISPLAY WS-ACUM-LINEAS ' LINEAS DE ASIENTO AGREGADAS A '
               'ASIENTOS.DAT - DETALLE EN ASIENTOS-COBRANZAS.LST'.
           PERFORM TERMINAR.

       DETERMINAR-PERIODO.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'ASIENTOS-COB-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT
               'ASIENTOS-COB-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NUMERIC
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              ELSE
                 DISPLAY 'ASIENTOS-COB-PERIODO INVALIDO: '
                     WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF WS-PERIODO-MES LESS 1 OR WS-PERIODO-MES GREATER 12
              DISPLAY 'ASIENTOS-COB-PERIODO INVALIDO: ' WS-PERIODO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1.
           IF WS-PERIODO-MES EQUAL 12
              COMPUTE WS-PS-ANIO = WS-PERIODO-ANIO + 1
              MOVE 1 TO WS-PS-MES
           ELSE
              MOVE WS-PERIODO-ANIO TO WS-PS-ANIO
              COMPUTE WS-PS-MES = WS-PERIODO-MES + 1.
           MOVE 1 TO WS-PS-DIA.
           COMPUTE WS-DIAS-CIERRE = FUNCTION INTEGER-OF-DATE
               (WS-PRIMERO-SIGUIENTE) - 1.
           COMPUTE WS-FECHA-CIERRE = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-CIERRE).
           IF WS-FECHA-HOY (1:6) EQUAL WS-PERIODO
              MOVE WS-FECHA-HOY TO WS-FECHA-ASIENTO
           ELSE
              MOVE WS-FECHA-CIERRE TO WS-FECHA-ASIENTO.

      *    un periodo ya asentado duplicaria la cobranza en DEUDORES;
      *    uno anterior al ultimo ya no podria revertir bien sus
      *    anulaciones. ASIENTOS-COBRANZAS-HISTORIA.DAT no existe
      *    antes de la primera corrida.
       CONTROLAR-HISTORIA.
           OPEN INPUT ARCH-HISTORIA.
           IF HISTORIA-OK
              PERFORM LEER-HISTORIA
              PERFORM EVALUAR-UNA-HISTORIA UNTIL HISTORIA-EOF
              CLOSE ARCH-HISTORIA.
           IF PERIODO-YA-PROCESADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA TIENE ASIENTO DE '
                  'COBRANZAS - NO SE VUELVE A CORRER'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.
           IF WS-ULTIMO-PERIODO GREATER WS-PERIODO
              DISPLAY 'YA SE ASENTO LA COBRANZA DEL PERIODO POSTERIOR '
                  WS-ULTIMO-PERIODO ' - NO SE PUEDE ASENTAR '
                  WS-PERIODO
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-HISTORIA.
           READ ARCH-HISTORIA AT END MOVE '10' TO FS-HISTORIA.

       EVALUAR-UNA-HISTORIA.
           IF ACH-PERIODO EQUAL WS-PERIODO
              MOVE 'S' TO WS-PERIODO-YA-PROCESADO.
           IF ACH-PERIODO GREATER WS-ULTIMO-PERIODO
              MOVE ACH-PERIODO TO WS-ULTIMO-PERIODO.
           IF WS-CANT-ACH LESS 600
              ADD 1 TO WS-CANT-ACH
              MOVE ACH-PERIODO TO TAB-ACH-PERIODO(WS-CANT-ACH).
           PERFORM LEER-HISTORIA.

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

      *    el asiento tiene que entrar al mayor con su periodo: si
      *    PasajeMayor ya lo paso, la cobranza quedaria afuera.
      *    MAYOR-PERIODOS.DAT no existe antes del primer pase.
       CONTROLAR-PASE-AL-MAYOR.
           OPEN INPUT ARCH-PERIODOS.
           IF PERIODOS-OK
              PERFORM LEER-PERIODO
              PERFORM EVALUAR-UN-PERIODO UNTIL PERIODOS-EOF
              CLOSE ARCH-PERIODOS.
           IF PERIODO-PASADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA ESTA PASADO AL '
                  'MAYOR - NO SE PUEDE ASENTAR LA COBRANZA'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-PERIODO.
           READ ARCH-PERIODOS AT END MOVE '10' TO FS-PERIODOS.

       EVALUAR-UN-PERIODO.
           IF MPE-PERIODO EQUAL WS-PERIODO
              MOVE 'S' TO WS-PERIODO-PASADO.
           PERFORM LEER-PERIODO.

       CARGAR-PLAN-CUENTAS.
           OPEN INPUT ARCH-PLAN.
           IF NOT PLAN-OK
              DISPLAY 'NO PUDO ABRIRSE PLAN-CUENTAS.DAT ' FS-PLAN
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-PLAN.
           PERFORM CARGAR-CUENTA-EN-TABLA
               UNTIL PLAN-EOF OR WS-CANT-PLAN NOT LESS WS-MAX-PLAN.
           CLOSE ARCH-PLAN.

       LEER-PLAN.
           READ ARCH-PLAN AT END MOVE '10' TO FS-PLAN.

       CARGAR-CUENTA-EN-TABLA.
           ADD 1 TO WS-CANT-PLAN.
           MOVE PLC-CONCEPTO TO TAB-PLC-CONCEPTO(WS-CANT-PLAN).
           MOVE PLC-CUENTA TO TAB-PLC-CUENTA(WS-CANT-PLAN).
           MOVE PLC-DESCRIPCION TO TAB-PLC-DESC(WS-CANT-PLAN).
           PERFORM LEER-PLAN.

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

      *    WS-IMPORTE-ARS en WS-MONEDA-MOV a pesos, a la cotizacion
      *    de WS-FECHA-CONSULTA. sin cotizacion el movimiento no se
      *    puede asentar y se corta la corrida.
       VALUAR-EN-PESOS.
           IF WS-MONEDA-MOV NOT EQUAL 'ARS'
              AND WS-MONEDA-MOV NOT EQUAL SPACES
              PERFORM BUSCAR-COTIZACION
              IF WS-COTIZ-CONSULTA EQUAL ZERO
                 DISPLAY 'SIN COTIZACION AL ' WS-FECHA-CONSULTA
                     ' EN COTIZACION.DAT PARA VALUAR UN MOVIMIENTO EN '
                     WS-MONEDA-MOV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-IMPORTE-ARS ROUNDED =
                  WS-IMPORTE-ARS * WS-COTIZ-CONSULTA.

      *    CHEQUES.DAT puede no existir todavia: sin cartera no hay
      *    rechazos, acreditaciones ni endosos.
       ABRIR-CHEQUES.
           OPEN INPUT ARCH-CHEQUES.
           IF CHQ-OK
              MOVE 'S' TO WS-CHEQUES-ABIERTO.

      *    AUDITORIA.LOG puede no existir todavia.
       CARGAR-ANULACIONES.
           OPEN INPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              PERFORM LEER-AUDITORIA
              PERFORM EVALUAR-UNA-AUDITORIA UNTIL AUDITORIA-EOF
              CLOSE ARCH-AUDITORIA.

       LEER-AUDITORIA.
           READ ARCH-AUDITORIA AT END MOVE '10' TO FS-AUDITORIA.

      *    AUD-PROGRAMA es X(20): MantenimientoCobranzas queda
      *    grabado como 'MantenimientoCobranz'. el renglon del cheque
      *    rechazado va antes que el del recibo que reduce.
       EVALUAR-UNA-AUDITORIA.
           IF AUD-PROGRAMA EQUAL 'MantenimientoCobranz'
              AND AUD-ARCHIVO EQUAL 'COBRANZAS.DAT'
              AND AUD-CLAVE (1:11) IS NUMERIC
              IF AUD-VALOR-DESPUES (1:8) EQUAL 'ANULADO:'
                 PERFORM CARGAR-UNA-ANULACION
              ELSE
                 IF AUD-OPERACION EQUAL 'U'
                    AND AUD-VALOR-ANTES (1:8) IS NUMERIC
                    PERFORM CARGAR-CORRECCION-RECIBO
                 END-IF
              END-IF
           END-IF.
           IF AUD-PROGRAMA EQUAL 'CarteraCheques'
              IF AUD-ARCHIVO EQUAL 'CHEQUES.DAT'
                 AND AUD-VALOR-ANTES (1:8) EQUAL 'ESTADO E'
                 AND AUD-VALOR-DESPUES (1:8) EQUAL 'ESTADO R'
                 PERFORM REGISTRAR-ENDOSO-RECHAZADO
              END-IF
              IF AUD-ARCHIVO EQUAL 'COBRANZAS.DAT'
                 AND AUD-VALOR-DESPUES (1:17) EQUAL 'CHEQUE RECHAZADO '
                 PERFORM CARGAR-RECHAZO-CHEQUE
              END-IF
           END-IF.
           PERFORM LEER-AUDITORIA.

       CARGAR-UNA-ANULACION.
           MOVE AUD-VALOR-ANTES (9:12) TO WS-AUD-IMPORTE-X.
           IF WS-AUD-IMPORTE-X IS NUMERIC
              IF WS-CANT-ANR LESS 2000
                 ADD 1 TO WS-CANT-ANR
                 MOVE AUD-CLAVE (1:11) TO TAB-ANR-CUIT(WS-CANT-ANR)
                 MOVE AUD-CLAVE (13:10) TO
                     TAB-ANR-REFERENCIA(WS-CANT-ANR)
                 MOVE WS-AUD-IMPORTE TO TAB-ANR-IMPORTE(WS-CANT-ANR)
                 MOVE AUD-FECHA TO TAB-ANR-FECHA(WS-CANT-ANR)
              ELSE
                 DISPLAY 'ERROR: MAS DE 2000 ANULACIONES DE RECIBOS '
                     'EN AUDITORIA.LOG, LA TABLA-ANULACIONES NO '
                     'ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

      *    correccion de MantenimientoCobranzas. sin cambio de clave
      *    el recibo pierde la diferencia; con cambio de clave el
      *    nuevo gana su importe, el viejo pierde el suyo, y los
      *    ajustes anteriores del viejo pasan a tomar medio, entidad
      *    y moneda del nuevo.
       CARGAR-CORRECCION-RECIBO.
           MOVE AUD-VALOR-ANTES TO WS-FOTO-ANTERIOR.
           MOVE AUD-VALOR-DESPUES TO WS-FOTO-NUEVA.
           IF WS-FAN-IMPORTE-X IS NUMERIC
              AND WS-FNU-FECHA IS NUMERIC
              AND WS-FNU-IMPORTE-X IS NUMERIC
              MOVE AUD-CLAVE (1:11) TO WS-AJU-CUIT
              MOVE WS-FNU-FECHA TO WS-AJU-FECHA-COB
              MOVE WS-FNU-REFERENCIA TO WS-AJU-REFERENCIA
              MOVE WS-AJU-RECIBO TO WS-AJU-VIGENTE
              MOVE WS-FNU-MONEDA TO WS-AJU-MONEDA
              MOVE 'M' TO WS-AJU-ORIGEN
              MOVE 'N' TO WS-AJU-ENDOSADO
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
                 MOVE WS-AJU-RECIBO TO WS-RECIBO-ANTERIOR
                 PERFORM ACTUALIZAR-VIGENTE
                     VARYING IND-TAB-AJU FROM 1 BY 1
                     UNTIL IND-TAB-AJU GREATER WS-CANT-AJU
                 MOVE WS-FAN-IMPORTE TO WS-AJU-IMPORTE
                 PERFORM AGREGAR-AJUSTE
              END-IF
           END-IF.

       ACTUALIZAR-VIGENTE.
           IF TAB-AJU-VIGENTE(IND-TAB-AJU) EQUAL WS-RECIBO-ANTERIOR
              MOVE WS-AJU-VIGENTE TO TAB-AJU-VIGENTE(IND-TAB-AJU).

      *    rechazo de un cheque en CarteraCheques: el recibo pierde
      *    lo vigente menos lo que queda (todo si quedo anulado en
      *    cero). la clave auditada no lleva la fecha del recibo, que
      *    sale del cheque en CHEQUES.DAT.
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
                 MOVE WS-AJU-RECIBO TO WS-AJU-VIGENTE
                 COMPUTE WS-AJU-IMPORTE =
                     WS-AUD-IMPORTE - WS-FRC-QUEDA
                 MOVE AUD-VALOR-ANTES (22:3) TO WS-AJU-MONEDA
                 MOVE 'C' TO WS-AJU-ORIGEN
                 MOVE WS-FRC-BANCO-X TO WS-CCH-BANCO
                 MOVE WS-FRC-NUMERO TO WS-CCH-NUMERO
                 PERFORM CONSULTAR-ENDOSO-RECHAZADO
                 MOVE WS-CHEQUE-ENDOSADO TO WS-AJU-ENDOSADO
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
           MOVE WS-AJU-VIGENTE TO TAB-AJU-VIGENTE(IND-TAB-AJU).
           MOVE WS-AJU-IMPORTE TO TAB-AJU-IMPORTE(IND-TAB-AJU).
           MOVE WS-AJU-MONEDA TO TAB-AJU-MONEDA(IND-TAB-AJU).
           MOVE AUD-FECHA TO TAB-AJU-FECHA(IND-TAB-AJU).
           MOVE WS-AJU-ORIGEN TO TAB-AJU-ORIGEN(IND-TAB-AJU).
           MOVE WS-AJU-ENDOSADO TO TAB-AJU-ENDOSADO(IND-TAB-AJU).
           MOVE SPACE TO TAB-AJU-ESTADO(IND-TAB-AJU).

       REGISTRAR-ENDOSO-RECHAZADO.
           IF WS-CANT-ERC NOT LESS 500
              DISPLAY 'ERROR: MAS DE 500 CHEQUES ENDOSADOS RECHAZADOS '
                  'EN AUDITORIA.LOG, LA TABLA-ENDOSOS-RECHAZADOS NO '
                  'ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-ERC.
           MOVE AUD-CLAVE (1:16) TO TAB-ERC-CHEQUE(WS-CANT-ERC).

      *    si el cheque de WS-CLAVE-CHEQUE se rechazo endosado.
       CONSULTAR-ENDOSO-RECHAZADO.
           MOVE 'N' TO WS-CHEQUE-ENDOSADO.
           SET IND-TAB-ERC TO 1.
           SEARCH TAB-ERC
               WHEN IND-TAB-ERC GREATER THAN WS-CANT-ERC
                   NEXT SENTENCE
               WHEN TAB-ERC-CHEQUE(IND-TAB-ERC) EQUAL WS-CLAVE-CHEQUE
                   MOVE 'S' TO WS-CHEQUE-ENDOSADO
           END-SEARCH.

      *    fecha de anulacion del recibo en REG-COBRANZA; cero si no
      *    quedo en AUDITORIA.LOG.
       BUSCAR-ANULACION-RECIBO.
           MOVE 0 TO WS-FECHA-ANULACION.
           SET IND-TAB-ANR TO 1.
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
           END-SEARCH.

       INICIALIZAR-ENTIDADES.
           MOVE 0 TO TAB-ENT-BANCO(WS-ENTIDAD-ACTUAL)
               TAB-ENT-VALORES(WS-ENTIDAD-ACTUAL)
               TAB-ENT-RETENIDO(WS-ENTIDAD-ACTUAL)
               TAB-ENT-GANANCIA(WS-ENTIDAD-ACTUAL)
               TAB-ENT-PERDIDA(WS-ENTIDAD-ACTUAL)
               TAB-ENT-REV-BANCO(WS-ENTIDAD-ACTUAL)
               TAB-ENT-REV-VALORES(WS-ENTIDAD-ACTUAL)
               TAB-ENT-REV-ENDOSO(WS-ENTIDAD-ACTUAL)
               TAB-ENT-ACREDITADO(WS-ENTIDAD-ACTUAL)
               TAB-ENT-ENDOSADO(WS-ENTIDAD-ACTUAL)
               TAB-ENT-MOVIMIENTOS(WS-ENTIDAD-ACTUAL).

      *    entidad del recibo en REG-COBRANZA.
       TOMAR-ENTIDAD-RECIBO.
           IF REG-COB-ENTIDAD IS NUMERIC
              AND REG-COB-ENTIDAD GREATER ZERO
              MOVE REG-COB-ENTIDAD TO WS-ENTIDAD-MOV
           ELSE
              MOVE 1 TO WS-ENTIDAD-MOV.

      *    recorre todo el maestro: los recibos del periodo y los
      *    anulados en el periodo que son de un periodo anterior.
       ACUMULAR-COBRANZAS.
           PERFORM LEER-COBRANZA.
           PERFORM EVALUAR-UNA-COBRANZA UNTIL COB-EOF.

       LEER-COBRANZA.
           READ ARCH-COBRANZAS NEXT RECORD
               AT END MOVE '10' TO FS-COBRANZAS
           END-READ.

      *    un recibo del periodo anulado despues del cierre entra
      *    igual: estaba vigente al cierre, y su anulacion se
      *    revierte en el periodo en que se hizo. uno anulado en cero
      *    por el rechazo de sus cheques (sin anulacion de
      *    MantenimientoCobranzas) entra por lo que tenia antes del
      *    rechazo, que se revierte aparte.
       EVALUAR-UNA-COBRANZA.
           MOVE 'V' TO WS-ESTADO-AJUSTES.
           IF REG-COB-FECHA NOT LESS WS-FECHA-DESDE
              AND REG-COB-FECHA NOT GREATER WS-FECHA-CIERRE
              IF REG-COB-ANULADO
                 PERFORM BUSCAR-ANULACION-RECIBO
                 IF WS-FECHA-ANULACION GREATER WS-FECHA-CIERRE
                    OR (WS-FECHA-ANULACION EQUAL ZERO
                        AND REG-COB-IMPORTE EQUAL ZERO)
                    PERFORM TOMAR-COBRANZA
                 ELSE
                    MOVE 'X' TO WS-ESTADO-AJUSTES
                    ADD 1 TO WS-CANT-EXCLUIDOS
                 END-IF
              ELSE
                 PERFORM TOMAR-COBRANZA
              END-IF
           ELSE
              IF REG-COB-ANULADO
                 AND REG-COB-FECHA LESS WS-FECHA-DESDE
                 PERFORM EVALUAR-REVERSION
              END-IF
           END-IF.
           MOVE REG-COB-CLAVE TO WS-AJU-RECIBO.
           PERFORM MARCAR-AJUSTE
               VARYING IND-TAB-AJU FROM 1 BY 1
               UNTIL IND-TAB-AJU GREATER WS-CANT-AJU.
           PERFORM LEER-COBRANZA.

       MARCAR-AJUSTE.
           IF TAB-AJU-RECIBO(IND-TAB-AJU) EQUAL WS-AJU-RECIBO
              MOVE WS-ESTADO-AJUSTES TO TAB-AJU-ESTADO(IND-TAB-AJU).

      *    el recibo entra con lo que tenia al cierre de su periodo:
      *    lo de hoy mas lo que perdio despues. lo que perdio por el
      *    rechazo de un cheque dentro del periodo tambien se suma,
      *    porque ese rechazo se asienta como reversion.
       TOMAR-COBRANZA.
           MOVE REG-COB-IMPORTE TO WS-IMPORTE-RECIBO.
           MOVE REG-COB-CLAVE TO WS-AJU-RECIBO.
           PERFORM SUMAR-AJUSTES-RECIBO.
           IF WS-IMPORTE-RECIBO GREATER ZERO
              PERFORM ASENTAR-RECIBO.

       SUMAR-AJUSTES-RECIBO.
           PERFORM SUMAR-UN-AJUSTE-RECIBO
               VARYING IND-TAB-AJU FROM 1 BY 1
               UNTIL IND-TAB-AJU GREATER WS-CANT-AJU.

       SUMAR-UN-AJUSTE-RECIBO.
           IF TAB-AJU-RECIBO(IND-TAB-AJU) EQUAL WS-AJU-RECIBO
              IF (TAB-AJU-DE-CHEQUE(IND-TAB-AJU)
                  AND TAB-AJU-FECHA(IND-TAB-AJU) (1:6) NOT LESS
                      WS-AJU-FECHA-COB (1:6))
                 OR TAB-AJU-FECHA(IND-TAB-AJU) (1:6) GREATER
                      WS-AJU-FECHA-COB (1:6)
                 ADD TAB-AJU-IMPORTE(IND-TAB-AJU) TO WS-IMPORTE-RECIBO.

       ASENTAR-RECIBO.
           PERFORM TOMAR-ENTIDAD-RECIBO.
           MOVE WS-IMPORTE-RECIBO TO WS-IMPORTE-ARS.
           MOVE REG-COB-MONEDA TO WS-MONEDA-MOV.
           MOVE REG-COB-FECHA TO WS-FECHA-CONSULTA.
           PERFORM VALUAR-EN-PESOS.
           IF REG-COB-EN-VALORES
              ADD WS-IMPORTE-ARS TO TAB-ENT-VALORES(WS-ENTIDAD-MOV)
              MOVE 'VALORES' TO LIN-MOV-DETALLE
           ELSE
              ADD WS-IMPORTE-ARS TO TAB-ENT-BANCO(WS-ENTIDAD-MOV)
              MOVE 'BANCO' TO LIN-MOV-DETALLE.
           ADD 1 TO TAB-ENT-MOVIMIENTOS(WS-ENTIDAD-MOV).
           ADD 1 TO WS-CANT-RECIBOS.
           MOVE 'RECIBO' TO LIN-MOV-TIPO.
           PERFORM IMPRIMIR-RECIBO.

      *    la anulacion de un recibo de un periodo ya asentado se
      *    revierte en el periodo de la anulacion; si su periodo
      *    nunca se asento no hay nada que revertir.
       EVALUAR-REVERSION.
           PERFORM BUSCAR-ANULACION-RECIBO.
           IF WS-FECHA-ANULACION NOT LESS WS-FECHA-DESDE
              AND WS-FECHA-ANULACION NOT GREATER WS-FECHA-CIERRE
              MOVE REG-COB-FECHA (1:6) TO WS-PERIODO-CONSULTA
              PERFORM CONSULTAR-PERIODO-ASENTADO
              IF PERIODO-ASENTADO
                 PERFORM TOMAR-REVERSION.

       TOMAR-REVERSION.
           PERFORM TOMAR-ENTIDAD-RECIBO.
           MOVE REG-COB-IMPORTE TO WS-IMPORTE-RECIBO.
           MOVE REG-COB-IMPORTE TO WS-IMPORTE-ARS.
           MOVE REG-COB-MONEDA TO WS-MONEDA-MOV.
           MOVE REG-COB-FECHA TO WS-FECHA-CONSULTA.
           PERFORM VALUAR-EN-PESOS.
           IF REG-COB-EN-VALORES
              ADD WS-IMPORTE-ARS TO
                  TAB-ENT-REV-VALORES(WS-ENTIDAD-MOV)
              MOVE 'VALORES' TO LIN-MOV-DETALLE
           ELSE
              ADD WS-IMPORTE-ARS TO TAB-ENT-REV-BANCO(WS-ENTIDAD-MOV)
              MOVE 'BANCO' TO LIN-MOV-DETALLE.
           ADD 1 TO TAB-ENT-MOVIMIENTOS(WS-ENTIDAD-MOV).
           ADD 1 TO WS-CANT-REVERSIONES.
           MOVE 'ANULACION RECIBO' TO LIN-MOV-TIPO.
           COMPUTE WS-IMPORTE-ARS = WS-IMPORTE-ARS * -1.
           PERFORM IMPRIMIR-RECIBO.

       IMPRIMIR-RECIBO.
           MOVE WS-ENTIDAD-MOV TO LIN-MOV-ENTIDAD.
           MOVE REG-COB-CUIT TO LIN-MOV-CUIT.
           MOVE REG-COB-FECHA TO LIN-MOV-FECHA.
           MOVE REG-COB-REFERENCIA TO LIN-MOV-DOCUMENTO.
           MOVE REG-COB-MONEDA TO LIN-MOV-MONEDA.
           MOVE WS-IMPORTE-RECIBO TO LIN-MOV-IMPORTE.
           MOVE WS-IMPORTE-ARS TO LIN-MOV-ARS.
           MOVE LINEA-MOVIMIENTO TO REG-LISTADO.
           WRITE REG-LISTADO.

      *    un recibo del periodo que una correccion posterior cambio
      *    de fecha o de referencia ya no esta en el maestro con esa
      *    clave: entra con lo que tenia al cierre, que es lo que la
      *    correccion le saco.
       ACUMULAR-RECIBOS-BORRADOS.
           PERFORM EVALUAR-RECIBO-BORRADO
               VARYING IND-TAB-AJP FROM 1 BY 1
               UNTIL IND-TAB-AJP GREATER WS-CANT-AJU.

       EVALUAR-RECIBO-BORRADO.
           IF TAB-AJU-ESTADO(IND-TAB-AJP) EQUAL SPACE
              MOVE TAB-AJU-RECIBO(IND-TAB-AJP) TO WS-AJU-RECIBO
              MOVE 'V' TO WS-ESTADO-AJUSTES
              PERFORM MARCAR-AJUSTE
                  VARYING IND-TAB-AJU FROM 1 BY 1
                  UNTIL IND-TAB-AJU GREATER WS-CANT-AJU
              IF WS-AJU-FECHA-COB NOT LESS WS-FECHA-DESDE
                 AND WS-AJU-FECHA-COB NOT GREATER WS-FECHA-CIERRE
                 MOVE 0 TO WS-IMPORTE-RECIBO
                 PERFORM SUMAR-AJUSTES-RECIBO
                 IF WS-IMPORTE-RECIBO GREATER ZERO
                    PERFORM LEER-RECIBO-VIGENTE
                    MOVE WS-AJU-RECIBO TO REG-COB-CLAVE
                    PERFORM ASENTAR-RECIBO.

      *    medio, entidad y moneda del recibo como esta hoy en el
      *    maestro; si ya no esta, banco, entidad 01 y la moneda de
      *    la auditoria.
       LEER-RECIBO-VIGENTE.
           MOVE TAB-AJU-VIGENTE(IND-TAB-AJP) TO REG-COB-CLAVE.
           READ ARCH-COBRANZAS RECORD KEY IS REG-COB-CLAVE.
           IF NOT COB-OK
              MOVE 'E' TO REG-COB-MEDIO-PAGO
              MOVE 1 TO REG-COB-ENTIDAD
              MOVE TAB-AJU-MONEDA(IND-TAB-AJP) TO REG-COB-MONEDA.

      *    lo que un recibo perdio en el periodo se revierte si el
      *    recibo ya entro en un asiento: el de su periodo, si esta
      *    asentado, o el de esta misma corrida si es el rechazo de
      *    un cheque de un recibo del periodo, que entro por lo que
      *    tenia antes del rechazo. una correccion de un recibo del
      *    periodo ya quedo en lo que entra al cierre.
       ACUMULAR-AJUSTES.
           PERFORM EVALUAR-UN-AJUSTE
               VARYING IND-TAB-AJP FROM 1 BY 1
               UNTIL IND-TAB-AJP GREATER WS-CANT-AJU.

       EVALUAR-UN-AJUSTE.
           IF TAB-AJU-FECHA(IND-TAB-AJP) NOT LESS WS-FECHA-DESDE
              AND TAB-AJU-FECHA(IND-TAB-AJP) NOT GREATER
                  WS-FECHA-CIERRE
              AND TAB-AJU-ESTADO(IND-TAB-AJP) NOT EQUAL 'X'
              MOVE TAB-AJU-FECHA-COB(IND-TAB-AJP) (1:6) TO
                  WS-PERIODO-CONSULTA
              IF WS-PERIODO-CONSULTA LESS WS-PERIODO
                 PERFORM CONSULTAR-PERIODO-ASENTADO
                 IF PERIODO-ASENTADO
                    PERFORM TOMAR-AJUSTE
                 END-IF
              ELSE
                 IF WS-PERIODO-CONSULTA EQUAL WS-PERIODO
                    AND TAB-AJU-DE-CHEQUE(IND-TAB-AJP)
                    PERFORM TOMAR-AJUSTE.

      *    el rechazo de un cheque que estaba endosado va contra
      *    ENDOSOCHEQ: deshace el endoso, no la cartera.
       TOMAR-AJUSTE.
           PERFORM LEER-RECIBO-VIGENTE.
           PERFORM TOMAR-ENTIDAD-RECIBO.
           MOVE TAB-AJU-IMPORTE(IND-TAB-AJP) TO WS-IMPORTE-ARS.
           MOVE TAB-AJU-MONEDA(IND-TAB-AJP) TO WS-MONEDA-MOV.
           MOVE TAB-AJU-FECHA-COB(IND-TAB-AJP) TO WS-FECHA-CONSULTA.
           PERFORM VALUAR-EN-PESOS.
           IF TAB-AJU-ENDOSADO(IND-TAB-AJP) EQUAL 'S'
              AND REG-COB-EN-VALORES
              ADD WS-IMPORTE-ARS TO TAB-ENT-REV-ENDOSO(WS-ENTIDAD-MOV)
              MOVE 'ENDOSO' TO LIN-MOV-DETALLE
           ELSE
              IF REG-COB-EN-VALORES
                 ADD WS-IMPORTE-ARS TO
                     TAB-ENT-REV-VALORES(WS-ENTIDAD-MOV)
                 MOVE 'VALORES' TO LIN-MOV-DETALLE
              ELSE
                 ADD WS-IMPORTE-ARS TO
                     TAB-ENT-REV-BANCO(WS-ENTIDAD-MOV)
                 MOVE 'BANCO' TO LIN-MOV-DETALLE.
           ADD 1 TO TAB-ENT-MOVIMIENTOS(WS-ENTIDAD-MOV).
           ADD 1 TO WS-CANT-AJUSTES.
           IF TAB-AJU-DE-CHEQUE(IND-TAB-AJP)
              MOVE 'RECHAZO CHEQUE' TO LIN-MOV-TIPO
           ELSE
              MOVE 'CORRECCION RECIBO' TO LIN-MOV-TIPO.
           MOVE WS-ENTIDAD-MOV TO LIN-MOV-ENTIDAD.
           MOVE TAB-AJU-CUIT(IND-TAB-AJP) TO LIN-MOV-CUIT.
           MOVE TAB-AJU-FECHA-COB(IND-TAB-AJP) TO LIN-MOV-FECHA.
           MOVE TAB-AJU-REFERENCIA(IND-TAB-AJP) TO LIN-MOV-DOCUMENTO.
           MOVE TAB-AJU-MONEDA(IND-TAB-AJP) TO LIN-MOV-MONEDA.
           MOVE TAB-AJU-IMPORTE(IND-TAB-AJP) TO LIN-MOV-IMPORTE.
           COMPUTE WS-IMPORTE-ARS = WS-IMPORTE-ARS * -1.
           MOVE WS-IMPORTE-ARS TO LIN-MOV-ARS.
           MOVE LINEA-MOVIMIENTO TO REG-LISTADO.
           WRITE REG-LISTADO.

      *    la cartera sale de VALORESCART cuando el cheque se acredita
      *    (contra BANCO, a la fecha de acreditacion) o se endosa
      *    (contra ENDOSOCHEQ, a la fecha del endoso). un cheque
      *    endosado y rechazado despues conserva el endoso. el
      *    recorrido arranca con START porque los rechazos ya leyeron
      *    el archivo al azar.
       ACUMULAR-CHEQUES.
           IF CHEQUES-ABIERTO
              MOVE 0 TO REG-CHQ-BANCO
              MOVE LOW-VALUES TO REG-CHQ-NUMERO
              START ARCH-CHEQUES KEY IS NOT LESS THAN REG-CHQ-CLAVE
                  INVALID KEY MOVE '10' TO FS-CHEQUES
              END-START
              IF CHQ-OK
                 PERFORM LEER-CHEQUE
                 PERFORM EVALUAR-UN-CHEQUE UNTIL CHQ-EOF.

       LEER-CHEQUE.
           READ ARCH-CHEQUES NEXT RECORD
               AT END MOVE '10' TO FS-CHEQUES
           END-READ.

       EVALUAR-UN-CHEQUE.
           MOVE SPACE TO WS-MOVIMIENTO-CHEQUE.
           IF REG-CHQ-ACREDITADO
              AND REG-CHQ-FECHA-ACREDITACION NOT LESS WS-FECHA-DESDE
              AND REG-CHQ-FECHA-ACREDITACION NOT GREATER
                  WS-FECHA-CIERRE
              MOVE 'A' TO WS-MOVIMIENTO-CHEQUE.
           IF REG-CHQ-FECHA-DEPOSITO NOT LESS WS-FECHA-DESDE
              AND REG-CHQ-FECHA-DEPOSITO NOT GREATER WS-FECHA-CIERRE
              IF REG-CHQ-ENDOSADO
                 MOVE 'E' TO WS-MOVIMIENTO-CHEQUE
              ELSE
                 IF REG-CHQ-RECHAZADO
                    MOVE REG-CHQ-BANCO TO WS-CCH-BANCO
                    MOVE REG-CHQ-NUMERO TO WS-CCH-NUMERO
                    PERFORM CONSULTAR-ENDOSO-RECHAZADO
                    IF CHEQUE-ENDOSADO
                       MOVE 'E' TO WS-MOVIMIENTO-CHEQUE.
           IF WS-MOVIMIENTO-CHEQUE NOT EQUAL SPACE
              PERFORM UBICAR-RECIBO-CHEQUE
              IF RECIBO-HALLADO
                 PERFORM TOMAR-CHEQUE.
           PERFORM LEER-CHEQUE.

      *    solo los cheques de un recibo en cheque o eCheq de un
      *    periodo ya asentado o de este: los que entraron a
      *    VALORESCART. un recibo que MantenimientoCobranzas anulo ya
      *    devolvio toda su cartera con la reversion.
       UBICAR-RECIBO-CHEQUE.
           MOVE 'N' TO WS-RECIBO-HALLADO.
           MOVE REG-CHQ-RECIBO TO REG-COB-CLAVE.
           READ ARCH-COBRANZAS RECORD KEY IS REG-COB-CLAVE.
           IF COB-OK AND REG-COB-EN-VALORES
              MOVE 0 TO WS-FECHA-ANULACION
              IF REG-COB-ANULADO
                 PERFORM BUSCAR-ANULACION-RECIBO
              END-IF
              MOVE REG-COB-FECHA (1:6) TO WS-PERIODO-CONSULTA
              PERFORM CONSULTAR-PERIODO-ASENTADO
              IF WS-FECHA-ANULACION EQUAL ZERO
                 AND (PERIODO-ASENTADO
                      OR WS-PERIODO-CONSULTA EQUAL WS-PERIODO)
                 MOVE 'S' TO WS-RECIBO-HALLADO.

       TOMAR-CHEQUE.
           PERFORM TOMAR-ENTIDAD-RECIBO.
           MOVE REG-CHQ-IMPORTE TO WS-IMPORTE-ARS.
           MOVE REG-CHQ-MONEDA TO WS-MONEDA-MOV.
           MOVE REG-CHQ-FECHA-COB TO WS-FECHA-CONSULTA.
           PERFORM VALUAR-EN-PESOS.
           IF WS-MOVIMIENTO-CHEQUE EQUAL 'A'
              ADD WS-IMPORTE-ARS TO TAB-ENT-ACREDITADO(WS-ENTIDAD-MOV)
              MOVE 'ACREDITACION CHEQ' TO LIN-MOV-TIPO
              MOVE REG-CHQ-FECHA-ACREDITACION TO LIN-MOV-FECHA
           ELSE
              ADD WS-IMPORTE-ARS TO TAB-ENT-ENDOSADO(WS-ENTIDAD-MOV)
              MOVE 'ENDOSO CHEQUE' TO LIN-MOV-TIPO
              MOVE REG-CHQ-FECHA-DEPOSITO TO LIN-MOV-FECHA.
           ADD 1 TO TAB-ENT-MOVIMIENTOS(WS-ENTIDAD-MOV).
           ADD 1 TO WS-CANT-CHEQUES.
           MOVE WS-ENTIDAD-MOV TO LIN-MOV-ENTIDAD.
           MOVE REG-CHQ-CUIT TO LIN-MOV-CUIT.
           MOVE REG-CHQ-NUMERO TO LIN-MOV-DOCUMENTO.
           MOVE SPACES TO LIN-MOV-DETALLE.
           STRING 'BANCO ' REG-CHQ-BANCO DELIMITED BY SIZE
               INTO LIN-MOV-DETALLE.
           MOVE REG-CHQ-MONEDA TO LIN-MOV-MONEDA.
           MOVE REG-CHQ-IMPORTE TO LIN-MOV-IMPORTE.
           MOVE WS-IMPORTE-ARS TO LIN-MOV-ARS.
           MOVE LINEA-MOVIMIENTO TO REG-LISTADO.
           WRITE REG-LISTADO.

      *    certificados fechados en el periodo; la clave es la del
      *    recibo que los trajo. RETENCIONES-SUFRIDAS.DAT puede no
      *    existir todavia.
       ACUMULAR-RETENCIONES.
           OPEN INPUT ARCH-RETENCIONES.
           IF RET-OK
              PERFORM LEER-RETENCION
              PERFORM EVALUAR-UNA-RETENCION UNTIL RET-EOF
              CLOSE ARCH-RETENCIONES.

       LEER-RETENCION.
           READ ARCH-RETENCIONES NEXT RECORD
               AT END MOVE '10' TO FS-RETENCIONES
           END-READ.

       EVALUAR-UNA-RETENCION.
           IF REG-RET-FECHA NOT LESS WS-FECHA-DESDE
              AND REG-RET-FECHA NOT GREATER WS-FECHA-CIERRE
              AND REG-RET-IMPORTE GREATER ZERO
              PERFORM TOMAR-RETENCION.
           PERFORM LEER-RETENCION.

       TOMAR-RETENCION.
           MOVE 1 TO WS-ENTIDAD-MOV.
           IF COBRANZAS-ABIERTO
              MOVE REG-RET-CLAVE TO REG-COB-CLAVE
              READ ARCH-COBRANZAS RECORD KEY IS REG-COB-CLAVE
              IF COB-OK
                 PERFORM TOMAR-ENTIDAD-RECIBO
              END-IF
           END-IF.
           MOVE REG-RET-IMPORTE TO WS-IMPORTE-ARS.
           MOVE REG-RET-MONEDA TO WS-MONEDA-MOV.
           MOVE REG-RET-FECHA TO WS-FECHA-CONSULTA.
           PERFORM VALUAR-EN-PESOS.
           PERFORM DETERMINAR-CONCEPTO-RETENCION.
           PERFORM UBICAR-FILA-RETENCION.
           ADD WS-IMPORTE-ARS TO TAB-RSU-IMPORTE(IND-TAB-RSU).
           ADD WS-IMPORTE-ARS TO TAB-ENT-RETENIDO(WS-ENTIDAD-MOV).
           ADD 1 TO TAB-ENT-MOVIMIENTOS(WS-ENTIDAD-MOV).
           ADD 1 TO WS-CANT-RETENCIONES.

           MOVE 'RETENCION' TO LIN-MOV-TIPO.
           MOVE WS-ENTIDAD-MOV TO LIN-MOV-ENTIDAD.
           MOVE REG-RET-CUIT TO LIN-MOV-CUIT.
           MOVE REG-RET-FECHA TO LIN-MOV-FECHA.
           MOVE REG-RET-CERTIFICADO TO LIN-MOV-DOCUMENTO.
           MOVE REG-RET-REGIMEN TO LIN-MOV-DETALLE.
           MOVE REG-RET-MONEDA TO LIN-MOV-MONEDA.
           MOVE REG-RET-IMPORTE TO LIN-MOV-IMPORTE.
           MOVE WS-IMPORTE-ARS TO LIN-MOV-ARS.
           MOVE LINEA-MOVIMIENTO TO REG-LISTADO.
           WRITE REG-LISTADO.

      *    cuenta del regimen si esta en el plan, si no la generica
      *    RETSUFRIDAS (que se controla con el resto al armar el
      *    asiento).
       DETERMINAR-CONCEPTO-RETENCION.
           MOVE 'RETSUFRIDAS' TO WS-CONCEPTO-RET.
           IF REG-RET-REGIMEN NOT EQUAL SPACES
              MOVE SPACES TO WS-CONCEPTO-BUSCADO
              STRING 'RETSUF' REG-RET-REGIMEN (1:6)
                  DELIMITED BY SIZE INTO WS-CONCEPTO-BUSCADO
              PERFORM BUSCAR-CUENTA-CONCEPTO
              IF CONCEPTO-HALLADO
                 MOVE WS-CONCEPTO-BUSCADO TO WS-CONCEPTO-RET
              END-IF
           END-IF.

       UBICAR-FILA-RETENCION.
           MOVE 'N' TO WS-RSU-HALLADA.
           SET IND-TAB-RSU TO 1.
           SEARCH TAB-RSU
               WHEN IND-TAB-RSU GREATER THAN WS-CANT-RSU
                   NEXT SENTENCE
               WHEN TAB-RSU-ENTIDAD(IND-TAB-RSU) EQUAL WS-ENTIDAD-MOV
                AND TAB-RSU-CONCEPTO(IND-TAB-RSU) EQUAL
                       WS-CONCEPTO-RET
                   MOVE 'S' TO WS-RSU-HALLADA
           END-SEARCH.

           IF NOT RSU-HALLADA
              IF WS-CANT-RSU IS LESS THAN WS-MAX-RSU
                 ADD 1 TO WS-CANT-RSU
                 SET IND-TAB-RSU TO WS-CANT-RSU
                 MOVE WS-ENTIDAD-MOV TO TAB-RSU-ENTIDAD(IND-TAB-RSU)
                 MOVE WS-CONCEPTO-RET TO TAB-RSU-CONCEPTO(IND-TAB-RSU)
                 MOVE 0 TO TAB-RSU-IMPORTE(IND-TAB-RSU)
              ELSE
                 DISPLAY 'ERROR: MAS DE ' WS-MAX-RSU
                     ' REGIMENES DE RETENCION POR ENTIDAD, LA '
                     'TABLA-RETENCIONES NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

      *    diferencias realizadas por cobros del periodo: la factura
      *    ya sale de DEUDORES a su valor de origen, la diferencia
      *    contra lo cobrado va a DIFCAMBIO. DIFERENCIAS-CAMBIO.DAT
      *    puede no existir todavia.
       ACUMULAR-DIFERENCIAS.
           OPEN INPUT ARCH-DIFERENCIAS.
           IF DIFERENCIAS-OK
              PERFORM LEER-DIFERENCIA
              PERFORM EVALUAR-UNA-DIFERENCIA UNTIL DIFERENCIAS-EOF
              CLOSE ARCH-DIFERENCIAS.

       LEER-DIFERENCIA.
           READ ARCH-DIFERENCIAS AT END MOVE '10' TO FS-DIFERENCIAS.

       EVALUAR-UNA-DIFERENCIA.
           IF DIF-FECHA NOT LESS WS-FECHA-DESDE
              AND DIF-FECHA NOT GREATER WS-FECHA-CIERRE
              AND DIF-IMPORTE GREATER ZERO
              PERFORM TOMAR-DIFERENCIA.
           PERFORM LEER-DIFERENCIA.

       TOMAR-DIFERENCIA.
           PERFORM UBICAR-RECIBO-DIFERENCIA.
           IF RECIBO-HALLADO
              PERFORM TOMAR-ENTIDAD-RECIBO
           ELSE
              MOVE 1 TO WS-ENTIDAD-MOV.
           MOVE DIF-IMPORTE TO WS-IMPORTE-ARS.
           IF DIF-GANANCIA
              ADD DIF-IMPORTE TO TAB-ENT-GANANCIA(WS-ENTIDAD-MOV)
              MOVE 'GANANCIA' TO LIN-MOV-DETALLE
           ELSE
              ADD DIF-IMPORTE TO TAB-ENT-PERDIDA(WS-ENTIDAD-MOV)
              MOVE 'PERDIDA' TO LIN-MOV-DETALLE
              COMPUTE WS-IMPORTE-ARS = DIF-IMPORTE * -1.
           ADD 1 TO TAB-ENT-MOVIMIENTOS(WS-ENTIDAD-MOV).
           ADD 1 TO WS-CANT-DIFERENCIAS.

           MOVE 'DIFERENCIA CAMBIO' TO LIN-MOV-TIPO.
           MOVE WS-ENTIDAD-MOV TO LIN-MOV-ENTIDAD.
           MOVE DIF-CUIT TO LIN-MOV-CUIT.
           MOVE DIF-FECHA TO LIN-MOV-FECHA.
           MOVE SPACES TO LIN-MOV-DOCUMENTO.
           MOVE DIF-FACTURA TO LIN-MOV-DOCUMENTO.
           MOVE 'USD' TO LIN-MOV-MONEDA.
           MOVE DIF-IMPORTE-USD TO LIN-MOV-IMPORTE.
           MOVE WS-IMPORTE-ARS TO LIN-MOV-ARS.
           MOVE LINEA-MOVIMIENTO TO REG-LISTADO.
           WRITE REG-LISTADO.

      *    DIFERENCIAS-CAMBIO.DAT no guarda la referencia del recibo:
      *    se toma el primero de ese CUIT con esa fecha.
       UBICAR-RECIBO-DIFERENCIA.
           MOVE 'N' TO WS-RECIBO-HALLADO.
           IF COBRANZAS-ABIERTO
              MOVE DIF-CUIT TO WS-CUIT-DIF
              MOVE DIF-FECHA TO WS-FECHA-DIF
              MOVE DIF-CUIT TO REG-COB-CUIT
              MOVE DIF-FECHA TO REG-COB-FECHA
              MOVE LOW-VALUES TO REG-COB-REFERENCIA
              START ARCH-COBRANZAS KEY IS NOT LESS THAN REG-COB-CLAVE
                  INVALID KEY MOVE '23' TO FS-COBRANZAS
              END-START
              IF COB-OK
                 PERFORM LEER-COBRANZA
                 IF COB-OK
                    AND REG-COB-CUIT EQUAL WS-CUIT-DIF
                    AND REG-COB-FECHA EQUAL WS-FECHA-DIF
                    MOVE 'S' TO WS-RECIBO-HALLADO
                 END-IF
              END-IF
           END-IF.

      *    las entidades con algun movimiento en el periodo.
       PROCESAR-ENTIDADES.
           PERFORM ASENTAR-SI-TIENE-MOVIMIENTOS
               VARYING WS-ENTIDAD-ACTUAL FROM 1 BY 1
               UNTIL WS-ENTIDAD-ACTUAL GREATER 99.

       ASENTAR-SI-TIENE-MOVIMIENTOS.
           IF TAB-ENT-MOVIMIENTOS(WS-ENTIDAD-ACTUAL) GREATER ZERO
              PERFORM ASENTAR-ENTIDAD.

      *    las mismas lineas en las dos pasadas: en la de control
      *    solo se suman y se controla que exista cada concepto; en
      *    la de grabacion se graban.
       ASENTAR-ENTIDAD.
           MOVE 0 TO WS-TOT-DEBE WS-TOT-HABER.
           COMPUTE WS-DEUDORES-COBRADO =
                 TAB-ENT-BANCO(WS-ENTIDAD-ACTUAL)
               + TAB-ENT-VALORES(WS-ENTIDAD-ACTUAL)
               + TAB-ENT-RETENIDO(WS-ENTIDAD-ACTUAL)
               - TAB-ENT-GANANCIA(WS-ENTIDAD-ACTUAL)
               + TAB-ENT-PERDIDA(WS-ENTIDAD-ACTUAL).
           COMPUTE WS-DEUDORES-REVERTIDO =
                 TAB-ENT-REV-BANCO(WS-ENTIDAD-ACTUAL)
               + TAB-ENT-REV-VALORES(WS-ENTIDAD-ACTUAL)
               + TAB-ENT-REV-ENDOSO(WS-ENTIDAD-ACTUAL).

           MOVE TAB-ENT-BANCO(WS-ENTIDAD-ACTUAL) TO WS-IMPORTE-LINEA.
           MOVE 'BANCO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE TAB-ENT-VALORES(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'VALORESCART' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           SET IND-TAB-RSU TO 1.
           PERFORM GRABAR-LINEA-RETENCION
               UNTIL IND-TAB-RSU GREATER THAN WS-CANT-RSU.

           MOVE TAB-ENT-PERDIDA(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'DIFCAMBIO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE WS-DEUDORES-COBRADO TO WS-IMPORTE-LINEA.
           MOVE 'DEUDORES' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE TAB-ENT-GANANCIA(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'DIFCAMBIO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

      *    cheques de la cartera acreditados o endosados.
           MOVE TAB-ENT-ACREDITADO(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'BANCO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE TAB-ENT-ACREDITADO(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'VALORESCART' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE TAB-ENT-ENDOSADO(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'ENDOSOCHEQ' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE TAB-ENT-ENDOSADO(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'VALORESCART' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

      *    reversion de los recibos anulados y de lo que perdieron
      *    los recibos ya asentados.
           MOVE WS-DEUDORES-REVERTIDO TO WS-IMPORTE-LINEA.
           MOVE 'DEUDORES' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE TAB-ENT-REV-BANCO(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'BANCO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE TAB-ENT-REV-VALORES(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'VALORESCART' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE TAB-ENT-REV-ENDOSO(WS-ENTIDAD-ACTUAL) TO
               WS-IMPORTE-LINEA.
           MOVE 'ENDOSOCHEQ' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           IF WS-TOT-DEBE NOT EQUAL WS-TOT-HABER
              DISPLAY 'ASIENTO DESBALANCEADO ENTIDAD '
                  WS-ENTIDAD-ACTUAL ': DEBE ' WS-TOT-DEBE
                  ' CONTRA HABER ' WS-TOT-HABER ' - NO SE GRABA '
                  'ASIENTOS.DAT'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

           IF FASE-GRABACION
              ADD WS-TOT-DEBE TO WS-TOT-DEBE-GRAL
              MOVE WS-ENTIDAD-ACTUAL TO LIN-TOT-ENTIDAD
              MOVE WS-TOT-DEBE TO LIN-TOT-DEBE
              MOVE WS-TOT-HABER TO LIN-TOT-HABER
              MOVE LINEA-TOTAL-ASIENTO TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE LINEA-EN-BLANCO TO REG-LISTADO
              WRITE REG-LISTADO
              DISPLAY 'ENTIDAD ' WS-ENTIDAD-ACTUAL
                  ' - DEBE = HABER = ' WS-TOT-DEBE.

       GRABAR-LINEA-RETENCION.
           IF TAB-RSU-ENTIDAD(IND-TAB-RSU) EQUAL WS-ENTIDAD-ACTUAL
              MOVE TAB-RSU-IMPORTE(IND-TAB-RSU) TO WS-IMPORTE-LINEA
              MOVE TAB-RSU-CONCEPTO(IND-TAB-RSU) TO
                  WS-CONCEPTO-BUSCADO
              MOVE 'D' TO WS-LADO-LINEA
              PERFORM GRABAR-LINEA-ASIENTO.
           SET IND-TAB-RSU UP BY 1.

      *    una linea por concepto con importe; un concepto con
      *    importe cero no genera linea. un importe negativo (mas
      *    ganancia de cambio que lo cobrado) pasa al otro lado. un
      *    concepto usado que falte en el plan de cuentas corta la
      *    corrida en la pasada de control, antes de grabar nada.
       GRABAR-LINEA-ASIENTO.
           IF WS-IMPORTE-LINEA NOT EQUAL ZERO
              IF WS-IMPORTE-LINEA LESS ZERO
                 COMPUTE WS-IMPORTE-LINEA = WS-IMPORTE-LINEA * -1
                 IF LINEA-AL-DEBE
                    MOVE 'H' TO WS-LADO-LINEA
                 ELSE
                    MOVE 'D' TO WS-LADO-LINEA
                 END-IF
              END-IF
              IF LINEA-AL-DEBE
                 ADD WS-IMPORTE-LINEA TO WS-TOT-DEBE
              ELSE
                 ADD WS-IMPORTE-LINEA TO WS-TOT-HABER
              END-IF
              PERFORM BUSCAR-CUENTA-CONCEPTO
              IF NOT CONCEPTO-HALLADO
                 DISPLAY 'EL CONCEPTO ' WS-CONCEPTO-BUSCADO
                     ' NO EXISTE EN PLAN-CUENTAS.DAT - NO SE GRABA '
                     'EL ASIENTO'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF FASE-GRABACION
                 PERFORM ESCRIBIR-LINEA-ASIENTO
              END-IF
           END-IF.

       ESCRIBIR-LINEA-ASIENTO.
           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-FECHA-ASIENTO TO ASI-FECHA.
           MOVE WS-CUENTA-HALLADA TO ASI-CUENTA.
           MOVE WS-DESC-HALLADA TO ASI-DESCRIPCION.
           MOVE WS-ENTIDAD-ACTUAL TO ASI-ENTIDAD.
           IF LINEA-AL-DEBE
              MOVE WS-IMPORTE-LINEA TO ASI-DEBE
              MOVE 0 TO ASI-HABER
           ELSE
              MOVE 0 TO ASI-DEBE
              MOVE WS-IMPORTE-LINEA TO ASI-HABER.
           WRITE REG-ASIENTO.
           ADD 1 TO WS-ACUM-LINEAS.

           MOVE WS-ENTIDAD-ACTUAL TO LIN-ASI-ENTIDAD.
           MOVE WS-CUENTA-HALLADA TO LIN-ASI-CUENTA.
           MOVE WS-DESC-HALLADA TO LIN-ASI-DESCRIPCION.
           MOVE ASI-DEBE TO LIN-ASI-DEBE.
           MOVE ASI-HABER TO LIN-ASI-HABER.
           MOVE LINEA-ASIENTO TO REG-LISTADO.
           WRITE REG-LISTADO.

       BUSCAR-CUENTA-CONCEPTO.
           MOVE 'N' TO WS-CONCEPTO-HALLADO.
           SET IND-TAB-PLC TO 1.
           SEARCH TAB-PLC
               WHEN IND-TAB-PLC GREATER THAN WS-CANT-PLAN
                   NEXT SENTENCE
               WHEN TAB-PLC-CONCEPTO(IND-TAB-PLC) EQUAL
                       WS-CONCEPTO-BUSCADO
                   MOVE 'S' TO WS-CONCEPTO-HALLADO
                   MOVE TAB-PLC-CUENTA(IND-TAB-PLC) TO
                       WS-CUENTA-HALLADA
                   MOVE TAB-PLC-DESC(IND-TAB-PLC) TO
                       WS-DESC-HALLADA
           END-SEARCH.

       GRABAR-HISTORIA.
           OPEN EXTEND ARCH-HISTORIA.
           IF NOT HISTORIA-OK
              OPEN OUTPUT ARCH-HISTORIA.
           IF NOT HISTORIA-OK
              DISPLAY 'NO PUDO GRABARSE '
                  'ASIENTOS-COBRANZAS-HISTORIA.DAT ' FS-HISTORIA
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PERIODO TO ACH-PERIODO.
           MOVE WS-FECHA-HOY TO ACH-FECHA-PROCESO.
           MOVE WS-CANT-RECIBOS TO ACH-RECIBOS.
           MOVE WS-CANT-RETENCIONES TO ACH-RETENCIONES.
           MOVE WS-CANT-DIFERENCIAS TO ACH-DIFERENCIAS.
           COMPUTE ACH-REVERSIONES =
               WS-CANT-REVERSIONES + WS-CANT-AJUSTES.
           MOVE WS-TOT-DEBE-GRAL TO ACH-TOTAL-DEBE.
           WRITE REG-HISTORIA.
           CLOSE ARCH-HISTORIA.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
