       IDENTIFICATION DIVISION.
       PROGRAM-ID. RevaluacionCambio.
       AUTHOR. Fede.

      *    revaluacion de cierre de los saldos abiertos en dolares:
      *    DIFERENCIAS-CAMBIO.DAT solo registra la diferencia
      *    realizada cuando un cobro cancela la factura, y hasta
      *    entonces el saldo queda en los libros a la cotizacion de
      *    emision. este programa toma cada factura USD vigente de
      *    FACTURAS.DAT emitida hasta el ultimo dia del periodo
      *    (REVALUACION-PERIODO AAAAMM, el mes actual por defecto)
      *    menos lo aplicado en APLICACIONES.DAT hasta esa fecha (por
      *    REG-APL-IMPORTE-DOC, el importe en la moneda de la
      *    factura), y compara su valor en los libros (cotizacion de
      *    emision, como la asento GeneraAsientos) contra el saldo a
      *    la cotizacion de cierre de COTIZACION.DAT. el detalle por
      *    factura y el subtotal por empresa salen en
      *    REVALUACION-CAMBIO.LST.
      *
      *    la diferencia no realizada se agrega al final de
      *    ASIENTOS.DAT fechada al cierre, con las cuentas de
      *    PLAN-CUENTAS.DAT:
      *      ganancia: DEBE DEUDORES  / HABER DIFCAMBIO
      *      perdida:  DEBE DIFCAMBIO / HABER DEUDORES
      *    y su reversion, fechada el primero del mes siguiente, va
      *    a ASIENTOS-DIFERIDOS.DAT para que PasajeMayor la pase con
      *    ese periodo: asi la diferencia realizada al cobrar se
      *    sigue midiendo contra la cotizacion de emision. igual que
      *    PrevisionIncobrables, se corre despues de GeneraAsientos y
      *    antes de PasajeMayor; un periodo ya pasado al mayor, ya
      *    revaluado o anterior al ultimo revaluado no se procesa
      *    (RETURN-CODE 12). cada corrida queda en
      *    REVALUACION-HISTORIA.DAT.

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

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

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

           SELECT ARCH-DIFERIDOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DIFERIDOS.

           SELECT ARCH-ORDEN-REVALUACION ASSIGN TO DISK.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

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

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA              PIC 9(8).
           03 REG-COT-VALOR              PIC 9(5)V99.

       FD ARCH-EMP-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS-INDEXED.DAT'
             DATA RECORD IS REG-EMP-INDEXED.

       01 REG-EMP-INDEXED.
           03 REG-EMP-IND-COD           PIC 9(3).
           03 REG-EMP-IND-RAZON         PIC X(25).
           03 REG-EMP-IND-DIRECCION     PIC X(20).
           03 REG-EMP-IND-TEL           PIC X(20).
           03 REG-EMP-IND-CUIT          PIC 9(11).
           03 REG-EMP-IND-MONEDA        PIC X(3).
           03 REG-EMP-IND-RETENCION-PCT PIC 9(3)V99.
           03 REG-EMP-IND-COND-IVA     PIC X(2).
           03 REG-EMP-IND-LIMITE-CRED  PIC 9(10)V99.
           03 REG-EMP-IND-JURISDICCION PIC 9(3).
           03 REG-EMP-IND-PLAZO-PAGO   PIC 9(3).
           03 REG-EMP-IND-GRUPO        PIC X(3).
      *    adhesion al debito directo ('S' adherida) y CBU de la
      *    cuenta a debitar - ver GeneraDebitoDirecto; registros
      *    viejos se leen con blancos, sin adhesion.
           03 REG-EMP-IND-DEBITO-AUTO  PIC X(1).
               88 REG-EMP-IND-ADHERIDA   VALUE 'S'.
           03 REG-EMP-IND-CBU          PIC X(22).
      *    la empresa exige conformidad de horas antes de
      *    facturar ('S') - ver GeneraSolicitudConformidad y el
      *    control en GeneraFacturas; blanco = sin conformidad.
           03 REG-EMP-IND-CONFORMIDAD PIC X(1).
               88 REG-EMP-IND-EXIGE-CONFORMIDAD VALUE 'S'.
      *    responsable de la cuenta en la consultora (quien
      *    atiende al cliente) - ver ReporteClientesEnRiesgo;
      *    blanco = sin responsable asignado.
           03 REG-EMP-IND-RESPONSABLE PIC X(20).
      *    fecha de baja logica (retiro) de la empresa: la baja
      *    fisica se rechaza si tiene movimientos, y el retiro la
      *    deja legible para la historia. 0 o blanco = activa.
           03 REG-EMP-IND-FECHA-BAJA  PIC 9(8).

      *    un renglon por periodo revaluado: cotizacion de cierre,
      *    saldo USD abierto, su valor en los libros y al cierre, y
      *    la diferencia asentada (RVH-SENTIDO 'G' ganancia, 'P'
      *    perdida).
       FD ARCH-HISTORIA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'REVALUACION-HISTORIA.DAT'
             DATA RECORD IS REG-HISTORIA.

       01 REG-HISTORIA.
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

      *    reversiones del periodo siguiente - mismo formato que
      *    ASIENTOS.DAT, ver PasajeMayor.
       FD ARCH-DIFERIDOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS-DIFERIDOS.DAT'
             DATA RECORD IS REG-DIFERIDO.

       01 REG-DIFERIDO                   PIC X(74).

       SD ARCH-ORDEN-REVALUACION
          DATA RECORD IS REG-ORD.

       01 REG-ORD.
           03 REG-ORD-CUIT               PIC 9(11).
           03 REG-ORD-FECHA              PIC 9(8).
           03 REG-ORD-PV                 PIC 9(4).
           03 REG-ORD-LETRA              PIC X(1).
           03 REG-ORD-NUMERO             PIC 9(8).
           03 REG-ORD-SALDO-USD          PIC 9(10)V99.
           03 REG-ORD-COTIZ-ORIGEN       PIC 9(5)V99.
           03 REG-ORD-VALOR-ORIGEN       PIC S9(12)V99.
           03 REG-ORD-VALOR-CIERRE       PIC S9(12)V99.
           03 REG-ORD-DIFERENCIA         PIC S9(12)V99.

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'REVALUACION-CAMBIO.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.
           88 COTIZACION-EOF VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

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

       77 FS-DIFERIDOS     PIC XX.
           88 DIFERIDOS-OK   VALUE '00'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno REVALUACION-MODO vale 'BATCH',
      *    el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANIO        PIC 9(4).
           03 WS-PERIODO-MES         PIC 9(2).
       01 WS-FECHA-HOY               PIC 9(8).

      *    ultimo dia del periodo: el primero del mes siguiente
      *    menos un dia. el primero del mes siguiente es ademas la
      *    fecha de la reversion.
       01 WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-SIGUIENTE.
           03 WS-PS-ANIO             PIC 9(4).
           03 WS-PS-MES              PIC 9(2).
           03 WS-PS-DIA              PIC 9(2).
       01 WS-FECHA-CIERRE            PIC 9(8).
       01 WS-DIAS-CIERRE             PIC 9(7).

       01 WS-COTIZ-CIERRE            PIC 9(5)V99 VALUE 0.

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

      *    una factura USD por fila - mismo dimensionamiento que
      *    ReportePartidasAbiertas. el total y lo aplicado van en
      *    dolares y tambien valuados a la cotizacion de emision,
      *    que es como quedaron en DEUDORES.
       01 WS-MAX-PARTIDAS            PIC 9(4) VALUE 5000.

       01 TABLA-PARTIDAS.
           03 TAB-PAR OCCURS 5000 TIMES INDEXED BY IND-TAB-PAR.
               05 TAB-PAR-NUMERO        PIC 9(8).
               05 TAB-PAR-PV            PIC 9(4).
               05 TAB-PAR-LETRA         PIC X(1).
               05 TAB-PAR-CUIT          PIC 9(11).
               05 TAB-PAR-FECHA         PIC 9(8).
               05 TAB-PAR-COTIZ         PIC 9(5)V99.
               05 TAB-PAR-TOTAL         PIC S9(10)V99.
               05 TAB-PAR-TOTAL-ARS     PIC S9(12)V99.
               05 TAB-PAR-APLICADO      PIC S9(10)V99.
               05 TAB-PAR-APLICADO-ARS  PIC S9(12)V99.

       01 WS-CANT-PAR                PIC 9(4) VALUE 0.

       01 WS-FACTURA-ENCONTRADA      PIC X VALUE 'N'.
           88 FACTURA-ENCONTRADA     VALUE 'S'.
       01 WS-LETRA-N                 PIC X(1).
       01 WS-PV-N                    PIC 9(4).
       01 WS-APLICADO-USD            PIC 9(10)V99.
       01 WS-APLICADO-ARS            PIC S9(12)V99.

       01 WS-SALDO-PARTIDA           PIC S9(10)V99.

      *    totales del periodo.
       01 WS-TOT-SALDO-USD           PIC S9(12)V99 VALUE 0.
       01 WS-TOT-ORIGEN              PIC S9(12)V99 VALUE 0.
       01 WS-TOT-CIERRE              PIC S9(12)V99 VALUE 0.
       01 WS-TOT-DIFERENCIA          PIC S9(12)V99 VALUE 0.
       01 WS-CANT-REVALUADAS         PIC 9(5) VALUE 0.
       01 WS-CANT-EMPRESAS           PIC 9(5) VALUE 0.

      *    corte por empresa del listado.
       01 WS-ORD-EOF                 PIC X VALUE 'N'.
           88 ORD-EOF                VALUE 'S'.
       01 WS-CUIT-CORTE              PIC 9(11).
       01 WS-EMP-SALDO-USD           PIC S9(12)V99.
       01 WS-EMP-ORIGEN              PIC S9(12)V99.
       01 WS-EMP-CIERRE              PIC S9(12)V99.
       01 WS-EMP-DIFERENCIA          PIC S9(12)V99.

      *    control contra la historia y el mayor.
       01 WS-ULTIMO-PERIODO          PIC 9(6) VALUE 0.
       01 WS-PERIODO-YA-PROCESADO    PIC X VALUE 'N'.
           88 PERIODO-YA-PROCESADO   VALUE 'S'.
       01 WS-PERIODO-PASADO          PIC X VALUE 'N'.
           88 PERIODO-PASADO         VALUE 'S'.

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

       01 WS-IMPORTE-LINEA           PIC S9(12)V99.
       01 WS-FECHA-LINEA             PIC 9(8).
       01 WS-LADO-LINEA              PIC X.
           88 LINEA-AL-DEBE          VALUE 'D'.
       01 WS-CONCEPTO-DEBE           PIC X(12).
       01 WS-CONCEPTO-HABER          PIC X(12).

       01 WS-ACUM-LINEAS             PIC 9(3) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(40) VALUE
              'REVALUACION DE SALDOS EN USD - CIERRE '.
           03 LIN-TIT-FECHA          PIC 9(8).
           03 FILLER                 PIC X(14) VALUE
              ' - COTIZACION '.
           03 LIN-TIT-COTIZ          PIC ZZ.ZZ9,99.

       01 LINEA-EMPRESA.
           03 FILLER                 PIC X(9) VALUE 'EMPRESA: '.
           03 LIN-EMP-CUIT           PIC 9(11).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-EMP-RAZON          PIC X(25).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(17) VALUE 'COMPROBANTE'.
           03 FILLER       PIC X(10) VALUE 'EMISION'.
           03 FILLER       PIC X(16) VALUE '      SALDO USD'.
           03 FILLER       PIC X(10) VALUE '  COT.EM.'.
           03 FILLER       PIC X(20) VALUE '       VALOR LIBROS'.
           03 FILLER       PIC X(20) VALUE '       VALOR CIERRE'.
           03 FILLER       PIC X(20) VALUE '         DIFERENCIA'.

       01 LINEA-DIVISORIA            PIC X(113) VALUE ALL '-'.

       01 LINEA-DETALLE.
           03 LIN-DET-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-DET-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-DET-NUMERO         PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-FECHA          PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-SALDO-USD      PIC ZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-DET-COTIZ          PIC ZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-ORIGEN         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-CIERRE         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-DIFERENCIA     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-SUBTOTAL.
           03 LIN-SUB-TEXTO          PIC X(25).
           03 LIN-SUB-SALDO-USD      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(13) VALUE SPACES.
           03 LIN-SUB-ORIGEN         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SUB-CIERRE         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SUB-DIFERENCIA     PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-EN-BLANCO            PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.

       REVALUACION-CAMBIO.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'REVALUACION-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT
               'REVALUACION-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NUMERIC
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              ELSE
                 DISPLAY 'REVALUACION-PERIODO INVALIDO: '
                     WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM CALCULAR-FECHA-CIERRE.
           PERFORM CONTROLAR-HISTORIA.
           PERFORM CONTROLAR-PASE-AL-MAYOR.
           PERFORM CARGAR-PLAN-CUENTAS.
           PERFORM CARGAR-COTIZACIONES.
           PERFORM CARGAR-TABLA-PARTIDAS.
           PERFORM APLICAR-IMPUTACIONES.
           PERFORM DETERMINAR-COTIZACION-CIERRE.
           SORT ARCH-ORDEN-REVALUACION
                  ON ASCENDING KEY REG-ORD-CUIT, REG-ORD-FECHA,
                     REG-ORD-PV, REG-ORD-LETRA, REG-ORD-NUMERO
                  INPUT PROCEDURE IS VALUAR-PARTIDAS
                  OUTPUT PROCEDURE IS IMPRIMIR-LISTADO.
           PERFORM GRABAR-ASIENTOS.
           PERFORM GRABAR-HISTORIA.
           PERFORM TERMINAR.

       CALCULAR-FECHA-CIERRE.
           IF WS-PERIODO-MES LESS 1 OR WS-PERIODO-MES GREATER 12
              DISPLAY 'REVALUACION-PERIODO INVALIDO: ' WS-PERIODO
              MOVE 16 TO RETURN-CODE
              STOP RUN.
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

      *    un periodo ya revaluado duplicaria el asiento; uno
      *    anterior al ultimo dejaria la reversion del siguiente
      *    desfasada. REVALUACION-HISTORIA.DAT no existe antes de la
      *    primera corrida.
       CONTROLAR-HISTORIA.
           OPEN INPUT ARCH-HISTORIA.
           IF HISTORIA-OK
              PERFORM LEER-HISTORIA
              PERFORM EVALUAR-UNA-HISTORIA UNTIL HISTORIA-EOF
              CLOSE ARCH-HISTORIA.
           IF PERIODO-YA-PROCESADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA TIENE REVALUACION'
                  ' ASENTADA - NO SE VUELVE A CORRER'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.
           IF WS-ULTIMO-PERIODO GREATER WS-PERIODO
              DISPLAY 'YA SE REVALUO EL PERIODO POSTERIOR '
                  WS-ULTIMO-PERIODO ' - NO SE PUEDE REVALUAR '
                  WS-PERIODO
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-HISTORIA.
           READ ARCH-HISTORIA AT END MOVE '10' TO FS-HISTORIA.

       EVALUAR-UNA-HISTORIA.
           IF RVH-PERIODO EQUAL WS-PERIODO
              MOVE 'S' TO WS-PERIODO-YA-PROCESADO.
           IF RVH-PERIODO GREATER WS-ULTIMO-PERIODO
              MOVE RVH-PERIODO TO WS-ULTIMO-PERIODO.
           PERFORM LEER-HISTORIA.

      *    el asiento tiene que entrar al mayor con su periodo: si
      *    PasajeMayor ya lo paso, el ajuste quedaria afuera y la
      *    reversion entraria sola en el mes siguiente.
      *    MAYOR-PERIODOS.DAT no existe antes del primer pase.
       CONTROLAR-PASE-AL-MAYOR.
           OPEN INPUT ARCH-PERIODOS.
           IF PERIODOS-OK
              PERFORM LEER-PERIODO
              PERFORM EVALUAR-UN-PERIODO UNTIL PERIODOS-EOF
              CLOSE ARCH-PERIODOS.
           IF PERIODO-PASADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA ESTA PASADO AL '
                  'MAYOR - NO SE PUEDE REVALUAR'
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

      *    solo facturas USD vigentes emitidas hasta el cierre: las
      *    NC, anuladas y dadas de baja no se revaluan. el valor de
      *    libros sale de la cotizacion de emision; sin ella la
      *    factura no pudo asentarse y se corta la corrida.
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

       CARGAR-PARTIDA-EN-TABLA.
           IF FAC-MONEDA EQUAL 'USD'
              AND NOT FAC-ES-NOTA-CREDITO AND NOT FAC-ANULADA
              AND NOT FAC-INCOBRABLE
              AND FAC-FECHA NOT GREATER WS-FECHA-CIERRE
              IF WS-CANT-PAR IS LESS THAN WS-MAX-PARTIDAS
                 ADD 1 TO WS-CANT-PAR
                 SET IND-TAB-PAR TO WS-CANT-PAR
                 MOVE FAC-NUMERO TO TAB-PAR-NUMERO(IND-TAB-PAR)
                 MOVE FAC-CUIT TO TAB-PAR-CUIT(IND-TAB-PAR)
                 MOVE FAC-FECHA TO TAB-PAR-FECHA(IND-TAB-PAR)
                 IF FAC-LETRA EQUAL SPACE
                    MOVE 'A' TO TAB-PAR-LETRA(IND-TAB-PAR)
                 ELSE
                    MOVE FAC-LETRA TO TAB-PAR-LETRA(IND-TAB-PAR)
                 END-IF
                 IF FAC-PUNTO-VENTA IS NOT NUMERIC
                    MOVE 0 TO TAB-PAR-PV(IND-TAB-PAR)
                 ELSE
                    MOVE FAC-PUNTO-VENTA TO TAB-PAR-PV(IND-TAB-PAR)
                 END-IF
                 MOVE FAC-FECHA TO WS-FECHA-CONSULTA
                 PERFORM BUSCAR-COTIZACION
                 IF WS-COTIZ-CONSULTA EQUAL ZERO
                    DISPLAY 'SIN COTIZACION AL ' FAC-FECHA
                        ' EN COTIZACION.DAT PARA LA FACTURA '
                        FAC-NUMERO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE WS-COTIZ-CONSULTA TO TAB-PAR-COTIZ(IND-TAB-PAR)
                 MOVE FAC-TOTAL TO TAB-PAR-TOTAL(IND-TAB-PAR)
                 COMPUTE TAB-PAR-TOTAL-ARS(IND-TAB-PAR) ROUNDED =
                     FAC-TOTAL * WS-COTIZ-CONSULTA
                 MOVE 0 TO TAB-PAR-APLICADO(IND-TAB-PAR)
                 MOVE 0 TO TAB-PAR-APLICADO-ARS(IND-TAB-PAR)
              ELSE
                 DISPLAY 'ERROR: MAS DE ' WS-MAX-PARTIDAS
                     ' FACTURAS EN FACTURAS.DAT, LA TABLA-PARTIDAS '
                     'NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LEER-FACTURA.

      *    lo aplicado hasta el cierre, en dolares; sale de DEUDORES
      *    a la cotizacion de emision de la factura (la diferencia
      *    contra lo cobrado va a DIFERENCIAS-CAMBIO.DAT).
      *    APLICACIONES.DAT puede no existir todavia.
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

       APLICAR-UNA-IMPUTACION.
           IF REG-APL-FECHA-COB NOT GREATER WS-FECHA-CIERRE
              IF REG-APL-LETRA EQUAL SPACE
                 MOVE 'A' TO WS-LETRA-N
              ELSE
                 MOVE REG-APL-LETRA TO WS-LETRA-N
              END-IF
              IF REG-APL-PV IS NOT NUMERIC
                 MOVE 0 TO WS-PV-N
              ELSE
                 MOVE REG-APL-PV TO WS-PV-N
              END-IF
              MOVE 'N' TO WS-FACTURA-ENCONTRADA
              SET IND-TAB-PAR TO 1
              SEARCH TAB-PAR
                  WHEN IND-TAB-PAR GREATER THAN WS-CANT-PAR
                      NEXT SENTENCE
                  WHEN TAB-PAR-NUMERO(IND-TAB-PAR) EQUAL
                          REG-APL-FACTURA
                   AND TAB-PAR-PV(IND-TAB-PAR) EQUAL WS-PV-N
                   AND TAB-PAR-LETRA(IND-TAB-PAR) EQUAL WS-LETRA-N
                      MOVE 'S' TO WS-FACTURA-ENCONTRADA
              END-SEARCH
              IF FACTURA-ENCONTRADA
                 IF REG-APL-IMPORTE-DOC GREATER ZERO
                    MOVE REG-APL-IMPORTE-DOC TO WS-APLICADO-USD
                 ELSE
                    MOVE REG-APL-IMPORTE TO WS-APLICADO-USD
                 END-IF
                 COMPUTE WS-APLICADO-ARS ROUNDED = WS-APLICADO-USD
                     * TAB-PAR-COTIZ(IND-TAB-PAR)
                 ADD WS-APLICADO-USD TO
                     TAB-PAR-APLICADO(IND-TAB-PAR)
                 ADD WS-APLICADO-ARS TO
                     TAB-PAR-APLICADO-ARS(IND-TAB-PAR)
              END-IF
           END-IF.
           PERFORM LEER-APLICACION.

      *    la cotizacion de cierre solo hace falta si queda algun
      *    saldo abierto.
       DETERMINAR-COTIZACION-CIERRE.
           MOVE WS-FECHA-CIERRE TO WS-FECHA-CONSULTA.
           PERFORM BUSCAR-COTIZACION.
           MOVE WS-COTIZ-CONSULTA TO WS-COTIZ-CIERRE.

       VALUAR-PARTIDAS.
           SET IND-TAB-PAR TO 1.
           PERFORM VALUAR-UNA-PARTIDA
               UNTIL IND-TAB-PAR GREATER THAN WS-CANT-PAR.

      *    valor de libros = lo que queda en DEUDORES a la cotizacion
      *    de emision; valor de cierre = el saldo USD a la
      *    cotizacion de cierre.
       VALUAR-UNA-PARTIDA.
           COMPUTE WS-SALDO-PARTIDA = TAB-PAR-TOTAL(IND-TAB-PAR)
               - TAB-PAR-APLICADO(IND-TAB-PAR).
           IF WS-SALDO-PARTIDA GREATER ZERO
              IF WS-COTIZ-CIERRE EQUAL ZERO
                 DISPLAY 'SIN COTIZACION AL ' WS-FECHA-CIERRE
                     ' EN COTIZACION.DAT PARA REVALUAR SALDOS EN USD'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE TAB-PAR-CUIT(IND-TAB-PAR) TO REG-ORD-CUIT
              MOVE TAB-PAR-FECHA(IND-TAB-PAR) TO REG-ORD-FECHA
              MOVE TAB-PAR-PV(IND-TAB-PAR) TO REG-ORD-PV
              MOVE TAB-PAR-LETRA(IND-TAB-PAR) TO REG-ORD-LETRA
              MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO REG-ORD-NUMERO
              MOVE WS-SALDO-PARTIDA TO REG-ORD-SALDO-USD
              MOVE TAB-PAR-COTIZ(IND-TAB-PAR) TO REG-ORD-COTIZ-ORIGEN
              COMPUTE REG-ORD-VALOR-ORIGEN =
                  TAB-PAR-TOTAL-ARS(IND-TAB-PAR)
                  - TAB-PAR-APLICADO-ARS(IND-TAB-PAR)
              COMPUTE REG-ORD-VALOR-CIERRE ROUNDED =
                  WS-SALDO-PARTIDA * WS-COTIZ-CIERRE
              COMPUTE REG-ORD-DIFERENCIA = REG-ORD-VALOR-CIERRE
                  - REG-ORD-VALOR-ORIGEN
              ADD 1 TO WS-CANT-REVALUADAS
              ADD WS-SALDO-PARTIDA TO WS-TOT-SALDO-USD
              ADD REG-ORD-VALOR-ORIGEN TO WS-TOT-ORIGEN
              ADD REG-ORD-VALOR-CIERRE TO WS-TOT-CIERRE
              ADD REG-ORD-DIFERENCIA TO WS-TOT-DIFERENCIA
              RELEASE REG-ORD
           END-IF.
           SET IND-TAB-PAR UP BY 1.

       IMPRIMIR-LISTADO.
           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE REVALUACION-CAMBIO.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-FECHA-CIERRE TO LIN-TIT-FECHA.
           MOVE WS-COTIZ-CIERRE TO LIN-TIT-COTIZ.
           MOVE LINEA-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.

           PERFORM LEER-ORDEN-REVALUACION.
           PERFORM PROCESAR-UNA-EMPRESA UNTIL ORD-EOF.

           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE 'TOTAL GENERAL' TO LIN-SUB-TEXTO.
           MOVE WS-TOT-SALDO-USD TO LIN-SUB-SALDO-USD.
           MOVE WS-TOT-ORIGEN TO LIN-SUB-ORIGEN.
           MOVE WS-TOT-CIERRE TO LIN-SUB-CIERRE.
           MOVE WS-TOT-DIFERENCIA TO LIN-SUB-DIFERENCIA.
           MOVE LINEA-SUBTOTAL TO REG-LISTADO.
           WRITE REG-LISTADO.

           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-LISTADO.
           DISPLAY WS-CANT-REVALUADAS ' FACTURAS DE ' WS-CANT-EMPRESAS
               ' EMPRESAS EN REVALUACION-CAMBIO.LST'.

       LEER-ORDEN-REVALUACION.
           RETURN ARCH-ORDEN-REVALUACION AT END MOVE 'S' TO WS-ORD-EOF
           END-RETURN.

      *    corte de control por empresa: encabezado con la razon
      *    social, una linea por factura y el subtotal.
       PROCESAR-UNA-EMPRESA.
           MOVE REG-ORD-CUIT TO WS-CUIT-CORTE.
           MOVE 0 TO WS-EMP-SALDO-USD.
           MOVE 0 TO WS-EMP-ORIGEN.
           MOVE 0 TO WS-EMP-CIERRE.
           MOVE 0 TO WS-EMP-DIFERENCIA.
           ADD 1 TO WS-CANT-EMPRESAS.

           MOVE WS-CUIT-CORTE TO LIN-EMP-CUIT.
           MOVE WS-CUIT-CORTE TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF EMP-OK
              MOVE REG-EMP-IND-RAZON TO LIN-EMP-RAZON
           ELSE
              MOVE 'CUIT SIN EMPRESA' TO LIN-EMP-RAZON.
           MOVE LINEA-EMPRESA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.

           PERFORM IMPRIMIR-UNA-FACTURA
               UNTIL ORD-EOF OR REG-ORD-CUIT NOT EQUAL WS-CUIT-CORTE.

           MOVE 'SUBTOTAL EMPRESA' TO LIN-SUB-TEXTO.
           MOVE WS-EMP-SALDO-USD TO LIN-SUB-SALDO-USD.
           MOVE WS-EMP-ORIGEN TO LIN-SUB-ORIGEN.
           MOVE WS-EMP-CIERRE TO LIN-SUB-CIERRE.
           MOVE WS-EMP-DIFERENCIA TO LIN-SUB-DIFERENCIA.
           MOVE LINEA-SUBTOTAL TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.

       IMPRIMIR-UNA-FACTURA.
           MOVE REG-ORD-PV TO LIN-DET-PV.
           MOVE REG-ORD-LETRA TO LIN-DET-LETRA.
           MOVE REG-ORD-NUMERO TO LIN-DET-NUMERO.
           MOVE REG-ORD-FECHA TO LIN-DET-FECHA.
           MOVE REG-ORD-SALDO-USD TO LIN-DET-SALDO-USD.
           MOVE REG-ORD-COTIZ-ORIGEN TO LIN-DET-COTIZ.
           MOVE REG-ORD-VALOR-ORIGEN TO LIN-DET-ORIGEN.
           MOVE REG-ORD-VALOR-CIERRE TO LIN-DET-CIERRE.
           MOVE REG-ORD-DIFERENCIA TO LIN-DET-DIFERENCIA.
           MOVE LINEA-DETALLE TO REG-LISTADO.
           WRITE REG-LISTADO.
           ADD REG-ORD-SALDO-USD TO WS-EMP-SALDO-USD.
           ADD REG-ORD-VALOR-ORIGEN TO WS-EMP-ORIGEN.
           ADD REG-ORD-VALOR-CIERRE TO WS-EMP-CIERRE.
           ADD REG-ORD-DIFERENCIA TO WS-EMP-DIFERENCIA.
           PERFORM LEER-ORDEN-REVALUACION.

      *    el ajuste va al final de ASIENTOS.DAT fechado al cierre y
      *    la reversion, con los lados invertidos, a
      *    ASIENTOS-DIFERIDOS.DAT fechada el primero del mes
      *    siguiente. los conceptos se controlan antes de abrir
      *    nada para no dejar un asiento a medias.
       GRABAR-ASIENTOS.
           IF WS-TOT-DIFERENCIA EQUAL ZERO
              DISPLAY 'SIN DIFERENCIA DE CAMBIO NO REALIZADA EN EL '
                  'PERIODO ' WS-PERIODO ' - NO HAY ASIENTO'
           ELSE
              PERFORM ARMAR-ASIENTO
              PERFORM GRABAR-AJUSTE
              PERFORM GRABAR-REVERSION.

       ARMAR-ASIENTO.
           IF WS-TOT-DIFERENCIA GREATER ZERO
              MOVE WS-TOT-DIFERENCIA TO WS-IMPORTE-LINEA
              MOVE 'DEUDORES' TO WS-CONCEPTO-DEBE
              MOVE 'DIFCAMBIO' TO WS-CONCEPTO-HABER
           ELSE
              COMPUTE WS-IMPORTE-LINEA = WS-TOT-DIFERENCIA * -1
              MOVE 'DIFCAMBIO' TO WS-CONCEPTO-DEBE
              MOVE 'DEUDORES' TO WS-CONCEPTO-HABER.
           MOVE 'DEUDORES' TO WS-CONCEPTO-BUSCADO.
           PERFORM CONTROLAR-UN-CONCEPTO.
           MOVE 'DIFCAMBIO' TO WS-CONCEPTO-BUSCADO.
           PERFORM CONTROLAR-UN-CONCEPTO.

       CONTROLAR-UN-CONCEPTO.
           PERFORM BUSCAR-CUENTA-CONCEPTO.
           IF NOT CONCEPTO-HALLADO
              DISPLAY 'EL CONCEPTO ' WS-CONCEPTO-BUSCADO
                  ' NO EXISTE EN PLAN-CUENTAS.DAT - NO SE GRABA '
                  'EL ASIENTO'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       GRABAR-AJUSTE.
           OPEN EXTEND ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              OPEN OUTPUT ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              DISPLAY 'NO PUDO ABRIRSE ASIENTOS.DAT ' FS-ASIENTOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-FECHA-CIERRE TO WS-FECHA-LINEA.
           MOVE WS-CONCEPTO-DEBE TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM ARMAR-LINEA-ASIENTO.
           WRITE REG-ASIENTO.
           MOVE WS-CONCEPTO-HABER TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM ARMAR-LINEA-ASIENTO.
           WRITE REG-ASIENTO.
           CLOSE ARCH-ASIENTOS.
           DISPLAY 'AJUSTE POR DIFERENCIA DE CAMBIO DE '
               WS-IMPORTE-LINEA ' AGREGADO A ASIENTOS.DAT'.

      *    ASIENTOS-DIFERIDOS.DAT no existe antes de la primera
      *    reversion.
       GRABAR-REVERSION.
           OPEN EXTEND ARCH-DIFERIDOS.
           IF NOT DIFERIDOS-OK
              OPEN OUTPUT ARCH-DIFERIDOS.
           IF NOT DIFERIDOS-OK
              DISPLAY 'NO PUDO ABRIRSE ASIENTOS-DIFERIDOS.DAT '
                  FS-DIFERIDOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PRIMERO-SIGUIENTE TO WS-FECHA-LINEA.
           MOVE WS-CONCEPTO-HABER TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM ARMAR-LINEA-ASIENTO.
           WRITE REG-DIFERIDO FROM REG-ASIENTO.
           MOVE WS-CONCEPTO-DEBE TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM ARMAR-LINEA-ASIENTO.
           WRITE REG-DIFERIDO FROM REG-ASIENTO.
           CLOSE ARCH-DIFERIDOS.
           DISPLAY 'REVERSION AL ' WS-PRIMERO-SIGUIENTE
               ' AGREGADA A ASIENTOS-DIFERIDOS.DAT'.

       ARMAR-LINEA-ASIENTO.
           PERFORM BUSCAR-CUENTA-CONCEPTO.
           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-FECHA-LINEA TO ASI-FECHA.
           MOVE WS-CUENTA-HALLADA TO ASI-CUENTA.
           MOVE WS-DESC-HALLADA TO ASI-DESCRIPCION.
           MOVE 0 TO ASI-ENTIDAD.
           IF LINEA-AL-DEBE
              MOVE WS-IMPORTE-LINEA TO ASI-DEBE
              MOVE 0 TO ASI-HABER
           ELSE
              MOVE 0 TO ASI-DEBE
              MOVE WS-IMPORTE-LINEA TO ASI-HABER.
           ADD 1 TO WS-ACUM-LINEAS.

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
              DISPLAY 'NO PUDO GRABARSE REVALUACION-HISTORIA.DAT '
                  FS-HISTORIA
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PERIODO TO RVH-PERIODO.
           MOVE WS-FECHA-HOY TO RVH-FECHA-PROCESO.
           MOVE WS-COTIZ-CIERRE TO RVH-COTIZACION.
           MOVE WS-TOT-SALDO-USD TO RVH-SALDO-USD.
           MOVE WS-TOT-ORIGEN TO RVH-VALOR-ORIGEN.
           MOVE WS-TOT-CIERRE TO RVH-VALOR-CIERRE.
           IF WS-TOT-DIFERENCIA LESS ZERO
              COMPUTE RVH-DIFERENCIA = WS-TOT-DIFERENCIA * -1
              MOVE 'P' TO RVH-SENTIDO
           ELSE
              MOVE WS-TOT-DIFERENCIA TO RVH-DIFERENCIA
              MOVE 'G' TO RVH-SENTIDO.
           WRITE REG-HISTORIA.
           CLOSE ARCH-HISTORIA.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
