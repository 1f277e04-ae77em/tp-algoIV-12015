       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteComisiones.
       AUTHOR. Fede.

      *    comisiones de los ejecutivos de cuenta sobre lo cobrado en
      *    el mes (COMISIONES-PERIODO AAAAMM, el mes actual por
      *    defecto): se toman las aplicaciones de APLICACIONES.DAT con
      *    fecha de cobro dentro del periodo y cada una se le
      *    comisiona al ejecutivo que tenia asignado el cliente a esa
      *    fecha (EJECUTIVOS-CUENTA.DAT, ver CargaEjecutivosCuenta).
      *    solo comisiona lo cobrado sobre facturas vigentes: las
      *    notas de credito y de debito, las anuladas y las dadas de
      *    baja por incobrable no entran, ni el descuento por pronto
      *    pago (que no es plata cobrada).
      *
      *    de cada cobro se comisiona la parte de honorarios: lo
      *    aplicado por (bruto - intereses - gastos - productos de
      *    reventa) / total de la factura, con la apertura por
      *    concepto que deja GeneraFacturas en
      *    FACTURAS-CONCEPTOS.DAT; una factura
      *    anterior a esa apertura comisiona su bruto entero. el
      *    cobro se valua en pesos a la cotizacion de COTIZACION.DAT
      *    vigente a la fecha de cobro, como en ConciliacionDeudores.
      *    el porcentaje sale de ESQUEMA-COMISIONES.DAT (ver
      *    CargaComisiones): el tramo vigente al cierre de piso mas
      *    alto que alcanza la base del mes, aplicado a toda la base.
      *
      *    salidas: COMISIONES-AAAAMM.LST con el resumen por
      *    ejecutivo (y lo cobrado a clientes sin ejecutivo asignado,
      *    que no comisiona) y una liquidacion por ejecutivo,
      *    COMISION-<EJECUTIVO>-AAAAMM.LST, con el detalle de cobros
      *    que la forman. es solo un reporte: se puede volver a
      *    correr las veces que haga falta.

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

           SELECT ARCH-CONCEPTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONCEPTOS.

           SELECT ARCH-EJECUTIVOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EJECUTIVOS.

           SELECT ARCH-COMISIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COMISIONES.

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

           SELECT ARCH-LIQUIDACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LIQUIDACION.

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
               88 FAC-ES-NOTA-DEBITO     VALUE 'D'.
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

      *    apertura por concepto de cada factura - ver
      *    GRABAR-CONCEPTOS-FACTURA en GeneraFacturas.
       FD ARCH-CONCEPTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-CONCEPTOS.DAT'
             DATA RECORD IS REG-FAC-CONCEPTOS.

       01 REG-FAC-CONCEPTOS.
           03 FCO-CLAVE.
               05 FCO-PUNTO-VENTA        PIC 9(4).
               05 FCO-LETRA              PIC X(1).
               05 FCO-NUMERO             PIC 9(8).
           03 FCO-CUIT                   PIC 9(11).
           03 FCO-MONEDA                 PIC X(3).
           03 FCO-BRUTO                  PIC 9(10)V99.
           03 FCO-INTERES                PIC 9(10)V99.
           03 FCO-GASTOS                 PIC 9(10)V99.
           03 FCO-TOTAL                  PIC 9(10)V99.
           03 FCO-PRODUCTOS              PIC 9(10)V99.
           03 FCO-IVA-PRODUCTOS          PIC 9(10)V99.

      *    ver CargaEjecutivosCuenta.
       FD ARCH-EJECUTIVOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EJECUTIVOS-CUENTA.DAT'
             DATA RECORD IS REG-EJECUTIVO-CUENTA.

       01 REG-EJECUTIVO-CUENTA.
           03 ECU-EMPRESA                PIC 9(3).
           03 ECU-CUIT                   PIC 9(11).
           03 ECU-EJECUTIVO              PIC X(5).
           03 ECU-DESDE                  PIC 9(8).
           03 ECU-HASTA                  PIC 9(8).

      *    ver CargaComisiones.
       FD ARCH-COMISIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ESQUEMA-COMISIONES.DAT'
             DATA RECORD IS REG-ESQUEMA-COMISION.

       01 REG-ESQUEMA-COMISION.
           03 CES-EJECUTIVO              PIC X(5).
           03 CES-NOMBRE                 PIC X(25).
           03 CES-COBRADO-DESDE          PIC 9(10)V99.
           03 CES-PORCENTAJE             PIC 9(3)V99.
           03 CES-VIG-DESDE              PIC 9(8).
           03 CES-VIG-HASTA              PIC 9(8).

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA              PIC 9(8).
           03 REG-COT-VALOR              PIC 9(5)V99.

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-RESUMEN
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(100).

       FD ARCH-LIQUIDACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-LIQUIDACION
             DATA RECORD IS REG-LIQUIDACION.

       01 REG-LIQUIDACION                PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-CONCEPTOS     PIC XX.
           88 CONCEPTOS-OK   VALUE '00'.
           88 CONCEPTOS-EOF  VALUE '10'.

       77 FS-EJECUTIVOS    PIC XX.
           88 ECU-OK         VALUE '00'.
           88 ECU-EOF        VALUE '10'.

       77 FS-COMISIONES    PIC XX.
           88 CES-OK         VALUE '00'.
           88 CES-EOF        VALUE '10'.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.
           88 COTIZACION-EOF VALUE '10'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       77 FS-LIQUIDACION   PIC XX.
           88 LIQUIDACION-OK VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno COMISIONES-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANIO        PIC 9(4).
           03 WS-PERIODO-MES         PIC 9(2).
       01 WS-FECHA-HOY               PIC 9(8).

      *    primer y ultimo dia del periodo: el cierre es el primero
      *    del mes siguiente menos un dia.
       01 WS-FECHA-DESDE             PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-SIGUIENTE.
           03 WS-PS-ANIO             PIC 9(4).
           03 WS-PS-MES              PIC 9(2).
           03 WS-PS-DIA              PIC 9(2).
       01 WS-FECHA-CIERRE            PIC 9(8).
       01 WS-DIAS-CIERRE             PIC 9(7).

       01 WS-NOMBRE-RESUMEN          PIC X(21).
       01 WS-NOMBRE-LIQUIDACION      PIC X(25).

      *    cotizaciones en tabla, en el orden del archivo (fecha
      *    ascendente), igual que ConciliacionDeudores.
       01 TABLA-COTIZACIONES.
           03 TAB-COT OCCURS 4000 TIMES INDEXED BY IND-TAB-COT.
               05 TAB-COT-FECHA         PIC 9(8).
               05 TAB-COT-VALOR         PIC 9(5)V99.

       01 WS-CANT-COT                PIC 9(4) VALUE 0.
       01 WS-FECHA-CONSULTA          PIC 9(8).
       01 WS-COTIZ-CONSULTA          PIC 9(5)V99.
       01 WS-K                       PIC 9(4).

      *    asignaciones de ejecutivo por CUIT con su vigencia.
       01 WS-MAX-ASIGNACIONES        PIC 9(4) VALUE 1000.

       01 TABLA-ASIGNACIONES.
           03 TAB-ASG OCCURS 1000 TIMES INDEXED BY IND-TAB-ASG.
               05 TAB-ASG-CUIT          PIC 9(11).
               05 TAB-ASG-EJECUTIVO     PIC X(5).
               05 TAB-ASG-DESDE         PIC 9(8).
               05 TAB-ASG-HASTA         PIC 9(8).

       01 WS-CANT-ASG                PIC 9(4) VALUE 0.

      *    tramos del esquema de comisiones.
       01 WS-MAX-TRAMOS              PIC 9(3) VALUE 300.

       01 TABLA-TRAMOS.
           03 TAB-CES OCCURS 300 TIMES INDEXED BY IND-TAB-CES.
               05 TAB-CES-EJECUTIVO     PIC X(5).
               05 TAB-CES-NOMBRE        PIC X(25).
               05 TAB-CES-PISO          PIC 9(10)V99.
               05 TAB-CES-PCT           PIC 9(3)V99.
               05 TAB-CES-VIG-DESDE     PIC 9(8).
               05 TAB-CES-VIG-HASTA     PIC 9(8).

       01 WS-CANT-CES                PIC 9(3) VALUE 0.

      *    facturas que comisionan, con la parte comisionable del
      *    total - mismo dimensionamiento que PrevisionIncobrables.
       01 WS-MAX-FACTURAS            PIC 9(4) VALUE 5000.

       01 TABLA-FACTURAS.
           03 TAB-FAC OCCURS 5000 TIMES INDEXED BY IND-TAB-FAC.
               05 TAB-FAC-NUMERO        PIC 9(8).
               05 TAB-FAC-PV            PIC 9(4).
               05 TAB-FAC-LETRA         PIC X(1).
               05 TAB-FAC-COMISIONABLE  PIC S9(10)V99.
               05 TAB-FAC-TOTAL         PIC S9(10)V99.

       01 WS-CANT-FAC                PIC 9(4) VALUE 0.

       01 WS-FACTURA-ENCONTRADA      PIC X VALUE 'N'.
           88 FACTURA-ENCONTRADA     VALUE 'S'.
       01 WS-LETRA-N                 PIC X(1).
       01 WS-PV-N                    PIC 9(4).
       01 WS-NUMERO-N                PIC 9(8).

      *    cobros que comisionan en el periodo, uno por aplicacion.
       01 WS-MAX-COBROS              PIC 9(4) VALUE 5000.

       01 TABLA-COBROS.
           03 TAB-COB OCCURS 5000 TIMES INDEXED BY IND-TAB-COB.
               05 TAB-COB-EJECUTIVO     PIC X(5).
               05 TAB-COB-FECHA         PIC 9(8).
               05 TAB-COB-CUIT          PIC 9(11).
               05 TAB-COB-PV            PIC 9(4).
               05 TAB-COB-LETRA         PIC X(1).
               05 TAB-COB-NUMERO        PIC 9(8).
               05 TAB-COB-COBRADO       PIC S9(12)V99.
               05 TAB-COB-BASE          PIC S9(12)V99.

       01 WS-CANT-COB                PIC 9(4) VALUE 0.

      *    un renglon por ejecutivo con cobros en el periodo.
       01 WS-MAX-EJECUTIVOS          PIC 9(3) VALUE 200.

       01 TABLA-EJECUTIVOS.
           03 TAB-EJE OCCURS 200 TIMES INDEXED BY IND-TAB-EJE.
               05 TAB-EJE-CODIGO        PIC X(5).
               05 TAB-EJE-NOMBRE        PIC X(25).
               05 TAB-EJE-COBRADO       PIC S9(12)V99.
               05 TAB-EJE-BASE          PIC S9(12)V99.
               05 TAB-EJE-PCT           PIC 9(3)V99.
               05 TAB-EJE-PISO          PIC 9(10)V99.
               05 TAB-EJE-COMISION      PIC S9(12)V99.
               05 TAB-EJE-TRAMO         PIC X(1).
                   88 EJE-CON-TRAMO     VALUE 'S'.

       01 WS-CANT-EJE                PIC 9(3) VALUE 0.

       01 WS-EJECUTIVO-COBRO         PIC X(5).
       01 WS-COBRADO-ARS             PIC S9(12)V99.
       01 WS-BASE-ARS                PIC S9(12)V99.

      *    totales del periodo, en pesos.
       01 WS-TOT-COBRADO             PIC S9(12)V99 VALUE 0.
       01 WS-TOT-BASE                PIC S9(12)V99 VALUE 0.
       01 WS-TOT-COMISION            PIC S9(12)V99 VALUE 0.
       01 WS-SIN-EJE-COBRADO         PIC S9(12)V99 VALUE 0.
       01 WS-SIN-EJE-BASE            PIC S9(12)V99 VALUE 0.
       01 WS-CANT-SIN-EJE            PIC 9(5) VALUE 0.
       01 WS-CANT-SIN-COTIZ          PIC 9(5) VALUE 0.
       01 WS-CANT-LIQ                PIC 9(3) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(37) VALUE
              'COMISIONES SOBRE COBRANZAS - PERIODO '.
           03 LIN-TIT-PERIODO        PIC 9(6).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(32) VALUE 'EJECUTIVO'.
           03 FILLER       PIC X(20) VALUE '            COBRADO'.
           03 FILLER       PIC X(20) VALUE '     BASE COMISION'.
           03 FILLER       PIC X(7)  VALUE '  PORC.'.
           03 FILLER       PIC X(20) VALUE '           COMISION'.

       01 LINEA-DIVISORIA            PIC X(98) VALUE ALL '-'.

       01 LINEA-EJECUTIVO.
           03 LIN-EJE-CODIGO         PIC X(5).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-EJE-NOMBRE         PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-EJE-COBRADO        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-EJE-BASE           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-EJE-PCT            PIC ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-EJE-COMISION       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-TOTAL.
           03 LIN-TOT-TEXTO          PIC X(32).
           03 LIN-TOT-COBRADO        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-BASE           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(8) VALUE SPACES.
           03 LIN-TOT-COMISION       PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

      *    renglones de la liquidacion de cada ejecutivo.
       01 LINEA-LIQ-TITULO.
           03 FILLER                 PIC X(36) VALUE
              'LIQUIDACION DE COMISIONES - PERIODO '.
           03 LIN-LIQ-PERIODO        PIC 9(6).

       01 LINEA-LIQ-EJECUTIVO.
           03 FILLER                 PIC X(11) VALUE 'EJECUTIVO: '.
           03 LIN-LIQ-CODIGO         PIC X(5).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-LIQ-NOMBRE         PIC X(25).

       01 LINEA-LIQ-ENCABEZADO.
           03 FILLER       PIC X(10) VALUE 'FECHA COB'.
           03 FILLER       PIC X(13) VALUE 'CUIT'.
           03 FILLER       PIC X(16) VALUE 'COMPROBANTE'.
           03 FILLER       PIC X(20) VALUE '            COBRADO'.
           03 FILLER       PIC X(20) VALUE '     BASE COMISION'.

       01 LINEA-LIQ-COBRO.
           03 LIN-COB-FECHA          PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-COB-CUIT           PIC 9(11).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-COB-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-COB-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-COB-NUMERO         PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-COB-COBRADO        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-COB-BASE           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-LIQ-TOTAL.
           03 LIN-LTO-TEXTO          PIC X(39).
           03 LIN-LTO-IMPORTE        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-LIQ-PORCENTAJE.
           03 FILLER                 PIC X(39) VALUE
              'PORCENTAJE APLICADO'.
           03 FILLER                 PIC X(13) VALUE SPACES.
           03 LIN-LPC-PCT            PIC ZZ9,99.

       01 LINEA-LIQ-SIN-TRAMO        PIC X(60) VALUE
          '*** SIN TRAMO VIGENTE EN ESQUEMA-COMISIONES.DAT ***'.

       PROCEDURE DIVISION.

       REPORTE-COMISIONES.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'COMISIONES-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT
               'COMISIONES-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NUMERIC
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              ELSE
                 DISPLAY 'COMISIONES-PERIODO INVALIDO: '
                     WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM CALCULAR-FECHAS-PERIODO.
           PERFORM CARGAR-COTIZACIONES.
           PERFORM CARGAR-ASIGNACIONES.
           PERFORM CARGAR-TRAMOS.
           PERFORM CARGAR-TABLA-FACTURAS.
           PERFORM CARGAR-CONCEPTOS.
           PERFORM PROCESAR-APLICACIONES.
           PERFORM LIQUIDAR-EJECUTIVOS.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM IMPRIMIR-LIQUIDACIONES.
           PERFORM TERMINAR.

       CALCULAR-FECHAS-PERIODO.
           IF WS-PERIODO-MES LESS 1 OR WS-PERIODO-MES GREATER 12
              DISPLAY 'COMISIONES-PERIODO INVALIDO: ' WS-PERIODO
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

      *    COTIZACION.DAT solo hace falta si hay cobros en dolares;
      *    se controla al usarla.
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

      *    sin asignaciones no hay a quien comisionar: todo lo
      *    cobrado sale como cobranza sin ejecutivo.
       CARGAR-ASIGNACIONES.
           OPEN INPUT ARCH-EJECUTIVOS.
           IF NOT ECU-OK
              DISPLAY 'EJECUTIVOS-CUENTA.DAT NO DISPONIBLE '
                  FS-EJECUTIVOS ' - NINGUN CLIENTE TIENE EJECUTIVO'
           ELSE
              PERFORM LEER-ASIGNACION
              PERFORM CARGAR-ASIGNACION-EN-TABLA
                  UNTIL ECU-EOF
                   OR WS-CANT-ASG NOT LESS WS-MAX-ASIGNACIONES
              CLOSE ARCH-EJECUTIVOS.

       LEER-ASIGNACION.
           READ ARCH-EJECUTIVOS AT END MOVE '10' TO FS-EJECUTIVOS.

       CARGAR-ASIGNACION-EN-TABLA.
           ADD 1 TO WS-CANT-ASG.
           MOVE ECU-CUIT TO TAB-ASG-CUIT(WS-CANT-ASG).
           MOVE ECU-EJECUTIVO TO TAB-ASG-EJECUTIVO(WS-CANT-ASG).
           MOVE ECU-DESDE TO TAB-ASG-DESDE(WS-CANT-ASG).
           MOVE ECU-HASTA TO TAB-ASG-HASTA(WS-CANT-ASG).
           PERFORM LEER-ASIGNACION.

       CARGAR-TRAMOS.
           OPEN INPUT ARCH-COMISIONES.
           IF NOT CES-OK
              DISPLAY 'ESQUEMA-COMISIONES.DAT NO DISPONIBLE '
                  FS-COMISIONES ' - LAS COMISIONES SALEN EN CERO'
           ELSE
              PERFORM LEER-TRAMO
              PERFORM CARGAR-TRAMO-EN-TABLA
                  UNTIL CES-EOF OR WS-CANT-CES NOT LESS WS-MAX-TRAMOS
              CLOSE ARCH-COMISIONES.

       LEER-TRAMO.
           READ ARCH-COMISIONES AT END MOVE '10' TO FS-COMISIONES.

       CARGAR-TRAMO-EN-TABLA.
           ADD 1 TO WS-CANT-CES.
           MOVE CES-EJECUTIVO TO TAB-CES-EJECUTIVO(WS-CANT-CES).
           MOVE CES-NOMBRE TO TAB-CES-NOMBRE(WS-CANT-CES).
           MOVE CES-COBRADO-DESDE TO TAB-CES-PISO(WS-CANT-CES).
           MOVE CES-PORCENTAJE TO TAB-CES-PCT(WS-CANT-CES).
           MOVE CES-VIG-DESDE TO TAB-CES-VIG-DESDE(WS-CANT-CES).
           MOVE CES-VIG-HASTA TO TAB-CES-VIG-HASTA(WS-CANT-CES).
           PERFORM LEER-TRAMO.

      *    solo facturas vigentes: NC, ND (intereses por mora),
      *    anuladas y dadas de baja no comisionan. sin apertura por
      *    concepto se comisiona el bruto sobre el total.
       CARGAR-TABLA-FACTURAS.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-FACTURA.
           PERFORM CARGAR-FACTURA-EN-TABLA UNTIL FACTURAS-EOF.
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

       CARGAR-FACTURA-EN-TABLA.
           IF NOT FAC-ES-NOTA-CREDITO AND NOT FAC-ES-NOTA-DEBITO
              AND NOT FAC-ANULADA AND NOT FAC-INCOBRABLE
              IF WS-CANT-FAC IS LESS THAN WS-MAX-FACTURAS
                 ADD 1 TO WS-CANT-FAC
                 SET IND-TAB-FAC TO WS-CANT-FAC
                 MOVE FAC-NUMERO TO TAB-FAC-NUMERO(IND-TAB-FAC)
                 MOVE FAC-PUNTO-VENTA TO TAB-FAC-PV(IND-TAB-FAC)
                 MOVE FAC-LETRA TO TAB-FAC-LETRA(IND-TAB-FAC)
                 MOVE FAC-IMPORTE-BRUTO TO
                     TAB-FAC-COMISIONABLE(IND-TAB-FAC)
                 MOVE FAC-TOTAL TO TAB-FAC-TOTAL(IND-TAB-FAC)
              ELSE
                 DISPLAY 'ERROR: MAS DE ' WS-MAX-FACTURAS
                     ' FACTURAS EN FACTURAS.DAT, LA TABLA-FACTURAS '
                     'NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LEER-FACTURA.

      *    FACTURAS-CONCEPTOS.DAT puede no existir; una factura que
      *    una corrida retomada volvio a emitir toma el ultimo renglon.
       CARGAR-CONCEPTOS.
           OPEN INPUT ARCH-CONCEPTOS.
           IF CONCEPTOS-OK
              PERFORM LEER-CONCEPTOS
              PERFORM APLICAR-UN-CONCEPTO UNTIL CONCEPTOS-EOF
              CLOSE ARCH-CONCEPTOS.

       LEER-CONCEPTOS.
           READ ARCH-CONCEPTOS AT END MOVE '10' TO FS-CONCEPTOS.

       APLICAR-UN-CONCEPTO.
           MOVE FCO-PUNTO-VENTA TO WS-PV-N.
           MOVE FCO-LETRA TO WS-LETRA-N.
           MOVE FCO-NUMERO TO WS-NUMERO-N.
           PERFORM BUSCAR-FACTURA.
           IF FACTURA-ENCONTRADA
              COMPUTE TAB-FAC-COMISIONABLE(IND-TAB-FAC) =
                  FCO-BRUTO - FCO-INTERES - FCO-GASTOS
                  - FCO-PRODUCTOS
              MOVE FCO-TOTAL TO TAB-FAC-TOTAL(IND-TAB-FAC).
           PERFORM LEER-CONCEPTOS.

      *    busca en TABLA-FACTURAS el comprobante WS-PV-N /
      *    WS-LETRA-N / WS-NUMERO-N.
       BUSCAR-FACTURA.
           MOVE 'N' TO WS-FACTURA-ENCONTRADA.
           SET IND-TAB-FAC TO 1.
           SEARCH TAB-FAC
               WHEN IND-TAB-FAC GREATER THAN WS-CANT-FAC
                   NEXT SENTENCE
               WHEN TAB-FAC-NUMERO(IND-TAB-FAC) EQUAL WS-NUMERO-N
                AND TAB-FAC-PV(IND-TAB-FAC) EQUAL WS-PV-N
                AND TAB-FAC-LETRA(IND-TAB-FAC) EQUAL WS-LETRA-N
                   MOVE 'S' TO WS-FACTURA-ENCONTRADA
           END-SEARCH.

      *    APLICACIONES.DAT puede no existir todavia: el periodo sale
      *    sin cobranzas.
       PROCESAR-APLICACIONES.
           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              PERFORM LEER-APLICACION
              PERFORM PROCESAR-UNA-APLICACION UNTIL APL-EOF
              CLOSE ARCH-APLICACIONES.

       LEER-APLICACION.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

       PROCESAR-UNA-APLICACION.
           IF REG-APL-FECHA-COB NOT LESS WS-FECHA-DESDE
              AND REG-APL-FECHA-COB NOT GREATER WS-FECHA-CIERRE
              AND REG-APL-REFERENCIA NOT EQUAL 'PRONTOPAGO'
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
              MOVE REG-APL-FACTURA TO WS-NUMERO-N
              PERFORM BUSCAR-FACTURA
              IF FACTURA-ENCONTRADA
                 AND TAB-FAC-TOTAL(IND-TAB-FAC) GREATER ZERO
                 PERFORM VALUAR-COBRO
              END-IF
           END-IF.
           PERFORM LEER-APLICACION.

      *    lo cobrado en pesos a la fecha de cobro y su parte
      *    comisionable, con la proporcion de la factura.
       VALUAR-COBRO.
           MOVE REG-APL-IMPORTE TO WS-COBRADO-ARS.
           IF REG-APL-MONEDA NOT EQUAL 'ARS'
              AND REG-APL-MONEDA NOT EQUAL SPACES
              MOVE REG-APL-FECHA-COB TO WS-FECHA-CONSULTA
              PERFORM BUSCAR-COTIZACION
              IF WS-COTIZ-CONSULTA EQUAL ZERO
                 ADD 1 TO WS-CANT-SIN-COTIZ
                 DISPLAY 'SIN COTIZACION AL ' REG-APL-FECHA-COB
                     ' PARA EL COBRO DE ' REG-APL-CUIT
                     ' - NO SE COMISIONA'
                 MOVE 0 TO WS-COBRADO-ARS
              ELSE
                 COMPUTE WS-COBRADO-ARS ROUNDED =
                     WS-COBRADO-ARS * WS-COTIZ-CONSULTA
              END-IF
           END-IF.
           COMPUTE WS-BASE-ARS ROUNDED = WS-COBRADO-ARS
               * TAB-FAC-COMISIONABLE(IND-TAB-FAC)
               / TAB-FAC-TOTAL(IND-TAB-FAC).
           IF WS-COBRADO-ARS NOT EQUAL ZERO
              PERFORM ASIGNAR-COBRO-EJECUTIVO.

      *    cotizacion vigente a WS-FECHA-CONSULTA: la ultima anterior
      *    o igual, mismo criterio que ConciliacionDeudores. cero si
      *    no hay.
       BUSCAR-COTIZACION.
           MOVE 0 TO WS-COTIZ-CONSULTA.
           MOVE 1 TO WS-K.
           PERFORM EVALUAR-UNA-COTIZACION
               UNTIL WS-K GREATER THAN WS-CANT-COT.

       EVALUAR-UNA-COTIZACION.
           IF TAB-COT-FECHA(WS-K) NOT GREATER WS-FECHA-CONSULTA
              MOVE TAB-COT-VALOR(WS-K) TO WS-COTIZ-CONSULTA.
           ADD 1 TO WS-K.

       ASIGNAR-COBRO-EJECUTIVO.
           PERFORM BUSCAR-EJECUTIVO-COBRO.
           IF WS-EJECUTIVO-COBRO EQUAL SPACES
              ADD 1 TO WS-CANT-SIN-EJE
              ADD WS-COBRADO-ARS TO WS-SIN-EJE-COBRADO
              ADD WS-BASE-ARS TO WS-SIN-EJE-BASE
           ELSE
              PERFORM GRABAR-COBRO-EN-TABLA
              PERFORM ACUMULAR-EN-EJECUTIVO.
           ADD WS-COBRADO-ARS TO WS-TOT-COBRADO.

      *    ejecutivo del cliente a la fecha de cobro: de las
      *    asignaciones vigentes a esa fecha, la ultima cargada.
       BUSCAR-EJECUTIVO-COBRO.
           MOVE SPACES TO WS-EJECUTIVO-COBRO.
           SET IND-TAB-ASG TO 1.
           PERFORM EVALUAR-UNA-ASIGNACION
               UNTIL IND-TAB-ASG GREATER THAN WS-CANT-ASG.

       EVALUAR-UNA-ASIGNACION.
           IF TAB-ASG-CUIT(IND-TAB-ASG) EQUAL REG-APL-CUIT
              AND TAB-ASG-DESDE(IND-TAB-ASG) NOT GREATER
                  REG-APL-FECHA-COB
              AND (TAB-ASG-HASTA(IND-TAB-ASG) EQUAL ZERO
                   OR TAB-ASG-HASTA(IND-TAB-ASG) NOT LESS
                      REG-APL-FECHA-COB)
              MOVE TAB-ASG-EJECUTIVO(IND-TAB-ASG) TO
                  WS-EJECUTIVO-COBRO.
           SET IND-TAB-ASG UP BY 1.

       GRABAR-COBRO-EN-TABLA.
           IF WS-CANT-COB NOT LESS WS-MAX-COBROS
              DISPLAY 'ERROR: MAS DE ' WS-MAX-COBROS
                  ' COBROS EN EL PERIODO, LA TABLA-COBROS NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-COB.
           SET IND-TAB-COB TO WS-CANT-COB.
           MOVE WS-EJECUTIVO-COBRO TO TAB-COB-EJECUTIVO(IND-TAB-COB).
           MOVE REG-APL-FECHA-COB TO TAB-COB-FECHA(IND-TAB-COB).
           MOVE REG-APL-CUIT TO TAB-COB-CUIT(IND-TAB-COB).
           MOVE WS-PV-N TO TAB-COB-PV(IND-TAB-COB).
           MOVE WS-LETRA-N TO TAB-COB-LETRA(IND-TAB-COB).
           MOVE REG-APL-FACTURA TO TAB-COB-NUMERO(IND-TAB-COB).
           MOVE WS-COBRADO-ARS TO TAB-COB-COBRADO(IND-TAB-COB).
           MOVE WS-BASE-ARS TO TAB-COB-BASE(IND-TAB-COB).

       ACUMULAR-EN-EJECUTIVO.
           SET IND-TAB-EJE TO 1.
           SEARCH TAB-EJE
               AT END
                   PERFORM AGREGAR-EJECUTIVO
               WHEN IND-TAB-EJE GREATER THAN WS-CANT-EJE
                   PERFORM AGREGAR-EJECUTIVO
               WHEN TAB-EJE-CODIGO(IND-TAB-EJE) EQUAL
                       WS-EJECUTIVO-COBRO
                   NEXT SENTENCE
           END-SEARCH.
           ADD WS-COBRADO-ARS TO TAB-EJE-COBRADO(IND-TAB-EJE).
           ADD WS-BASE-ARS TO TAB-EJE-BASE(IND-TAB-EJE).

       AGREGAR-EJECUTIVO.
           IF WS-CANT-EJE NOT LESS WS-MAX-EJECUTIVOS
              DISPLAY 'ERROR: MAS DE ' WS-MAX-EJECUTIVOS
                  ' EJECUTIVOS, LA TABLA-EJECUTIVOS NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-EJE.
           SET IND-TAB-EJE TO WS-CANT-EJE.
           MOVE WS-EJECUTIVO-COBRO TO TAB-EJE-CODIGO(IND-TAB-EJE).
           MOVE SPACES TO TAB-EJE-NOMBRE(IND-TAB-EJE).
           MOVE 0 TO TAB-EJE-COBRADO(IND-TAB-EJE).
           MOVE 0 TO TAB-EJE-BASE(IND-TAB-EJE).
           MOVE 0 TO TAB-EJE-PCT(IND-TAB-EJE).
           MOVE 0 TO TAB-EJE-PISO(IND-TAB-EJE).
           MOVE 0 TO TAB-EJE-COMISION(IND-TAB-EJE).
           MOVE 'N' TO TAB-EJE-TRAMO(IND-TAB-EJE).

       LIQUIDAR-EJECUTIVOS.
           SET IND-TAB-EJE TO 1.
           PERFORM LIQUIDAR-UN-EJECUTIVO
               UNTIL IND-TAB-EJE GREATER THAN WS-CANT-EJE.

      *    tramo: de los vigentes al cierre, el de piso mas alto que
      *    la base del mes alcanza; su porcentaje va sobre toda la
      *    base.
       LIQUIDAR-UN-EJECUTIVO.
           SET IND-TAB-CES TO 1.
           PERFORM EVALUAR-UN-TRAMO
               UNTIL IND-TAB-CES GREATER THAN WS-CANT-CES.
           COMPUTE TAB-EJE-COMISION(IND-TAB-EJE) ROUNDED =
               TAB-EJE-BASE(IND-TAB-EJE)
               * TAB-EJE-PCT(IND-TAB-EJE) / 100.
           ADD TAB-EJE-BASE(IND-TAB-EJE) TO WS-TOT-BASE.
           ADD TAB-EJE-COMISION(IND-TAB-EJE) TO WS-TOT-COMISION.
           SET IND-TAB-EJE UP BY 1.

       EVALUAR-UN-TRAMO.
           IF TAB-CES-EJECUTIVO(IND-TAB-CES) EQUAL
                  TAB-EJE-CODIGO(IND-TAB-EJE)
              MOVE TAB-CES-NOMBRE(IND-TAB-CES) TO
                  TAB-EJE-NOMBRE(IND-TAB-EJE)
              IF TAB-CES-VIG-DESDE(IND-TAB-CES) NOT GREATER
                     WS-FECHA-CIERRE
                 AND (TAB-CES-VIG-HASTA(IND-TAB-CES) EQUAL ZERO
                      OR TAB-CES-VIG-HASTA(IND-TAB-CES) NOT LESS
                         WS-FECHA-CIERRE)
                 AND TAB-CES-PISO(IND-TAB-CES) NOT GREATER
                     TAB-EJE-BASE(IND-TAB-EJE)
                 AND (NOT EJE-CON-TRAMO(IND-TAB-EJE)
                      OR TAB-CES-PISO(IND-TAB-CES) NOT LESS
                         TAB-EJE-PISO(IND-TAB-EJE))
                 MOVE 'S' TO TAB-EJE-TRAMO(IND-TAB-EJE)
                 MOVE TAB-CES-PISO(IND-TAB-CES) TO
                     TAB-EJE-PISO(IND-TAB-EJE)
                 MOVE TAB-CES-PCT(IND-TAB-CES) TO
                     TAB-EJE-PCT(IND-TAB-EJE)
              END-IF
           END-IF.
           SET IND-TAB-CES UP BY 1.

       IMPRIMIR-RESUMEN.
           MOVE SPACES TO WS-NOMBRE-RESUMEN.
           STRING 'COMISIONES-' WS-PERIODO '.LST'
               DELIMITED BY SIZE INTO WS-NOMBRE-RESUMEN.
           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-RESUMEN ' '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-PERIODO TO LIN-TIT-PERIODO.
           MOVE LINEA-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           SET IND-TAB-EJE TO 1.
           PERFORM IMPRIMIR-UN-EJECUTIVO
               UNTIL IND-TAB-EJE GREATER THAN WS-CANT-EJE.

           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           MOVE 'COBRADO SIN EJECUTIVO ASIGNADO' TO LIN-TOT-TEXTO.
           MOVE WS-SIN-EJE-COBRADO TO LIN-TOT-COBRADO.
           MOVE WS-SIN-EJE-BASE TO LIN-TOT-BASE.
           MOVE 0 TO LIN-TOT-COMISION.
           MOVE LINEA-TOTAL TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE 'TOTAL DEL PERIODO' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-COBRADO TO LIN-TOT-COBRADO.
           COMPUTE LIN-TOT-BASE = WS-TOT-BASE + WS-SIN-EJE-BASE.
           MOVE WS-TOT-COMISION TO LIN-TOT-COMISION.
           MOVE LINEA-TOTAL TO REG-LISTADO.
           WRITE REG-LISTADO.

           CLOSE ARCH-LISTADO.
           DISPLAY 'RESUMEN GENERADO EN ' WS-NOMBRE-RESUMEN.
           IF WS-CANT-SIN-EJE GREATER ZERO
              DISPLAY WS-CANT-SIN-EJE ' COBROS DE CLIENTES SIN '
                  'EJECUTIVO ASIGNADO - NO COMISIONAN'.
           IF WS-CANT-SIN-COTIZ GREATER ZERO
              DISPLAY WS-CANT-SIN-COTIZ ' COBROS EN MONEDA EXTRANJERA'
                  ' SIN COTIZACION - NO COMISIONAN'.

       IMPRIMIR-UN-EJECUTIVO.
           MOVE TAB-EJE-CODIGO(IND-TAB-EJE) TO LIN-EJE-CODIGO.
           MOVE TAB-EJE-NOMBRE(IND-TAB-EJE) TO LIN-EJE-NOMBRE.
           MOVE TAB-EJE-COBRADO(IND-TAB-EJE) TO LIN-EJE-COBRADO.
           MOVE TAB-EJE-BASE(IND-TAB-EJE) TO LIN-EJE-BASE.
           MOVE TAB-EJE-PCT(IND-TAB-EJE) TO LIN-EJE-PCT.
           MOVE TAB-EJE-COMISION(IND-TAB-EJE) TO LIN-EJE-COMISION.
           MOVE LINEA-EJECUTIVO TO REG-LISTADO.
           WRITE REG-LISTADO.
           SET IND-TAB-EJE UP BY 1.

       IMPRIMIR-LIQUIDACIONES.
           SET IND-TAB-EJE TO 1.
           PERFORM IMPRIMIR-UNA-LIQUIDACION
               UNTIL IND-TAB-EJE GREATER THAN WS-CANT-EJE.
           DISPLAY WS-CANT-LIQ ' LIQUIDACIONES DE COMISION GENERADAS'.

      *    la liquidacion de un ejecutivo que no puede crearse se
      *    avisa y se sigue con los demas, como los recibos de
      *    LiquidacionConsultores.
       IMPRIMIR-UNA-LIQUIDACION.
           MOVE SPACES TO WS-NOMBRE-LIQUIDACION.
           STRING 'COMISION-' DELIMITED BY SIZE
               TAB-EJE-CODIGO(IND-TAB-EJE) DELIMITED BY SPACE
               '-' WS-PERIODO '.LST' DELIMITED BY SIZE
               INTO WS-NOMBRE-LIQUIDACION.

           OPEN OUTPUT ARCH-LIQUIDACION.
           IF NOT LIQUIDACION-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-LIQUIDACION ' '
                  FS-LIQUIDACION
           ELSE
              PERFORM IMPRIMIR-CUERPO-LIQUIDACION
              CLOSE ARCH-LIQUIDACION
              ADD 1 TO WS-CANT-LIQ.
           SET IND-TAB-EJE UP BY 1.

       IMPRIMIR-CUERPO-LIQUIDACION.
           MOVE WS-PERIODO TO LIN-LIQ-PERIODO.
           MOVE LINEA-LIQ-TITULO TO REG-LIQUIDACION.
           WRITE REG-LIQUIDACION.
           MOVE TAB-EJE-CODIGO(IND-TAB-EJE) TO LIN-LIQ-CODIGO.
           MOVE TAB-EJE-NOMBRE(IND-TAB-EJE) TO LIN-LIQ-NOMBRE.
           MOVE LINEA-LIQ-EJECUTIVO TO REG-LIQUIDACION.
           WRITE REG-LIQUIDACION.
           MOVE LINEA-DIVISORIA TO REG-LIQUIDACION.
           WRITE REG-LIQUIDACION.
           MOVE LINEA-LIQ-ENCABEZADO TO REG-LIQUIDACION.
           WRITE REG-LIQUIDACION.

           SET IND-TAB-COB TO 1.
           PERFORM IMPRIMIR-UN-COBRO
               UNTIL IND-TAB-COB GREATER THAN WS-CANT-COB.

           MOVE LINEA-DIVISORIA TO REG-LIQUIDACION.
           WRITE REG-LIQUIDACION.
           MOVE 'TOTAL COBRADO' TO LIN-LTO-TEXTO.
           MOVE TAB-EJE-COBRADO(IND-TAB-EJE) TO LIN-LTO-IMPORTE.
           MOVE LINEA-LIQ-TOTAL TO REG-LIQUIDACION.
           WRITE REG-LIQUIDACION.
           MOVE 'BASE COMISIONABLE' TO LIN-LTO-TEXTO.
           MOVE TAB-EJE-BASE(IND-TAB-EJE) TO LIN-LTO-IMPORTE.
           MOVE LINEA-LIQ-TOTAL TO REG-LIQUIDACION.
           WRITE REG-LIQUIDACION.
           IF EJE-CON-TRAMO(IND-TAB-EJE)
              MOVE TAB-EJE-PCT(IND-TAB-EJE) TO LIN-LPC-PCT
              MOVE LINEA-LIQ-PORCENTAJE TO REG-LIQUIDACION
           ELSE
              MOVE LINEA-LIQ-SIN-TRAMO TO REG-LIQUIDACION.
           WRITE REG-LIQUIDACION.
           MOVE 'COMISION A LIQUIDAR' TO LIN-LTO-TEXTO.
           MOVE TAB-EJE-COMISION(IND-TAB-EJE) TO LIN-LTO-IMPORTE.
           MOVE LINEA-LIQ-TOTAL TO REG-LIQUIDACION.
           WRITE REG-LIQUIDACION.

       IMPRIMIR-UN-COBRO.
           IF TAB-COB-EJECUTIVO(IND-TAB-COB) EQUAL
                  TAB-EJE-CODIGO(IND-TAB-EJE)
              MOVE TAB-COB-FECHA(IND-TAB-COB) TO LIN-COB-FECHA
              MOVE TAB-COB-CUIT(IND-TAB-COB) TO LIN-COB-CUIT
              MOVE TAB-COB-PV(IND-TAB-COB) TO LIN-COB-PV
              MOVE TAB-COB-LETRA(IND-TAB-COB) TO LIN-COB-LETRA
              MOVE TAB-COB-NUMERO(IND-TAB-COB) TO LIN-COB-NUMERO
              MOVE TAB-COB-COBRADO(IND-TAB-COB) TO LIN-COB-COBRADO
              MOVE TAB-COB-BASE(IND-TAB-COB) TO LIN-COB-BASE
              MOVE LINEA-LIQ-COBRO TO REG-LIQUIDACION
              WRITE REG-LIQUIDACION.
           SET IND-TAB-COB UP BY 1.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
