       IDENTIFICATION DIVISION.
       PROGRAM-ID. PrevisionIncobrables.
       AUTHOR. Fede.

      *    prevision para deudores incobrables de cierre de mes: toma
      *    el saldo abierto de cada factura de FACTURAS.DAT al ultimo
      *    dia del periodo (PREVISION-PERIODO AAAAMM, el mes actual
      *    por defecto) neto de lo aplicado en APLICACIONES.DAT hasta
      *    esa fecha, lo envejece por dias desde el vencimiento (la
      *    emision en un registro viejo sin vencimiento) y le aplica
      *    el porcentaje de su franja de PREVISION-PARAMETROS.DAT. las
      *    facturas anuladas y las dadas de baja por incobrable no
      *    entran; los importes en dolares se valuan a la cotizacion
      *    de COTIZACION.DAT vigente al cierre, igual que en
      *    CargaAplicaciones.
      *
      *    la prevision requerida se compara con la del ultimo
      *    periodo procesado (PREVISION-HISTORIA.DAT, un renglon por
      *    periodo) menos las bajas del mes de INCOBRABLES.DAT, que
      *    se aplican contra la prevision. el asiento se agrega al
      *    final de ASIENTOS.DAT con las cuentas de PLAN-CUENTAS.DAT:
      *      DEBE  PREVINCOB  bajas del mes aplicadas a la prevision
      *      HABER DEUDORES   bajas del mes
      *      DEBE  CARGOINCOB aumento de la prevision (constitucion)
      *      HABER PREVINCOB
      *    o, si la prevision baja, la desafectacion al reves (DEBE
      *    PREVINCOB / HABER CARGOINCOB). como GeneraAsientos
      *    regraba ASIENTOS.DAT entero, la prevision se corre
      *    despues de el en el cierre. un periodo ya procesado, o
      *    anterior al ultimo procesado, no se vuelve a correr; si el
      *    asiento no cierra al centavo no se graba nada y el
      *    programa termina con RETURN-CODE 12.

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

           SELECT ARCH-INCOBRABLES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INCOBRABLES.

           SELECT ARCH-PARAMETROS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARAMETROS.

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-HISTORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-HISTORIA.

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

      *    bajas por incobrable - ver BajaIncobrables.
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

      *    franjas de antiguedad: un renglon por franja, en orden
      *    creciente de dias, mantenido con el editor igual que
      *    PLAN-CUENTAS.DAT. la franja cubre hasta PRP-DIAS-HASTA
      *    dias de vencida (0 = a vencer); la ultima, con 9999,
      *    cubre el resto. ej: 0000 00,00 / 0030 01,00 /
      *    0090 10,00 / 0180 50,00 / 9999 100,00.
       FD ARCH-PARAMETROS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PREVISION-PARAMETROS.DAT'
             DATA RECORD IS REG-PARAMETRO.

       01 REG-PARAMETRO.
           03 PRP-DIAS-HASTA             PIC 9(4).
           03 FILLER                     PIC X(1).
           03 PRP-PORCENTAJE             PIC 9(3)V99.

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA              PIC 9(8).
           03 REG-COT-VALOR              PIC 9(5)V99.

      *    un renglon por periodo procesado: saldo de deudores
      *    previsionado, prevision requerida al cierre, la del
      *    periodo anterior, bajas aplicadas y el ajuste asentado
      *    (PRH-SENTIDO 'C' constitucion, 'D' desafectacion).
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
               88 PRH-CONSTITUCION       VALUE 'C'.
               88 PRH-DESAFECTACION      VALUE 'D'.

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
             VALUE OF FILE-ID IS 'PREVISION-INCOBRABLES.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-INCOBRABLES   PIC XX.
           88 INCOBRABLES-OK  VALUE '00'.
           88 INCOBRABLES-EOF VALUE '10'.

       77 FS-PARAMETROS    PIC XX.
           88 PARAMETROS-OK  VALUE '00'.
           88 PARAMETROS-EOF VALUE '10'.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.
           88 COTIZACION-EOF VALUE '10'.

       77 FS-HISTORIA      PIC XX.
           88 HISTORIA-OK    VALUE '00'.
           88 HISTORIA-EOF   VALUE '10'.

       77 FS-PLAN          PIC XX.
           88 PLAN-OK        VALUE '00'.
           88 PLAN-EOF       VALUE '10'.

       77 FS-ASIENTOS      PIC XX.
           88 ASIENTOS-OK    VALUE '00'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno PREVISION-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANIO        PIC 9(4).
           03 WS-PERIODO-MES         PIC 9(2).
       01 WS-FECHA-HOY               PIC 9(8).

      *    ultimo dia del periodo: el primero del mes siguiente
      *    menos un dia.
       01 WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-SIGUIENTE.
           03 WS-PS-ANIO             PIC 9(4).
           03 WS-PS-MES              PIC 9(2).
           03 WS-PS-DIA              PIC 9(2).
       01 WS-FECHA-CIERRE            PIC 9(8).
       01 WS-DIAS-CIERRE             PIC 9(7).
       01 WS-DIAS-PARTIDA            PIC 9(7).
       01 WS-FECHA-BASE              PIC 9(8).
       01 WS-ANTIGUEDAD              PIC S9(7).

       01 WS-COTIZ-VALOR             PIC 9(5)V99 VALUE 0.
       01 WS-COTIZ-EMISION           PIC 9(5)V99 VALUE 0.

      *    franjas de PREVISION-PARAMETROS.DAT - 10 alcanzan.
       01 WS-MAX-FRANJAS             PIC 9(2) VALUE 10.

       01 TABLA-FRANJAS.
           03 TAB-FRA OCCURS 10 TIMES INDEXED BY IND-TAB-FRA.
               05 TAB-FRA-HASTA         PIC 9(4).
               05 TAB-FRA-PCT           PIC 9(3)V99.
               05 TAB-FRA-SALDO         PIC S9(12)V99.
               05 TAB-FRA-PREVISION     PIC S9(12)V99.

       01 WS-CANT-FRANJAS            PIC 9(2) VALUE 0.
       01 WS-FRANJA-ENCONTRADA       PIC X VALUE 'N'.
           88 FRANJA-ENCONTRADA      VALUE 'S'.

      *    una factura por fila - mismo dimensionamiento que
      *    ReportePartidasAbiertas.
       01 WS-MAX-PARTIDAS            PIC 9(4) VALUE 5000.

       01 TABLA-PARTIDAS.
           03 TAB-PAR OCCURS 5000 TIMES INDEXED BY IND-TAB-PAR.
               05 TAB-PAR-NUMERO        PIC 9(8).
               05 TAB-PAR-PV            PIC 9(4).
               05 TAB-PAR-LETRA         PIC X(1).
               05 TAB-PAR-FECHA-BASE    PIC 9(8).
               05 TAB-PAR-TOTAL         PIC S9(10)V99.
               05 TAB-PAR-APLICADO      PIC S9(10)V99.
               05 TAB-PAR-MONEDA        PIC X(3).

       01 WS-CANT-PAR                PIC 9(4) VALUE 0.

       01 WS-FACTURA-ENCONTRADA      PIC X VALUE 'N'.
           88 FACTURA-ENCONTRADA     VALUE 'S'.
       01 WS-LETRA-N                 PIC X(1).
       01 WS-PV-N                    PIC 9(4).

       01 WS-SALDO-PARTIDA           PIC S9(10)V99.
       01 WS-SALDO-ARS               PIC S9(12)V99.
       01 WS-PREVISION-PARTIDA       PIC S9(12)V99.

      *    totales del periodo, en pesos.
       01 WS-TOT-SALDO               PIC S9(12)V99 VALUE 0.
       01 WS-TOT-REQUERIDA           PIC S9(12)V99 VALUE 0.
       01 WS-PREVISION-ANTERIOR      PIC S9(12)V99 VALUE 0.
       01 WS-TOT-BAJAS               PIC S9(12)V99 VALUE 0.
       01 WS-AJUSTE                  PIC S9(12)V99 VALUE 0.
       01 WS-CANT-BAJAS              PIC 9(5) VALUE 0.

      *    control contra la historia.
       01 WS-ULTIMO-PERIODO          PIC 9(6) VALUE 0.
       01 WS-PERIODO-YA-PROCESADO    PIC X VALUE 'N'.
           88 PERIODO-YA-PROCESADO   VALUE 'S'.

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

       01 WS-TOT-DEBE                PIC S9(13)V99 VALUE 0.
       01 WS-TOT-HABER               PIC S9(13)V99 VALUE 0.

       01 WS-IMPORTE-LINEA           PIC S9(12)V99.
       01 WS-LADO-LINEA              PIC X.
           88 LINEA-AL-DEBE          VALUE 'D'.

       01 WS-ACUM-LINEAS             PIC 9(3) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(42) VALUE
              'PREVISION PARA DEUDORES INCOBRABLES - AL '.
           03 LIN-TIT-FECHA          PIC 9(8).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(14) VALUE 'DIAS VENCIDA'.
           03 FILLER       PIC X(10) VALUE '  PORC.'.
           03 FILLER       PIC X(20) VALUE '   SALDO DEUDORES'.
           03 FILLER       PIC X(20) VALUE '       PREVISION'.

       01 LINEA-DIVISORIA            PIC X(64) VALUE ALL '-'.

       01 LINEA-FRANJA.
           03 FILLER                 PIC X(6) VALUE 'HASTA '.
           03 LIN-FRA-HASTA          PIC ZZZ9.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-FRA-PCT            PIC ZZ9,99.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-FRA-SALDO          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FRA-PREVISION      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-TOTAL.
           03 LIN-TOT-TEXTO          PIC X(24).
           03 FILLER                 PIC X(20) VALUE SPACES.
           03 LIN-TOT-IMPORTE        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       PREVISION-INCOBRABLES.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'PREVISION-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'PREVISION-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NUMERIC
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              ELSE
                 DISPLAY 'PREVISION-PERIODO INVALIDO: ' WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM CALCULAR-FECHA-CIERRE.
           PERFORM CONTROLAR-HISTORIA.
           PERFORM CARGAR-FRANJAS.
           PERFORM CARGAR-PLAN-CUENTAS.
           PERFORM BUSCAR-COTIZACION-CIERRE.
           PERFORM CARGAR-TABLA-PARTIDAS.
           PERFORM APLICAR-IMPUTACIONES.
           PERFORM CLASIFICAR-PARTIDAS.
           PERFORM ACUMULAR-BAJAS-DEL-PERIODO.
           PERFORM ARMAR-Y-CONTROLAR-ASIENTO.
           PERFORM GRABAR-HISTORIA.
           PERFORM IMPRIMIR-LISTADO.
           PERFORM TERMINAR.

       CALCULAR-FECHA-CIERRE.
           IF WS-PERIODO-MES LESS 1 OR WS-PERIODO-MES GREATER 12
              DISPLAY 'PREVISION-PERIODO INVALIDO: ' WS-PERIODO
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

      *    la historia da la prevision del ultimo periodo procesado
      *    (punto de partida del ajuste) y evita correr dos veces el
      *    mismo mes o uno anterior: el asiento se duplicaria.
      *    PREVISION-HISTORIA.DAT no existe antes de la primera
      *    corrida.
       CONTROLAR-HISTORIA.
           OPEN INPUT ARCH-HISTORIA.
           IF HISTORIA-OK
              PERFORM LEER-HISTORIA
              PERFORM EVALUAR-UNA-HISTORIA UNTIL HISTORIA-EOF
              CLOSE ARCH-HISTORIA.
           IF PERIODO-YA-PROCESADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA TIENE PREVISION '
                  'ASENTADA - NO SE VUELVE A CORRER'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.
           IF WS-ULTIMO-PERIODO GREATER WS-PERIODO
              DISPLAY 'YA SE PROCESO EL PERIODO POSTERIOR '
                  WS-ULTIMO-PERIODO ' - NO SE PUEDE PREVISIONAR '
                  WS-PERIODO
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-HISTORIA.
           READ ARCH-HISTORIA AT END MOVE '10' TO FS-HISTORIA.

       EVALUAR-UNA-HISTORIA.
           IF PRH-PERIODO EQUAL WS-PERIODO
              MOVE 'S' TO WS-PERIODO-YA-PROCESADO.
           IF PRH-PERIODO GREATER WS-ULTIMO-PERIODO
              MOVE PRH-PERIODO TO WS-ULTIMO-PERIODO
              MOVE PRH-PREVISION-REQUERIDA TO WS-PREVISION-ANTERIOR.
           PERFORM LEER-HISTORIA.

       CARGAR-FRANJAS.
           OPEN INPUT ARCH-PARAMETROS.
           IF NOT PARAMETROS-OK
              DISPLAY 'NO PUDO ABRIRSE PREVISION-PARAMETROS.DAT '
                  FS-PARAMETROS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-PARAMETRO.
           PERFORM CARGAR-FRANJA-EN-TABLA
               UNTIL PARAMETROS-EOF
                OR WS-CANT-FRANJAS NOT LESS WS-MAX-FRANJAS.
           CLOSE ARCH-PARAMETROS.
           IF WS-CANT-FRANJAS EQUAL ZERO
              DISPLAY 'PREVISION-PARAMETROS.DAT SIN FRANJAS'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       LEER-PARAMETRO.
           READ ARCH-PARAMETROS AT END MOVE '10' TO FS-PARAMETROS.

       CARGAR-FRANJA-EN-TABLA.
           ADD 1 TO WS-CANT-FRANJAS.
           MOVE PRP-DIAS-HASTA TO TAB-FRA-HASTA(WS-CANT-FRANJAS).
           MOVE PRP-PORCENTAJE TO TAB-FRA-PCT(WS-CANT-FRANJAS).
           MOVE 0 TO TAB-FRA-SALDO(WS-CANT-FRANJAS).
           MOVE 0 TO TAB-FRA-PREVISION(WS-CANT-FRANJAS).
           PERFORM LEER-PARAMETRO.

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

      *    cotizacion vigente al cierre: la de fecha mas alta
      *    anterior o igual - mismo criterio que
      *    BUSCAR-COTIZACION-FACTURA en CargaAplicaciones. solo hace
      *    falta si hay saldos en dolares; se controla al usarla.
       BUSCAR-COTIZACION-CIERRE.
           MOVE 0 TO WS-COTIZ-VALOR.
           OPEN INPUT ARCH-COTIZACION.
           IF COTIZACION-OK
              PERFORM LEER-COTIZACION
              PERFORM EVALUAR-UNA-COTIZACION UNTIL COTIZACION-EOF
              CLOSE ARCH-COTIZACION.

       LEER-COTIZACION.
           READ ARCH-COTIZACION AT END MOVE '10' TO FS-COTIZACION.

       EVALUAR-UNA-COTIZACION.
           IF REG-COT-FECHA NOT GREATER WS-FECHA-CIERRE
              MOVE REG-COT-VALOR TO WS-COTIZ-VALOR.
           PERFORM LEER-COTIZACION.

      *    solo facturas vigentes emitidas hasta el cierre: las NC,
      *    anuladas y dadas de baja no se previsionan.
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
           IF NOT FAC-ES-NOTA-CREDITO AND NOT FAC-ANULADA
              AND NOT FAC-INCOBRABLE
              AND FAC-FECHA NOT GREATER WS-FECHA-CIERRE
              IF WS-CANT-PAR IS LESS THAN WS-MAX-PARTIDAS
                 ADD 1 TO WS-CANT-PAR
                 SET IND-TAB-PAR TO WS-CANT-PAR
                 MOVE FAC-NUMERO TO TAB-PAR-NUMERO(IND-TAB-PAR)
                 IF FAC-VENCIMIENTO IS NUMERIC
                    AND FAC-VENCIMIENTO GREATER ZERO
                    MOVE FAC-VENCIMIENTO TO
                        TAB-PAR-FECHA-BASE(IND-TAB-PAR)
                 ELSE
                    MOVE FAC-FECHA TO TAB-PAR-FECHA-BASE(IND-TAB-PAR)
                 END-IF
                 MOVE FAC-TOTAL TO TAB-PAR-TOTAL(IND-TAB-PAR)
                 MOVE 0 TO TAB-PAR-APLICADO(IND-TAB-PAR)
                 MOVE FAC-MONEDA TO TAB-PAR-MONEDA(IND-TAB-PAR)
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
              ELSE
                 DISPLAY 'ERROR: MAS DE ' WS-MAX-PARTIDAS
                     ' FACTURAS EN FACTURAS.DAT, LA TABLA-PARTIDAS '
                     'NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM LEER-FACTURA.

      *    lo aplicado hasta el cierre, en la moneda del comprobante.
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
                    ADD REG-APL-IMPORTE-DOC TO
                        TAB-PAR-APLICADO(IND-TAB-PAR)
                 ELSE
                    ADD REG-APL-IMPORTE TO
                        TAB-PAR-APLICADO(IND-TAB-PAR)
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-APLICACION.

       CLASIFICAR-PARTIDAS.
           SET IND-TAB-PAR TO 1.
           PERFORM CLASIFICAR-UNA-PARTIDA
               UNTIL IND-TAB-PAR GREATER THAN WS-CANT-PAR.

      *    saldo en pesos, dias de vencida al cierre (una factura a
      *    vencer cuenta cero) y franja: la primera cuyo tope cubre
      *    la antiguedad; pasada la ultima, cae en la ultima.
       CLASIFICAR-UNA-PARTIDA.
           COMPUTE WS-SALDO-PARTIDA = TAB-PAR-TOTAL(IND-TAB-PAR)
               - TAB-PAR-APLICADO(IND-TAB-PAR).
           IF WS-SALDO-PARTIDA GREATER ZERO
              PERFORM VALUAR-SALDO-EN-PESOS
              MOVE TAB-PAR-FECHA-BASE(IND-TAB-PAR) TO WS-FECHA-BASE
              COMPUTE WS-DIAS-PARTIDA = FUNCTION INTEGER-OF-DATE
                  (WS-FECHA-BASE)
              COMPUTE WS-ANTIGUEDAD = WS-DIAS-CIERRE - WS-DIAS-PARTIDA
              IF WS-ANTIGUEDAD LESS ZERO
                 MOVE 0 TO WS-ANTIGUEDAD
              END-IF
              MOVE 'N' TO WS-FRANJA-ENCONTRADA
              SET IND-TAB-FRA TO 1
              SEARCH TAB-FRA
                  WHEN IND-TAB-FRA GREATER THAN WS-CANT-FRANJAS
                      NEXT SENTENCE
                  WHEN WS-ANTIGUEDAD NOT GREATER
                          TAB-FRA-HASTA(IND-TAB-FRA)
                      MOVE 'S' TO WS-FRANJA-ENCONTRADA
              END-SEARCH
              IF NOT FRANJA-ENCONTRADA
                 SET IND-TAB-FRA TO WS-CANT-FRANJAS
              END-IF
              COMPUTE WS-PREVISION-PARTIDA ROUNDED = WS-SALDO-ARS
                  * TAB-FRA-PCT(IND-TAB-FRA) / 100
              ADD WS-SALDO-ARS TO TAB-FRA-SALDO(IND-TAB-FRA)
              ADD WS-PREVISION-PARTIDA TO
                  TAB-FRA-PREVISION(IND-TAB-FRA)
              ADD WS-SALDO-ARS TO WS-TOT-SALDO
              ADD WS-PREVISION-PARTIDA TO WS-TOT-REQUERIDA
           END-IF.
           SET IND-TAB-PAR UP BY 1.

      *    WS-SALDO-PARTIDA en la moneda de TAB-PAR-MONEDA pasa a
      *    pesos en WS-SALDO-ARS; sin cotizacion al cierre no se
      *    puede previsionar un saldo en dolares y se corta la
      *    corrida antes de asentar nada.
       VALUAR-SALDO-EN-PESOS.
           IF TAB-PAR-MONEDA(IND-TAB-PAR) EQUAL 'USD'
              IF WS-COTIZ-VALOR EQUAL ZERO
                 DISPLAY 'SIN COTIZACION AL ' WS-FECHA-CIERRE
                     ' EN COTIZACION.DAT PARA VALUAR SALDOS EN USD'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-SALDO-ARS ROUNDED = WS-SALDO-PARTIDA
                  * WS-COTIZ-VALOR
           ELSE
              MOVE WS-SALDO-PARTIDA TO WS-SALDO-ARS.

      *    bajas por incobrable del mes: se aplican contra la
      *    prevision. INCOBRABLES.DAT puede no existir.
       ACUMULAR-BAJAS-DEL-PERIODO.
           OPEN INPUT ARCH-INCOBRABLES.
           IF INCOBRABLES-OK
              PERFORM LEER-INCOBRABLE
              PERFORM ACUMULAR-UNA-BAJA UNTIL INCOBRABLES-EOF
              CLOSE ARCH-INCOBRABLES.

       LEER-INCOBRABLE.
           READ ARCH-INCOBRABLES AT END MOVE '10' TO FS-INCOBRABLES.

      *    la baja sale de DEUDORES al valor con que la factura
      *    entro en los libros: en dolares, a la cotizacion de su
      *    fecha de emision (ver GeneraAsientos).
       ACUMULAR-UNA-BAJA.
           IF INC-FECHA-BAJA (1:6) EQUAL WS-PERIODO
              ADD 1 TO WS-CANT-BAJAS
              IF INC-MONEDA EQUAL 'USD'
                 PERFORM BUSCAR-COTIZACION-EMISION
                 IF WS-COTIZ-EMISION EQUAL ZERO
                    DISPLAY 'SIN COTIZACION AL ' INC-FECHA-FACTURA
                        ' EN COTIZACION.DAT PARA VALUAR BAJAS EN USD'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 COMPUTE WS-SALDO-ARS ROUNDED = INC-SALDO
                     * WS-COTIZ-EMISION
              ELSE
                 MOVE INC-SALDO TO WS-SALDO-ARS
              END-IF
              ADD WS-SALDO-ARS TO WS-TOT-BAJAS
           END-IF.
           PERFORM LEER-INCOBRABLE.

       BUSCAR-COTIZACION-EMISION.
           MOVE 0 TO WS-COTIZ-EMISION.
           OPEN INPUT ARCH-COTIZACION.
           IF COTIZACION-OK
              PERFORM LEER-COTIZACION
              PERFORM EVALUAR-COTIZACION-EMISION UNTIL COTIZACION-EOF
              CLOSE ARCH-COTIZACION.

       EVALUAR-COTIZACION-EMISION.
           IF REG-COT-FECHA NOT GREATER INC-FECHA-FACTURA
              MOVE REG-COT-VALOR TO WS-COTIZ-EMISION.
           PERFORM LEER-COTIZACION.

      *    ajuste = requerida - (anterior - bajas aplicadas). las
      *    lineas se controlan DEBE contra HABER antes de abrir
      *    ASIENTOS.DAT - un asiento desbalanceado no se escribe.
       ARMAR-Y-CONTROLAR-ASIENTO.
           COMPUTE WS-AJUSTE = WS-TOT-REQUERIDA
               - (WS-PREVISION-ANTERIOR - WS-TOT-BAJAS).

           MOVE WS-TOT-BAJAS TO WS-TOT-DEBE.
           MOVE WS-TOT-BAJAS TO WS-TOT-HABER.
           IF WS-AJUSTE GREATER ZERO
              ADD WS-AJUSTE TO WS-TOT-DEBE
              ADD WS-AJUSTE TO WS-TOT-HABER
           ELSE
              SUBTRACT WS-AJUSTE FROM WS-TOT-DEBE
              SUBTRACT WS-AJUSTE FROM WS-TOT-HABER.

           IF WS-TOT-DEBE NOT EQUAL WS-TOT-HABER
              DISPLAY 'ASIENTO DESBALANCEADO: DEBE ' WS-TOT-DEBE
                  ' CONTRA HABER ' WS-TOT-HABER ' - NO SE GRABA '
                  'ASIENTOS.DAT'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

           IF WS-TOT-DEBE EQUAL ZERO
              DISPLAY 'SIN AJUSTE DE PREVISION NI BAJAS EN EL '
                  'PERIODO ' WS-PERIODO ' - NO HAY ASIENTO'
           ELSE
              PERFORM VERIFICAR-CONCEPTOS
              PERFORM GRABAR-ASIENTO.

       VERIFICAR-CONCEPTOS.
           MOVE 'PREVINCOB' TO WS-CONCEPTO-BUSCADO.
           PERFORM CONTROLAR-UN-CONCEPTO.
           IF WS-TOT-BAJAS NOT EQUAL ZERO
              MOVE 'DEUDORES' TO WS-CONCEPTO-BUSCADO
              PERFORM CONTROLAR-UN-CONCEPTO.
           IF WS-AJUSTE NOT EQUAL ZERO
              MOVE 'CARGOINCOB' TO WS-CONCEPTO-BUSCADO
              PERFORM CONTROLAR-UN-CONCEPTO.

       CONTROLAR-UN-CONCEPTO.
           PERFORM BUSCAR-CUENTA-CONCEPTO.
           IF NOT CONCEPTO-HALLADO
              DISPLAY 'EL CONCEPTO ' WS-CONCEPTO-BUSCADO
                  ' NO EXISTE EN PLAN-CUENTAS.DAT - NO SE GRABA '
                  'EL ASIENTO'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       GRABAR-ASIENTO.
           OPEN EXTEND ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              OPEN OUTPUT ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              DISPLAY 'NO PUDO ABRIRSE ASIENTOS.DAT ' FS-ASIENTOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-TOT-BAJAS TO WS-IMPORTE-LINEA.
           MOVE 'PREVINCOB' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE 'DEUDORES' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           IF WS-AJUSTE GREATER ZERO
              MOVE WS-AJUSTE TO WS-IMPORTE-LINEA
              MOVE 'CARGOINCOB' TO WS-CONCEPTO-BUSCADO
              MOVE 'D' TO WS-LADO-LINEA
              PERFORM GRABAR-LINEA-ASIENTO
              MOVE 'PREVINCOB' TO WS-CONCEPTO-BUSCADO
              MOVE 'H' TO WS-LADO-LINEA
              PERFORM GRABAR-LINEA-ASIENTO
           ELSE
              COMPUTE WS-IMPORTE-LINEA = WS-AJUSTE * -1
              MOVE 'PREVINCOB' TO WS-CONCEPTO-BUSCADO
              MOVE 'D' TO WS-LADO-LINEA
              PERFORM GRABAR-LINEA-ASIENTO
              MOVE 'CARGOINCOB' TO WS-CONCEPTO-BUSCADO
              MOVE 'H' TO WS-LADO-LINEA
              PERFORM GRABAR-LINEA-ASIENTO.

           CLOSE ARCH-ASIENTOS.
           DISPLAY WS-ACUM-LINEAS ' LINEAS DE ASIENTO AGREGADAS A '
               'ASIENTOS.DAT - DEBE = HABER = ' WS-TOT-DEBE.

      *    mismo criterio que GeneraAsientos: importe cero no genera
      *    linea y un concepto que falte en el plan corta la corrida.
      *    como el archivo se abre en EXTEND, los conceptos se
      *    controlan antes en VERIFICAR-CONCEPTOS para no dejar un
      *    asiento a medias al final de ASIENTOS.DAT.
       GRABAR-LINEA-ASIENTO.
           IF WS-IMPORTE-LINEA NOT EQUAL ZERO
              PERFORM BUSCAR-CUENTA-CONCEPTO
              IF NOT CONCEPTO-HALLADO
                 DISPLAY 'EL CONCEPTO ' WS-CONCEPTO-BUSCADO
                     ' NO EXISTE EN PLAN-CUENTAS.DAT - ASIENTO '
                     'ABORTADO'
                 CLOSE ARCH-ASIENTOS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE SPACES TO REG-ASIENTO
              MOVE WS-FECHA-CIERRE TO ASI-FECHA
              MOVE WS-CUENTA-HALLADA TO ASI-CUENTA
              MOVE WS-DESC-HALLADA TO ASI-DESCRIPCION
              MOVE 0 TO ASI-ENTIDAD
              IF LINEA-AL-DEBE
                 MOVE WS-IMPORTE-LINEA TO ASI-DEBE
                 MOVE 0 TO ASI-HABER
              ELSE
                 MOVE 0 TO ASI-DEBE
                 MOVE WS-IMPORTE-LINEA TO ASI-HABER
              END-IF
              WRITE REG-ASIENTO
              ADD 1 TO WS-ACUM-LINEAS
           END-IF.

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
              DISPLAY 'NO PUDO GRABARSE PREVISION-HISTORIA.DAT '
                  FS-HISTORIA
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PERIODO TO PRH-PERIODO.
           MOVE WS-FECHA-HOY TO PRH-FECHA-PROCESO.
           MOVE WS-TOT-SALDO TO PRH-SALDO-DEUDORES.
           MOVE WS-TOT-REQUERIDA TO PRH-PREVISION-REQUERIDA.
           MOVE WS-PREVISION-ANTERIOR TO PRH-PREVISION-ANTERIOR.
           MOVE WS-TOT-BAJAS TO PRH-BAJAS-APLICADAS.
           IF WS-AJUSTE LESS ZERO
              COMPUTE PRH-AJUSTE = WS-AJUSTE * -1
              MOVE 'D' TO PRH-SENTIDO
           ELSE
              MOVE WS-AJUSTE TO PRH-AJUSTE
              MOVE 'C' TO PRH-SENTIDO.
           WRITE REG-HISTORIA.
           CLOSE ARCH-HISTORIA.

       IMPRIMIR-LISTADO.
           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE PREVISION-INCOBRABLES.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-FECHA-CIERRE TO LIN-TIT-FECHA.
           MOVE LINEA-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           SET IND-TAB-FRA TO 1.
           PERFORM IMPRIMIR-UNA-FRANJA
               UNTIL IND-TAB-FRA GREATER THAN WS-CANT-FRANJAS.

           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           MOVE 'SALDO DE DEUDORES' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-SALDO TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-UN-TOTAL.
           MOVE 'PREVISION REQUERIDA' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-REQUERIDA TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-UN-TOTAL.
           MOVE 'PREVISION ANTERIOR' TO LIN-TOT-TEXTO.
           MOVE WS-PREVISION-ANTERIOR TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-UN-TOTAL.
           MOVE 'BAJAS APLICADAS DEL MES' TO LIN-TOT-TEXTO.
           MOVE WS-TOT-BAJAS TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-UN-TOTAL.
           IF WS-AJUSTE LESS ZERO
              MOVE 'DESAFECTACION' TO LIN-TOT-TEXTO
           ELSE
              MOVE 'CONSTITUCION' TO LIN-TOT-TEXTO.
           MOVE WS-AJUSTE TO LIN-TOT-IMPORTE.
           PERFORM IMPRIMIR-UN-TOTAL.

           CLOSE ARCH-LISTADO.
           DISPLAY 'LISTADO GENERADO EN PREVISION-INCOBRABLES.LST'.

       IMPRIMIR-UNA-FRANJA.
           MOVE TAB-FRA-HASTA(IND-TAB-FRA) TO LIN-FRA-HASTA.
           MOVE TAB-FRA-PCT(IND-TAB-FRA) TO LIN-FRA-PCT.
           MOVE TAB-FRA-SALDO(IND-TAB-FRA) TO LIN-FRA-SALDO.
           MOVE TAB-FRA-PREVISION(IND-TAB-FRA) TO LIN-FRA-PREVISION.
           MOVE LINEA-FRANJA TO REG-LISTADO.
           WRITE REG-LISTADO.
           SET IND-TAB-FRA UP BY 1.

       IMPRIMIR-UN-TOTAL.
           MOVE LINEA-TOTAL TO REG-LISTADO.
           WRITE REG-LISTADO.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
