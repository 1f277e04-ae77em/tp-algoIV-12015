       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteDotacion.
       AUTHOR. Fede.

      *    dotacion y rotacion mensual para RRHH: por mes y por
      *    categoria SRT, dotacion inicial, altas, bajas, ascensos
      *    que entran y que salen de la categoria y dotacion final,
      *    con la antiguedad promedio de la dotacion final y la
      *    rotacion de los ultimos 12 meses (bajas de los 12 meses
      *    sobre el promedio de las dotaciones de fin de cada uno de
      *    esos meses). las fechas de alta y baja salen de
      *    CONSULTORES.DAT y las categorias de SRT-HIST.DAT: la
      *    categoria a una fecha es la de la ultima promocion con
      *    vigencia anterior o igual, o la del maestro si no hay
      *    ninguna (misma regla que DETERMINAR-SRT-VIGENTE en TP1).
      *    al final, el listado de las bajas del rango con su
      *    antiguedad y el ultimo cliente al que cargaron horas
      *    segun TIMES-INDEXED.DAT y TIMES-HISTORICO-INDEXED.DAT.
      *    rango por DOTACION-DESDE / DOTACION-HASTA (AAAAMM, hasta
      *    24 meses); por defecto los 12 meses que terminan en el
      *    actual. salida en DOTACION.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CONSULTORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONS.

           SELECT ARCH-SRT-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SRT-HIST.

           SELECT ARCH-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EMP.

           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY-TIMES
               ALTERNATE RECORD KEY IS REG-KEY-CUIT WITH DUPLICATES
               FILE STATUS IS FS-ARCH-TIMES-IDX.

           SELECT ARCH-TIMES-HIST-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY-TIMES-HIST
               ALTERNATE RECORD KEY IS REG-KEY-CUIT-HIST
                   WITH DUPLICATES
               FILE STATUS IS FS-TIMES-HIST.

           SELECT ARCH-REPORTE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-CONSULTORES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONSULTORES.DAT'
             DATA RECORD IS REG-CONS.

       01 REG-CONS.
           03 REG-CONS-NUMERO        PIC X(5).
           03 REG-CONS-DNI           PIC 9(8).
           03 REG-CONS-SRT           PIC X(2).
           03 REG-CONS-NOMBRE        PIC X(25).
           03 REG-CONS-DIRECCION     PIC X(20).
           03 REG-CONS-TELEFONO      PIC X(20).
           03 REG-CONS-FECHA-ALTA    PIC 9(8).
           03 REG-CONS-FECHA-BAJA    PIC 9(8).

       FD ARCH-SRT-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SRT-HIST.DAT'
             DATA RECORD IS REG-SRT-HIST.

       01 REG-SRT-HIST.
           03 REG-SH-NUMERO         PIC X(5).
           03 REG-SH-FECHA          PIC 9(8).
           03 REG-SH-SRT            PIC X(2).

       FD ARCH-EMPRESAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS.DAT'
             DATA RECORD IS REG-EMP.

       01 REG-EMP.
           03 REG-EMP-TAB.
              05 REG-EMP-COD           PIC 9(3).
              05 REG-EMP-RAZON         PIC X(25).
           03 REG-EMP-DIRECCION      PIC X(20).
           03 REG-EMP-TEL            PIC X(20).
           03 REG-EMP-CUIT           PIC 9(11).
           03 REG-EMP-RETENCION-PCT  PIC 9(3)V99.
           03 REG-EMP-MONEDA         PIC X(3).

       FD ARCH-TIMES-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'TIMES-INDEXED.DAT'
             DATA RECORD IS REG-TIMES-INDEXED.

       01 REG-TIMES-INDEXED.
          03 REG-KEY-TIMES.
            05  REG-KEY-NUM             PIC X(5).
            05  REG-KEY-FECHA           PIC 9(8).
            05  REG-KEY-CUIT            PIC 9(11).
          03 REG-TIMES-TAREA              PIC X(4).
          03 REG-TIMES-HORAS              PIC 9(2)V99.
          03 REG-TIMES-TIPO               PIC X(1).
          03 REG-TIMES-ESTADO             PIC X(1).
          03 REG-TIMES-CORRIDA            PIC X(14).
          03 REG-TIMES-ORIGEN             PIC X(17).
          03 REG-TIMES-ORDEN              PIC X(4).

       FD ARCH-TIMES-HIST-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'TIMES-HISTORICO-INDEXED.DAT'
             DATA RECORD IS REG-TIMES-HIST-INDEXED.

       01 REG-TIMES-HIST-INDEXED.
           03 REG-KEY-TIMES-HIST.
               05 REG-KEY-NUM-HIST       PIC X(5).
               05 REG-KEY-FECHA-HIST     PIC 9(8).
               05 REG-KEY-CUIT-HIST      PIC 9(11).
           03 REG-TIMES-HIST-TAREA       PIC X(4).
           03 REG-TIMES-HIST-HORAS       PIC 9(2)V99.
           03 REG-TIMES-HIST-TIPO        PIC X(1).
           03 REG-TIMES-HIST-ESTADO      PIC X(1).
           03 REG-TIMES-HIST-CORRIDA     PIC X(14).
           03 REG-TIMES-HIST-ORIGEN      PIC X(17).
           03 REG-TIMES-HIST-ORDEN       PIC X(4).

       FD ARCH-REPORTE LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DOTACION.LST'
             DATA RECORD IS REG-REPORTE.

       01 REG-REPORTE                    PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-CONS          PIC XX.
           88 CONS-OK        VALUE '00'.
           88 CONS-EOF       VALUE '10'.

       77 FS-SRT-HIST      PIC XX.
           88 SRT-HIST-OK    VALUE '00'.
           88 SRT-HIST-EOF   VALUE '10'.

       77 FS-EMP           PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       77 FS-ARCH-TIMES-IDX PIC XX.
           88 TIMES-OK       VALUE '00'.
           88 TIMES-EOF      VALUE '10'.

       77 FS-TIMES-HIST    PIC XX.
           88 TIMES-HIST-OK  VALUE '00'.
           88 TIMES-HIST-EOF VALUE '10'.

       77 FS-REPORTE       PIC XX.
           88 REPORTE-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno DOTACION-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-TIMES-DISPONIBLE        PIC X VALUE 'N'.
           88 TIMES-DISPONIBLE       VALUE 'S'.
       01 WS-HIST-DISPONIBLE         PIC X VALUE 'N'.
           88 HIST-DISPONIBLE        VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-DESDE-ENV               PIC X(6).
       01 WS-HASTA-ENV               PIC X(6).
       01 WS-PERIODO-DESDE           PIC 9(6).
       01 WS-PERIODO-HASTA           PIC 9(6).

      *    meses del rango con su primer y ultimo dia.
       01 WS-MAX-MESES               PIC 9(2) VALUE 24.
       01 WS-CANT-MESES              PIC 9(2) VALUE 0.
       01 TABLA-MESES.
           03 TAB-MES OCCURS 24 TIMES.
               05 TAB-MES-PERIODO       PIC 9(6).
               05 TAB-MES-PRIMER-DIA    PIC 9(8).
               05 TAB-MES-ULTIMO-DIA    PIC 9(8).
               05 TAB-MES-ANTIG-DIAS    PIC 9(9).
               05 TAB-MES-ANTIG-CANT    PIC 9(4).
               05 TAB-MES-ROTACION      PIC 9(3)V99.

      *    mes en curso de los calculos de fechas.
       01 WS-MES-CUR.
           03 WS-MES-CUR-AAAA        PIC 9(4).
           03 WS-MES-CUR-MM          PIC 9(2).
       01 WS-MES-CUR-N REDEFINES WS-MES-CUR PIC 9(6).
       01 WS-MES-SIG.
           03 WS-MES-SIG-AAAA        PIC 9(4).
           03 WS-MES-SIG-MM          PIC 9(2).
           03 WS-MES-SIG-DD          PIC 9(2).
       01 WS-MES-SIG-N REDEFINES WS-MES-SIG PIC 9(8).
       01 WS-PRIMER-DIA-CUR          PIC 9(8).
       01 WS-ULTIMO-DIA-CUR          PIC 9(8).
       01 WS-DIA-INT                 PIC 9(7).

       01 WS-MAX-CON                 PIC 9(4) VALUE 999.
       01 TABLA-CONSULTORES.
           03 TAB-CON OCCURS 999 TIMES.
               05 TAB-CON-NUMERO        PIC X(5).
               05 TAB-CON-NOMBRE        PIC X(25).
               05 TAB-CON-SRT           PIC X(2).
               05 TAB-CON-ALTA          PIC 9(8).
               05 TAB-CON-BAJA          PIC 9(8).
       01 WS-CANT-CON                PIC 9(4) VALUE 0.
       01 WS-C                       PIC 9(4).

       01 WS-MAX-SH                  PIC 9(4) VALUE 3000.
       01 TABLA-SRT-HIST.
           03 TAB-SH OCCURS 3000 TIMES.
               05 TAB-SH-NUMERO         PIC X(5).
               05 TAB-SH-FECHA          PIC 9(8).
               05 TAB-SH-SRT            PIC X(2).
       01 WS-CANT-SH                 PIC 9(4) VALUE 0.
       01 WS-H                       PIC 9(4).
       01 WS-H-GUARDADO              PIC 9(4).
       01 WS-SH-MEJOR-FECHA          PIC 9(8).

      *    categorias presentes en el maestro y en la historia, en
      *    orden de codigo.
       01 WS-MAX-SRT                 PIC 9(2) VALUE 30.
       01 TABLA-SRT.
           03 TAB-SRT OCCURS 30 TIMES.
               05 TAB-SRT-CODIGO        PIC X(2).
       01 WS-CANT-SRT                PIC 9(2) VALUE 0.
       01 WS-SRT-TEMP                PIC X(2).
       01 WS-S                       PIC 9(2).
       01 WS-S2                      PIC 9(2).

       01 TABLA-CELDAS.
           03 TAB-CEL-MES OCCURS 24 TIMES.
               05 TAB-CEL OCCURS 30 TIMES.
                   07 TAB-CEL-INICIAL   PIC 9(4).
                   07 TAB-CEL-ALTAS     PIC 9(4).
                   07 TAB-CEL-BAJAS     PIC 9(4).
                   07 TAB-CEL-ASC-ENTRA PIC 9(4).
                   07 TAB-CEL-ASC-SALE  PIC 9(4).
                   07 TAB-CEL-FINAL     PIC 9(4).

       01 TABLA-TOTAL-MES.
           03 TOT-INICIAL            PIC 9(5).
           03 TOT-ALTAS              PIC 9(5).
           03 TOT-BAJAS              PIC 9(5).
           03 TOT-ASC-ENTRA          PIC 9(5).
           03 TOT-ASC-SALE           PIC 9(5).
           03 TOT-FINAL              PIC 9(5).

       01 WS-MAX-EMP                 PIC 9(3) VALUE 200.
       01 TABLA-EMPRESAS.
           03 TAB-EMP OCCURS 200 TIMES INDEXED BY IND-TAB-EMP.
               05 TAB-EMP-CUIT          PIC 9(11).
               05 TAB-EMP-RAZON         PIC X(25).
       01 WS-CANT-EMP                PIC 9(3) VALUE 0.

       01 WS-M                       PIC 9(2).
       01 WS-K                       PIC 9(2).
       01 WS-FECHA-EVAL              PIC 9(8).
       01 WS-SRT-EVAL                PIC X(2).
       01 WS-SRT-ANTERIOR            PIC X(2).
       01 WS-ACTIVO                  PIC X VALUE 'N'.
           88 ACTIVO                 VALUE 'S'.
       01 WS-ACTIVOS                 PIC 9(5).
       01 WS-SUMA-ACTIVOS            PIC 9(7).
       01 WS-BAJAS-VENTANA           PIC 9(5).
       01 WS-VENTANA-DESDE           PIC 9(8).
       01 WS-ANTIG-DIAS              PIC 9(7).
       01 WS-ANTIG-ANIOS             PIC 9(3)V99.
       01 WS-PROMEDIO-ACTIVOS        PIC 9(5)V99.

       01 WS-ULT-FECHA               PIC 9(8).
       01 WS-ULT-CUIT                PIC 9(11).
       01 WS-FECHA-TRABAJO-N         PIC 9(8).
       01 WS-ACUM-BAJAS              PIC 9(5) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(33) VALUE
              'DOTACION Y ROTACION MENSUAL DE '.
           03 LIN-TIT-DESDE          PIC 9(6).
           03 FILLER                 PIC X(3) VALUE ' A '.
           03 LIN-TIT-HASTA          PIC 9(6).

       01 LINEA-MES.
           03 FILLER                 PIC X(9) VALUE 'PERIODO: '.
           03 LIN-MES-PERIODO        PIC 9(6).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(6) VALUE 'SRT'.
           03 FILLER       PIC X(9) VALUE '  INICIAL'.
           03 FILLER       PIC X(9) VALUE '    ALTAS'.
           03 FILLER       PIC X(9) VALUE '    BAJAS'.
           03 FILLER       PIC X(11) VALUE ' ASC.ENTRAN'.
           03 FILLER       PIC X(10) VALUE ' ASC.SALEN'.
           03 FILLER       PIC X(9) VALUE '    FINAL'.

       01 LINEA-DETALLE.
           03 LIN-DET-SRT            PIC X(5).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-INICIAL        PIC ZZZZZZZZ9.
           03 LIN-DET-ALTAS          PIC ZZZZZZZZ9.
           03 LIN-DET-BAJAS          PIC ZZZZZZZZ9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-ASC-ENTRA      PIC ZZZZZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-ASC-SALE       PIC ZZZZZZZZ9.
           03 LIN-DET-FINAL          PIC ZZZZZZZZ9.

       01 LINEA-INDICADORES.
           03 FILLER                 PIC X(30) VALUE
              '  ANTIGUEDAD PROMEDIO (ANIOS) '.
           03 LIN-IND-ANTIG          PIC ZZ9,99.
           03 FILLER                 PIC X(30) VALUE
              '   ROTACION ULTIMOS 12 MESES '.
           03 LIN-IND-ROTACION       PIC ZZ9,99.
           03 FILLER                 PIC X(2) VALUE ' %'.

       01 LINEA-TITULO-BAJAS         PIC X(40) VALUE
          'BAJAS DEL PERIODO'.

       01 LINEA-ENCAB-BAJAS.
           03 FILLER       PIC X(7) VALUE 'CONS.'.
           03 FILLER       PIC X(26) VALUE 'NOMBRE'.
           03 FILLER       PIC X(4) VALUE 'SRT'.
           03 FILLER       PIC X(9) VALUE 'ALTA'.
           03 FILLER       PIC X(9) VALUE 'BAJA'.
           03 FILLER       PIC X(8) VALUE ' ANIOS'.
           03 FILLER       PIC X(25) VALUE 'ULTIMO CLIENTE'.

       01 LINEA-BAJA.
           03 LIN-BAJ-NUMERO         PIC X(5).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-BAJ-NOMBRE         PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-BAJ-SRT            PIC X(2).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-BAJ-ALTA           PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-BAJ-BAJA           PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-BAJ-ANTIG          PIC ZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-BAJ-CLIENTE        PIC X(25).

       01 LINEA-SIN-BAJAS            PIC X(40) VALUE
          'SIN BAJAS EN EL PERIODO'.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(94) VALUE ALL '-'.

       01 LINEA-EN-BLANCO            PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       REPORTE-DOTACION.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'DOTACION-MODO'.

           INITIALIZE TABLA-CELDAS.
           PERFORM ARMAR-RANGO.
           PERFORM CARGAR-TABLA-CONSULTORES.
           PERFORM CARGAR-TABLA-SRT-HIST.
           PERFORM CARGAR-TABLA-EMPRESAS.
           PERFORM ORDENAR-SRT.

           MOVE 1 TO WS-M.
           PERFORM CALCULAR-UN-MES UNTIL WS-M GREATER WS-CANT-MESES.

           OPEN OUTPUT ARCH-REPORTE.
           IF NOT REPORTE-OK
              DISPLAY 'NO PUDO CREARSE DOTACION.LST ' FS-REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM IMPRIMIR-DOTACION.
           PERFORM IMPRIMIR-BAJAS.
           PERFORM TERMINAR.

      *    rango pedido o, por defecto, los 12 meses que terminan en
      *    el mes actual.
       ARMAR-RANGO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-HASTA-ENV.
           ACCEPT WS-HASTA-ENV FROM ENVIRONMENT 'DOTACION-HASTA'.
           IF WS-HASTA-ENV IS NUMERIC
              MOVE WS-HASTA-ENV TO WS-PERIODO-HASTA
           ELSE
              MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO-HASTA.

           MOVE SPACES TO WS-DESDE-ENV.
           ACCEPT WS-DESDE-ENV FROM ENVIRONMENT 'DOTACION-DESDE'.
           IF WS-DESDE-ENV IS NUMERIC
              MOVE WS-DESDE-ENV TO WS-PERIODO-DESDE
           ELSE
              MOVE WS-PERIODO-HASTA TO WS-MES-CUR-N
              MOVE 1 TO WS-K
              PERFORM RETROCEDER-MES UNTIL WS-K GREATER 11
              MOVE WS-MES-CUR-N TO WS-PERIODO-DESDE.

           IF WS-PERIODO-DESDE GREATER WS-PERIODO-HASTA
              DISPLAY 'DOTACION-DESDE POSTERIOR A DOTACION-HASTA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-PERIODO-DESDE TO WS-MES-CUR-N.
           PERFORM AGREGAR-MES-AL-RANGO
               UNTIL WS-MES-CUR-N GREATER WS-PERIODO-HASTA
                OR WS-CANT-MESES NOT LESS WS-MAX-MESES.
           IF WS-MES-CUR-N NOT GREATER WS-PERIODO-HASTA
              DISPLAY 'RANGO MAYOR A ' WS-MAX-MESES ' MESES, SE '
                  'CORTA EN ' TAB-MES-PERIODO(WS-CANT-MESES)
              MOVE TAB-MES-PERIODO(WS-CANT-MESES) TO WS-PERIODO-HASTA.

       AGREGAR-MES-AL-RANGO.
           ADD 1 TO WS-CANT-MESES.
           PERFORM CALCULAR-LIMITES-MES.
           MOVE WS-MES-CUR-N TO TAB-MES-PERIODO(WS-CANT-MESES).
           MOVE WS-PRIMER-DIA-CUR TO TAB-MES-PRIMER-DIA(WS-CANT-MESES).
           MOVE WS-ULTIMO-DIA-CUR TO TAB-MES-ULTIMO-DIA(WS-CANT-MESES).
           MOVE 0 TO TAB-MES-ANTIG-DIAS(WS-CANT-MESES).
           MOVE 0 TO TAB-MES-ANTIG-CANT(WS-CANT-MESES).
           MOVE 0 TO TAB-MES-ROTACION(WS-CANT-MESES).
           PERFORM AVANZAR-MES.

      *    primer y ultimo dia del mes WS-MES-CUR.
       CALCULAR-LIMITES-MES.
           MOVE WS-MES-CUR-N TO WS-PRIMER-DIA-CUR (1:6).
           MOVE 01 TO WS-PRIMER-DIA-CUR (7:2).
           MOVE WS-MES-CUR-AAAA TO WS-MES-SIG-AAAA.
           MOVE WS-MES-CUR-MM TO WS-MES-SIG-MM.
           MOVE 01 TO WS-MES-SIG-DD.
           ADD 1 TO WS-MES-SIG-MM.
           IF WS-MES-SIG-MM GREATER 12
              MOVE 1 TO WS-MES-SIG-MM
              ADD 1 TO WS-MES-SIG-AAAA.
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WS-MES-SIG-N) - 1.
           COMPUTE WS-ULTIMO-DIA-CUR =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INT).

       AVANZAR-MES.
           ADD 1 TO WS-MES-CUR-MM.
           IF WS-MES-CUR-MM GREATER 12
              MOVE 1 TO WS-MES-CUR-MM
              ADD 1 TO WS-MES-CUR-AAAA.

       RETROCEDER-MES.
           IF WS-MES-CUR-MM EQUAL 1
              MOVE 12 TO WS-MES-CUR-MM
              SUBTRACT 1 FROM WS-MES-CUR-AAAA
           ELSE
              SUBTRACT 1 FROM WS-MES-CUR-MM.
           ADD 1 TO WS-K.

       CARGAR-TABLA-CONSULTORES.
           OPEN INPUT ARCH-CONSULTORES.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES.DAT ' FS-CONS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-CONSULTOR.
           PERFORM CARGAR-CONSULTOR UNTIL CONS-EOF
               OR WS-CANT-CON NOT LESS WS-MAX-CON.
           CLOSE ARCH-CONSULTORES.

       LEER-CONSULTOR.
           READ ARCH-CONSULTORES AT END MOVE '10' TO FS-CONS.

       CARGAR-CONSULTOR.
           ADD 1 TO WS-CANT-CON.
           MOVE REG-CONS-NUMERO TO TAB-CON-NUMERO(WS-CANT-CON).
           MOVE REG-CONS-NOMBRE TO TAB-CON-NOMBRE(WS-CANT-CON).
           MOVE REG-CONS-SRT TO TAB-CON-SRT(WS-CANT-CON).
           IF REG-CONS-FECHA-ALTA IS NUMERIC
              MOVE REG-CONS-FECHA-ALTA TO TAB-CON-ALTA(WS-CANT-CON)
           ELSE
              MOVE 0 TO TAB-CON-ALTA(WS-CANT-CON).
           IF REG-CONS-FECHA-BAJA IS NUMERIC
              MOVE REG-CONS-FECHA-BAJA TO TAB-CON-BAJA(WS-CANT-CON)
           ELSE
              MOVE 0 TO TAB-CON-BAJA(WS-CANT-CON).
           MOVE REG-CONS-SRT TO WS-SRT-EVAL.
           PERFORM UBICAR-SRT.
           PERFORM LEER-CONSULTOR.

      *    SRT-HIST.DAT es opcional: sin historia cada consultor
      *    queda toda su relacion en la categoria del maestro.
       CARGAR-TABLA-SRT-HIST.
           OPEN INPUT ARCH-SRT-HIST.
           IF SRT-HIST-OK
              PERFORM LEER-SRT-HIST
              PERFORM CARGAR-SRT-HIST UNTIL SRT-HIST-EOF
                  OR WS-CANT-SH NOT LESS WS-MAX-SH
              CLOSE ARCH-SRT-HIST.

       LEER-SRT-HIST.
           READ ARCH-SRT-HIST AT END MOVE '10' TO FS-SRT-HIST.

       CARGAR-SRT-HIST.
           ADD 1 TO WS-CANT-SH.
           MOVE REG-SH-NUMERO TO TAB-SH-NUMERO(WS-CANT-SH).
           MOVE REG-SH-FECHA TO TAB-SH-FECHA(WS-CANT-SH).
           MOVE REG-SH-SRT TO TAB-SH-SRT(WS-CANT-SH).
           MOVE REG-SH-SRT TO WS-SRT-EVAL.
           PERFORM UBICAR-SRT.
           PERFORM LEER-SRT-HIST.

       CARGAR-TABLA-EMPRESAS.
           OPEN INPUT ARCH-EMPRESAS.
           IF EMP-OK
              PERFORM LEER-EMPRESA
              PERFORM CARGAR-EMPRESA-EN-TABLA UNTIL EMP-EOF
                  OR WS-CANT-EMP NOT LESS WS-MAX-EMP
              CLOSE ARCH-EMPRESAS.

       LEER-EMPRESA.
           READ ARCH-EMPRESAS AT END MOVE '10' TO FS-EMP.

       CARGAR-EMPRESA-EN-TABLA.
           ADD 1 TO WS-CANT-EMP.
           MOVE REG-EMP-CUIT TO TAB-EMP-CUIT(WS-CANT-EMP).
           MOVE REG-EMP-RAZON TO TAB-EMP-RAZON(WS-CANT-EMP).
           PERFORM LEER-EMPRESA.

      *    posicion de WS-SRT-EVAL en TABLA-SRT (WS-S); se agrega si
      *    no estaba.
       UBICAR-SRT.
           MOVE 1 TO WS-S.
           PERFORM AVANZAR-SRT
               UNTIL WS-S GREATER WS-CANT-SRT
                OR TAB-SRT-CODIGO(WS-S) EQUAL WS-SRT-EVAL.
           IF WS-S GREATER WS-CANT-SRT
              IF WS-CANT-SRT LESS WS-MAX-SRT
                 ADD 1 TO WS-CANT-SRT
                 MOVE WS-SRT-EVAL TO TAB-SRT-CODIGO(WS-CANT-SRT)
              ELSE
                 MOVE WS-CANT-SRT TO WS-S
              END-IF
           END-IF.

       AVANZAR-SRT.
           ADD 1 TO WS-S.

      *    burbujeo por codigo de SRT; la tabla es chica.
       ORDENAR-SRT.
           MOVE 1 TO WS-S.
           PERFORM ORDENAR-SRT-PASADA UNTIL WS-S NOT LESS WS-CANT-SRT.

       ORDENAR-SRT-PASADA.
           MOVE 1 TO WS-S2.
           PERFORM ORDENAR-SRT-PAR UNTIL WS-S2 NOT LESS WS-CANT-SRT.
           ADD 1 TO WS-S.

       ORDENAR-SRT-PAR.
           IF TAB-SRT-CODIGO(WS-S2) GREATER TAB-SRT-CODIGO(WS-S2 + 1)
              MOVE TAB-SRT-CODIGO(WS-S2) TO WS-SRT-TEMP
              MOVE TAB-SRT-CODIGO(WS-S2 + 1) TO TAB-SRT-CODIGO(WS-S2)
              MOVE WS-SRT-TEMP TO TAB-SRT-CODIGO(WS-S2 + 1).
           ADD 1 TO WS-S2.

      *    categoria del consultor WS-C a la fecha WS-FECHA-EVAL.
       DETERMINAR-SRT-A-FECHA.
           MOVE TAB-CON-SRT(WS-C) TO WS-SRT-EVAL.
           MOVE 0 TO WS-SH-MEJOR-FECHA.
           MOVE 1 TO WS-H.
           PERFORM EVALUAR-PROMOCION UNTIL WS-H GREATER WS-CANT-SH.

       EVALUAR-PROMOCION.
           IF TAB-SH-NUMERO(WS-H) EQUAL TAB-CON-NUMERO(WS-C)
              AND TAB-SH-FECHA(WS-H) NOT GREATER WS-FECHA-EVAL
              AND TAB-SH-FECHA(WS-H) NOT LESS WS-SH-MEJOR-FECHA
              MOVE TAB-SH-FECHA(WS-H) TO WS-SH-MEJOR-FECHA
              MOVE TAB-SH-SRT(WS-H) TO WS-SRT-EVAL.
           ADD 1 TO WS-H.

      *    el consultor WS-C sigue en la empresa al terminar el dia
      *    WS-FECHA-EVAL: entro ese dia o antes y no se fue todavia.
       EVALUAR-ACTIVO.
           MOVE 'N' TO WS-ACTIVO.
           IF TAB-CON-ALTA(WS-C) NOT GREATER WS-FECHA-EVAL
              AND (TAB-CON-BAJA(WS-C) EQUAL ZERO
                   OR TAB-CON-BAJA(WS-C) GREATER WS-FECHA-EVAL)
              MOVE 'S' TO WS-ACTIVO.

       CALCULAR-UN-MES.
           MOVE 1 TO WS-C.
           PERFORM CLASIFICAR-CONSULTOR UNTIL WS-C GREATER
               WS-CANT-CON.
           MOVE 1 TO WS-H.
           PERFORM CLASIFICAR-PROMOCION UNTIL WS-H GREATER
               WS-CANT-SH.
           PERFORM CALCULAR-ROTACION.
           ADD 1 TO WS-M.

       CLASIFICAR-CONSULTOR.
      *    dotacion inicial: activos al cierre del mes anterior.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE
               (TAB-MES-PRIMER-DIA(WS-M)) - 1.
           COMPUTE WS-FECHA-EVAL = FUNCTION DATE-OF-INTEGER
               (WS-DIA-INT).
           PERFORM EVALUAR-ACTIVO.
           IF ACTIVO
              PERFORM DETERMINAR-SRT-A-FECHA
              PERFORM UBICAR-SRT
              ADD 1 TO TAB-CEL-INICIAL(WS-M, WS-S).

           MOVE TAB-MES-ULTIMO-DIA(WS-M) TO WS-FECHA-EVAL.
           PERFORM EVALUAR-ACTIVO.
           IF ACTIVO
              PERFORM DETERMINAR-SRT-A-FECHA
              PERFORM UBICAR-SRT
              ADD 1 TO TAB-CEL-FINAL(WS-M, WS-S)
              IF TAB-CON-ALTA(WS-C) GREATER ZERO
                 COMPUTE WS-ANTIG-DIAS =
                     FUNCTION INTEGER-OF-DATE (WS-FECHA-EVAL)
                     - FUNCTION INTEGER-OF-DATE (TAB-CON-ALTA(WS-C))
                 ADD WS-ANTIG-DIAS TO TAB-MES-ANTIG-DIAS(WS-M)
                 ADD 1 TO TAB-MES-ANTIG-CANT(WS-M)
              END-IF
           END-IF.

           IF TAB-CON-ALTA(WS-C) NOT LESS TAB-MES-PRIMER-DIA(WS-M)
              AND TAB-CON-ALTA(WS-C) NOT GREATER
                  TAB-MES-ULTIMO-DIA(WS-M)
              MOVE TAB-CON-ALTA(WS-C) TO WS-FECHA-EVAL
              PERFORM DETERMINAR-SRT-A-FECHA
              PERFORM UBICAR-SRT
              ADD 1 TO TAB-CEL-ALTAS(WS-M, WS-S).

           IF TAB-CON-BAJA(WS-C) NOT LESS TAB-MES-PRIMER-DIA(WS-M)
              AND TAB-CON-BAJA(WS-C) NOT GREATER
                  TAB-MES-ULTIMO-DIA(WS-M)
              MOVE TAB-CON-BAJA(WS-C) TO WS-FECHA-EVAL
              PERFORM DETERMINAR-SRT-A-FECHA
              PERFORM UBICAR-SRT
              ADD 1 TO TAB-CEL-BAJAS(WS-M, WS-S).

           ADD 1 TO WS-C.

      *    una promocion del mes cuenta si el consultor ya estaba
      *    (entro antes de la fecha) y no se habia ido; sale de la
      *    categoria que tenia el dia anterior y entra a la nueva.
       CLASIFICAR-PROMOCION.
           IF TAB-SH-FECHA(WS-H) NOT LESS TAB-MES-PRIMER-DIA(WS-M)
              AND TAB-SH-FECHA(WS-H) NOT GREATER
                  TAB-MES-ULTIMO-DIA(WS-M)
              PERFORM UBICAR-CONSULTOR-PROMOVIDO
              IF WS-C NOT GREATER WS-CANT-CON
                 AND TAB-CON-ALTA(WS-C) LESS TAB-SH-FECHA(WS-H)
                 AND (TAB-CON-BAJA(WS-C) EQUAL ZERO
                      OR TAB-CON-BAJA(WS-C) NOT LESS
                         TAB-SH-FECHA(WS-H))
                 PERFORM REGISTRAR-PROMOCION
              END-IF
           END-IF.
           ADD 1 TO WS-H.

       UBICAR-CONSULTOR-PROMOVIDO.
           MOVE 1 TO WS-C.
           PERFORM AVANZAR-CONSULTOR
               UNTIL WS-C GREATER WS-CANT-CON
                OR TAB-CON-NUMERO(WS-C) EQUAL TAB-SH-NUMERO(WS-H).

       AVANZAR-CONSULTOR.
           ADD 1 TO WS-C.

       REGISTRAR-PROMOCION.
           COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE
               (TAB-SH-FECHA(WS-H)) - 1.
           COMPUTE WS-FECHA-EVAL = FUNCTION DATE-OF-INTEGER
               (WS-DIA-INT).
           MOVE WS-H TO WS-H-GUARDADO.
           PERFORM DETERMINAR-SRT-A-FECHA.
           MOVE WS-H-GUARDADO TO WS-H.
           MOVE WS-SRT-EVAL TO WS-SRT-ANTERIOR.
           IF WS-SRT-ANTERIOR NOT EQUAL TAB-SH-SRT(WS-H)
              PERFORM UBICAR-SRT
              ADD 1 TO TAB-CEL-ASC-SALE(WS-M, WS-S)
              MOVE TAB-SH-SRT(WS-H) TO WS-SRT-EVAL
              PERFORM UBICAR-SRT
              ADD 1 TO TAB-CEL-ASC-ENTRA(WS-M, WS-S).

      *    rotacion a 12 meses: bajas de los 12 meses que terminan en
      *    este sobre el promedio de las dotaciones de fin de mes de
      *    esos mismos 12 meses.
       CALCULAR-ROTACION.
           MOVE 0 TO WS-SUMA-ACTIVOS.
           MOVE TAB-MES-PERIODO(WS-M) TO WS-MES-CUR-N.
           MOVE 1 TO WS-K.
           PERFORM SUMAR-DOTACION-MES-VENTANA UNTIL WS-K GREATER 12.
      *    al salir WS-MES-CUR quedo un mes antes de la ventana.
           PERFORM AVANZAR-MES.
           PERFORM CALCULAR-LIMITES-MES.
           MOVE WS-PRIMER-DIA-CUR TO WS-VENTANA-DESDE.

           MOVE 0 TO WS-BAJAS-VENTANA.
           MOVE 1 TO WS-C.
           PERFORM CONTAR-BAJA-VENTANA UNTIL WS-C GREATER WS-CANT-CON.

           COMPUTE WS-PROMEDIO-ACTIVOS ROUNDED = WS-SUMA-ACTIVOS / 12.
           IF WS-PROMEDIO-ACTIVOS GREATER ZERO
              COMPUTE TAB-MES-ROTACION(WS-M) ROUNDED =
                  WS-BAJAS-VENTANA * 100 / WS-PROMEDIO-ACTIVOS
           ELSE
              MOVE 0 TO TAB-MES-ROTACION(WS-M).

       SUMAR-DOTACION-MES-VENTANA.
           PERFORM CALCULAR-LIMITES-MES.
           MOVE WS-ULTIMO-DIA-CUR TO WS-FECHA-EVAL.
           MOVE 0 TO WS-ACTIVOS.
           MOVE 1 TO WS-C.
           PERFORM CONTAR-ACTIVO UNTIL WS-C GREATER WS-CANT-CON.
           ADD WS-ACTIVOS TO WS-SUMA-ACTIVOS.
           PERFORM RETROCEDER-MES.

       CONTAR-ACTIVO.
           PERFORM EVALUAR-ACTIVO.
           IF ACTIVO
              ADD 1 TO WS-ACTIVOS.
           ADD 1 TO WS-C.

       CONTAR-BAJA-VENTANA.
           IF TAB-CON-BAJA(WS-C) NOT LESS WS-VENTANA-DESDE
              AND TAB-CON-BAJA(WS-C) NOT GREATER
                  TAB-MES-ULTIMO-DIA(WS-M)
              ADD 1 TO WS-BAJAS-VENTANA.
           ADD 1 TO WS-C.

       IMPRIMIR-DOTACION.
           MOVE WS-PERIODO-DESDE TO LIN-TIT-DESDE.
           MOVE WS-PERIODO-HASTA TO LIN-TIT-HASTA.
           MOVE LINEA-TITULO TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-DIVISORIA TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 1 TO WS-M.
           PERFORM IMPRIMIR-UN-MES UNTIL WS-M GREATER WS-CANT-MESES.

       IMPRIMIR-UN-MES.
           INITIALIZE TABLA-TOTAL-MES.
           MOVE TAB-MES-PERIODO(WS-M) TO LIN-MES-PERIODO.
           MOVE LINEA-MES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-ENCABEZADO TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 1 TO WS-S.
           PERFORM IMPRIMIR-UNA-CATEGORIA UNTIL WS-S GREATER
               WS-CANT-SRT.

           MOVE 'TOTAL' TO LIN-DET-SRT.
           MOVE TOT-INICIAL TO LIN-DET-INICIAL.
           MOVE TOT-ALTAS TO LIN-DET-ALTAS.
           MOVE TOT-BAJAS TO LIN-DET-BAJAS.
           MOVE TOT-ASC-ENTRA TO LIN-DET-ASC-ENTRA.
           MOVE TOT-ASC-SALE TO LIN-DET-ASC-SALE.
           MOVE TOT-FINAL TO LIN-DET-FINAL.
           MOVE LINEA-DETALLE TO REG-REPORTE.
           WRITE REG-REPORTE.

           IF TAB-MES-ANTIG-CANT(WS-M) GREATER ZERO
              COMPUTE WS-ANTIG-ANIOS ROUNDED =
                  TAB-MES-ANTIG-DIAS(WS-M)
                  / TAB-MES-ANTIG-CANT(WS-M) / 365
           ELSE
              MOVE 0 TO WS-ANTIG-ANIOS.
           MOVE WS-ANTIG-ANIOS TO LIN-IND-ANTIG.
           MOVE TAB-MES-ROTACION(WS-M) TO LIN-IND-ROTACION.
           MOVE LINEA-INDICADORES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-EN-BLANCO TO REG-REPORTE.
           WRITE REG-REPORTE.
           ADD 1 TO WS-M.

      *    solo las categorias con movimiento o dotacion en el mes.
       IMPRIMIR-UNA-CATEGORIA.
           IF TAB-CEL-INICIAL(WS-M, WS-S) GREATER ZERO
              OR TAB-CEL-ALTAS(WS-M, WS-S) GREATER ZERO
              OR TAB-CEL-BAJAS(WS-M, WS-S) GREATER ZERO
              OR TAB-CEL-ASC-ENTRA(WS-M, WS-S) GREATER ZERO
              OR TAB-CEL-ASC-SALE(WS-M, WS-S) GREATER ZERO
              OR TAB-CEL-FINAL(WS-M, WS-S) GREATER ZERO
              MOVE TAB-SRT-CODIGO(WS-S) TO LIN-DET-SRT
              MOVE TAB-CEL-INICIAL(WS-M, WS-S) TO LIN-DET-INICIAL
              MOVE TAB-CEL-ALTAS(WS-M, WS-S) TO LIN-DET-ALTAS
              MOVE TAB-CEL-BAJAS(WS-M, WS-S) TO LIN-DET-BAJAS
              MOVE TAB-CEL-ASC-ENTRA(WS-M, WS-S) TO LIN-DET-ASC-ENTRA
              MOVE TAB-CEL-ASC-SALE(WS-M, WS-S) TO LIN-DET-ASC-SALE
              MOVE TAB-CEL-FINAL(WS-M, WS-S) TO LIN-DET-FINAL
              MOVE LINEA-DETALLE TO REG-REPORTE
              WRITE REG-REPORTE
              ADD TAB-CEL-INICIAL(WS-M, WS-S) TO TOT-INICIAL
              ADD TAB-CEL-ALTAS(WS-M, WS-S) TO TOT-ALTAS
              ADD TAB-CEL-BAJAS(WS-M, WS-S) TO TOT-BAJAS
              ADD TAB-CEL-ASC-ENTRA(WS-M, WS-S) TO TOT-ASC-ENTRA
              ADD TAB-CEL-ASC-SALE(WS-M, WS-S) TO TOT-ASC-SALE
              ADD TAB-CEL-FINAL(WS-M, WS-S) TO TOT-FINAL.
           ADD 1 TO WS-S.

      *    los archivos de horas son opcionales: sin ellos las bajas
      *    salen sin ultimo cliente.
       IMPRIMIR-BAJAS.
           OPEN INPUT ARCH-TIMES-IDX.
           IF TIMES-OK
              MOVE 'S' TO WS-TIMES-DISPONIBLE.
           OPEN INPUT ARCH-TIMES-HIST-IDX.
           IF TIMES-HIST-OK
              MOVE 'S' TO WS-HIST-DISPONIBLE.

           MOVE LINEA-DIVISORIA TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-TITULO-BAJAS TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-ENCAB-BAJAS TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 1 TO WS-M.
           PERFORM LISTAR-BAJAS-DEL-MES UNTIL WS-M GREATER
               WS-CANT-MESES.
           IF WS-ACUM-BAJAS EQUAL ZERO
              MOVE LINEA-SIN-BAJAS TO REG-REPORTE
              WRITE REG-REPORTE.

           IF TIMES-DISPONIBLE
              CLOSE ARCH-TIMES-IDX.
           IF HIST-DISPONIBLE
              CLOSE ARCH-TIMES-HIST-IDX.

       LISTAR-BAJAS-DEL-MES.
           MOVE 1 TO WS-C.
           PERFORM LISTAR-UNA-BAJA UNTIL WS-C GREATER WS-CANT-CON.
           ADD 1 TO WS-M.

       LISTAR-UNA-BAJA.
           IF TAB-CON-BAJA(WS-C) NOT LESS TAB-MES-PRIMER-DIA(WS-M)
              AND TAB-CON-BAJA(WS-C) NOT GREATER
                  TAB-MES-ULTIMO-DIA(WS-M)
              ADD 1 TO WS-ACUM-BAJAS
              MOVE TAB-CON-BAJA(WS-C) TO WS-FECHA-EVAL
              PERFORM DETERMINAR-SRT-A-FECHA
              MOVE 0 TO WS-ANTIG-ANIOS
              IF TAB-CON-ALTA(WS-C) GREATER ZERO
                 COMPUTE WS-ANTIG-DIAS =
                     FUNCTION INTEGER-OF-DATE (TAB-CON-BAJA(WS-C))
                     - FUNCTION INTEGER-OF-DATE (TAB-CON-ALTA(WS-C))
                 COMPUTE WS-ANTIG-ANIOS ROUNDED = WS-ANTIG-DIAS / 365
              END-IF
              PERFORM BUSCAR-ULTIMO-CLIENTE
              MOVE TAB-CON-NUMERO(WS-C) TO LIN-BAJ-NUMERO
              MOVE TAB-CON-NOMBRE(WS-C) TO LIN-BAJ-NOMBRE
              MOVE WS-SRT-EVAL TO LIN-BAJ-SRT
              MOVE TAB-CON-ALTA(WS-C) TO LIN-BAJ-ALTA
              MOVE TAB-CON-BAJA(WS-C) TO LIN-BAJ-BAJA
              MOVE WS-ANTIG-ANIOS TO LIN-BAJ-ANTIG
              MOVE LINEA-BAJA TO REG-REPORTE
              WRITE REG-REPORTE.
           ADD 1 TO WS-C.

      *    el trabajo de fecha mas reciente del consultor entre el
      *    vivo y el historico - mismo START parcial por numero que
      *    ACUMULAR-HORAS-DEL-PERIODO en ConsultaHorasConsultor. la
      *    fecha de la clave es DDMMAAAA, asi que se compara armada
      *    como AAAAMMDD.
       BUSCAR-ULTIMO-CLIENTE.
           MOVE 0 TO WS-ULT-FECHA.
           MOVE 0 TO WS-ULT-CUIT.
           IF TIMES-DISPONIBLE
              MOVE TAB-CON-NUMERO(WS-C) TO REG-KEY-NUM
              MOVE ZEROS TO REG-KEY-FECHA
              MOVE ZEROS TO REG-KEY-CUIT
              START ARCH-TIMES-IDX KEY IS NOT LESS THAN REG-KEY-TIMES
                  INVALID KEY MOVE '10' TO FS-ARCH-TIMES-IDX
              END-START
              IF NOT TIMES-EOF
                 PERFORM LEER-TIMES
                 PERFORM EVALUAR-TRABAJO-VIVO
                     UNTIL TIMES-EOF
                      OR REG-KEY-NUM NOT EQUAL TAB-CON-NUMERO(WS-C)
              END-IF
           END-IF.

           IF HIST-DISPONIBLE
              MOVE TAB-CON-NUMERO(WS-C) TO REG-KEY-NUM-HIST
              MOVE ZEROS TO REG-KEY-FECHA-HIST
              MOVE ZEROS TO REG-KEY-CUIT-HIST
              START ARCH-TIMES-HIST-IDX KEY IS NOT LESS THAN
                      REG-KEY-TIMES-HIST
                  INVALID KEY MOVE '10' TO FS-TIMES-HIST
              END-START
              IF NOT TIMES-HIST-EOF
                 PERFORM LEER-TIMES-HIST
                 PERFORM EVALUAR-TRABAJO-HIST
                     UNTIL TIMES-HIST-EOF
                      OR REG-KEY-NUM-HIST NOT EQUAL
                         TAB-CON-NUMERO(WS-C)
              END-IF
           END-IF.

           MOVE 'SIN HORAS REGISTRADAS' TO LIN-BAJ-CLIENTE.
           IF WS-ULT-CUIT GREATER ZERO
              MOVE 'CUIT SIN EMPRESA' TO LIN-BAJ-CLIENTE
              SET IND-TAB-EMP TO 1
              SEARCH TAB-EMP
                  WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                      CONTINUE
                  WHEN TAB-EMP-CUIT(IND-TAB-EMP) EQUAL WS-ULT-CUIT
                      MOVE TAB-EMP-RAZON(IND-TAB-EMP) TO
                          LIN-BAJ-CLIENTE
              END-SEARCH
           END-IF.

       LEER-TIMES.
           READ ARCH-TIMES-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TIMES-IDX
           END-READ.

       EVALUAR-TRABAJO-VIVO.
           MOVE REG-KEY-FECHA (5:4) TO WS-FECHA-TRABAJO-N (1:4).
           MOVE REG-KEY-FECHA (3:2) TO WS-FECHA-TRABAJO-N (5:2).
           MOVE REG-KEY-FECHA (1:2) TO WS-FECHA-TRABAJO-N (7:2).
           IF WS-FECHA-TRABAJO-N GREATER WS-ULT-FECHA
              MOVE WS-FECHA-TRABAJO-N TO WS-ULT-FECHA
              MOVE REG-KEY-CUIT TO WS-ULT-CUIT.
           PERFORM LEER-TIMES.

       LEER-TIMES-HIST.
           READ ARCH-TIMES-HIST-IDX NEXT RECORD
               AT END MOVE '10' TO FS-TIMES-HIST
           END-READ.

       EVALUAR-TRABAJO-HIST.
           MOVE REG-KEY-FECHA-HIST (5:4) TO WS-FECHA-TRABAJO-N (1:4).
           MOVE REG-KEY-FECHA-HIST (3:2) TO WS-FECHA-TRABAJO-N (5:2).
           MOVE REG-KEY-FECHA-HIST (1:2) TO WS-FECHA-TRABAJO-N (7:2).
           IF WS-FECHA-TRABAJO-N GREATER WS-ULT-FECHA
              MOVE WS-FECHA-TRABAJO-N TO WS-ULT-FECHA
              MOVE REG-KEY-CUIT-HIST TO WS-ULT-CUIT.
           PERFORM LEER-TIMES-HIST.

       TERMINAR.
           CLOSE ARCH-REPORTE.
           DISPLAY 'REPORTE GENERADO EN DOTACION.LST'.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
