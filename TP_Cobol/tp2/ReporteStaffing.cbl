      *    los proximos STAFFING-MESES meses (12 por defecto) y
      *    muestra el sobrante o faltante, para contratar o correr
      *    arranques ANTES de que el mes explote.
      *    con ASIGNACIONES.DAT (CargaAsignaciones) cargado, la
      *    brecha se mide contra las horas realmente asignadas a cada
      *    engagement y no contra la capacidad agregada: el listado
      *    suma la columna ASIGNADO, detalla los engagements con
      *    meses sin cubrir y los consultores asignados por encima
      *    de su capacidad planificada. sin el archivo se mantiene
      *    la comparacion contra CAPACIDAD.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CAPACIDAD.

           SELECT ARCH-ASIGNACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIGNACIONES.

           SELECT ARCH-REPORTE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-REPORTE.
           03 CAP-PERIODO                PIC 9(6).
           03 CAP-HORAS-PLAN             PIC 9(5)V99.

       FD ARCH-ASIGNACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIGNACIONES.DAT'
             DATA RECORD IS REG-ASIGNACION.

       01 REG-ASIGNACION.
           03 ASG-CONSULTOR         PIC X(5).
           03 ASG-EMPRESA           PIC 9(3).
           03 ASG-ENG-DESDE         PIC 9(8).
           03 ASG-ORDEN             PIC X(4).
           03 ASG-DESDE             PIC 9(8).
           03 ASG-HASTA             PIC 9(8).
           03 ASG-HORAS-MENSUALES   PIC 9(3)V99.

       FD ARCH-REPORTE LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'STAFFING.LST'
             DATA RECORD IS REG-REPORTE.
           88 CAP-OK         VALUE '00'.
           88 CAP-EOF        VALUE '10'.

       77 FS-ASIGNACIONES  PIC XX.
           88 ASG-OK         VALUE '00'.
           88 ASG-EOF        VALUE '10'.

       77 FS-REPORTE       PIC XX.
           88 REPORTE-OK     VALUE '00'.

               05 TAB-MES-PERIODO       PIC 9(6).
               05 TAB-MES-COMPROMETIDO  PIC S9(9)V99.
               05 TAB-MES-PLANIFICADO   PIC S9(9)V99.
               05 TAB-MES-ASIGNADO      PIC S9(9)V99.

       01 WS-CANT-MESES              PIC 9(2) VALUE 0.

       01 WS-HAY-ASIGNACIONES        PIC X VALUE 'N'.
           88 HAY-ASIGNACIONES       VALUE 'S'.

      *    engagements con las horas asignadas en cada mes del
      *    horizonte (misma posicion que TAB-MES).
       01 WS-MAX-ENG                 PIC 9(3) VALUE 500.

       01 TABLA-ENGAGEMENTS.
           03 TAB-ENG OCCURS 500 TIMES INDEXED BY IND-TAB-ENG.
               05 TAB-ENG-EMPRESA       PIC 9(3).
               05 TAB-ENG-DESDE         PIC 9(8).
               05 TAB-ENG-HASTA         PIC 9(8).
               05 TAB-ENG-HS-MENS       PIC 9(5)V99.
               05 TAB-ENG-ASIGNADO      PIC S9(7)V99 OCCURS 24.

       01 WS-CANT-ENG                PIC 9(3) VALUE 0.

      *    carga por consultor y mes: la capacidad de CAPACIDAD.DAT
      *    contra lo asignado en ASIGNACIONES.DAT.
       01 WS-MAX-CARGA               PIC 9(4) VALUE 3000.

       01 TABLA-CARGA.
           03 TAB-CAR OCCURS 3000 TIMES INDEXED BY IND-TAB-CAR.
               05 TAB-CAR-CONSULTOR     PIC X(5).
               05 TAB-CAR-PERIODO       PIC 9(6).
               05 TAB-CAR-PLAN          PIC S9(7)V99.
               05 TAB-CAR-ASIGNADO      PIC S9(7)V99.

       01 WS-CANT-CARGA              PIC 9(4) VALUE 0.

       01 WS-ENG-ENCONTRADO          PIC X VALUE 'N'.
           88 ENG-ENCONTRADO         VALUE 'S'.
       01 WS-CAR-ENCONTRADA          PIC X VALUE 'N'.
           88 CAR-ENCONTRADA         VALUE 'S'.

       01 WS-E                       PIC 9(3).
       01 WS-M                       PIC 9(2).
       01 WS-CONSULTOR-BUSCADO       PIC X(5).
       01 WS-PERIODO-BUSCADO         PIC 9(6).

       01 WS-MESES-VIGENTES          PIC 9(2).
       01 WS-MESES-DESCUBIERTOS      PIC 9(2).
       01 WS-PRIMER-DESCUBIERTO      PIC 9(6).
       01 WS-HORAS-SIN-CUBRIR        PIC S9(9)V99.
       01 WS-EXCESO                  PIC S9(7)V99.

       01 WS-ACUM-ENG-DESCUBIERTOS   PIC 9(3) VALUE 0.
       01 WS-ACUM-SOBREASIGNADOS     PIC 9(4) VALUE 0.

       01 WS-PERIODO-ARMADO.
           03 WS-PER-AAAA            PIC 9(4).
           03 WS-PER-MM              PIC 9(2).
       01 LINEA-TITULO               PIC X(60) VALUE
          'BRECHA DE STAFFING: COMPROMETIDO CONTRA PLANIFICADO'.

       01 LINEA-TITULO-ASIG          PIC X(60) VALUE
          'BRECHA DE STAFFING: COMPROMETIDO CONTRA ASIGNADO'.

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(8) VALUE 'PERIODO'.
           03 FILLER       PIC X(14) VALUE ' COMPROMETIDO'.
           03 FILLER       PIC X(14) VALUE '     ASIGNADO'.
           03 FILLER       PIC X(14) VALUE '  PLANIFICADO'.
           03 FILLER       PIC X(14) VALUE '      BRECHA'.
           03 FILLER       PIC X(12) VALUE ' MARCA'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-COMPROMETIDO   PIC -ZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-ASIGNADO       PIC -ZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-PLANIFICADO    PIC -ZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-BRECHA         PIC -ZZZZZZZ9,99.
           03 LIN-DET-MARCA          PIC X(14).

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(77) VALUE ALL '-'.

       01 LINEA-TITULO-ENG           PIC X(60) VALUE
          'ENGAGEMENTS CON MESES SIN CUBRIR POR ASIGNACIONES'.

       01 LINEA-ENCABEZADO-ENG.
           03 FILLER       PIC X(8) VALUE 'EMPRESA'.
           03 FILLER       PIC X(9) VALUE 'DESDE'.
           03 FILLER       PIC X(10) VALUE '   HS/MES'.
           03 FILLER       PIC X(9) VALUE ' VIGENTES'.
           03 FILLER       PIC X(10) VALUE ' SIN CUBR.'.
           03 FILLER       PIC X(8) VALUE ' PRIMERO'.
           03 FILLER       PIC X(14) VALUE ' HS SIN CUBRIR'.

       01 LINEA-DETALLE-ENG.
           03 LIN-ENG-EMPRESA        PIC 9(3).
           03 FILLER                 PIC X(5) VALUE SPACES.
           03 LIN-ENG-DESDE          PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-ENG-HS-MENS        PIC ZZZZ9,99.
           03 FILLER                 PIC X(8) VALUE SPACES.
           03 LIN-ENG-VIGENTES       PIC Z9.
           03 FILLER                 PIC X(8) VALUE SPACES.
           03 LIN-ENG-DESCUBIERTOS   PIC Z9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-ENG-PRIMERO        PIC 9(6).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-ENG-SIN-CUBRIR     PIC ZZZZZZZ9,99.

       01 LINEA-TITULO-CAR           PIC X(60) VALUE
          'CONSULTORES ASIGNADOS POR ENCIMA DE SU CAPACIDAD'.

       01 LINEA-ENCABEZADO-CAR.
           03 FILLER       PIC X(10) VALUE 'CONSULTOR'.
           03 FILLER       PIC X(8) VALUE 'PERIODO'.
           03 FILLER       PIC X(12) VALUE ' PLANIFICADO'.
           03 FILLER       PIC X(12) VALUE '    ASIGNADO'.
           03 FILLER       PIC X(12) VALUE '      EXCESO'.

       01 LINEA-DETALLE-CAR.
           03 LIN-CAR-CONSULTOR      PIC X(5).
           03 FILLER                 PIC X(5) VALUE SPACES.
           03 LIN-CAR-PERIODO        PIC 9(6).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CAR-PLAN           PIC ZZZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CAR-ASIGNADO       PIC ZZZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CAR-EXCESO         PIC ZZZZZZ9,99.

       01 LINEA-BLANCO               PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.

           PERFORM ARMAR-MESES-HORIZONTE.
           PERFORM ACUMULAR-COMPROMETIDO.
           PERFORM ACUMULAR-PLANIFICADO.
           PERFORM ACUMULAR-ASIGNADO.
           PERFORM IMPRIMIR-REPORTE.
           PERFORM TERMINAR.

           MOVE WS-PERIODO-ARMADO-N TO TAB-MES-PERIODO(WS-CANT-MESES).
           MOVE 0 TO TAB-MES-COMPROMETIDO(WS-CANT-MESES).
           MOVE 0 TO TAB-MES-PLANIFICADO(WS-CANT-MESES).
           MOVE 0 TO TAB-MES-ASIGNADO(WS-CANT-MESES).

           ADD 1 TO WS-PER-MM.
           IF WS-PER-MM GREATER 12

      *    el contrato compromete sus horas mensuales en cada mes del
      *    horizonte cuyo primer dia cae dentro de la vigencia.
      *    cada contrato queda ademas en TABLA-ENGAGEMENTS para
      *    repartirle las asignaciones.
       ACUMULAR-UN-ENGAGEMENT.
           SET IND-TAB-MES TO 1.
           PERFORM SUMAR-ENG-EN-MES
               UNTIL IND-TAB-MES GREATER THAN WS-CANT-MESES.
           IF WS-CANT-ENG LESS WS-MAX-ENG
              ADD 1 TO WS-CANT-ENG
              MOVE REG-ENG-EMPRESA TO TAB-ENG-EMPRESA(WS-CANT-ENG)
              MOVE REG-ENG-VIG-DESDE TO TAB-ENG-DESDE(WS-CANT-ENG)
              MOVE REG-ENG-VIG-HASTA TO TAB-ENG-HASTA(WS-CANT-ENG)
              MOVE REG-ENG-HORAS-MENSUALES TO
                  TAB-ENG-HS-MENS(WS-CANT-ENG)
              MOVE 1 TO WS-M
              PERFORM LIMPIAR-ENG-MES UNTIL WS-M GREATER 24
           END-IF.
           PERFORM LEER-ENGAGEMENT.

       LIMPIAR-ENG-MES.
           MOVE 0 TO TAB-ENG-ASIGNADO(WS-CANT-ENG, WS-M).
           ADD 1 TO WS-M.

       SUMAR-ENG-EN-MES.
           MOVE TAB-MES-PERIODO(IND-TAB-MES) TO
               WS-PRIMER-DIA-MES (1:6).
               WHEN TAB-MES-PERIODO(IND-TAB-MES) EQUAL CAP-PERIODO
                   ADD CAP-HORAS-PLAN TO
                       TAB-MES-PLANIFICADO(IND-TAB-MES)
                   MOVE CAP-CONSULTOR TO WS-CONSULTOR-BUSCADO
                   MOVE CAP-PERIODO TO WS-PERIODO-BUSCADO
                   PERFORM UBICAR-CARGA
                   IF CAR-ENCONTRADA
                      ADD CAP-HORAS-PLAN TO TAB-CAR-PLAN(IND-TAB-CAR)
                   END-IF
           END-SEARCH.
           PERFORM LEER-CAPACIDAD.

      *    busca la fila consultor + periodo de TABLA-CARGA y la da
      *    de alta si no existe (mientras haya lugar).
       UBICAR-CARGA.
           MOVE 'N' TO WS-CAR-ENCONTRADA.
           SET IND-TAB-CAR TO 1.
           SEARCH TAB-CAR
               WHEN IND-TAB-CAR GREATER THAN WS-CANT-CARGA
                   NEXT SENTENCE
               WHEN TAB-CAR-CONSULTOR(IND-TAB-CAR) EQUAL
                       WS-CONSULTOR-BUSCADO
                AND TAB-CAR-PERIODO(IND-TAB-CAR) EQUAL
                       WS-PERIODO-BUSCADO
                   MOVE 'S' TO WS-CAR-ENCONTRADA
           END-SEARCH.
           IF NOT CAR-ENCONTRADA
              AND WS-CANT-CARGA LESS WS-MAX-CARGA
              ADD 1 TO WS-CANT-CARGA
              SET IND-TAB-CAR TO WS-CANT-CARGA
              MOVE WS-CONSULTOR-BUSCADO TO
                  TAB-CAR-CONSULTOR(IND-TAB-CAR)
              MOVE WS-PERIODO-BUSCADO TO TAB-CAR-PERIODO(IND-TAB-CAR)
              MOVE 0 TO TAB-CAR-PLAN(IND-TAB-CAR)
              MOVE 0 TO TAB-CAR-ASIGNADO(IND-TAB-CAR)
              MOVE 'S' TO WS-CAR-ENCONTRADA
           END-IF.

      *    ASIGNACIONES.DAT es opcional: sin el archivo el reporte
      *    queda como antes, comprometido contra planificado.
       ACUMULAR-ASIGNADO.
           OPEN INPUT ARCH-ASIGNACIONES.
           IF NOT ASG-OK
              DISPLAY 'ASIGNACIONES.DAT NO DISPONIBLE ' FS-ASIGNACIONES
              DISPLAY 'LA BRECHA SE MIDE CONTRA LA CAPACIDAD AGREGADA'
           ELSE
              MOVE 'S' TO WS-HAY-ASIGNACIONES
              PERFORM LEER-ASIGNACION
              PERFORM ACUMULAR-UNA-ASIGNACION UNTIL ASG-EOF
              CLOSE ARCH-ASIGNACIONES.

       LEER-ASIGNACION.
           READ ARCH-ASIGNACIONES AT END MOVE '10' TO FS-ASIGNACIONES.

      *    mismo criterio que el comprometido: la asignacion suma sus
      *    horas mensuales en cada mes cuyo primer dia cae dentro de
      *    la ventana asignada.
       ACUMULAR-UNA-ASIGNACION.
           MOVE 'N' TO WS-ENG-ENCONTRADO.
           SET IND-TAB-ENG TO 1.
           SEARCH TAB-ENG
               WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                   NEXT SENTENCE
               WHEN TAB-ENG-EMPRESA(IND-TAB-ENG) EQUAL ASG-EMPRESA
                AND TAB-ENG-DESDE(IND-TAB-ENG) EQUAL ASG-ENG-DESDE
                   MOVE 'S' TO WS-ENG-ENCONTRADO
                   SET WS-E TO IND-TAB-ENG
           END-SEARCH.

           MOVE 1 TO WS-M.
           PERFORM SUMAR-ASIG-EN-MES UNTIL WS-M GREATER WS-CANT-MESES.
           PERFORM LEER-ASIGNACION.

       SUMAR-ASIG-EN-MES.
           MOVE TAB-MES-PERIODO(WS-M) TO WS-PRIMER-DIA-MES (1:6).
           MOVE 01 TO WS-PRIMER-DIA-MES (7:2).
           IF WS-PRIMER-DIA-MES NOT LESS ASG-DESDE
              AND WS-PRIMER-DIA-MES NOT GREATER ASG-HASTA
              ADD ASG-HORAS-MENSUALES TO TAB-MES-ASIGNADO(WS-M)
              IF ENG-ENCONTRADO
                 ADD ASG-HORAS-MENSUALES TO
                     TAB-ENG-ASIGNADO(WS-E, WS-M)
              END-IF
              MOVE ASG-CONSULTOR TO WS-CONSULTOR-BUSCADO
              MOVE TAB-MES-PERIODO(WS-M) TO WS-PERIODO-BUSCADO
              PERFORM UBICAR-CARGA
              IF CAR-ENCONTRADA
                 ADD ASG-HORAS-MENSUALES TO
                     TAB-CAR-ASIGNADO(IND-TAB-CAR)
              END-IF
           END-IF.
           ADD 1 TO WS-M.

       IMPRIMIR-REPORTE.
           OPEN OUTPUT ARCH-REPORTE.
           IF NOT REPORTE-OK
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           IF HAY-ASIGNACIONES
              MOVE LINEA-TITULO-ASIG TO REG-REPORTE
           ELSE
              MOVE LINEA-TITULO TO REG-REPORTE
           END-IF.
           WRITE REG-REPORTE.
           MOVE LINEA-ENCABEZADO TO REG-REPORTE.
           WRITE REG-REPORTE.
           PERFORM IMPRIMIR-UN-MES
               UNTIL IND-TAB-MES GREATER THAN WS-CANT-MESES.

           IF HAY-ASIGNACIONES
              PERFORM IMPRIMIR-ENGAGEMENTS
              PERFORM IMPRIMIR-SOBREASIGNADOS
           END-IF.

           CLOSE ARCH-REPORTE.

      *    con asignaciones, la brecha es lo asignado contra lo
      *    comprometido; sin ellas, la capacidad agregada.
       IMPRIMIR-UN-MES.
           IF HAY-ASIGNACIONES
              COMPUTE WS-BRECHA = TAB-MES-ASIGNADO(IND-TAB-MES)
                  - TAB-MES-COMPROMETIDO(IND-TAB-MES)
           ELSE
              COMPUTE WS-BRECHA = TAB-MES-PLANIFICADO(IND-TAB-MES)
                  - TAB-MES-COMPROMETIDO(IND-TAB-MES)
           END-IF.

           MOVE TAB-MES-PERIODO(IND-TAB-MES) TO LIN-DET-PERIODO.
           MOVE TAB-MES-COMPROMETIDO(IND-TAB-MES) TO
               LIN-DET-COMPROMETIDO.
           MOVE TAB-MES-ASIGNADO(IND-TAB-MES) TO LIN-DET-ASIGNADO.
           MOVE TAB-MES-PLANIFICADO(IND-TAB-MES) TO
               LIN-DET-PLANIFICADO.
           MOVE WS-BRECHA TO LIN-DET-BRECHA.
           WRITE REG-REPORTE.
           SET IND-TAB-MES UP BY 1.

      *    un engagement figura si algun mes de su vigencia dentro
      *    del horizonte tiene menos horas asignadas que comprometidas.
       IMPRIMIR-ENGAGEMENTS.
           MOVE LINEA-BLANCO TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-TITULO-ENG TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-ENCABEZADO-ENG TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-DIVISORIA TO REG-REPORTE.
           WRITE REG-REPORTE.

           MOVE 1 TO WS-E.
           PERFORM EVALUAR-UN-ENGAGEMENT UNTIL WS-E GREATER WS-CANT-ENG.

       EVALUAR-UN-ENGAGEMENT.
           MOVE 0 TO WS-MESES-VIGENTES.
           MOVE 0 TO WS-MESES-DESCUBIERTOS.
           MOVE 0 TO WS-PRIMER-DESCUBIERTO.
           MOVE 0 TO WS-HORAS-SIN-CUBRIR.
           MOVE 1 TO WS-M.
           PERFORM EVALUAR-ENG-EN-MES UNTIL WS-M GREATER WS-CANT-MESES.

           IF WS-MESES-DESCUBIERTOS GREATER ZERO
              ADD 1 TO WS-ACUM-ENG-DESCUBIERTOS
              MOVE TAB-ENG-EMPRESA(WS-E) TO LIN-ENG-EMPRESA
              MOVE TAB-ENG-DESDE(WS-E) TO LIN-ENG-DESDE
              MOVE TAB-ENG-HS-MENS(WS-E) TO LIN-ENG-HS-MENS
              MOVE WS-MESES-VIGENTES TO LIN-ENG-VIGENTES
              MOVE WS-MESES-DESCUBIERTOS TO LIN-ENG-DESCUBIERTOS
              MOVE WS-PRIMER-DESCUBIERTO TO LIN-ENG-PRIMERO
              MOVE WS-HORAS-SIN-CUBRIR TO LIN-ENG-SIN-CUBRIR
              MOVE LINEA-DETALLE-ENG TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.
           ADD 1 TO WS-E.

       EVALUAR-ENG-EN-MES.
           MOVE TAB-MES-PERIODO(WS-M) TO WS-PRIMER-DIA-MES (1:6).
           MOVE 01 TO WS-PRIMER-DIA-MES (7:2).
           IF WS-PRIMER-DIA-MES NOT LESS TAB-ENG-DESDE(WS-E)
              AND WS-PRIMER-DIA-MES NOT GREATER TAB-ENG-HASTA(WS-E)
              ADD 1 TO WS-MESES-VIGENTES
              IF TAB-ENG-ASIGNADO(WS-E, WS-M) LESS
                     TAB-ENG-HS-MENS(WS-E)
                 ADD 1 TO WS-MESES-DESCUBIERTOS
                 IF WS-PRIMER-DESCUBIERTO EQUAL ZERO
                    MOVE TAB-MES-PERIODO(WS-M) TO
                        WS-PRIMER-DESCUBIERTO
                 END-IF
                 COMPUTE WS-HORAS-SIN-CUBRIR = WS-HORAS-SIN-CUBRIR
                     + TAB-ENG-HS-MENS(WS-E)
                     - TAB-ENG-ASIGNADO(WS-E, WS-M)
              END-IF
           END-IF.
           ADD 1 TO WS-M.

      *    consultor y mes con mas horas asignadas que las
      *    planificadas en CAPACIDAD.DAT (sin capacidad cargada para
      *    ese mes, todo lo asignado es exceso).
       IMPRIMIR-SOBREASIGNADOS.
           MOVE LINEA-BLANCO TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-TITULO-CAR TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-ENCABEZADO-CAR TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-DIVISORIA TO REG-REPORTE.
           WRITE REG-REPORTE.

           SET IND-TAB-CAR TO 1.
           PERFORM EVALUAR-UNA-CARGA
               UNTIL IND-TAB-CAR GREATER THAN WS-CANT-CARGA.

       EVALUAR-UNA-CARGA.
           IF TAB-CAR-ASIGNADO(IND-TAB-CAR) GREATER
                  TAB-CAR-PLAN(IND-TAB-CAR)
              ADD 1 TO WS-ACUM-SOBREASIGNADOS
              COMPUTE WS-EXCESO = TAB-CAR-ASIGNADO(IND-TAB-CAR)
                  - TAB-CAR-PLAN(IND-TAB-CAR)
              MOVE TAB-CAR-CONSULTOR(IND-TAB-CAR) TO LIN-CAR-CONSULTOR
              MOVE TAB-CAR-PERIODO(IND-TAB-CAR) TO LIN-CAR-PERIODO
              MOVE TAB-CAR-PLAN(IND-TAB-CAR) TO LIN-CAR-PLAN
              MOVE TAB-CAR-ASIGNADO(IND-TAB-CAR) TO LIN-CAR-ASIGNADO
              MOVE WS-EXCESO TO LIN-CAR-EXCESO
              MOVE LINEA-DETALLE-CAR TO REG-REPORTE
              WRITE REG-REPORTE
           END-IF.
           SET IND-TAB-CAR UP BY 1.

       TERMINAR.
           DISPLAY WS-ACUM-MESES-CORTOS ' MESES DEL HORIZONTE CON '
               'FALTANTE DE HORAS - VER STAFFING.LST'.
           IF HAY-ASIGNACIONES
              DISPLAY WS-ACUM-ENG-DESCUBIERTOS ' ENGAGEMENTS CON '
                  'MESES SIN CUBRIR, ' WS-ACUM-SOBREASIGNADOS
                  ' CONSULTOR/MES SOBREASIGNADOS'
           END-IF.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
