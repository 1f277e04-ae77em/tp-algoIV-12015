       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuscaCandidatos.
       AUTHOR. Fede.

      *    busqueda de candidatos para staffing: cuando comercial
      *    arma un presupuesto en GestionPresupuestos necesita saber
      *    quien tiene las habilidades pedidas y horas libres en el
      *    periodo. dado un periodo AAAAMM y hasta 5 habilidades con
      *    su nivel minimo, lista los consultores activos en el
      *    periodo que cumplen TODAS (HABILIDADES.DAT, con la
      *    certificacion vigente al primer dia del periodo si tiene
      *    vencimiento), ordenados por horas libres de mayor a
      *    menor: plan de CAPACIDAD.DAT, menos los dias habiles de
      *    licencia del periodo (LICENCIAS.DAT, mismo calculo que
      *    DESCONTAR-LICENCIAS-DEL-PLAN de ReporteCapacidad), menos
      *    las horas mensuales de las asignaciones que tocan el
      *    periodo (ASIGNACIONES.DAT, se toman completas aunque
      *    cubran solo parte del mes).
      *    periodo y requisitos por variables de entorno
      *    (CANDIDATOS-PERIODO y CANDIDATOS-REQUISITOS, hasta 5
      *    grupos de codigo de 8 posiciones + nivel de 1, p.ej.
      *    'SAP     3ITIL    1') o por teclado si no vienen. la
      *    salida queda en CANDIDATOS.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CONSULTORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONS.
           SELECT ARCH-HABILIDADES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-HABILIDADES.
           SELECT ARCH-CAPACIDAD ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CAPACIDAD.
           SELECT ARCH-ASIGNACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIGNACIONES.
           SELECT ARCH-LICENCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LICENCIAS.
           SELECT ARCH-FERIADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FERIADOS.
           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.
           SELECT ARCH-SORT-CAND ASSIGN TO DISK.

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

       FD ARCH-HABILIDADES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'HABILIDADES.DAT'
             DATA RECORD IS REG-HABILIDAD.

       01 REG-HABILIDAD.
           03 HAB-CONSULTOR         PIC X(5).
           03 HAB-CODIGO            PIC X(8).
           03 HAB-NIVEL             PIC 9(1).
           03 HAB-DESCRIPCION       PIC X(20).
           03 HAB-VENCE             PIC 9(8).

       FD ARCH-CAPACIDAD LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CAPACIDAD.DAT'
             DATA RECORD IS REG-CAPACIDAD.

       01 REG-CAPACIDAD.
           03 CAP-CONSULTOR              PIC X(5).
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

       FD ARCH-LICENCIAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'LICENCIAS.DAT'
             DATA RECORD IS REG-LICENCIA.

       01 REG-LICENCIA.
           03 LIC-CONSULTOR         PIC X(5).
           03 LIC-TIPO              PIC X(1).
           03 LIC-FECHA-DESDE       PIC 9(8).
           03 LIC-FECHA-HASTA       PIC 9(8).

       FD ARCH-FERIADOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FERIADOS.DAT'
             DATA RECORD IS REG-FERIADO.

       01 REG-FERIADO.
           03 REG-FER-FECHA         PIC 9(8).
           03 REG-FER-DESC          PIC X(30).

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CANDIDATOS.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                   PIC X(100).

       SD ARCH-SORT-CAND
          DATA RECORD IS REG-SORT-CAND.

       01 REG-SORT-CAND.
           03 SRT-LIBRES                PIC S9(5)V99.
           03 SRT-CONSULTOR             PIC X(5).
           03 SRT-NOMBRE                PIC X(25).
           03 SRT-SRT                   PIC X(2).
           03 SRT-PLAN                  PIC S9(5)V99.
           03 SRT-LICENCIA              PIC S9(5)V99.
           03 SRT-ASIGNADO              PIC S9(5)V99.

       WORKING-STORAGE SECTION.

       77 FS-CONS          PIC XX.
           88 CONS-OK        VALUE '00'.
           88 CONS-EOF       VALUE '10'.

       77 FS-HABILIDADES   PIC XX.
           88 HAB-OK         VALUE '00'.
           88 HAB-EOF        VALUE '10'.

       77 FS-CAPACIDAD     PIC XX.
           88 CAP-OK         VALUE '00'.
           88 CAP-EOF        VALUE '10'.

       77 FS-ASIGNACIONES  PIC XX.
           88 ASG-OK         VALUE '00'.
           88 ASG-EOF        VALUE '10'.

       77 FS-LICENCIAS     PIC XX.
           88 LIC-OK         VALUE '00'.
           88 LIC-EOF        VALUE '10'.

       77 FS-FERIADOS      PIC XX.
           88 FERIADOS-OK    VALUE '00'.
           88 FERIADOS-EOF   VALUE '10'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-FIN-SORT                 PIC X VALUE 'N'.
           88 FIN-SORT                VALUE 'S'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno CANDIDATOS-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-FECHA-HOY               PIC 9(8).

      *    horas de jornada para valorizar un dia de licencia,
      *    configurable via CAPACIDAD-HORAS-DIA como en
      *    ReporteCapacidad; 8 por defecto.
       01 WS-HORAS-DIA-ENV           PIC X(2).
       01 WS-HORAS-DIA               PIC 9(2) VALUE 8.

      *    requisitos: hasta 5 habilidades con nivel minimo.
       01 WS-REQUISITOS-ENV          PIC X(45).
       01 TABLA-REQ-ENV REDEFINES WS-REQUISITOS-ENV.
           03 TAB-REQ-ENV OCCURS 5 TIMES.
               05 TAB-REQ-ENV-CODIGO    PIC X(8).
               05 TAB-REQ-ENV-NIVEL     PIC X(1).

       01 TABLA-REQUISITOS.
           03 TAB-REQ OCCURS 5 TIMES.
               05 TAB-REQ-CODIGO        PIC X(8).
               05 TAB-REQ-NIVEL         PIC 9(1).
               05 TAB-REQ-CUMPLE        PIC X(1).

       01 WS-CANT-REQ                PIC 9(1) VALUE 0.
       01 WS-R                       PIC 9(1).
       01 WS-CODIGO-PEDIDO           PIC X(8).
       01 WS-NIVEL-PEDIDO            PIC X(1).

       01 WS-MAX-CONS                PIC 9(4) VALUE 999.

       01 TABLA-CONSULTORES.
           03 TAB-CAN OCCURS 999 TIMES INDEXED BY IND-TAB-CAN.
               05 TAB-CAN-NUMERO        PIC X(5).
               05 TAB-CAN-NOMBRE        PIC X(25).
               05 TAB-CAN-SRT           PIC X(2).
               05 TAB-CAN-ALTA          PIC 9(8).
               05 TAB-CAN-BAJA          PIC 9(8).
               05 TAB-CAN-PLAN          PIC S9(5)V99.
               05 TAB-CAN-LICENCIA      PIC S9(5)V99.
               05 TAB-CAN-ASIGNADO      PIC S9(5)V99.

       01 WS-CANT-CONS               PIC 9(4) VALUE 0.

       01 WS-MAX-HAB                 PIC 9(4) VALUE 5000.

       01 TABLA-HABILIDADES.
           03 TAB-HAB OCCURS 5000 TIMES INDEXED BY IND-TAB-HAB.
               05 TAB-HAB-CONSULTOR     PIC X(5).
               05 TAB-HAB-CODIGO        PIC X(8).
               05 TAB-HAB-NIVEL         PIC 9(1).
               05 TAB-HAB-VENCE         PIC 9(8).

       01 WS-CANT-HAB                PIC 9(4) VALUE 0.

       01 WS-MAX-FERIADOS            PIC 9(3) VALUE 500.

       01 TABLA-FERIADOS.
           03 TAB-FERIADO OCCURS 500 TIMES INDEXED BY IND-TAB-FER.
               05 TAB-FER-FECHA         PIC 9(8).

       01 WS-CANT-FERIADOS           PIC 9(3) VALUE 0.

       01 WS-CONSULTOR-BUSCADO       PIC X(5).
       01 WS-CONS-ENCONTRADO         PIC X VALUE 'N'.
           88 CONS-ENCONTRADO        VALUE 'S'.

       01 WS-CUMPLE-TODO             PIC X VALUE 'N'.
           88 CUMPLE-TODO            VALUE 'S'.

      *    primer y ultimo dia del periodo, y recorrido dia por dia
      *    de cada licencia - mismo esquema que ReporteCapacidad.
       01 WS-PRIMER-DIA-PER          PIC 9(8).
       01 WS-ULTIMO-DIA-PER          PIC 9(8).
       01 WS-MES-SIGUIENTE.
           03 WS-SIG-AAAA            PIC 9(4).
           03 WS-SIG-MM              PIC 9(2).
           03 WS-SIG-DD              PIC 9(2).
       01 WS-MES-SIGUIENTE-N REDEFINES WS-MES-SIGUIENTE PIC 9(8).
       01 WS-FECHA-DIA               PIC 9(8).
       01 WS-DIA-INT                 PIC 9(7).
       01 WS-DIA-SEMANA              PIC 9.
       01 WS-PRIMER-DIA              PIC 9(8).
       01 WS-DIAS-LIC-HABILES        PIC 9(3).
       01 WS-DIA-HABIL               PIC X.
           88 DIA-HABIL              VALUE 'S'.

       01 WS-LIBRES                  PIC S9(5)V99.
       01 WS-ACUM-CANDIDATOS         PIC 9(4) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(34) VALUE
              'CANDIDATOS POR HORAS LIBRES - '.
           03 FILLER                 PIC X(8) VALUE 'PERIODO '.
           03 LIN-TIT-PERIODO        PIC 9(6).

       01 LINEA-REQUISITO.
           03 FILLER                 PIC X(12) VALUE '  REQUIERE '.
           03 LIN-REQ-CODIGO         PIC X(8).
           03 FILLER                 PIC X(15) VALUE
              ' NIVEL MINIMO '.
           03 LIN-REQ-NIVEL          PIC 9.

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(5) VALUE 'ORDEN'.
           03 FILLER       PIC X(2) VALUE SPACES.
           03 FILLER       PIC X(7) VALUE 'CONS.'.
           03 FILLER       PIC X(26) VALUE 'NOMBRE'.
           03 FILLER       PIC X(4) VALUE 'SRT'.
           03 FILLER       PIC X(10) VALUE '     PLAN'.
           03 FILLER       PIC X(10) VALUE ' LICENCIA'.
           03 FILLER       PIC X(10) VALUE ' ASIGNADO'.
           03 FILLER       PIC X(10) VALUE '   LIBRES'.

       01 LINEA-DETALLE.
           03 LIN-DET-ORDEN          PIC ZZZ9.
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-DET-CONSULTOR      PIC X(5).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-NOMBRE         PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-SRT            PIC X(2).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-PLAN           PIC -ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-LICENCIA       PIC -ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-ASIGNADO       PIC -ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-LIBRES         PIC -ZZZZ9,99.

       01 LINEA-SIN-CASOS            PIC X(60) VALUE
          'NINGUN CONSULTOR CUMPLE CON TODAS LAS HABILIDADES PEDIDAS'.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(84) VALUE ALL '-'.

       PROCEDURE DIVISION.

       BUSCA-CANDIDATOS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'CANDIDATOS-MODO'.

           MOVE SPACES TO WS-HORAS-DIA-ENV.
           ACCEPT WS-HORAS-DIA-ENV FROM ENVIRONMENT
               'CAPACIDAD-HORAS-DIA'.
           IF WS-HORAS-DIA-ENV NOT EQUAL SPACES
              MOVE WS-HORAS-DIA-ENV TO WS-HORAS-DIA.

           PERFORM PEDIR-PERIODO.
           PERFORM PEDIR-REQUISITOS.
           IF WS-CANT-REQ EQUAL ZERO
              DISPLAY 'SIN HABILIDADES PEDIDAS, NADA QUE BUSCAR'
              MOVE 8 TO RETURN-CODE
              STOP RUN.

           PERFORM ARMAR-LIMITES-PERIODO.
           PERFORM CARGAR-TABLA-CONSULTORES.
           PERFORM CARGAR-TABLA-HABILIDADES.
           PERFORM CARGAR-PLAN-DEL-PERIODO.
           PERFORM CARGAR-TABLA-FERIADOS.
           PERFORM DESCONTAR-LICENCIAS.
           PERFORM DESCONTAR-ASIGNACIONES.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE CANDIDATOS.LST ' FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM IMPRIMIR-ENCABEZADO.

           SORT ARCH-SORT-CAND
                  ON DESCENDING KEY SRT-LIBRES
                  ON ASCENDING KEY SRT-CONSULTOR
                  INPUT PROCEDURE IS SELECCION
                  OUTPUT PROCEDURE IS IMPRESION.

           IF WS-ACUM-CANDIDATOS EQUAL ZERO
              MOVE LINEA-SIN-CASOS TO REG-LISTADO
              WRITE REG-LISTADO
              DISPLAY LINEA-SIN-CASOS.
           CLOSE ARCH-LISTADO.

           DISPLAY WS-ACUM-CANDIDATOS ' CANDIDATOS - VER '
               'CANDIDATOS.LST'.
           MOVE 0 TO RETURN-CODE.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.

       PEDIR-PERIODO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT
               'CANDIDATOS-PERIODO'.
           IF WS-PERIODO-ENV EQUAL SPACES
              AND NOT MODO-BATCH
              DISPLAY 'PERIODO (AAAAMM, ENTER = MES ACTUAL): '
              ACCEPT WS-PERIODO-ENV.
           IF WS-PERIODO-ENV IS NUMERIC
              MOVE WS-PERIODO-ENV TO WS-PERIODO
           ELSE
              MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.

       PEDIR-REQUISITOS.
           MOVE SPACES TO WS-REQUISITOS-ENV.
           ACCEPT WS-REQUISITOS-ENV FROM ENVIRONMENT
               'CANDIDATOS-REQUISITOS'.
           IF WS-REQUISITOS-ENV NOT EQUAL SPACES
              MOVE 1 TO WS-R
              PERFORM TOMAR-REQUISITO-ENV UNTIL WS-R GREATER 5
           ELSE
              MOVE 'X' TO WS-CODIGO-PEDIDO
              PERFORM PEDIR-UN-REQUISITO
                  UNTIL WS-CODIGO-PEDIDO EQUAL SPACES
                   OR WS-CANT-REQ NOT LESS 5.

       TOMAR-REQUISITO-ENV.
           IF TAB-REQ-ENV-CODIGO(WS-R) NOT EQUAL SPACES
              MOVE TAB-REQ-ENV-CODIGO(WS-R) TO WS-CODIGO-PEDIDO
              MOVE TAB-REQ-ENV-NIVEL(WS-R) TO WS-NIVEL-PEDIDO
              PERFORM AGREGAR-REQUISITO.
           ADD 1 TO WS-R.

       PEDIR-UN-REQUISITO.
           DISPLAY 'HABILIDAD REQUERIDA (8 CARACTERES, ENTER = '
               'FIN): '.
           MOVE SPACES TO WS-CODIGO-PEDIDO.
           ACCEPT WS-CODIGO-PEDIDO.
           IF WS-CODIGO-PEDIDO NOT EQUAL SPACES
              DISPLAY 'NIVEL MINIMO (1 A 5, ENTER = 1): '
              MOVE SPACES TO WS-NIVEL-PEDIDO
              ACCEPT WS-NIVEL-PEDIDO
              PERFORM AGREGAR-REQUISITO.

       AGREGAR-REQUISITO.
           ADD 1 TO WS-CANT-REQ.
           MOVE WS-CODIGO-PEDIDO TO TAB-REQ-CODIGO(WS-CANT-REQ).
           IF WS-NIVEL-PEDIDO IS NUMERIC
              AND WS-NIVEL-PEDIDO NOT EQUAL '0'
              MOVE WS-NIVEL-PEDIDO TO TAB-REQ-NIVEL(WS-CANT-REQ)
           ELSE
              MOVE 1 TO TAB-REQ-NIVEL(WS-CANT-REQ).

       ARMAR-LIMITES-PERIODO.
           MOVE WS-PERIODO TO WS-PRIMER-DIA-PER (1:6).
           MOVE 01 TO WS-PRIMER-DIA-PER (7:2).
           MOVE WS-PERIODO (1:4) TO WS-SIG-AAAA.
           MOVE WS-PERIODO (5:2) TO WS-SIG-MM.
           MOVE 01 TO WS-SIG-DD.
           ADD 1 TO WS-SIG-MM.
           IF WS-SIG-MM GREATER 12
              MOVE 1 TO WS-SIG-MM
              ADD 1 TO WS-SIG-AAAA.
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE (WS-MES-SIGUIENTE-N) - 1.
           COMPUTE WS-ULTIMO-DIA-PER =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INT).

       CARGAR-TABLA-CONSULTORES.
           OPEN INPUT ARCH-CONSULTORES.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES.DAT ' FS-CONS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-CONSULTOR.
           PERFORM CARGAR-CONSULTOR UNTIL CONS-EOF
               OR WS-CANT-CONS NOT LESS WS-MAX-CONS.
           CLOSE ARCH-CONSULTORES.

       LEER-CONSULTOR.
           READ ARCH-CONSULTORES AT END MOVE '10' TO FS-CONS.

       CARGAR-CONSULTOR.
           ADD 1 TO WS-CANT-CONS.
           MOVE REG-CONS-NUMERO TO TAB-CAN-NUMERO(WS-CANT-CONS).
           MOVE REG-CONS-NOMBRE TO TAB-CAN-NOMBRE(WS-CANT-CONS).
           MOVE REG-CONS-SRT TO TAB-CAN-SRT(WS-CANT-CONS).
           IF REG-CONS-FECHA-ALTA IS NUMERIC
              MOVE REG-CONS-FECHA-ALTA TO TAB-CAN-ALTA(WS-CANT-CONS)
           ELSE
              MOVE 0 TO TAB-CAN-ALTA(WS-CANT-CONS).
           IF REG-CONS-FECHA-BAJA IS NUMERIC
              MOVE REG-CONS-FECHA-BAJA TO TAB-CAN-BAJA(WS-CANT-CONS)
           ELSE
              MOVE 0 TO TAB-CAN-BAJA(WS-CANT-CONS).
           MOVE 0 TO TAB-CAN-PLAN(WS-CANT-CONS).
           MOVE 0 TO TAB-CAN-LICENCIA(WS-CANT-CONS).
           MOVE 0 TO TAB-CAN-ASIGNADO(WS-CANT-CONS).
           PERFORM LEER-CONSULTOR.

       CARGAR-TABLA-HABILIDADES.
           OPEN INPUT ARCH-HABILIDADES.
           IF NOT HAB-OK
              DISPLAY 'NO PUDO ABRIRSE HABILIDADES.DAT '
                  FS-HABILIDADES
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-HABILIDAD.
           PERFORM CARGAR-HABILIDAD UNTIL HAB-EOF
               OR WS-CANT-HAB NOT LESS WS-MAX-HAB.
           CLOSE ARCH-HABILIDADES.

       LEER-HABILIDAD.
           READ ARCH-HABILIDADES AT END MOVE '10' TO FS-HABILIDADES.

       CARGAR-HABILIDAD.
           ADD 1 TO WS-CANT-HAB.
           MOVE HAB-CONSULTOR TO TAB-HAB-CONSULTOR(WS-CANT-HAB).
           MOVE HAB-CODIGO TO TAB-HAB-CODIGO(WS-CANT-HAB).
           MOVE HAB-NIVEL TO TAB-HAB-NIVEL(WS-CANT-HAB).
           IF HAB-VENCE IS NUMERIC
              MOVE HAB-VENCE TO TAB-HAB-VENCE(WS-CANT-HAB)
           ELSE
              MOVE 0 TO TAB-HAB-VENCE(WS-CANT-HAB).
           PERFORM LEER-HABILIDAD.

      *    sin plan cargado para el periodo el consultor figura igual
      *    con plan cero: la falta de plan tambien es un dato.
       CARGAR-PLAN-DEL-PERIODO.
           OPEN INPUT ARCH-CAPACIDAD.
           IF NOT CAP-OK
              DISPLAY 'CAPACIDAD.DAT NO DISPONIBLE ' FS-CAPACIDAD
              DISPLAY 'LAS HORAS LIBRES SALEN SIN PLAN'
           ELSE
              PERFORM LEER-CAPACIDAD
              PERFORM CARGAR-UN-PLAN UNTIL CAP-EOF
              CLOSE ARCH-CAPACIDAD.

       LEER-CAPACIDAD.
           READ ARCH-CAPACIDAD AT END MOVE '10' TO FS-CAPACIDAD.

       CARGAR-UN-PLAN.
           IF CAP-PERIODO EQUAL WS-PERIODO
              MOVE CAP-CONSULTOR TO WS-CONSULTOR-BUSCADO
              PERFORM UBICAR-CONSULTOR
              IF CONS-ENCONTRADO
                 ADD CAP-HORAS-PLAN TO TAB-CAN-PLAN(IND-TAB-CAN)
              END-IF
           END-IF.
           PERFORM LEER-CAPACIDAD.

       UBICAR-CONSULTOR.
           MOVE 'N' TO WS-CONS-ENCONTRADO.
           SET IND-TAB-CAN TO 1.
           SEARCH TAB-CAN
               WHEN IND-TAB-CAN GREATER THAN WS-CANT-CONS
                   NEXT SENTENCE
               WHEN TAB-CAN-NUMERO(IND-TAB-CAN) EQUAL
                       WS-CONSULTOR-BUSCADO
                   MOVE 'S' TO WS-CONS-ENCONTRADO
           END-SEARCH.

       CARGAR-TABLA-FERIADOS.
           OPEN INPUT ARCH-FERIADOS.
           IF FERIADOS-OK
              PERFORM LEER-FERIADO
              PERFORM CARGAR-FERIADO-EN-TABLA
                  UNTIL FERIADOS-EOF
                   OR WS-CANT-FERIADOS NOT LESS WS-MAX-FERIADOS
              CLOSE ARCH-FERIADOS.

       LEER-FERIADO.
           READ ARCH-FERIADOS AT END MOVE '10' TO FS-FERIADOS.

       CARGAR-FERIADO-EN-TABLA.
           ADD 1 TO WS-CANT-FERIADOS.
           MOVE REG-FER-FECHA TO TAB-FER-FECHA(WS-CANT-FERIADOS).
           PERFORM LEER-FERIADO.

      *    LICENCIAS.DAT es opcional: cada licencia que pisa el
      *    periodo suma sus dias habiles por la jornada.
       DESCONTAR-LICENCIAS.
           OPEN INPUT ARCH-LICENCIAS.
           IF LIC-OK
              PERFORM LEER-LICENCIA
              PERFORM DESCONTAR-UNA-LICENCIA UNTIL LIC-EOF
              CLOSE ARCH-LICENCIAS.

       LEER-LICENCIA.
           READ ARCH-LICENCIAS AT END MOVE '10' TO FS-LICENCIAS.

       DESCONTAR-UNA-LICENCIA.
           MOVE 0 TO WS-DIAS-LIC-HABILES.
           MOVE WS-PRIMER-DIA-PER TO WS-PRIMER-DIA.
           IF LIC-FECHA-DESDE GREATER WS-PRIMER-DIA
              MOVE LIC-FECHA-DESDE TO WS-PRIMER-DIA
           END-IF.

           IF WS-PRIMER-DIA (1:6) EQUAL WS-PERIODO
              COMPUTE WS-DIA-INT = FUNCTION INTEGER-OF-DATE
                  (WS-PRIMER-DIA)
              COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER
                  (WS-DIA-INT)
              PERFORM CONTAR-DIA-LICENCIA
                  UNTIL WS-FECHA-DIA (1:6) NOT EQUAL WS-PERIODO
                   OR WS-FECHA-DIA GREATER LIC-FECHA-HASTA
           END-IF.

           IF WS-DIAS-LIC-HABILES GREATER ZERO
              MOVE LIC-CONSULTOR TO WS-CONSULTOR-BUSCADO
              PERFORM UBICAR-CONSULTOR
              IF CONS-ENCONTRADO
                 COMPUTE TAB-CAN-LICENCIA(IND-TAB-CAN) =
                     TAB-CAN-LICENCIA(IND-TAB-CAN)
                     + WS-DIAS-LIC-HABILES * WS-HORAS-DIA
              END-IF
           END-IF.
           PERFORM LEER-LICENCIA.

       CONTAR-DIA-LICENCIA.
           PERFORM EVALUAR-DIA-HABIL.
           IF DIA-HABIL
              ADD 1 TO WS-DIAS-LIC-HABILES
           END-IF.
           ADD 1 TO WS-DIA-INT.
           COMPUTE WS-FECHA-DIA = FUNCTION DATE-OF-INTEGER
               (WS-DIA-INT).

       EVALUAR-DIA-HABIL.
           MOVE 'S' TO WS-DIA-HABIL.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD (WS-DIA-INT, 7).
           IF WS-DIA-SEMANA EQUAL 6 OR WS-DIA-SEMANA EQUAL 0
              MOVE 'N' TO WS-DIA-HABIL
           ELSE
              IF WS-CANT-FERIADOS GREATER ZERO
                 SET IND-TAB-FER TO 1
                 SEARCH TAB-FERIADO
                     WHEN TAB-FER-FECHA(IND-TAB-FER) EQUAL
                             WS-FECHA-DIA
                         MOVE 'N' TO WS-DIA-HABIL
                 END-SEARCH
              END-IF
           END-IF.

      *    ASIGNACIONES.DAT es opcional: toda asignacion que toca el
      *    periodo resta sus horas mensuales completas.
       DESCONTAR-ASIGNACIONES.
           OPEN INPUT ARCH-ASIGNACIONES.
           IF ASG-OK
              PERFORM LEER-ASIGNACION
              PERFORM DESCONTAR-UNA-ASIGNACION UNTIL ASG-EOF
              CLOSE ARCH-ASIGNACIONES.

       LEER-ASIGNACION.
           READ ARCH-ASIGNACIONES AT END MOVE '10' TO FS-ASIGNACIONES.

       DESCONTAR-UNA-ASIGNACION.
           IF ASG-DESDE NOT GREATER WS-ULTIMO-DIA-PER
              AND ASG-HASTA NOT LESS WS-PRIMER-DIA-PER
              MOVE ASG-CONSULTOR TO WS-CONSULTOR-BUSCADO
              PERFORM UBICAR-CONSULTOR
              IF CONS-ENCONTRADO
                 ADD ASG-HORAS-MENSUALES TO
                     TAB-CAN-ASIGNADO(IND-TAB-CAN)
              END-IF
           END-IF.
           PERFORM LEER-ASIGNACION.

       IMPRIMIR-ENCABEZADO.
           MOVE WS-PERIODO TO LIN-TIT-PERIODO.
           MOVE LINEA-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE 1 TO WS-R.
           PERFORM IMPRIMIR-REQUISITO UNTIL WS-R GREATER WS-CANT-REQ.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

       IMPRIMIR-REQUISITO.
           MOVE TAB-REQ-CODIGO(WS-R) TO LIN-REQ-CODIGO.
           MOVE TAB-REQ-NIVEL(WS-R) TO LIN-REQ-NIVEL.
           MOVE LINEA-REQUISITO TO REG-LISTADO.
           WRITE REG-LISTADO.
           ADD 1 TO WS-R.

       SELECCION SECTION.
       SELECCIONAR-CANDIDATOS.
           SET IND-TAB-CAN TO 1.
           PERFORM EVALUAR-CONSULTOR
               UNTIL IND-TAB-CAN GREATER THAN WS-CANT-CONS.
           GO TO SELECCION-FIN.

      *    solo consultores con relacion laboral en el periodo y con
      *    todas las habilidades pedidas.
       EVALUAR-CONSULTOR.
           MOVE 'S' TO WS-CUMPLE-TODO.
           IF TAB-CAN-ALTA(IND-TAB-CAN) GREATER ZERO
              AND TAB-CAN-ALTA(IND-TAB-CAN) GREATER WS-ULTIMO-DIA-PER
              MOVE 'N' TO WS-CUMPLE-TODO.
           IF TAB-CAN-BAJA(IND-TAB-CAN) GREATER ZERO
              AND TAB-CAN-BAJA(IND-TAB-CAN) LESS WS-PRIMER-DIA-PER
              MOVE 'N' TO WS-CUMPLE-TODO.

           IF CUMPLE-TODO
              MOVE 1 TO WS-R
              PERFORM EVALUAR-REQUISITO
                  UNTIL WS-R GREATER WS-CANT-REQ
                   OR NOT CUMPLE-TODO.

           IF CUMPLE-TODO
              COMPUTE WS-LIBRES = TAB-CAN-PLAN(IND-TAB-CAN)
                  - TAB-CAN-LICENCIA(IND-TAB-CAN)
                  - TAB-CAN-ASIGNADO(IND-TAB-CAN)
              MOVE WS-LIBRES TO SRT-LIBRES
              MOVE TAB-CAN-NUMERO(IND-TAB-CAN) TO SRT-CONSULTOR
              MOVE TAB-CAN-NOMBRE(IND-TAB-CAN) TO SRT-NOMBRE
              MOVE TAB-CAN-SRT(IND-TAB-CAN) TO SRT-SRT
              MOVE TAB-CAN-PLAN(IND-TAB-CAN) TO SRT-PLAN
              MOVE TAB-CAN-LICENCIA(IND-TAB-CAN) TO SRT-LICENCIA
              MOVE TAB-CAN-ASIGNADO(IND-TAB-CAN) TO SRT-ASIGNADO
              RELEASE REG-SORT-CAND.

           SET IND-TAB-CAN UP BY 1.

      *    la habilidad tiene que estar con nivel suficiente y, si la
      *    certificacion vence, vigente al primer dia del periodo.
       EVALUAR-REQUISITO.
           MOVE 'N' TO TAB-REQ-CUMPLE(WS-R).
           SET IND-TAB-HAB TO 1.
           PERFORM EVALUAR-UNA-HABILIDAD
               UNTIL IND-TAB-HAB GREATER THAN WS-CANT-HAB.
           IF TAB-REQ-CUMPLE(WS-R) NOT EQUAL 'S'
              MOVE 'N' TO WS-CUMPLE-TODO.
           ADD 1 TO WS-R.

       EVALUAR-UNA-HABILIDAD.
           IF TAB-HAB-CONSULTOR(IND-TAB-HAB) EQUAL
                  TAB-CAN-NUMERO(IND-TAB-CAN)
              AND TAB-HAB-CODIGO(IND-TAB-HAB) EQUAL
                  TAB-REQ-CODIGO(WS-R)
              AND TAB-HAB-NIVEL(IND-TAB-HAB) NOT LESS
                  TAB-REQ-NIVEL(WS-R)
              AND (TAB-HAB-VENCE(IND-TAB-HAB) EQUAL ZERO
                   OR TAB-HAB-VENCE(IND-TAB-HAB) NOT LESS
                      WS-PRIMER-DIA-PER)
              MOVE 'S' TO TAB-REQ-CUMPLE(WS-R).
           SET IND-TAB-HAB UP BY 1.

       SELECCION-FIN.
           EXIT.

       IMPRESION SECTION.
       IMPRIMIR-CANDIDATOS.
           PERFORM RETORNAR-DEL-SORT.
           PERFORM IMPRIMIR-UN-CANDIDATO UNTIL FIN-SORT.
           GO TO IMPRESION-FIN.

       RETORNAR-DEL-SORT.
           RETURN ARCH-SORT-CAND
               AT END SET FIN-SORT TO TRUE
           END-RETURN.

       IMPRIMIR-UN-CANDIDATO.
           ADD 1 TO WS-ACUM-CANDIDATOS.
           MOVE WS-ACUM-CANDIDATOS TO LIN-DET-ORDEN.
           MOVE SRT-CONSULTOR TO LIN-DET-CONSULTOR.
           MOVE SRT-NOMBRE TO LIN-DET-NOMBRE.
           MOVE SRT-SRT TO LIN-DET-SRT.
           MOVE SRT-PLAN TO LIN-DET-PLAN.
           MOVE SRT-LICENCIA TO LIN-DET-LICENCIA.
           MOVE SRT-ASIGNADO TO LIN-DET-ASIGNADO.
           MOVE SRT-LIBRES TO LIN-DET-LIBRES.
           MOVE LINEA-DETALLE TO REG-LISTADO.
           WRITE REG-LISTADO.
           DISPLAY LINEA-DETALLE.
           PERFORM RETORNAR-DEL-SORT.

       IMPRESION-FIN.
           EXIT.
