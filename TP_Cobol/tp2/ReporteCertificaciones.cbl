       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteCertificaciones.
       AUTHOR. Fede.

      *    listado mensual de certificaciones por vencer: recorre
      *    HABILIDADES.DAT (CargaHabilidades) y lista, ordenadas por
      *    fecha de vencimiento, las certificaciones que vencen
      *    dentro de los proximos CERTIF-HORIZONTE dias (60 por
      *    defecto) y las que ya vencieron y siguen cargadas, con el
      *    nombre del consultor, para renovarlas antes de que un
      *    cliente pida el certificado vigente. corre como ultimo
      *    paso de CorridaCierreMensual; la salida queda en
      *    CERTIFICACIONES.LST. sin HABILIDADES.DAT no hay nada que
      *    listar y el programa termina sin error.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-HABILIDADES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-HABILIDADES.
           SELECT ARCH-CONSULTORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONS.
           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.
           SELECT ARCH-SORT-CERT ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-HABILIDADES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'HABILIDADES.DAT'
             DATA RECORD IS REG-HABILIDAD.

       01 REG-HABILIDAD.
           03 HAB-CONSULTOR         PIC X(5).
           03 HAB-CODIGO            PIC X(8).
           03 HAB-NIVEL             PIC 9(1).
           03 HAB-DESCRIPCION       PIC X(20).
           03 HAB-VENCE             PIC 9(8).

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

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CERTIFICACIONES.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                   PIC X(100).

       SD ARCH-SORT-CERT
          DATA RECORD IS REG-SORT-CERT.

       01 REG-SORT-CERT.
           03 SRT-VENCE                 PIC 9(8).
           03 SRT-CONSULTOR             PIC X(5).
           03 SRT-CODIGO                PIC X(8).
           03 SRT-DESCRIPCION           PIC X(20).
           03 SRT-DIAS                  PIC S9(5).

       WORKING-STORAGE SECTION.

       77 FS-HABILIDADES   PIC XX.
           88 HAB-OK         VALUE '00'.
           88 HAB-EOF        VALUE '10'.

       77 FS-CONS          PIC XX.
           88 CONS-OK        VALUE '00'.
           88 CONS-EOF       VALUE '10'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-FIN-SORT                 PIC X VALUE 'N'.
           88 FIN-SORT                VALUE 'S'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno CERTIF-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-HORIZONTE-ENV           PIC X(3).
       01 WS-HORIZONTE               PIC 9(3) VALUE 60.

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-DIAS-HOY                PIC 9(7).
       01 WS-DIAS-VENCE              PIC 9(7).
       01 WS-DIAS-RESTANTES          PIC S9(5).

      *    nombres de los consultores para el listado.
       01 TABLA-CONSULTORES.
           03 TAB-CONS OCCURS 999 TIMES INDEXED BY IND-TAB-CONS.
               05 TAB-CONS-NUMERO       PIC X(5).
               05 TAB-CONS-NOMBRE       PIC X(25).

       01 WS-CANT-CONS               PIC 9(4) VALUE 0.

       01 WS-ACUM-POR-VENCER         PIC 9(5) VALUE 0.
       01 WS-ACUM-VENCIDAS           PIC 9(5) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(42) VALUE
              'CERTIFICACIONES POR VENCER - HORIZONTE: '.
           03 LIN-TIT-HORIZONTE      PIC ZZ9.
           03 FILLER                 PIC X(12) VALUE ' DIAS DESDE '.
           03 LIN-TIT-FECHA          PIC 9(8).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(10) VALUE 'VENCE'.
           03 FILLER       PIC X(7) VALUE 'DIAS'.
           03 FILLER       PIC X(7) VALUE 'CONS.'.
           03 FILLER       PIC X(26) VALUE 'NOMBRE'.
           03 FILLER       PIC X(10) VALUE 'HABILIDAD'.
           03 FILLER       PIC X(21) VALUE 'CERTIFICACION'.
           03 FILLER       PIC X(8) VALUE 'ESTADO'.

       01 LINEA-DETALLE.
           03 LIN-DET-VENCE          PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-DIAS           PIC -ZZZ9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-CONSULTOR      PIC X(5).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-NOMBRE         PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-CODIGO         PIC X(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-DESCRIPCION    PIC X(20).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-ESTADO         PIC X(10).

       01 LINEA-SIN-CASOS            PIC X(60) VALUE
          'SIN CERTIFICACIONES POR VENCER EN EL HORIZONTE'.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(95) VALUE ALL '-'.

       PROCEDURE DIVISION.

       REPORTE-CERTIFICACIONES.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'CERTIF-MODO'.

           MOVE SPACES TO WS-HORIZONTE-ENV.
           ACCEPT WS-HORIZONTE-ENV FROM ENVIRONMENT
               'CERTIF-HORIZONTE'.
           IF WS-HORIZONTE-ENV NOT EQUAL SPACES
              COMPUTE WS-HORIZONTE =
                  FUNCTION NUMVAL (WS-HORIZONTE-ENV)
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).

           PERFORM CARGAR-TABLA-CONSULTORES.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE CERTIFICACIONES.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-HORIZONTE TO LIN-TIT-HORIZONTE.
           MOVE WS-FECHA-HOY TO LIN-TIT-FECHA.
           MOVE LINEA-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           SORT ARCH-SORT-CERT
                  ON ASCENDING KEY SRT-VENCE SRT-CONSULTOR
                  INPUT PROCEDURE IS SELECCION
                  OUTPUT PROCEDURE IS IMPRESION.

           IF WS-ACUM-POR-VENCER EQUAL ZERO
              AND WS-ACUM-VENCIDAS EQUAL ZERO
              MOVE LINEA-SIN-CASOS TO REG-LISTADO
              WRITE REG-LISTADO.
           CLOSE ARCH-LISTADO.

           DISPLAY WS-ACUM-POR-VENCER ' CERTIFICACIONES POR VENCER, '
               WS-ACUM-VENCIDAS ' VENCIDAS - VER CERTIFICACIONES.LST'.
           MOVE 0 TO RETURN-CODE.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.

       CARGAR-TABLA-CONSULTORES.
           OPEN INPUT ARCH-CONSULTORES.
           IF CONS-OK
              PERFORM LEER-CONSULTOR
              PERFORM CARGAR-CONSULTOR UNTIL CONS-EOF
                  OR WS-CANT-CONS NOT LESS 999
              CLOSE ARCH-CONSULTORES.

       LEER-CONSULTOR.
           READ ARCH-CONSULTORES AT END MOVE '10' TO FS-CONS.

       CARGAR-CONSULTOR.
           ADD 1 TO WS-CANT-CONS.
           MOVE REG-CONS-NUMERO TO TAB-CONS-NUMERO(WS-CANT-CONS).
           MOVE REG-CONS-NOMBRE TO TAB-CONS-NOMBRE(WS-CANT-CONS).
           PERFORM LEER-CONSULTOR.

       SELECCION SECTION.
       SELECCIONAR-CERTIFICACIONES.
           OPEN INPUT ARCH-HABILIDADES.
           IF NOT HAB-OK
              DISPLAY 'HABILIDADES.DAT NO DISPONIBLE, NADA QUE '
                  'LISTAR ' FS-HABILIDADES
           ELSE
              PERFORM LEER-HABILIDAD
              PERFORM EVALUAR-HABILIDAD UNTIL HAB-EOF
              CLOSE ARCH-HABILIDADES.
           GO TO SELECCION-FIN.

       LEER-HABILIDAD.
           READ ARCH-HABILIDADES AT END MOVE '10' TO FS-HABILIDADES.

      *    solo las habilidades con certificacion que vence (fecha
      *    distinta de cero) y cae antes del fin del horizonte.
       EVALUAR-HABILIDAD.
           IF HAB-VENCE IS NUMERIC
              AND HAB-VENCE GREATER ZERO
              COMPUTE WS-DIAS-VENCE =
                  FUNCTION INTEGER-OF-DATE (HAB-VENCE)
              COMPUTE WS-DIAS-RESTANTES = WS-DIAS-VENCE - WS-DIAS-HOY
              IF WS-DIAS-RESTANTES NOT GREATER WS-HORIZONTE
                 MOVE HAB-VENCE TO SRT-VENCE
                 MOVE HAB-CONSULTOR TO SRT-CONSULTOR
                 MOVE HAB-CODIGO TO SRT-CODIGO
                 MOVE HAB-DESCRIPCION TO SRT-DESCRIPCION
                 MOVE WS-DIAS-RESTANTES TO SRT-DIAS
                 RELEASE REG-SORT-CERT
              END-IF
           END-IF.
           PERFORM LEER-HABILIDAD.

       SELECCION-FIN.
           EXIT.

       IMPRESION SECTION.
       IMPRIMIR-CERTIFICACIONES.
           PERFORM RETORNAR-DEL-SORT.
           PERFORM IMPRIMIR-UNA-CERTIFICACION UNTIL FIN-SORT.
           GO TO IMPRESION-FIN.

       RETORNAR-DEL-SORT.
           RETURN ARCH-SORT-CERT
               AT END SET FIN-SORT TO TRUE
           END-RETURN.

       IMPRIMIR-UNA-CERTIFICACION.
           MOVE SRT-VENCE TO LIN-DET-VENCE.
           MOVE SRT-DIAS TO LIN-DET-DIAS.
           MOVE SRT-CONSULTOR TO LIN-DET-CONSULTOR.
           MOVE SRT-CODIGO TO LIN-DET-CODIGO.
           MOVE SRT-DESCRIPCION TO LIN-DET-DESCRIPCION.

           MOVE '(SIN ALTA)' TO LIN-DET-NOMBRE.
           SET IND-TAB-CONS TO 1.
           SEARCH TAB-CONS
               WHEN IND-TAB-CONS GREATER THAN WS-CANT-CONS
                   NEXT SENTENCE
               WHEN TAB-CONS-NUMERO(IND-TAB-CONS) EQUAL SRT-CONSULTOR
                   MOVE TAB-CONS-NOMBRE(IND-TAB-CONS) TO LIN-DET-NOMBRE
           END-SEARCH.

           IF SRT-DIAS LESS ZERO
              MOVE 'VENCIDA' TO LIN-DET-ESTADO
              ADD 1 TO WS-ACUM-VENCIDAS
           ELSE
              MOVE 'POR VENCER' TO LIN-DET-ESTADO
              ADD 1 TO WS-ACUM-POR-VENCER
           END-IF.

           MOVE LINEA-DETALLE TO REG-LISTADO.
           WRITE REG-LISTADO.
           PERFORM RETORNAR-DEL-SORT.

       IMPRESION-FIN.
           EXIT.
