       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlarDuplicadosNovedades.
       AUTHOR. Fede.

      *    control de duplicados entre archivos de novedades, a correr
      *    antes de TP1: recorre los archivos listados en
      *    NOVEDADES.CTL (NOV1/NOV2/NOV3.DAT si no hay archivo de
      *    control, mismo criterio que CARGAR-CONFIG-NOVEDADES en TP1)
      *    y lista en DUPLICADOS-NOVEDADES.LST toda novedad que
      *    aparece con el mismo consultor, fecha, empresa, tarea y
      *    tipo en mas de un archivo - tipicamente un cliente que
      *    reenvio la misma planilla. es la misma comparacion que
      *    CONTROLAR-NOVEDAD-DUPLICADA en TP1, que factura la primera
      *    y manda las repetidas a EXCEPCIONES.LST; aca se ven antes
      *    de facturar, todas juntas. repetidas dentro de un mismo
      *    archivo no se marcan (tampoco en TP1). el listado es
      *    informativo: el programa termina con RETURN-CODE cero aun
      *    con duplicados, y 16 solo si no puede leer o grabar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-NOV-CTL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NOV-CTL.
           SELECT ARCH-NOV ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NOV.
           SELECT ARCH-DUPLICADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DUPLICADOS.
           SELECT ARCH-SORT-NOV ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-NOV-CTL LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'NOVEDADES.CTL'
             DATA RECORD IS REG-NOV-CTL.

       01 REG-NOV-CTL                    PIC X(17).

      *    un solo FD para todos los archivos de novedades: se abre
      *    de a uno, con el nombre de turno en WS-NOMBRE-NOV.
       FD ARCH-NOV LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-NOV
             DATA RECORD IS REG-NOV.

       01 REG-NOV.
           03 REG-NOV-CLAVE.
               05 REG-NOV-NUMERO         PIC X(5).
               05 REG-NOV-FECHA          PIC 9(8).
           03 REG-NOV-EMPRESA            PIC 9(3).
           03 REG-NOV-TAREA              PIC X(4).
           03 REG-NOV-HORAS              PIC 9(2)V99.
           03 REG-NOV-TIPO               PIC X(1).
           03 REG-NOV-FECHA-HASTA        PIC 9(8).
      *    ver REG-NOV1-ORDEN en TP1.
           03 REG-NOV-ORDEN              PIC X(4).

       FD ARCH-DUPLICADOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DUPLICADOS-NOVEDADES.LST'
             DATA RECORD IS REG-DUPLICADO.

       01 REG-DUPLICADO                  PIC X(100).

      *    ordenado por la clave de comparacion y despues por el
      *    orden del archivo en NOVEDADES.CTL: el primer renglon de
      *    cada grupo es el que TP1 facturaria.
       SD ARCH-SORT-NOV
          DATA RECORD IS REG-SORT-NOV.

       01 REG-SORT-NOV.
           03 REG-SORT-CLAVE.
               05 REG-SORT-NUMERO        PIC X(5).
               05 REG-SORT-FECHA         PIC 9(8).
               05 REG-SORT-EMPRESA       PIC 9(3).
               05 REG-SORT-TAREA         PIC X(4).
               05 REG-SORT-TIPO          PIC X(1).
           03 REG-SORT-ORIGEN            PIC 9.
           03 REG-SORT-HORAS             PIC 9(2)V99.

       WORKING-STORAGE SECTION.

       77 FS-NOV-CTL       PIC XX.
           88 NOVCTL-OK      VALUE '00'.
           88 NOVCTL-EOF     VALUE '10'.

       77 FS-NOV           PIC XX.
           88 NOV-OK         VALUE '00'.
           88 NOV-EOF        VALUE '10'.

       77 FS-DUPLICADOS    PIC XX.
           88 DUP-OK         VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno DUPLICADOS-NOV-MODO vale 'BATCH',
      *    el programa no espera ninguna tecla, igual que
      *    VALIDAR-NOV-MODO en ValidarReferenciasNovedades.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-NOMBRE-NOV              PIC X(17).

      *    nombres de los archivos a recorrer - ver WS-NOV-FILENAMES
      *    en TP1.
       01 WS-NOV-FILENAMES.
           03 WS-NOV-FILENAME-1         PIC X(17) VALUE 'NOV1.DAT'.
           03 WS-NOV-FILENAME-2         PIC X(17) VALUE 'NOV2.DAT'.
           03 WS-NOV-FILENAME-3         PIC X(17) VALUE 'NOV3.DAT'.
           03 WS-NOV-FILENAME-4         PIC X(17) VALUE SPACES.
           03 WS-NOV-FILENAME-5         PIC X(17) VALUE SPACES.

       01 WS-NOV-FILENAME-TAB REDEFINES WS-NOV-FILENAMES.
           03 WS-NOV-FILENAME-ITEM OCCURS 5 TIMES PIC X(17).

       01 WS-MAX-NOV                 PIC 9 VALUE 5.
       01 WS-CANT-NOV                PIC 9 VALUE 3.
       01 WS-ORIGEN                  PIC 9 VALUE 0.

       01 WS-FIN-SORT                PIC X VALUE 'N'.
           88 FIN-SORT               VALUE 'S'.

      *    primer renglon del grupo de comparacion en curso.
       01 WS-CORTE-CLAVE             PIC X(21) VALUE SPACES.
       01 WS-CORTE-ORIGEN            PIC 9 VALUE 0.

       01 WS-ACUM-LEIDAS             PIC 9(6) VALUE 0.
       01 WS-ACUM-DUPLICADAS         PIC 9(6) VALUE 0.
       01 WS-ACUM-ARCH-FALTANTES     PIC 9 VALUE 0.

       01 LINEA-ENCABEZADO           PIC X(80) VALUE
          'NOVEDADES DUPLICADAS ENTRE ARCHIVOS DE NOVEDADES'.

       01 LINEA-TITULOS.
           03 FILLER                 PIC X(7) VALUE 'CONS.'.
           03 FILLER                 PIC X(10) VALUE 'FECHA'.
           03 FILLER                 PIC X(5) VALUE 'EMP'.
           03 FILLER                 PIC X(6) VALUE 'TAREA'.
           03 FILLER                 PIC X(3) VALUE 'T'.
           03 FILLER                 PIC X(7) VALUE 'HORAS'.
           03 FILLER                 PIC X(19) VALUE 'REPETIDA EN'.
           03 FILLER                 PIC X(17) VALUE 'YA CARGADA EN'.

       01 LINEA-DETALLE-DUP.
           03 LIN-DUP-NUMERO         PIC X(5).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DUP-FECHA          PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DUP-EMPRESA        PIC 9(3).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DUP-TAREA          PIC X(4).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DUP-TIPO           PIC X(1).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DUP-HORAS          PIC Z9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DUP-REPETIDA       PIC X(17).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DUP-ORIGINAL       PIC X(17).

       01 LINEA-FALTANTE.
           03 FILLER                 PIC X(30) VALUE
              'ARCHIVO LISTADO NO DISPONIBLE:'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAL-ARCHIVO        PIC X(17).

       01 LINEA-TOTAL.
           03 FILLER                 PIC X(20) VALUE
              'NOVEDADES LEIDAS: '.
           03 LIN-TOT-LEIDAS         PIC ZZZZZ9.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 FILLER                 PIC X(24) VALUE
              'DUPLICADAS ENTRE ARCH.: '.
           03 LIN-TOT-DUPLICADAS     PIC ZZZZZ9.

       PROCEDURE DIVISION.

       CONTROLAR-DUPLICADOS-NOVEDADES.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'DUPLICADOS-NOV-MODO'.

           PERFORM CARGAR-CONFIG-NOVEDADES.

           OPEN OUTPUT ARCH-DUPLICADOS.
           IF NOT DUP-OK
              DISPLAY 'NO PUDO CREARSE DUPLICADOS-NOVEDADES.LST '
                  FS-DUPLICADOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE LINEA-ENCABEZADO TO REG-DUPLICADO.
           WRITE REG-DUPLICADO.

           SORT ARCH-SORT-NOV
                  ON ASCENDING KEY REG-SORT-CLAVE REG-SORT-ORIGEN
                  INPUT PROCEDURE IS LECTURA
                  OUTPUT PROCEDURE IS COMPARACION.

           MOVE WS-ACUM-LEIDAS TO LIN-TOT-LEIDAS.
           MOVE WS-ACUM-DUPLICADAS TO LIN-TOT-DUPLICADAS.
           MOVE LINEA-TOTAL TO REG-DUPLICADO.
           WRITE REG-DUPLICADO.
           CLOSE ARCH-DUPLICADOS.

           DISPLAY WS-ACUM-LEIDAS ' NOVEDADES LEIDAS, '
               WS-ACUM-DUPLICADAS ' DUPLICADAS ENTRE ARCHIVOS - VER '
               'DUPLICADOS-NOVEDADES.LST'.
           IF WS-ACUM-ARCH-FALTANTES GREATER ZERO
              DISPLAY WS-ACUM-ARCH-FALTANTES ' ARCHIVOS DE '
                  'NOVEDADES.CTL NO DISPONIBLES'.
           MOVE 0 TO RETURN-CODE.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.

      *    si existe NOVEDADES.CTL, trae de ahi la lista de archivos
      *    (uno por linea, hasta WS-MAX-NOV); si no, los 3 historicos.
       CARGAR-CONFIG-NOVEDADES.
           OPEN INPUT ARCH-NOV-CTL.
           IF NOVCTL-OK
              PERFORM LEER-NOV-CTL
              MOVE 0 TO WS-CANT-NOV
              PERFORM CARGAR-NOMBRE-NOV-EN-TABLA
                  UNTIL NOVCTL-EOF
                   OR WS-CANT-NOV NOT LESS THAN WS-MAX-NOV
              CLOSE ARCH-NOV-CTL.

       LEER-NOV-CTL.
           READ ARCH-NOV-CTL AT END MOVE '10' TO FS-NOV-CTL.

       CARGAR-NOMBRE-NOV-EN-TABLA.
           IF REG-NOV-CTL NOT EQUAL SPACES
              ADD 1 TO WS-CANT-NOV
              MOVE REG-NOV-CTL TO WS-NOV-FILENAME-ITEM(WS-CANT-NOV).
           PERFORM LEER-NOV-CTL.

       LECTURA SECTION.
       LEER-ARCHIVOS-NOVEDADES.
           MOVE 1 TO WS-ORIGEN.
           PERFORM LEER-UN-ARCHIVO
               UNTIL WS-ORIGEN GREATER THAN WS-CANT-NOV.
           GO TO LECTURA-FIN.

      *    un archivo listado que no esta (p.ej. NOV-ARRASTRE.DAT sin
      *    arrastre pendiente) no corta el control: queda anotado.
       LEER-UN-ARCHIVO.
           MOVE WS-NOV-FILENAME-ITEM(WS-ORIGEN) TO WS-NOMBRE-NOV.
           OPEN INPUT ARCH-NOV.
           IF NOV-OK
              PERFORM LEER-NOV
              PERFORM LIBERAR-NOVEDAD UNTIL NOV-EOF
              CLOSE ARCH-NOV
           ELSE
              ADD 1 TO WS-ACUM-ARCH-FALTANTES
              MOVE WS-NOMBRE-NOV TO LIN-FAL-ARCHIVO
              MOVE LINEA-FALTANTE TO REG-DUPLICADO
              WRITE REG-DUPLICADO
              DISPLAY 'NO PUDO ABRIRSE ' WS-NOMBRE-NOV ' ' FS-NOV
           END-IF.
           ADD 1 TO WS-ORIGEN.

       LEER-NOV.
           READ ARCH-NOV AT END MOVE '10' TO FS-NOV.

       LIBERAR-NOVEDAD.
           ADD 1 TO WS-ACUM-LEIDAS.
           MOVE REG-NOV-NUMERO TO REG-SORT-NUMERO.
           MOVE REG-NOV-FECHA TO REG-SORT-FECHA.
           MOVE REG-NOV-EMPRESA TO REG-SORT-EMPRESA.
           MOVE REG-NOV-TAREA TO REG-SORT-TAREA.
           MOVE REG-NOV-TIPO TO REG-SORT-TIPO.
           MOVE WS-ORIGEN TO REG-SORT-ORIGEN.
           MOVE REG-NOV-HORAS TO REG-SORT-HORAS.
           RELEASE REG-SORT-NOV.
           PERFORM LEER-NOV.

       LECTURA-FIN.
           EXIT.

       COMPARACION SECTION.
       COMPARAR-NOVEDADES.
           PERFORM RETORNAR-DEL-SORT.
           PERFORM COMPARAR-UNA-NOVEDAD UNTIL FIN-SORT.
           GO TO COMPARACION-FIN.

       RETORNAR-DEL-SORT.
           RETURN ARCH-SORT-NOV
               AT END SET FIN-SORT TO TRUE
           END-RETURN.

      *    el primer renglon de cada clave fija el archivo que TP1
      *    facturaria; los siguientes de OTRO archivo son duplicados.
       COMPARAR-UNA-NOVEDAD.
           IF REG-SORT-CLAVE NOT EQUAL WS-CORTE-CLAVE
              MOVE REG-SORT-CLAVE TO WS-CORTE-CLAVE
              MOVE REG-SORT-ORIGEN TO WS-CORTE-ORIGEN
           ELSE
              IF REG-SORT-ORIGEN NOT EQUAL WS-CORTE-ORIGEN
                 PERFORM REGISTRAR-DUPLICADA
              END-IF
           END-IF.
           PERFORM RETORNAR-DEL-SORT.

       REGISTRAR-DUPLICADA.
           ADD 1 TO WS-ACUM-DUPLICADAS.
           IF WS-ACUM-DUPLICADAS EQUAL 1
              MOVE LINEA-TITULOS TO REG-DUPLICADO
              WRITE REG-DUPLICADO.
           MOVE REG-SORT-NUMERO TO LIN-DUP-NUMERO.
           MOVE REG-SORT-FECHA TO LIN-DUP-FECHA.
           MOVE REG-SORT-EMPRESA TO LIN-DUP-EMPRESA.
           MOVE REG-SORT-TAREA TO LIN-DUP-TAREA.
           MOVE REG-SORT-TIPO TO LIN-DUP-TIPO.
           MOVE REG-SORT-HORAS TO LIN-DUP-HORAS.
           MOVE WS-NOV-FILENAME-ITEM(REG-SORT-ORIGEN)
               TO LIN-DUP-REPETIDA.
           MOVE WS-NOV-FILENAME-ITEM(WS-CORTE-ORIGEN)
               TO LIN-DUP-ORIGINAL.
           MOVE LINEA-DETALLE-DUP TO REG-DUPLICADO.
           WRITE REG-DUPLICADO.

       COMPARACION-FIN.
           EXIT.
