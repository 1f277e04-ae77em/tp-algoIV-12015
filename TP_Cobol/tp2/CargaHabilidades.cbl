       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaHabilidades.
       AUTHOR. Fede.

      *    maestro de habilidades y certificaciones por consultor:
      *    de cada persona el sistema solo conocia la categoria SRT y
      *    para saber quien sabe SAP, tiene ITIL vigente o habla
      *    ingles habia que preguntar por los pasillos. cada renglon
      *    de HABILIDADES.DAT es consultor + codigo de habilidad con
      *    su nivel (1 basico a 5 experto), una descripcion libre
      *    (la certificacion, si la hay) y la fecha de vencimiento
      *    de la certificacion (cero = no vence / sin certificacion).
      *    lo consultan BuscaCandidatos y
      *    ReporteVencimientoCertificaciones. alta validada + listado
      *    como CargaOrdenesTrabajo; la actualizacion de nivel o
      *    vencimiento regraba el archivo con el mismo esquema de
      *    copia + mv que MantenimientoTareas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-HABILIDADES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-HABILIDADES.
           SELECT ARCH-HABILIDADES-TMP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-HABILIDADES-TMP.
           SELECT ARCH-CONSULTORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONS.

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

       FD ARCH-HABILIDADES-TMP LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'HABILIDADES-NUEVO.TMP'
             DATA RECORD IS REG-HABILIDAD-TMP.

       01 REG-HABILIDAD-TMP             PIC X(42).

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

       WORKING-STORAGE SECTION.

       77 FS-HABILIDADES   PIC XX.
           88 HAB-OK         VALUE '00'.
           88 HAB-EOF        VALUE '10'.

       77 FS-HABILIDADES-TMP PIC XX.
           88 HAB-TMP-OK     VALUE '00'.

       77 FS-CONS          PIC XX.
           88 CONS-OK        VALUE '00'.
           88 CONS-EOF       VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-CONSULTOR-NUEVO          PIC X(5).
       01 WS-CODIGO-NUEVO             PIC X(8).
       01 WS-NIVEL-NUEVO              PIC 9(1).
       01 WS-DESCRIPCION-NUEVA        PIC X(20).
       01 WS-VENCE-NUEVO              PIC 9(8).

       01 WS-CONSULTOR-ENCONTRADO     PIC X VALUE 'N'.
           88 CONSULTOR-ENCONTRADO    VALUE 'S'.

       01 WS-YA-CARGADA               PIC X VALUE 'N'.
           88 YA-CARGADA              VALUE 'S'.

       01 WS-NIVEL-ANTERIOR           PIC 9(1).
       01 WS-VENCE-ANTERIOR           PIC 9(8).

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       01 WS-COMANDO                  PIC X(80).

       PROCEDURE DIVISION.

       CARGA-HABILIDADES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'HABILIDADES Y CERTIFICACIONES (HABILIDADES.DAT)'.
           DISPLAY '1 - CARGAR HABILIDAD'.
           DISPLAY '2 - ACTUALIZAR NIVEL / VENCIMIENTO'.
           DISPLAY '3 - LISTAR HABILIDADES'.
           DISPLAY '4 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-HABILIDAD
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM ACTUALIZAR-HABILIDAD
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM LISTAR-HABILIDADES
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       MOVE 'N' TO WS-CONTINUAR
                    ELSE
                       DISPLAY 'OPCION INVALIDA'.

       CARGAR-HABILIDAD.
           DISPLAY 'NUMERO DE CONSULTOR (5 CARACTERES): '.
           ACCEPT WS-CONSULTOR-NUEVO.
           PERFORM VALIDAR-CONSULTOR.
           IF NOT CONSULTOR-ENCONTRADO
              DISPLAY 'CONSULTOR NO EXISTE EN CONSULTORES.DAT'
           ELSE
              PERFORM PEDIR-Y-GRABAR-HABILIDAD.

       VALIDAR-CONSULTOR.
           MOVE 'N' TO WS-CONSULTOR-ENCONTRADO.
           OPEN INPUT ARCH-CONSULTORES.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES.DAT ' FS-CONS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-CONSULTOR.
           PERFORM COMPARAR-CONSULTOR
               UNTIL CONS-EOF OR CONSULTOR-ENCONTRADO.
           CLOSE ARCH-CONSULTORES.

       LEER-CONSULTOR.
           READ ARCH-CONSULTORES AT END MOVE '10' TO FS-CONS.

       COMPARAR-CONSULTOR.
           IF REG-CONS-NUMERO EQUAL WS-CONSULTOR-NUEVO
              MOVE 'S' TO WS-CONSULTOR-ENCONTRADO
           ELSE
              PERFORM LEER-CONSULTOR.

       PEDIR-Y-GRABAR-HABILIDAD.
           DISPLAY 'CODIGO DE HABILIDAD (8 CARACTERES, EJ. SAP, '
               'ITIL, INGLES): '.
           ACCEPT WS-CODIGO-NUEVO.
           DISPLAY 'NIVEL (1 BASICO A 5 EXPERTO): '.
           ACCEPT WS-NIVEL-NUEVO.
           DISPLAY 'DESCRIPCION / CERTIFICACION (20 CARACTERES): '.
           ACCEPT WS-DESCRIPCION-NUEVA.
           DISPLAY 'VENCIMIENTO DE LA CERTIFICACION (AAAAMMDD, '
               '0 = NO VENCE): '.
           ACCEPT WS-VENCE-NUEVO.

           IF WS-CODIGO-NUEVO EQUAL SPACES
              DISPLAY 'CODIGO DE HABILIDAD VACIO, NO SE GRABO'
           ELSE
              IF WS-NIVEL-NUEVO IS NOT NUMERIC
                 OR WS-NIVEL-NUEVO LESS 1
                 OR WS-NIVEL-NUEVO GREATER 5
                 DISPLAY 'NIVEL INVALIDO, NO SE GRABO'
              ELSE
                 IF WS-VENCE-NUEVO IS NOT NUMERIC
                    DISPLAY 'VENCIMIENTO INVALIDO, NO SE GRABO'
                 ELSE
                    PERFORM VERIFICAR-HABILIDAD-REPETIDA
                    IF YA-CARGADA
                       DISPLAY 'EL CONSULTOR YA TIENE ESA HABILIDAD, '
                           'USE LA OPCION 2 PARA ACTUALIZARLA'
                    ELSE
                       PERFORM GRABAR-HABILIDAD.

       VERIFICAR-HABILIDAD-REPETIDA.
           MOVE 'N' TO WS-YA-CARGADA.
           OPEN INPUT ARCH-HABILIDADES.
           IF HAB-OK
              PERFORM LEER-HABILIDAD
              PERFORM COMPARAR-HABILIDAD UNTIL HAB-EOF
              CLOSE ARCH-HABILIDADES.

       LEER-HABILIDAD.
           READ ARCH-HABILIDADES AT END MOVE '10' TO FS-HABILIDADES.

       COMPARAR-HABILIDAD.
           IF HAB-CONSULTOR EQUAL WS-CONSULTOR-NUEVO
              AND HAB-CODIGO EQUAL WS-CODIGO-NUEVO
              MOVE 'S' TO WS-YA-CARGADA
              MOVE HAB-NIVEL TO WS-NIVEL-ANTERIOR
              MOVE HAB-VENCE TO WS-VENCE-ANTERIOR.
           PERFORM LEER-HABILIDAD.

       GRABAR-HABILIDAD.
           OPEN EXTEND ARCH-HABILIDADES.
           IF NOT HAB-OK
              OPEN OUTPUT ARCH-HABILIDADES
              IF NOT HAB-OK
                 DISPLAY 'NO PUDO ABRIRSE HABILIDADES.DAT '
                     FS-HABILIDADES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-CONSULTOR-NUEVO TO HAB-CONSULTOR.
           MOVE WS-CODIGO-NUEVO TO HAB-CODIGO.
           MOVE WS-NIVEL-NUEVO TO HAB-NIVEL.
           MOVE WS-DESCRIPCION-NUEVA TO HAB-DESCRIPCION.
           MOVE WS-VENCE-NUEVO TO HAB-VENCE.
           WRITE REG-HABILIDAD.
           IF HAB-OK
              DISPLAY 'HABILIDAD GRABADA'
           ELSE
              DISPLAY 'ERROR AL GRABAR LA HABILIDAD ' FS-HABILIDADES.
           CLOSE ARCH-HABILIDADES.

      *    un nuevo examen o una recertificacion: cambia el nivel y/o
      *    el vencimiento de una habilidad ya cargada.
       ACTUALIZAR-HABILIDAD.
           DISPLAY 'NUMERO DE CONSULTOR (5 CARACTERES): '.
           ACCEPT WS-CONSULTOR-NUEVO.
           DISPLAY 'CODIGO DE HABILIDAD (8 CARACTERES): '.
           ACCEPT WS-CODIGO-NUEVO.
           PERFORM VERIFICAR-HABILIDAD-REPETIDA.
           IF NOT YA-CARGADA
              DISPLAY 'EL CONSULTOR NO TIENE CARGADA ESA HABILIDAD'
           ELSE
              DISPLAY 'NIVEL VIGENTE ' WS-NIVEL-ANTERIOR
                  '  VENCE ' WS-VENCE-ANTERIOR
              DISPLAY 'NUEVO NIVEL (1 A 5): '
              ACCEPT WS-NIVEL-NUEVO
              DISPLAY 'NUEVO VENCIMIENTO (AAAAMMDD, 0 = NO VENCE): '
              ACCEPT WS-VENCE-NUEVO
              IF WS-NIVEL-NUEVO IS NOT NUMERIC
                 OR WS-NIVEL-NUEVO LESS 1
                 OR WS-NIVEL-NUEVO GREATER 5
                 OR WS-VENCE-NUEVO IS NOT NUMERIC
                 DISPLAY 'DATOS INVALIDOS, NO SE ACTUALIZO'
              ELSE
                 PERFORM REGRABAR-HABILIDADES
                 DISPLAY 'HABILIDAD ACTUALIZADA'.

       REGRABAR-HABILIDADES.
           OPEN INPUT ARCH-HABILIDADES.
           IF NOT HAB-OK
              DISPLAY 'NO PUDO ABRIRSE HABILIDADES.DAT '
                  FS-HABILIDADES
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-HABILIDADES-TMP.
           IF NOT HAB-TMP-OK
              DISPLAY 'NO PUDO CREARSE HABILIDADES-NUEVO.TMP '
                  FS-HABILIDADES-TMP
              CLOSE ARCH-HABILIDADES
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           PERFORM LEER-HABILIDAD.
           PERFORM COPIAR-UNA-HABILIDAD UNTIL HAB-EOF.

           CLOSE ARCH-HABILIDADES.
           CLOSE ARCH-HABILIDADES-TMP.

           MOVE 'mv -f HABILIDADES-NUEVO.TMP HABILIDADES.DAT'
               TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           MOVE 0 TO RETURN-CODE.

       COPIAR-UNA-HABILIDAD.
           IF HAB-CONSULTOR EQUAL WS-CONSULTOR-NUEVO
              AND HAB-CODIGO EQUAL WS-CODIGO-NUEVO
              MOVE WS-NIVEL-NUEVO TO HAB-NIVEL
              MOVE WS-VENCE-NUEVO TO HAB-VENCE
           END-IF.
           MOVE REG-HABILIDAD TO REG-HABILIDAD-TMP.
           WRITE REG-HABILIDAD-TMP.
           PERFORM LEER-HABILIDAD.

       LISTAR-HABILIDADES.
           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-HABILIDADES.
           IF NOT HAB-OK
              DISPLAY 'HABILIDADES.DAT NO DISPONIBLE ' FS-HABILIDADES
           ELSE
              PERFORM LEER-HABILIDAD
              PERFORM MOSTRAR-HABILIDAD UNTIL HAB-EOF
              CLOSE ARCH-HABILIDADES
              DISPLAY WS-ACUM-LISTADOS ' HABILIDADES CARGADAS'.

       MOSTRAR-HABILIDAD.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY 'CONSULTOR ' HAB-CONSULTOR
               '  ' HAB-CODIGO
               '  NIVEL ' HAB-NIVEL
               '  ' HAB-DESCRIPCION
               '  VENCE ' HAB-VENCE.
           PERFORM LEER-HABILIDAD.
