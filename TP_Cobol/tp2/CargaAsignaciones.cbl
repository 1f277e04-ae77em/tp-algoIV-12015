       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaAsignaciones.
       AUTHOR. Fede.

      *    maestro de asignaciones de consultores a engagements: hoy
      *    cualquier consultor puede cargar horas contra cualquier
      *    cliente y nadie se entera hasta que el cliente reclama la
      *    factura. cada asignacion une un consultor con un
      *    engagement (empresa + vigencia desde de ENGAGEMENTS.DAT) y
      *    opcionalmente con una orden de trabajo, con su ventana de
      *    asignacion y las horas mensuales planificadas. TP1 y
      *    CargaNovedades mandan a suspenso y a EXCEPCIONES.LST las
      *    horas sin asignacion vigente (solo para las empresas que
      *    ya tienen asignaciones cargadas) y ReporteStaffing usa las
      *    asignaciones reales en vez de la capacidad agregada. misma
      *    mecanica de alta validada + listado que
      *    CargaOrdenesTrabajo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ASIGNACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIGNACIONES.
           SELECT ARCH-CONSULTORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONS.
           SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENGAGEMENTS.
           SELECT ARCH-ORDENES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ORDENES.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-ASIGNACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIGNACIONES.DAT'
             DATA RECORD IS REG-ASIGNACION.

      *    el engagement se identifica por empresa + vigencia desde,
      *    igual que en HITOS.DAT. ASG-ORDEN en blanco: la asignacion
      *    cubre cualquier orden del engagement.
       01 REG-ASIGNACION.
           03 ASG-CONSULTOR         PIC X(5).
           03 ASG-EMPRESA           PIC 9(3).
           03 ASG-ENG-DESDE         PIC 9(8).
           03 ASG-ORDEN             PIC X(4).
           03 ASG-DESDE             PIC 9(8).
           03 ASG-HASTA             PIC 9(8).
           03 ASG-HORAS-MENSUALES   PIC 9(3)V99.

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

       FD ARCH-ENGAGEMENTS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENGAGEMENTS.DAT'
             DATA RECORD IS REG-ENGAGEMENT.

       01 REG-ENGAGEMENT.
           03 REG-ENG-EMPRESA            PIC 9(3).
           03 REG-ENG-VIG-DESDE          PIC 9(8).
           03 REG-ENG-VIG-HASTA          PIC 9(8).
           03 REG-ENG-HORAS-MENSUALES    PIC 9(5)V99.
           03 REG-ENG-HORAS-TOTALES      PIC 9(7)V99.

       FD ARCH-ORDENES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ORDENES-TRABAJO.DAT'
             DATA RECORD IS REG-ORDEN.

       01 REG-ORDEN.
           03 ORD-EMPRESA           PIC 9(3).
           03 ORD-CODIGO            PIC X(4).
           03 ORD-DESCRIPCION       PIC X(20).
           03 ORD-HORAS-PRESUP      PIC 9(7)V99.
           03 ORD-VIG-DESDE         PIC 9(8).
           03 ORD-VIG-HASTA         PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-ASIGNACIONES  PIC XX.
           88 ASG-OK         VALUE '00'.
           88 ASG-EOF        VALUE '10'.

       77 FS-CONS          PIC XX.
           88 CONS-OK        VALUE '00'.
           88 CONS-EOF       VALUE '10'.

       77 FS-ENGAGEMENTS   PIC XX.
           88 ENG-OK         VALUE '00'.
           88 ENG-EOF        VALUE '10'.

       77 FS-ORDENES       PIC XX.
           88 ORD-OK         VALUE '00'.
           88 ORD-EOF        VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-CONSULTOR-NUEVO          PIC X(5).
       01 WS-EMPRESA-NUEVA            PIC 9(3).
       01 WS-ENG-DESDE-NUEVO          PIC 9(8).
       01 WS-ORDEN-NUEVA              PIC X(4).
       01 WS-DESDE-NUEVO              PIC 9(8).
       01 WS-HASTA-NUEVO              PIC 9(8).
       01 WS-HORAS-NUEVAS             PIC 9(3)V99.

       01 WS-CONSULTOR-ENCONTRADO     PIC X VALUE 'N'.
           88 CONSULTOR-ENCONTRADO    VALUE 'S'.

       01 WS-ENG-ENCONTRADO           PIC X VALUE 'N'.
           88 ENG-ENCONTRADO          VALUE 'S'.
       01 WS-ENG-HASTA                PIC 9(8).

       01 WS-ORDEN-ENCONTRADA         PIC X VALUE 'N'.
           88 ORDEN-ENCONTRADA        VALUE 'S'.

       01 WS-YA-CARGADA               PIC X VALUE 'N'.
           88 YA-CARGADA              VALUE 'S'.

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-ASIGNACIONES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'ASIGNACIONES DE CONSULTORES (ASIGNACIONES.DAT)'.
           DISPLAY '1 - CARGAR ASIGNACION'.
           DISPLAY '2 - LISTAR ASIGNACIONES'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-ASIGNACION
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-ASIGNACIONES
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       CARGAR-ASIGNACION.
           DISPLAY 'NUMERO DE CONSULTOR (5 CARACTERES): '.
           ACCEPT WS-CONSULTOR-NUEVO.
           PERFORM VALIDAR-CONSULTOR.
           IF NOT CONSULTOR-ENCONTRADO
              DISPLAY 'CONSULTOR NO EXISTE EN CONSULTORES.DAT'
           ELSE
              PERFORM PEDIR-ENGAGEMENT.

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

       PEDIR-ENGAGEMENT.
           DISPLAY 'CODIGO DE EMPRESA (999): '.
           ACCEPT WS-EMPRESA-NUEVA.
           DISPLAY 'VIGENCIA DESDE DEL ENGAGEMENT (AAAAMMDD): '.
           ACCEPT WS-ENG-DESDE-NUEVO.
           PERFORM VALIDAR-ENGAGEMENT.
           IF NOT ENG-ENCONTRADO
              DISPLAY 'NO EXISTE ESE ENGAGEMENT EN ENGAGEMENTS.DAT'
           ELSE
              PERFORM PEDIR-Y-GRABAR-ASIGNACION.

       VALIDAR-ENGAGEMENT.
           MOVE 'N' TO WS-ENG-ENCONTRADO.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF NOT ENG-OK
              DISPLAY 'NO PUDO ABRIRSE ENGAGEMENTS.DAT '
                  FS-ENGAGEMENTS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-ENGAGEMENT.
           PERFORM COMPARAR-ENGAGEMENT
               UNTIL ENG-EOF OR ENG-ENCONTRADO.
           CLOSE ARCH-ENGAGEMENTS.

       LEER-ENGAGEMENT.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       COMPARAR-ENGAGEMENT.
           IF REG-ENG-EMPRESA EQUAL WS-EMPRESA-NUEVA
              AND REG-ENG-VIG-DESDE EQUAL WS-ENG-DESDE-NUEVO
              MOVE 'S' TO WS-ENG-ENCONTRADO
              MOVE REG-ENG-VIG-HASTA TO WS-ENG-HASTA
           ELSE
              PERFORM LEER-ENGAGEMENT.

      *    la ventana de la asignacion tiene que caer dentro de la
      *    vigencia del engagement.
       PEDIR-Y-GRABAR-ASIGNACION.
           DISPLAY 'ORDEN DE TRABAJO (4 CARACTERES, BLANCO = TODAS): '.
           ACCEPT WS-ORDEN-NUEVA.
           DISPLAY 'ASIGNADO DESDE (AAAAMMDD): '.
           ACCEPT WS-DESDE-NUEVO.
           DISPLAY 'ASIGNADO HASTA (AAAAMMDD): '.
           ACCEPT WS-HASTA-NUEVO.
           DISPLAY 'HORAS MENSUALES PLANIFICADAS (999,99): '.
           ACCEPT WS-HORAS-NUEVAS.

           MOVE 'S' TO WS-ORDEN-ENCONTRADA.
           IF WS-ORDEN-NUEVA NOT EQUAL SPACES
              PERFORM VALIDAR-ORDEN.

           IF WS-DESDE-NUEVO IS NOT NUMERIC
              OR WS-HASTA-NUEVO IS NOT NUMERIC
              OR WS-DESDE-NUEVO EQUAL ZERO
              OR WS-HASTA-NUEVO LESS THAN WS-DESDE-NUEVO
              DISPLAY 'VENTANA DE ASIGNACION INVALIDA, NO SE GRABO'
           ELSE
              IF WS-DESDE-NUEVO LESS THAN WS-ENG-DESDE-NUEVO
                 OR WS-HASTA-NUEVO GREATER THAN WS-ENG-HASTA
                 DISPLAY 'LA VENTANA SALE DE LA VIGENCIA DEL '
                     'ENGAGEMENT (' WS-ENG-DESDE-NUEVO ' A '
                     WS-ENG-HASTA '), NO SE GRABO'
              ELSE
                 IF NOT ORDEN-ENCONTRADA
                    DISPLAY 'ORDEN NO EXISTE PARA ESA EMPRESA EN '
                        'ORDENES-TRABAJO.DAT, NO SE GRABO'
                 ELSE
                    PERFORM VERIFICAR-ASIGNACION-REPETIDA
                    IF YA-CARGADA
                       DISPLAY 'YA HAY UNA ASIGNACION SUPERPUESTA '
                           'PARA ESE CONSULTOR, NO SE GRABO'
                    ELSE
                       PERFORM GRABAR-ASIGNACION.

       VALIDAR-ORDEN.
           MOVE 'N' TO WS-ORDEN-ENCONTRADA.
           OPEN INPUT ARCH-ORDENES.
           IF ORD-OK
              PERFORM LEER-ORDEN
              PERFORM COMPARAR-ORDEN
                  UNTIL ORD-EOF OR ORDEN-ENCONTRADA
              CLOSE ARCH-ORDENES.

       LEER-ORDEN.
           READ ARCH-ORDENES AT END MOVE '10' TO FS-ORDENES.

       COMPARAR-ORDEN.
           IF ORD-EMPRESA EQUAL WS-EMPRESA-NUEVA
              AND ORD-CODIGO EQUAL WS-ORDEN-NUEVA
              MOVE 'S' TO WS-ORDEN-ENCONTRADA
           ELSE
              PERFORM LEER-ORDEN.

      *    mismo consultor, engagement y orden con ventanas que se
      *    pisan: se rechaza para no duplicar las horas planificadas.
       VERIFICAR-ASIGNACION-REPETIDA.
           MOVE 'N' TO WS-YA-CARGADA.
           OPEN INPUT ARCH-ASIGNACIONES.
           IF ASG-OK
              PERFORM LEER-ASIGNACION
              PERFORM COMPARAR-ASIGNACION UNTIL ASG-EOF
              CLOSE ARCH-ASIGNACIONES.

       LEER-ASIGNACION.
           READ ARCH-ASIGNACIONES AT END MOVE '10' TO FS-ASIGNACIONES.

       COMPARAR-ASIGNACION.
           IF ASG-CONSULTOR EQUAL WS-CONSULTOR-NUEVO
              AND ASG-EMPRESA EQUAL WS-EMPRESA-NUEVA
              AND ASG-ENG-DESDE EQUAL WS-ENG-DESDE-NUEVO
              AND ASG-ORDEN EQUAL WS-ORDEN-NUEVA
              AND ASG-DESDE NOT GREATER WS-HASTA-NUEVO
              AND ASG-HASTA NOT LESS WS-DESDE-NUEVO
              MOVE 'S' TO WS-YA-CARGADA.
           PERFORM LEER-ASIGNACION.

       GRABAR-ASIGNACION.
           OPEN EXTEND ARCH-ASIGNACIONES.
           IF NOT ASG-OK
              OPEN OUTPUT ARCH-ASIGNACIONES
              IF NOT ASG-OK
                 DISPLAY 'NO PUDO ABRIRSE ASIGNACIONES.DAT '
                     FS-ASIGNACIONES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-CONSULTOR-NUEVO TO ASG-CONSULTOR.
           MOVE WS-EMPRESA-NUEVA TO ASG-EMPRESA.
           MOVE WS-ENG-DESDE-NUEVO TO ASG-ENG-DESDE.
           MOVE WS-ORDEN-NUEVA TO ASG-ORDEN.
           MOVE WS-DESDE-NUEVO TO ASG-DESDE.
           MOVE WS-HASTA-NUEVO TO ASG-HASTA.
           MOVE WS-HORAS-NUEVAS TO ASG-HORAS-MENSUALES.
           WRITE REG-ASIGNACION.
           IF ASG-OK
              DISPLAY 'ASIGNACION GRABADA'
           ELSE
              DISPLAY 'ERROR AL GRABAR LA ASIGNACION '
                  FS-ASIGNACIONES.
           CLOSE ARCH-ASIGNACIONES.

       LISTAR-ASIGNACIONES.
           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-ASIGNACIONES.
           IF NOT ASG-OK
              DISPLAY 'ASIGNACIONES.DAT NO DISPONIBLE '
                  FS-ASIGNACIONES
           ELSE
              PERFORM LEER-ASIGNACION
              PERFORM MOSTRAR-ASIGNACION UNTIL ASG-EOF
              CLOSE ARCH-ASIGNACIONES
              DISPLAY WS-ACUM-LISTADOS ' ASIGNACIONES CARGADAS'.

       MOSTRAR-ASIGNACION.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY 'CONSULTOR ' ASG-CONSULTOR
               '  EMPRESA ' ASG-EMPRESA
               '  ENG ' ASG-ENG-DESDE
               '  ORDEN ' ASG-ORDEN
               '  DESDE ' ASG-DESDE
               '  HASTA ' ASG-HASTA
               '  HS/MES ' ASG-HORAS-MENSUALES.
           PERFORM LEER-ASIGNACION.
