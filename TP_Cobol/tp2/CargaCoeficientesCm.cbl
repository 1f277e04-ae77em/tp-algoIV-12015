       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaCoeficientesCm.
       AUTHOR. Fede.

      *    coeficientes anuales del Convenio Multilateral de IIBB: por
      *    anio de aplicacion y jurisdiccion, el coeficiente unificado
      *    que sale del balance (la parte de la base imponible total
      *    que le toca a esa jurisdiccion, 0,0000 a 1,0000) y la
      *    alicuota de la actividad en esa jurisdiccion. se cargan
      *    bajo el anio en que se aplican, no el del balance del que
      *    salen. si se repite anio + jurisdiccion manda el ultimo
      *    renglon cargado, asi que una correccion es un renglon
      *    nuevo. el listado de un anio controla que los coeficientes
      *    sumen 1. los usa LiquidacionIibbCm. misma mecanica de alta
      *    validada + listado que CargaComisiones.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-COEFICIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COEFICIENTES.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-COEFICIENTES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COEFICIENTES-CM.DAT'
             DATA RECORD IS REG-COEFICIENTE-CM.

       01 REG-COEFICIENTE-CM.
           03 CCM-ANIO                   PIC 9(4).
      *    mismo codigo que REG-EMP-IND-JURISDICCION y el padron de
      *    RETENCION-IIBB.DAT.
           03 CCM-JURISDICCION           PIC 9(3).
           03 CCM-NOMBRE                 PIC X(20).
           03 CCM-COEFICIENTE            PIC 9V9(4).
           03 CCM-ALICUOTA               PIC 9(2)V99.

       WORKING-STORAGE SECTION.

       77 FS-COEFICIENTES  PIC XX.
           88 CCM-OK         VALUE '00'.
           88 CCM-EOF        VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-ANIO-NUEVO               PIC 9(4).
       01 WS-JURISDICCION-NUEVA       PIC 9(3).
       01 WS-NOMBRE-NUEVO             PIC X(20).
       01 WS-COEFICIENTE-NUEVO        PIC 9V9(4).
       01 WS-ALICUOTA-NUEVA           PIC 9(2)V99.

       01 WS-ANIO-LISTADO             PIC 9(4).
       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.
       01 WS-SUMA-COEFICIENTES        PIC 9(3)V9(4) VALUE 0.
       01 WS-COEFICIENTE-ED           PIC 9,9999.
       01 WS-ALICUOTA-ED              PIC Z9,99.
       01 WS-SUMA-ED                  PIC ZZ9,9999.

       PROCEDURE DIVISION.

       CARGA-COEFICIENTES-CM.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'COEFICIENTES CONVENIO MULTILATERAL '
               '(COEFICIENTES-CM.DAT)'.
           DISPLAY '1 - CARGAR COEFICIENTE DE JURISDICCION'.
           DISPLAY '2 - LISTAR COEFICIENTES DE UN ANIO'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-COEFICIENTE
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-ANIO
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       CARGAR-COEFICIENTE.
           DISPLAY 'ANIO DE APLICACION (AAAA): '.
           ACCEPT WS-ANIO-NUEVO.
           DISPLAY 'JURISDICCION (999): '.
           ACCEPT WS-JURISDICCION-NUEVA.
           DISPLAY 'NOMBRE DE LA JURISDICCION: '.
           ACCEPT WS-NOMBRE-NUEVO.
           DISPLAY 'COEFICIENTE UNIFICADO (9,9999): '.
           ACCEPT WS-COEFICIENTE-NUEVO.
           DISPLAY 'ALICUOTA DE LA ACTIVIDAD (99,99): '.
           ACCEPT WS-ALICUOTA-NUEVA.

           IF WS-ANIO-NUEVO IS NOT NUMERIC
              OR WS-ANIO-NUEVO LESS THAN 1900
              OR WS-JURISDICCION-NUEVA IS NOT NUMERIC
              OR WS-JURISDICCION-NUEVA EQUAL ZERO
              DISPLAY 'ANIO O JURISDICCION INVALIDOS, NO SE GRABO'
           ELSE
              IF WS-COEFICIENTE-NUEVO IS NOT NUMERIC
                 OR WS-COEFICIENTE-NUEVO GREATER THAN 1
                 OR WS-ALICUOTA-NUEVA IS NOT NUMERIC
                 DISPLAY 'COEFICIENTE O ALICUOTA INVALIDOS, NO SE '
                     'GRABO'
              ELSE
                 PERFORM GRABAR-COEFICIENTE.

       GRABAR-COEFICIENTE.
           OPEN EXTEND ARCH-COEFICIENTES.
           IF NOT CCM-OK
              OPEN OUTPUT ARCH-COEFICIENTES
              IF NOT CCM-OK
                 DISPLAY 'NO PUDO ABRIRSE COEFICIENTES-CM.DAT '
                     FS-COEFICIENTES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-ANIO-NUEVO TO CCM-ANIO.
           MOVE WS-JURISDICCION-NUEVA TO CCM-JURISDICCION.
           MOVE WS-NOMBRE-NUEVO TO CCM-NOMBRE.
           MOVE WS-COEFICIENTE-NUEVO TO CCM-COEFICIENTE.
           MOVE WS-ALICUOTA-NUEVA TO CCM-ALICUOTA.
           WRITE REG-COEFICIENTE-CM.
           IF CCM-OK
              DISPLAY 'COEFICIENTE GRABADO'
           ELSE
              DISPLAY 'ERROR AL GRABAR EL COEFICIENTE '
                  FS-COEFICIENTES.
           CLOSE ARCH-COEFICIENTES.

      *    lista los renglones del anio tal como se cargaron; si hay
      *    una jurisdiccion repetida la suma de control la cuenta dos
      *    veces, lo que tambien sirve para detectarla.
       LISTAR-ANIO.
           DISPLAY 'ANIO A LISTAR (AAAA): '.
           ACCEPT WS-ANIO-LISTADO.
           MOVE 0 TO WS-ACUM-LISTADOS.
           MOVE 0 TO WS-SUMA-COEFICIENTES.
           OPEN INPUT ARCH-COEFICIENTES.
           IF NOT CCM-OK
              DISPLAY 'COEFICIENTES-CM.DAT NO DISPONIBLE '
                  FS-COEFICIENTES
           ELSE
              PERFORM LEER-COEFICIENTE
              PERFORM MOSTRAR-COEFICIENTE UNTIL CCM-EOF
              CLOSE ARCH-COEFICIENTES
              MOVE WS-SUMA-COEFICIENTES TO WS-SUMA-ED
              DISPLAY WS-ACUM-LISTADOS ' JURISDICCIONES - SUMA DE '
                  'COEFICIENTES ' WS-SUMA-ED
              IF WS-ACUM-LISTADOS GREATER ZERO
                 AND WS-SUMA-COEFICIENTES NOT EQUAL 1
                 DISPLAY 'ATENCION: LOS COEFICIENTES DEL ANIO NO '
                     'SUMAN 1'.

       LEER-COEFICIENTE.
           READ ARCH-COEFICIENTES AT END MOVE '10' TO FS-COEFICIENTES.

       MOSTRAR-COEFICIENTE.
           IF CCM-ANIO EQUAL WS-ANIO-LISTADO
              ADD 1 TO WS-ACUM-LISTADOS
              ADD CCM-COEFICIENTE TO WS-SUMA-COEFICIENTES
              MOVE CCM-COEFICIENTE TO WS-COEFICIENTE-ED
              MOVE CCM-ALICUOTA TO WS-ALICUOTA-ED
              DISPLAY 'JURISDICCION ' CCM-JURISDICCION ' '
                  CCM-NOMBRE '  COEFICIENTE ' WS-COEFICIENTE-ED
                  '  ALICUOTA ' WS-ALICUOTA-ED.
           PERFORM LEER-COEFICIENTE.
