       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaEntidades.
       AUTHOR. Fede.

      *    maestro de entidades emisoras (ENTIDADES.DAT) y asignacion
      *    de empresas y engagements a cada entidad
      *    (ENTIDAD-ASIGNACIONES.DAT). la entidad 01 es la razon
      *    social original: sin cargar nada todo se factura con ella,
      *    en el PV de FACTURAS-PUNTO-VENTA. cada entidad nueva lleva
      *    su CUIT y un punto de venta propio, distinto del de las
      *    demas, que es lo que le da correlativa propia en
      *    FACTURA-NUMERO.DAT y clave propia en FACTURAS.DAT. la
      *    resolucion empresa/engagement -> entidad la hace
      *    SUB-RUTINA-ENTIDADES. las asignaciones no se borran: una
      *    nueva fila pisa a la anterior (gana la ultima cargada).
      *    misma mecanica de menu + alta validada + listado que
      *    CargaEngagements; solo supervisor o administracion - ver
      *    CONTROLAR-SESION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ENTIDADES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENTIDADES.
           SELECT ARCH-ENT-ASIGNACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENT-ASIGNACIONES.
           SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENGAGEMENTS.
           SELECT ARCH-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EMP.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-ENTIDADES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENTIDADES.DAT'
             DATA RECORD IS REG-ENTIDAD.

       01 REG-ENTIDAD.
           03 REG-ENT-CODIGO             PIC 9(2).
           03 REG-ENT-CUIT               PIC 9(11).
           03 REG-ENT-RAZON              PIC X(30).
           03 REG-ENT-DOMICILIO          PIC X(30).
           03 REG-ENT-COND-IVA           PIC X(2).
           03 REG-ENT-INICIO-ACT         PIC 9(8).
      *    punto de venta propio de la entidad; 0 = el de
      *    FACTURAS-PUNTO-VENTA (solo se admite en la 01).
           03 REG-ENT-PUNTO-VENTA        PIC 9(4).

      *    desde y hasta en 0 = la empresa entera; con fechas, el
      *    engagement de ENGAGEMENTS.DAT con esa vigencia.
       FD ARCH-ENT-ASIGNACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENTIDAD-ASIGNACIONES.DAT'
             DATA RECORD IS REG-ENT-ASIGNACION.

       01 REG-ENT-ASIGNACION.
           03 REG-EAS-EMPRESA            PIC 9(3).
           03 REG-EAS-DESDE              PIC 9(8).
           03 REG-EAS-HASTA              PIC 9(8).
           03 REG-EAS-ENTIDAD            PIC 9(2).

       FD ARCH-ENGAGEMENTS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENGAGEMENTS.DAT'
             DATA RECORD IS REG-ENGAGEMENT.

       01 REG-ENGAGEMENT.
           03 REG-ENG-EMPRESA            PIC 9(3).
           03 REG-ENG-VIG-DESDE          PIC 9(8).
           03 REG-ENG-VIG-HASTA          PIC 9(8).
           03 REG-ENG-HORAS-MENSUALES    PIC 9(5)V99.
           03 REG-ENG-HORAS-TOTALES      PIC 9(7)V99.

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

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
             DATA RECORD IS REG-SESION.

       01 REG-SESION.
           03 SES-USUARIO               PIC X(20).
           03 SES-ROL                   PIC X(1).
           03 SES-FECHA                 PIC 9(8).
           03 SES-HORA                  PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-ENTIDADES     PIC XX.
           88 ENTIDADES-OK   VALUE '00'.
           88 ENTIDADES-EOF  VALUE '10'.

       77 FS-ENT-ASIGNACIONES PIC XX.
           88 ENT-ASIGNACIONES-OK  VALUE '00'.
           88 ENT-ASIGNACIONES-EOF VALUE '10'.

       77 FS-ENGAGEMENTS   PIC XX.
           88 ENG-OK         VALUE '00'.
           88 ENG-EOF        VALUE '10'.

       77 FS-EMP           PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-SESION-AUTORIZADA        PIC X VALUE 'N'.
           88 SESION-AUTORIZADA       VALUE 'S'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

      *    tabla de empresas para validar el codigo - misma tecnica
      *    OCCURS + SEARCH que CargaEngagements.
       01 WS-MAX-EMP                 PIC 9(3) VALUE 200.

       01 TABLA-EMPRESAS.
           03 TAB-EMP OCCURS 200 TIMES INDEXED BY IND-TAB-EMP.
               05 TAB-EMP-COD           PIC 9(3).

       01 WS-CANT-EMP                PIC 9(3) VALUE 0.

       01 WS-EMPRESA-ENCONTRADA       PIC X VALUE 'N'.
           88 EMPRESA-ENCONTRADA      VALUE 'S'.

      *    el maestro entero vive en la tabla y se regraba completo
      *    en cada alta o modificacion: son pocas filas.
       01 WS-MAX-ENT                  PIC 9(2) VALUE 20.
       01 WS-CANT-ENT                 PIC 9(2) VALUE 0.

       01 TABLA-ENTIDADES.
           03 TAB-ENT OCCURS 20 TIMES INDEXED BY IND-TAB-ENT.
               05 TAB-ENT-CODIGO        PIC 9(2).
               05 TAB-ENT-CUIT          PIC 9(11).
               05 TAB-ENT-RAZON         PIC X(30).
               05 TAB-ENT-DOMICILIO     PIC X(30).
               05 TAB-ENT-COND-IVA      PIC X(2).
               05 TAB-ENT-INICIO-ACT    PIC 9(8).
               05 TAB-ENT-PUNTO-VENTA   PIC 9(4).

       01 WS-IND-ENT                  PIC 9(2) VALUE 0.
       01 WS-IND-OTRA                 PIC 9(2).

       01 WS-ENTIDAD-NUEVA            PIC 9(2).
       01 WS-CUIT-NUEVO               PIC 9(11).
       01 WS-RAZON-NUEVA              PIC X(30).
       01 WS-DOMICILIO-NUEVO          PIC X(30).
       01 WS-COND-IVA-NUEVA           PIC X(2).
       01 WS-INICIO-NUEVO             PIC 9(8).
       01 WS-PV-NUEVO                 PIC 9(4).

       01 WS-DATOS-VALIDOS            PIC X.
           88 DATOS-VALIDOS           VALUE 'S'.

       01 WS-EMPRESA-NUEVA            PIC 9(3).
       01 WS-DESDE-NUEVO              PIC 9(8).
       01 WS-HASTA-NUEVO              PIC 9(8).

       01 WS-ENGAGEMENT-ENCONTRADO    PIC X VALUE 'N'.
           88 ENGAGEMENT-ENCONTRADO   VALUE 'S'.

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-ENTIDADES.
           PERFORM CONTROLAR-SESION.
           PERFORM CARGAR-TABLA-EMPRESAS.
           PERFORM CARGAR-TABLA-ENTIDADES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           STOP RUN.

      *    cambiar quien factura a quien es una decision de
      *    supervision: sin sesion de supervisor o administracion el
      *    programa no arranca.
       CONTROLAR-SESION.
           OPEN INPUT ARCH-SESION.
           IF SESION-OK
              READ ARCH-SESION AT END MOVE SPACES TO SES-USUARIO
              END-READ
              IF SES-USUARIO NOT EQUAL SPACES
                 AND (SES-ROL EQUAL 'S' OR SES-ROL EQUAL 'A')
                 MOVE 'S' TO WS-SESION-AUTORIZADA
              END-IF
              CLOSE ARCH-SESION.
           IF NOT SESION-AUTORIZADA
              DISPLAY 'SIN SESION AUTORIZADA DE SUPERVISOR O '
                  'ADMINISTRACION - INGRESAR POR EL MENU PRINCIPAL'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       CARGAR-TABLA-EMPRESAS.
           OPEN INPUT ARCH-EMPRESAS.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS.DAT ' FS-EMP
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           READ ARCH-EMPRESAS AT END MOVE '10' TO FS-EMP.
           PERFORM CARGAR-EMPRESA-EN-TABLA
               UNTIL EMP-EOF OR WS-CANT-EMP NOT LESS WS-MAX-EMP.
           CLOSE ARCH-EMPRESAS.

       CARGAR-EMPRESA-EN-TABLA.
           ADD 1 TO WS-CANT-EMP.
           MOVE REG-EMP-COD TO TAB-EMP-COD(WS-CANT-EMP).
           READ ARCH-EMPRESAS AT END MOVE '10' TO FS-EMP.

      *    sin ENTIDADES.DAT se arranca con la tabla vacia: la 01
      *    implicita no se graba hasta que se la de de alta.
       CARGAR-TABLA-ENTIDADES.
           MOVE 0 TO WS-CANT-ENT.
           OPEN INPUT ARCH-ENTIDADES.
           IF ENTIDADES-OK
              READ ARCH-ENTIDADES AT END MOVE '10' TO FS-ENTIDADES
              END-READ
              PERFORM CARGAR-ENTIDAD-EN-TABLA
                  UNTIL ENTIDADES-EOF
                     OR WS-CANT-ENT NOT LESS WS-MAX-ENT
              CLOSE ARCH-ENTIDADES.

       CARGAR-ENTIDAD-EN-TABLA.
           ADD 1 TO WS-CANT-ENT.
           MOVE REG-ENT-CODIGO TO TAB-ENT-CODIGO(WS-CANT-ENT).
           MOVE REG-ENT-CUIT TO TAB-ENT-CUIT(WS-CANT-ENT).
           MOVE REG-ENT-RAZON TO TAB-ENT-RAZON(WS-CANT-ENT).
           MOVE REG-ENT-DOMICILIO TO TAB-ENT-DOMICILIO(WS-CANT-ENT).
           MOVE REG-ENT-COND-IVA TO TAB-ENT-COND-IVA(WS-CANT-ENT).
           MOVE REG-ENT-INICIO-ACT TO TAB-ENT-INICIO-ACT(WS-CANT-ENT).
           MOVE REG-ENT-PUNTO-VENTA
               TO TAB-ENT-PUNTO-VENTA(WS-CANT-ENT).
           READ ARCH-ENTIDADES AT END MOVE '10' TO FS-ENTIDADES.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'ENTIDADES EMISORAS (ENTIDADES.DAT)'.
           DISPLAY '1 - ALTA / MODIFICACION DE ENTIDAD'.
           DISPLAY '2 - ASIGNAR EMPRESA A UNA ENTIDAD'.
           DISPLAY '3 - ASIGNAR ENGAGEMENT A UNA ENTIDAD'.
           DISPLAY '4 - LISTAR ENTIDADES Y ASIGNACIONES'.
           DISPLAY '5 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-ENTIDAD
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM ASIGNAR-EMPRESA
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM ASIGNAR-ENGAGEMENT
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       PERFORM LISTAR-ENTIDADES
                    ELSE
                       IF WS-OPCION EQUAL '5'
                          MOVE 'N' TO WS-CONTINUAR
                       ELSE
                          DISPLAY 'OPCION INVALIDA'.

       CARGAR-ENTIDAD.
           DISPLAY 'CODIGO DE ENTIDAD (01-99): '.
           ACCEPT WS-ENTIDAD-NUEVA.
           IF WS-ENTIDAD-NUEVA IS NOT NUMERIC
              OR WS-ENTIDAD-NUEVA EQUAL 0
              DISPLAY 'CODIGO DE ENTIDAD INVALIDO'
           ELSE
              PERFORM UBICAR-ENTIDAD
              IF WS-IND-ENT EQUAL 0
                 AND WS-CANT-ENT NOT LESS WS-MAX-ENT
                 DISPLAY 'TABLA DE ENTIDADES LLENA (' WS-MAX-ENT ')'
              ELSE
                 PERFORM PEDIR-Y-GRABAR-ENTIDAD.

       UBICAR-ENTIDAD.
           MOVE 0 TO WS-IND-ENT.
           PERFORM COMPARAR-CODIGO-ENTIDAD
               VARYING IND-TAB-ENT FROM 1 BY 1
               UNTIL IND-TAB-ENT GREATER WS-CANT-ENT.

       COMPARAR-CODIGO-ENTIDAD.
           IF TAB-ENT-CODIGO(IND-TAB-ENT) EQUAL WS-ENTIDAD-NUEVA
              SET WS-IND-ENT TO IND-TAB-ENT.

       PEDIR-Y-GRABAR-ENTIDAD.
           IF WS-IND-ENT GREATER 0
              DISPLAY 'ACTUAL: CUIT ' TAB-ENT-CUIT(WS-IND-ENT)
                  ' ' TAB-ENT-RAZON(WS-IND-ENT)
                  ' PV ' TAB-ENT-PUNTO-VENTA(WS-IND-ENT).
           DISPLAY 'CUIT DE LA ENTIDAD (11 DIGITOS): '.
           ACCEPT WS-CUIT-NUEVO.
           DISPLAY 'RAZON SOCIAL: '.
           ACCEPT WS-RAZON-NUEVA.
           DISPLAY 'DOMICILIO: '.
           ACCEPT WS-DOMICILIO-NUEVO.
           DISPLAY 'CONDICION IVA (RI/EX/MO): '.
           ACCEPT WS-COND-IVA-NUEVA.
           DISPLAY 'INICIO DE ACTIVIDADES (AAAAMMDD): '.
           ACCEPT WS-INICIO-NUEVO.
           DISPLAY 'PUNTO DE VENTA (9999, 0 = FACTURAS-PUNTO-VENTA, '
               'SOLO ENTIDAD 01): '.
           ACCEPT WS-PV-NUEVO.

           PERFORM VALIDAR-ENTIDAD.
           IF DATOS-VALIDOS
              IF WS-IND-ENT EQUAL 0
                 ADD 1 TO WS-CANT-ENT
                 MOVE WS-CANT-ENT TO WS-IND-ENT
              END-IF
              MOVE WS-ENTIDAD-NUEVA TO TAB-ENT-CODIGO(WS-IND-ENT)
              MOVE WS-CUIT-NUEVO TO TAB-ENT-CUIT(WS-IND-ENT)
              MOVE WS-RAZON-NUEVA TO TAB-ENT-RAZON(WS-IND-ENT)
              MOVE WS-DOMICILIO-NUEVO TO TAB-ENT-DOMICILIO(WS-IND-ENT)
              MOVE WS-COND-IVA-NUEVA TO TAB-ENT-COND-IVA(WS-IND-ENT)
              MOVE WS-INICIO-NUEVO TO TAB-ENT-INICIO-ACT(WS-IND-ENT)
              MOVE WS-PV-NUEVO TO TAB-ENT-PUNTO-VENTA(WS-IND-ENT)
              PERFORM GRABAR-ENTIDADES.

      *    el punto de venta no puede repetirse entre entidades: la
      *    correlativa y la clave de FACTURAS.DAT son por PV + letra.
      *    el PV de la 01 en 0 lo controla GeneraFacturas contra
      *    FACTURAS-PUNTO-VENTA al arrancar.
       VALIDAR-ENTIDAD.
           MOVE 'S' TO WS-DATOS-VALIDOS.
           IF WS-CUIT-NUEVO IS NOT NUMERIC OR WS-CUIT-NUEVO EQUAL 0
              DISPLAY 'CUIT INVALIDO, NO SE GRABO'
              MOVE 'N' TO WS-DATOS-VALIDOS.
           IF WS-RAZON-NUEVA EQUAL SPACES
              DISPLAY 'FALTA LA RAZON SOCIAL, NO SE GRABO'
              MOVE 'N' TO WS-DATOS-VALIDOS.
           IF WS-COND-IVA-NUEVA NOT EQUAL 'RI'
              AND WS-COND-IVA-NUEVA NOT EQUAL 'EX'
              AND WS-COND-IVA-NUEVA NOT EQUAL 'MO'
              DISPLAY 'CONDICION IVA INVALIDA, NO SE GRABO'
              MOVE 'N' TO WS-DATOS-VALIDOS.
           IF WS-INICIO-NUEVO IS NOT NUMERIC
              DISPLAY 'FECHA DE INICIO INVALIDA, NO SE GRABO'
              MOVE 'N' TO WS-DATOS-VALIDOS.
           IF WS-PV-NUEVO IS NOT NUMERIC
              DISPLAY 'PUNTO DE VENTA INVALIDO, NO SE GRABO'
              MOVE 'N' TO WS-DATOS-VALIDOS
           ELSE
              IF WS-PV-NUEVO EQUAL 0 AND WS-ENTIDAD-NUEVA NOT EQUAL 1
                 DISPLAY 'UNA ENTIDAD DISTINTA DE LA 01 NECESITA PUNTO'
                     ' DE VENTA PROPIO, NO SE GRABO'
                 MOVE 'N' TO WS-DATOS-VALIDOS.
           IF DATOS-VALIDOS
              PERFORM CONTROLAR-DUPLICADO-ENTIDAD
                  VARYING WS-IND-OTRA FROM 1 BY 1
                  UNTIL WS-IND-OTRA GREATER WS-CANT-ENT.

       CONTROLAR-DUPLICADO-ENTIDAD.
           IF TAB-ENT-CODIGO(WS-IND-OTRA) NOT EQUAL WS-ENTIDAD-NUEVA
              IF WS-PV-NUEVO GREATER 0 AND WS-PV-NUEVO EQUAL
                 TAB-ENT-PUNTO-VENTA(WS-IND-OTRA)
                 DISPLAY 'EL PV ' WS-PV-NUEVO ' YA ES DE LA ENTIDAD '
                     TAB-ENT-CODIGO(WS-IND-OTRA) ', NO SE GRABO'
                 MOVE 'N' TO WS-DATOS-VALIDOS
              ELSE
                 IF WS-CUIT-NUEVO EQUAL TAB-ENT-CUIT(WS-IND-OTRA)
                    DISPLAY 'EL CUIT YA ES DE LA ENTIDAD '
                        TAB-ENT-CODIGO(WS-IND-OTRA) ', NO SE GRABO'
                    MOVE 'N' TO WS-DATOS-VALIDOS.

       GRABAR-ENTIDADES.
           OPEN OUTPUT ARCH-ENTIDADES.
           IF NOT ENTIDADES-OK
              DISPLAY 'NO PUDO ABRIRSE ENTIDADES.DAT ' FS-ENTIDADES
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM GRABAR-UNA-ENTIDAD
               VARYING IND-TAB-ENT FROM 1 BY 1
               UNTIL IND-TAB-ENT GREATER WS-CANT-ENT.
           CLOSE ARCH-ENTIDADES.
           DISPLAY 'ENTIDAD ' WS-ENTIDAD-NUEVA ' GRABADA'.

       GRABAR-UNA-ENTIDAD.
           MOVE TAB-ENT-CODIGO(IND-TAB-ENT) TO REG-ENT-CODIGO.
           MOVE TAB-ENT-CUIT(IND-TAB-ENT) TO REG-ENT-CUIT.
           MOVE TAB-ENT-RAZON(IND-TAB-ENT) TO REG-ENT-RAZON.
           MOVE TAB-ENT-DOMICILIO(IND-TAB-ENT) TO REG-ENT-DOMICILIO.
           MOVE TAB-ENT-COND-IVA(IND-TAB-ENT) TO REG-ENT-COND-IVA.
           MOVE TAB-ENT-INICIO-ACT(IND-TAB-ENT) TO REG-ENT-INICIO-ACT.
           MOVE TAB-ENT-PUNTO-VENTA(IND-TAB-ENT)
               TO REG-ENT-PUNTO-VENTA.
           WRITE REG-ENTIDAD.

       ASIGNAR-EMPRESA.
           DISPLAY 'CODIGO DE EMPRESA (999): '.
           ACCEPT WS-EMPRESA-NUEVA.
           PERFORM VALIDAR-EMPRESA.
           IF NOT EMPRESA-ENCONTRADA
              DISPLAY 'CODIGO DE EMPRESA NO EXISTE EN EMPRESAS.DAT'
           ELSE
              MOVE 0 TO WS-DESDE-NUEVO
              MOVE 0 TO WS-HASTA-NUEVO
              PERFORM PEDIR-Y-GRABAR-ASIGNACION.

       ASIGNAR-ENGAGEMENT.
           DISPLAY 'CODIGO DE EMPRESA (999): '.
           ACCEPT WS-EMPRESA-NUEVA.
           PERFORM VALIDAR-EMPRESA.
           IF NOT EMPRESA-ENCONTRADA
              DISPLAY 'CODIGO DE EMPRESA NO EXISTE EN EMPRESAS.DAT'
           ELSE
              DISPLAY 'VIGENCIA DESDE DEL ENGAGEMENT (AAAAMMDD): '
              ACCEPT WS-DESDE-NUEVO
              PERFORM BUSCAR-ENGAGEMENT
              IF NOT ENGAGEMENT-ENCONTRADO
                 DISPLAY 'LA EMPRESA NO TIENE ENGAGEMENT CON ESA '
                     'VIGENCIA EN ENGAGEMENTS.DAT'
              ELSE
                 PERFORM PEDIR-Y-GRABAR-ASIGNACION.

       VALIDAR-EMPRESA.
           MOVE 'N' TO WS-EMPRESA-ENCONTRADA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN TAB-EMP-COD(IND-TAB-EMP) EQUAL WS-EMPRESA-NUEVA
                   MOVE 'S' TO WS-EMPRESA-ENCONTRADA
           END-SEARCH.

      *    el hasta se copia del engagement, asi la resolucion no
      *    tiene que volver a leer ENGAGEMENTS.DAT.
       BUSCAR-ENGAGEMENT.
           MOVE 'N' TO WS-ENGAGEMENT-ENCONTRADO.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF ENG-OK
              READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS
              END-READ
              PERFORM COMPARAR-ENGAGEMENT UNTIL ENG-EOF
              CLOSE ARCH-ENGAGEMENTS
           ELSE
              DISPLAY 'ENGAGEMENTS.DAT NO DISPONIBLE ' FS-ENGAGEMENTS.

       COMPARAR-ENGAGEMENT.
           IF REG-ENG-EMPRESA EQUAL WS-EMPRESA-NUEVA
              AND REG-ENG-VIG-DESDE EQUAL WS-DESDE-NUEVO
              MOVE 'S' TO WS-ENGAGEMENT-ENCONTRADO
              MOVE REG-ENG-VIG-HASTA TO WS-HASTA-NUEVO.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       PEDIR-Y-GRABAR-ASIGNACION.
           DISPLAY 'ENTIDAD QUE FACTURA (01-99): '.
           ACCEPT WS-ENTIDAD-NUEVA.
           PERFORM UBICAR-ENTIDAD.
           IF WS-IND-ENT EQUAL 0 AND WS-ENTIDAD-NUEVA NOT EQUAL 1
              DISPLAY 'LA ENTIDAD NO EXISTE EN ENTIDADES.DAT, NO SE '
                  'GRABO'
           ELSE
              PERFORM GRABAR-ASIGNACION.

       GRABAR-ASIGNACION.
           OPEN EXTEND ARCH-ENT-ASIGNACIONES.
           IF NOT ENT-ASIGNACIONES-OK
              OPEN OUTPUT ARCH-ENT-ASIGNACIONES
              IF NOT ENT-ASIGNACIONES-OK
                 DISPLAY 'NO PUDO ABRIRSE ENTIDAD-ASIGNACIONES.DAT '
                     FS-ENT-ASIGNACIONES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-EMPRESA-NUEVA TO REG-EAS-EMPRESA.
           MOVE WS-DESDE-NUEVO TO REG-EAS-DESDE.
           MOVE WS-HASTA-NUEVO TO REG-EAS-HASTA.
           MOVE WS-ENTIDAD-NUEVA TO REG-EAS-ENTIDAD.
           WRITE REG-ENT-ASIGNACION.
           IF ENT-ASIGNACIONES-OK
              DISPLAY 'ASIGNACION GRABADA'
           ELSE
              DISPLAY 'ERROR AL GRABAR LA ASIGNACION '
                  FS-ENT-ASIGNACIONES.
           CLOSE ARCH-ENT-ASIGNACIONES.

       LISTAR-ENTIDADES.
           PERFORM MOSTRAR-ENTIDAD
               VARYING IND-TAB-ENT FROM 1 BY 1
               UNTIL IND-TAB-ENT GREATER WS-CANT-ENT.
           DISPLAY WS-CANT-ENT ' ENTIDADES CARGADAS'.

           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-ENT-ASIGNACIONES.
           IF NOT ENT-ASIGNACIONES-OK
              DISPLAY 'SIN ASIGNACIONES - TODO SE FACTURA CON LA 01'
           ELSE
              PERFORM LEER-ASIGNACION
              PERFORM MOSTRAR-ASIGNACION UNTIL ENT-ASIGNACIONES-EOF
              CLOSE ARCH-ENT-ASIGNACIONES
              DISPLAY WS-ACUM-LISTADOS ' ASIGNACIONES CARGADAS'.

       MOSTRAR-ENTIDAD.
           DISPLAY 'ENTIDAD ' TAB-ENT-CODIGO(IND-TAB-ENT)
               '  CUIT ' TAB-ENT-CUIT(IND-TAB-ENT)
               '  ' TAB-ENT-RAZON(IND-TAB-ENT)
               '  IVA ' TAB-ENT-COND-IVA(IND-TAB-ENT)
               '  PV ' TAB-ENT-PUNTO-VENTA(IND-TAB-ENT).

       LEER-ASIGNACION.
           READ ARCH-ENT-ASIGNACIONES
               AT END MOVE '10' TO FS-ENT-ASIGNACIONES.

       MOSTRAR-ASIGNACION.
           ADD 1 TO WS-ACUM-LISTADOS.
           IF REG-EAS-DESDE EQUAL 0
              DISPLAY 'EMPRESA ' REG-EAS-EMPRESA
                  '  (EMPRESA ENTERA)  -> ENTIDAD ' REG-EAS-ENTIDAD
           ELSE
              DISPLAY 'EMPRESA ' REG-EAS-EMPRESA
                  '  ENGAGEMENT ' REG-EAS-DESDE ' A ' REG-EAS-HASTA
                  '  -> ENTIDAD ' REG-EAS-ENTIDAD.
           PERFORM LEER-ASIGNACION.
