       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaHitos.
       AUTHOR. Fede.

      *    maestro de hitos de engagements a precio fijo: algunos
      *    contratos se venden por un precio cerrado pagadero contra
      *    entregables, no por hora. cada hito se carga contra un
      *    engagement existente de ENGAGEMENTS.DAT (empresa + vigencia
      *    desde) con descripcion, importe, moneda y fecha planificada,
      *    nace en estado P (pendiente) y cuando el cliente acepta el
      *    entregable se le registra la fecha de aceptacion y pasa a
      *    A (aceptado). los aceptados los toma la corrida de TP1, que
      *    los manda a GL-EXTRACT.DAT como registros de concepto
      *    propio (tipo '7') y los deja en F (facturado) - ver
      *    FACTURAR-HITOS-ACEPTADOS en TP1. un engagement con hitos
      *    cargados es de precio fijo: sus horas se siguen mezclando y
      *    costeando pero no se facturan. misma mecanica de alta
      *    validada que CargaGastos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-HITOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-HIT-CLAVE
               FILE STATUS IS FS-HITOS.

           SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENGAGEMENTS.

           SELECT ARCH-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-HITOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'HITOS.DAT'
             DATA RECORD IS REG-HITO.

       01 REG-HITO.
      *    el engagement se identifica por empresa + vigencia desde,
      *    igual que en ENGAGEMENTS.DAT.
           03 REG-HIT-CLAVE.
               05 REG-HIT-EMPRESA        PIC 9(3).
               05 REG-HIT-ENG-DESDE      PIC 9(8).
               05 REG-HIT-NUMERO         PIC 9(2).
           03 REG-HIT-DESCRIPCION        PIC X(30).
           03 REG-HIT-IMPORTE            PIC 9(10)V99.
           03 REG-HIT-MONEDA             PIC X(3).
           03 REG-HIT-FECHA-PLAN         PIC 9(8).
      *    fecha de aceptacion del entregable; cero mientras esta
      *    pendiente.
           03 REG-HIT-FECHA-ACEPT        PIC 9(8).
      *    P pendiente, A aceptado (lo factura la proxima corrida de
      *    TP1), F ya facturado.
           03 REG-HIT-ESTADO             PIC X(1).
               88 HIT-PENDIENTE          VALUE 'P'.
               88 HIT-ACEPTADO           VALUE 'A'.
               88 HIT-FACTURADO          VALUE 'F'.
      *    id de la corrida de TP1 que lo facturo; en blanco hasta
      *    entonces.
           03 REG-HIT-CORRIDA            PIC X(14).

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

       WORKING-STORAGE SECTION.

       77 FS-HITOS         PIC XX.
           88 HIT-OK         VALUE '00'.
           88 HIT-EOF        VALUE '10'.
           88 HIT-NOENC      VALUE '23'.
           88 HIT-DUPLICADO  VALUE '22'.

       77 FS-ENGAGEMENTS   PIC XX.
           88 ENG-OK         VALUE '00'.
           88 ENG-EOF        VALUE '10'.

       77 FS-EMP           PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

      *    tablas de validacion - misma tecnica OCCURS + SEARCH que
      *    CargaGastos; mismo dimensionamiento que TABLA-ENGAGEMENTS
      *    en TP1.
       01 TABLA-ENGAGEMENTS.
           03 TAB-ENG OCCURS 500 TIMES INDEXED BY IND-TAB-ENG.
               05 TAB-ENG-EMPRESA       PIC 9(3).
               05 TAB-ENG-DESDE         PIC 9(8).
               05 TAB-ENG-HASTA         PIC 9(8).

       01 WS-CANT-ENG                PIC 9(3) VALUE 0.

       01 TABLA-EMPRESAS.
           03 TAB-EMP OCCURS 200 TIMES INDEXED BY IND-TAB-EMP.
               05 TAB-EMP-COD           PIC 9(3).
               05 TAB-EMP-MONEDA        PIC X(3).

       01 WS-CANT-EMP                PIC 9(3) VALUE 0.

       01 WS-ENGAGEMENT-ENCONTRADO    PIC X VALUE 'N'.
           88 ENGAGEMENT-ENCONTRADO   VALUE 'S'.

       01 WS-EMPRESA-MONEDA           PIC X(3).
       01 WS-ENG-HASTA                PIC 9(8).

      *    engagement pedido para el listado.
       01 WS-LIS-EMPRESA              PIC 9(3).
       01 WS-LIS-DESDE                PIC 9(8).
       01 WS-LIS-TOTAL                PIC 9(11)V99.
       01 WS-LIS-IMPORTE-ED           PIC ZZZZZZZZZ9,99.
       01 WS-LIS-TOTAL-ED             PIC ZZZZZZZZZZ9,99.

       01 WS-ACUM-GRABADOS            PIC 9(5) VALUE 0.
       01 WS-ACUM-ACEPTADOS           PIC 9(5) VALUE 0.
       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-HITOS.
           PERFORM CARGAR-TABLA-ENGAGEMENTS.
           PERFORM CARGAR-TABLA-EMPRESAS.
           PERFORM ABRIR-MAESTRO-HITOS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

       CARGAR-TABLA-ENGAGEMENTS.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF NOT ENG-OK
              DISPLAY 'NO PUDO ABRIRSE ENGAGEMENTS.DAT '
                  FS-ENGAGEMENTS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.
           PERFORM CARGAR-ENG-EN-TABLA
               UNTIL ENG-EOF OR WS-CANT-ENG NOT LESS 500.
           CLOSE ARCH-ENGAGEMENTS.

       CARGAR-ENG-EN-TABLA.
           ADD 1 TO WS-CANT-ENG.
           MOVE REG-ENG-EMPRESA TO TAB-ENG-EMPRESA(WS-CANT-ENG).
           MOVE REG-ENG-VIG-DESDE TO TAB-ENG-DESDE(WS-CANT-ENG).
           MOVE REG-ENG-VIG-HASTA TO TAB-ENG-HASTA(WS-CANT-ENG).
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       CARGAR-TABLA-EMPRESAS.
           OPEN INPUT ARCH-EMPRESAS.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS.DAT ' FS-EMP
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ ARCH-EMPRESAS AT END MOVE '10' TO FS-EMP.
           PERFORM CARGAR-EMPRESA-EN-TABLA
               UNTIL EMP-EOF OR WS-CANT-EMP NOT LESS 200.
           CLOSE ARCH-EMPRESAS.

       CARGAR-EMPRESA-EN-TABLA.
           ADD 1 TO WS-CANT-EMP.
           MOVE REG-EMP-COD TO TAB-EMP-COD(WS-CANT-EMP).
           MOVE REG-EMP-MONEDA TO TAB-EMP-MONEDA(WS-CANT-EMP).
           IF TAB-EMP-MONEDA(WS-CANT-EMP) EQUAL SPACES
              MOVE 'ARS' TO TAB-EMP-MONEDA(WS-CANT-EMP)
           END-IF.
           READ ARCH-EMPRESAS AT END MOVE '10' TO FS-EMP.

       ABRIR-MAESTRO-HITOS.
           OPEN I-O ARCH-HITOS.
           IF NOT HIT-OK
              OPEN OUTPUT ARCH-HITOS
              IF HIT-OK
                 DISPLAY 'ARCHIVO HITOS.DAT CREADO'
                 CLOSE ARCH-HITOS
                 OPEN I-O ARCH-HITOS
              END-IF
              IF NOT HIT-OK
                 DISPLAY 'NO PUDO ABRIRSE HITOS.DAT ' FS-HITOS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'HITOS DE ENGAGEMENTS A PRECIO FIJO (HITOS.DAT)'.
           DISPLAY '1 - CARGAR HITO'.
           DISPLAY '2 - REGISTRAR ACEPTACION DE HITO'.
           DISPLAY '3 - LISTAR HITOS DE UN ENGAGEMENT'.
           DISPLAY '4 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-HITO
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM ACEPTAR-HITO
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM LISTAR-HITOS
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       MOVE 'N' TO WS-CONTINUAR
                    ELSE
                       DISPLAY 'OPCION INVALIDA'.

       CARGAR-HITO.
           DISPLAY 'CODIGO DE EMPRESA (999): '.
           ACCEPT REG-HIT-EMPRESA.
           DISPLAY 'VIGENCIA DESDE DEL ENGAGEMENT (AAAAMMDD): '.
           ACCEPT REG-HIT-ENG-DESDE.
           PERFORM VALIDAR-ENGAGEMENT.
           IF NOT ENGAGEMENT-ENCONTRADO
              DISPLAY 'NO EXISTE ESE ENGAGEMENT EN ENGAGEMENTS.DAT, '
                  'HITO RECHAZADO'
           ELSE
              PERFORM BUSCAR-MONEDA-EMPRESA
              PERFORM PEDIR-Y-GRABAR-HITO.

       VALIDAR-ENGAGEMENT.
           MOVE 'N' TO WS-ENGAGEMENT-ENCONTRADO.
           SET IND-TAB-ENG TO 1.
           SEARCH TAB-ENG
               WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                   NEXT SENTENCE
               WHEN TAB-ENG-EMPRESA(IND-TAB-ENG) EQUAL REG-HIT-EMPRESA
                AND TAB-ENG-DESDE(IND-TAB-ENG) EQUAL REG-HIT-ENG-DESDE
                   MOVE 'S' TO WS-ENGAGEMENT-ENCONTRADO
                   MOVE TAB-ENG-HASTA(IND-TAB-ENG) TO WS-ENG-HASTA
           END-SEARCH.

      *    un engagement sin empresa en la tabla (dado de baja del
      *    maestro) igual admite hitos: la moneda por defecto es ARS.
       BUSCAR-MONEDA-EMPRESA.
           MOVE 'ARS' TO WS-EMPRESA-MONEDA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   NEXT SENTENCE
               WHEN TAB-EMP-COD(IND-TAB-EMP) EQUAL REG-HIT-EMPRESA
                   MOVE TAB-EMP-MONEDA(IND-TAB-EMP) TO
                       WS-EMPRESA-MONEDA
           END-SEARCH.

       PEDIR-Y-GRABAR-HITO.
           DISPLAY 'NUMERO DE HITO (01-99): '.
           ACCEPT REG-HIT-NUMERO.
           DISPLAY 'DESCRIPCION DEL ENTREGABLE (30 CARACTERES): '.
           ACCEPT REG-HIT-DESCRIPCION.
           DISPLAY 'IMPORTE (9999999999,99): '.
           ACCEPT REG-HIT-IMPORTE.
           DISPLAY 'MONEDA (ARS/USD, ENTER = LA DE LA EMPRESA): '.
           ACCEPT REG-HIT-MONEDA.
           IF REG-HIT-MONEDA EQUAL SPACES
              MOVE WS-EMPRESA-MONEDA TO REG-HIT-MONEDA
           END-IF.
           DISPLAY 'FECHA PLANIFICADA (AAAAMMDD): '.
           ACCEPT REG-HIT-FECHA-PLAN.

           IF REG-HIT-NUMERO IS NOT NUMERIC
              OR REG-HIT-NUMERO EQUAL ZERO
              OR REG-HIT-IMPORTE IS NOT NUMERIC
              OR REG-HIT-IMPORTE EQUAL ZERO
              OR REG-HIT-FECHA-PLAN IS NOT NUMERIC
              OR REG-HIT-FECHA-PLAN EQUAL ZERO
              DISPLAY 'NUMERO, IMPORTE O FECHA INVALIDOS, NO SE GRABO'
           ELSE
              IF REG-HIT-FECHA-PLAN LESS THAN REG-HIT-ENG-DESDE
                 OR REG-HIT-FECHA-PLAN GREATER THAN WS-ENG-HASTA
                 DISPLAY 'ATENCION: LA FECHA PLANIFICADA CAE FUERA '
                     'DE LA VIGENCIA DEL ENGAGEMENT'
              END-IF
              MOVE 0 TO REG-HIT-FECHA-ACEPT
              MOVE 'P' TO REG-HIT-ESTADO
              MOVE SPACES TO REG-HIT-CORRIDA
              WRITE REG-HITO
              IF HIT-OK
                 DISPLAY 'HITO GRABADO EN ESTADO PENDIENTE'
                 ADD 1 TO WS-ACUM-GRABADOS
              ELSE
                 IF HIT-DUPLICADO
                    DISPLAY 'YA EXISTE ESE NUMERO DE HITO PARA EL '
                        'ENGAGEMENT'
                 ELSE
                    DISPLAY 'ERROR AL GRABAR EL HITO ' FS-HITOS.

      *    la aceptacion del cliente habilita la facturacion: el hito
      *    pasa a A con su fecha y lo toma la proxima corrida de TP1.
       ACEPTAR-HITO.
           DISPLAY 'CODIGO DE EMPRESA: '.
           ACCEPT REG-HIT-EMPRESA.
           DISPLAY 'VIGENCIA DESDE DEL ENGAGEMENT (AAAAMMDD): '.
           ACCEPT REG-HIT-ENG-DESDE.
           DISPLAY 'NUMERO DE HITO: '.
           ACCEPT REG-HIT-NUMERO.

           READ ARCH-HITOS RECORD KEY IS REG-HIT-CLAVE.
           IF NOT HIT-OK
              DISPLAY 'NO EXISTE ESE HITO EN HITOS.DAT ' FS-HITOS
           ELSE
              IF HIT-FACTURADO
                 DISPLAY 'EL HITO YA FUE FACTURADO, NO SE TOCA'
              ELSE
                 PERFORM REGISTRAR-ACEPTACION.

       REGISTRAR-ACEPTACION.
           DISPLAY 'HITO: ' REG-HIT-DESCRIPCION.
           DISPLAY 'FECHA DE ACEPTACION (AAAAMMDD): '.
           ACCEPT REG-HIT-FECHA-ACEPT.
           IF REG-HIT-FECHA-ACEPT IS NOT NUMERIC
              OR REG-HIT-FECHA-ACEPT EQUAL ZERO
              DISPLAY 'FECHA INVALIDA, NO SE REGISTRO LA ACEPTACION'
           ELSE
              MOVE 'A' TO REG-HIT-ESTADO
              REWRITE REG-HITO
              IF HIT-OK
                 DISPLAY 'HITO ACEPTADO - LO TOMA LA PROXIMA '
                     'CORRIDA DE TP1'
                 ADD 1 TO WS-ACUM-ACEPTADOS
              ELSE
                 DISPLAY 'ERROR AL ACEPTAR EL HITO ' FS-HITOS.

      *    lectura parcial por clave: START en el primer hito del
      *    engagement y READ NEXT mientras no cambie el prefijo.
       LISTAR-HITOS.
           DISPLAY 'CODIGO DE EMPRESA: '.
           ACCEPT WS-LIS-EMPRESA.
           DISPLAY 'VIGENCIA DESDE DEL ENGAGEMENT (AAAAMMDD): '.
           ACCEPT WS-LIS-DESDE.
           MOVE 0 TO WS-ACUM-LISTADOS.
           MOVE 0 TO WS-LIS-TOTAL.

           MOVE WS-LIS-EMPRESA TO REG-HIT-EMPRESA.
           MOVE WS-LIS-DESDE TO REG-HIT-ENG-DESDE.
           MOVE 0 TO REG-HIT-NUMERO.
           START ARCH-HITOS KEY IS NOT LESS THAN REG-HIT-CLAVE
               INVALID KEY MOVE '10' TO FS-HITOS.
           IF HIT-OK
              PERFORM LEER-HITO
              PERFORM MOSTRAR-HITO
                  UNTIL HIT-EOF
                   OR REG-HIT-EMPRESA NOT EQUAL WS-LIS-EMPRESA
                   OR REG-HIT-ENG-DESDE NOT EQUAL WS-LIS-DESDE
           END-IF.
           MOVE WS-LIS-TOTAL TO WS-LIS-TOTAL-ED.
           DISPLAY WS-ACUM-LISTADOS ' HITOS DEL ENGAGEMENT, TOTAL '
               WS-LIS-TOTAL-ED.

       LEER-HITO.
           READ ARCH-HITOS NEXT RECORD
               AT END MOVE '10' TO FS-HITOS
           END-READ.

       MOSTRAR-HITO.
           ADD 1 TO WS-ACUM-LISTADOS.
           ADD REG-HIT-IMPORTE TO WS-LIS-TOTAL.
           MOVE REG-HIT-IMPORTE TO WS-LIS-IMPORTE-ED.
           DISPLAY 'HITO ' REG-HIT-NUMERO
               ' ' REG-HIT-DESCRIPCION
               ' ' WS-LIS-IMPORTE-ED ' ' REG-HIT-MONEDA
               '  PLAN ' REG-HIT-FECHA-PLAN
               '  ACEPT ' REG-HIT-FECHA-ACEPT
               '  ESTADO ' REG-HIT-ESTADO.
           PERFORM LEER-HITO.

       TERMINAR.
           CLOSE ARCH-HITOS.
           DISPLAY WS-ACUM-GRABADOS ' HITOS CARGADOS, '
               WS-ACUM-ACEPTADOS ' ACEPTADOS EN LA SESION'.
           STOP RUN.
