       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaProveedores.
       AUTHOR. Fede.

      *    maestro de proveedores: las firmas externas que nos ceden
      *    consultores y despues nos facturan sus horas. codigo,
      *    razon social, CUIT (validado modulo 11), condicion frente
      *    al IVA (RI inscripto, MT monotributo, EX exento) y estado
      *    activo / inactivo. un proveedor no se borra nunca - sus
      *    facturas viejas lo siguen nombrando - se pasa a inactivo.
      *    el consultor se ata a su proveedor en
      *    MantenimientoConsultores; las facturas se cargan en
      *    CargaFacturasProveedor y se controlan contra las horas en
      *    ConciliacionProveedores. misma mecanica de maestro indexado
      *    que CargaProductos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PROVEEDORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-PROVEEDORES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PROVEEDORES.DAT'
             DATA RECORD IS REG-PROVEEDOR.

       01 REG-PROVEEDOR.
           03 PRV-CODIGO                 PIC X(5).
           03 PRV-RAZON-SOCIAL           PIC X(30).
           03 PRV-CUIT                   PIC 9(11).
      *    RI responsable inscripto, MT monotributo, EX exento; el
      *    libro de IVA compras solo computa credito fiscal de RI.
           03 PRV-COND-IVA               PIC X(2).
               88 PRV-COND-IVA-VALIDA    VALUE 'RI' 'MT' 'EX'.
      *    A activo, I inactivo (no se le cargan facturas nuevas).
           03 PRV-ESTADO                 PIC X(1).
               88 PRV-ACTIVO             VALUE 'A'.
               88 PRV-INACTIVO           VALUE 'I'.

       WORKING-STORAGE SECTION.

       77 FS-PROVEEDORES   PIC XX.
           88 PRV-OK         VALUE '00'.
           88 PRV-EOF        VALUE '10'.
           88 PRV-NOENC      VALUE '23'.
           88 PRV-DUPLICADO  VALUE '22'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-RAZON-NUEVA              PIC X(30).
       01 WS-COND-IVA-NUEVA           PIC X(2).
       01 WS-ESTADO-NUEVO             PIC X(1).

      *    validacion del digito verificador del CUIT (algoritmo
      *    modulo 11), mismo armado que CargaRetenciones.
       01 WS-CUIT-VALIDAR                   PIC 9(11).
       01 WS-CUIT-DIGITOS REDEFINES WS-CUIT-VALIDAR.
           03 WS-CUIT-DIGITO                PIC 9 OCCURS 11 TIMES.

       01 WS-CUIT-PESOS-LIT                 PIC X(10)
           VALUE '5432765432'.
       01 WS-CUIT-PESOS REDEFINES WS-CUIT-PESOS-LIT.
           03 WS-CUIT-PESO                  PIC 9 OCCURS 10 TIMES.

       01 WS-CUIT-IND                       PIC 99.
       01 WS-CUIT-SUMA                      PIC 9(4).
       01 WS-CUIT-RESTO                     PIC 99.
       01 WS-CUIT-VERIFICADOR               PIC 99.

       01 WS-CUIT-OK                        PIC X.
           88 CUIT-VALIDO                   VALUE 'S'.
           88 CUIT-INVALIDO                 VALUE 'N'.

       01 WS-ACUM-GRABADOS            PIC 9(5) VALUE 0.
       01 WS-ACUM-MODIFICADOS         PIC 9(5) VALUE 0.
       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-PROVEEDORES.
           PERFORM ABRIR-MAESTRO-PROVEEDORES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

       ABRIR-MAESTRO-PROVEEDORES.
           OPEN I-O ARCH-PROVEEDORES.
           IF NOT PRV-OK
              OPEN OUTPUT ARCH-PROVEEDORES
              IF PRV-OK
                 DISPLAY 'ARCHIVO PROVEEDORES.DAT CREADO'
                 CLOSE ARCH-PROVEEDORES
                 OPEN I-O ARCH-PROVEEDORES
              END-IF
              IF NOT PRV-OK
                 DISPLAY 'NO PUDO ABRIRSE PROVEEDORES.DAT '
                     FS-PROVEEDORES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'MAESTRO DE PROVEEDORES (PROVEEDORES.DAT)'.
           DISPLAY '1 - ALTA DE PROVEEDOR'.
           DISPLAY '2 - MODIFICAR RAZON SOCIAL, COND. IVA O ESTADO'.
           DISPLAY '3 - LISTAR PROVEEDORES'.
           DISPLAY '4 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM ALTA-PROVEEDOR
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM MODIFICAR-PROVEEDOR
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM LISTAR-PROVEEDORES
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       MOVE 'N' TO WS-CONTINUAR
                    ELSE
                       DISPLAY 'OPCION INVALIDA'.

       ALTA-PROVEEDOR.
           DISPLAY 'CODIGO DE PROVEEDOR (5 CARACTERES): '.
           ACCEPT PRV-CODIGO.
           DISPLAY 'RAZON SOCIAL (30 CARACTERES): '.
           ACCEPT PRV-RAZON-SOCIAL.
           DISPLAY 'CUIT (11 DIGITOS): '.
           ACCEPT PRV-CUIT.
           DISPLAY 'CONDICION IVA (RI, MT, EX): '.
           ACCEPT PRV-COND-IVA.

           IF PRV-CODIGO EQUAL SPACES
              OR PRV-RAZON-SOCIAL EQUAL SPACES
              DISPLAY 'CODIGO O RAZON SOCIAL EN BLANCO, NO SE GRABO'
           ELSE
              IF PRV-CUIT IS NOT NUMERIC
                 DISPLAY 'CUIT INVALIDO, NO SE GRABO'
              ELSE
                 MOVE PRV-CUIT TO WS-CUIT-VALIDAR
                 PERFORM VALIDAR-CUIT
                 IF CUIT-INVALIDO
                    DISPLAY 'DIGITO VERIFICADOR DEL CUIT INVALIDO, NO '
                        'SE GRABO'
                 ELSE
                    IF NOT PRV-COND-IVA-VALIDA
                       DISPLAY 'CONDICION IVA INVALIDA (RI, MT, EX), '
                           'NO SE GRABO'
                    ELSE
                       PERFORM GRABAR-PROVEEDOR.

       GRABAR-PROVEEDOR.
           MOVE 'A' TO PRV-ESTADO.
           WRITE REG-PROVEEDOR.
           IF PRV-OK
              DISPLAY 'PROVEEDOR GRABADO ACTIVO'
              ADD 1 TO WS-ACUM-GRABADOS
           ELSE
              IF PRV-DUPLICADO
                 DISPLAY 'YA EXISTE ESE CODIGO DE PROVEEDOR'
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL PROVEEDOR '
                     FS-PROVEEDORES.

      *    el CUIT no se modifica: un CUIT distinto es otro proveedor.
       MODIFICAR-PROVEEDOR.
           DISPLAY 'CODIGO DE PROVEEDOR: '.
           ACCEPT PRV-CODIGO.
           READ ARCH-PROVEEDORES RECORD KEY IS PRV-CODIGO.
           IF NOT PRV-OK
              DISPLAY 'NO EXISTE ESE PROVEEDOR EN PROVEEDORES.DAT '
                  FS-PROVEEDORES
           ELSE
              PERFORM PEDIR-Y-REGRABAR-PROVEEDOR.

       PEDIR-Y-REGRABAR-PROVEEDOR.
           DISPLAY 'PROVEEDOR: ' PRV-RAZON-SOCIAL.
           DISPLAY 'CUIT ' PRV-CUIT '  COND. IVA ' PRV-COND-IVA
               '  ESTADO ' PRV-ESTADO.
           DISPLAY 'NUEVA RAZON SOCIAL (ENTER = NO CAMBIA): '.
           MOVE SPACES TO WS-RAZON-NUEVA.
           ACCEPT WS-RAZON-NUEVA.
           DISPLAY 'NUEVA CONDICION IVA (ENTER = NO CAMBIA): '.
           MOVE SPACES TO WS-COND-IVA-NUEVA.
           ACCEPT WS-COND-IVA-NUEVA.
           DISPLAY 'NUEVO ESTADO (A/I, ENTER = NO CAMBIA): '.
           MOVE SPACES TO WS-ESTADO-NUEVO.
           ACCEPT WS-ESTADO-NUEVO.

           IF (WS-COND-IVA-NUEVA NOT EQUAL SPACES
               AND WS-COND-IVA-NUEVA NOT EQUAL 'RI'
               AND WS-COND-IVA-NUEVA NOT EQUAL 'MT'
               AND WS-COND-IVA-NUEVA NOT EQUAL 'EX')
              OR (WS-ESTADO-NUEVO NOT EQUAL SPACES
                  AND WS-ESTADO-NUEVO NOT EQUAL 'A'
                  AND WS-ESTADO-NUEVO NOT EQUAL 'I')
              DISPLAY 'DATOS INVALIDOS, NO SE MODIFICO'
           ELSE
              IF WS-RAZON-NUEVA NOT EQUAL SPACES
                 MOVE WS-RAZON-NUEVA TO PRV-RAZON-SOCIAL
              END-IF
              IF WS-COND-IVA-NUEVA NOT EQUAL SPACES
                 MOVE WS-COND-IVA-NUEVA TO PRV-COND-IVA
              END-IF
              IF WS-ESTADO-NUEVO NOT EQUAL SPACES
                 MOVE WS-ESTADO-NUEVO TO PRV-ESTADO
              END-IF
              REWRITE REG-PROVEEDOR
              IF PRV-OK
                 DISPLAY 'PROVEEDOR MODIFICADO'
                 ADD 1 TO WS-ACUM-MODIFICADOS
              ELSE
                 DISPLAY 'ERROR AL MODIFICAR EL PROVEEDOR '
                     FS-PROVEEDORES.

       LISTAR-PROVEEDORES.
           MOVE 0 TO WS-ACUM-LISTADOS.
           MOVE LOW-VALUES TO PRV-CODIGO.
           START ARCH-PROVEEDORES KEY IS NOT LESS THAN PRV-CODIGO
               INVALID KEY MOVE '10' TO FS-PROVEEDORES.
           IF PRV-OK
              PERFORM LEER-PROVEEDOR
              PERFORM MOSTRAR-PROVEEDOR UNTIL PRV-EOF
           END-IF.
           DISPLAY WS-ACUM-LISTADOS ' PROVEEDORES EN EL MAESTRO'.

       LEER-PROVEEDOR.
           READ ARCH-PROVEEDORES NEXT RECORD
               AT END MOVE '10' TO FS-PROVEEDORES
           END-READ.

       MOSTRAR-PROVEEDOR.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY PRV-CODIGO ' ' PRV-RAZON-SOCIAL
               ' CUIT ' PRV-CUIT
               '  IVA ' PRV-COND-IVA
               '  ESTADO ' PRV-ESTADO.
           PERFORM LEER-PROVEEDOR.

      *    mismo algoritmo modulo 11 que VALIDAR-CUIT en
      *    CargaRetenciones y SUB-RUTINA-EMPRESAS.
       VALIDAR-CUIT.
           MOVE 0 TO WS-CUIT-SUMA.
           MOVE 1 TO WS-CUIT-IND.
           PERFORM ACUMULAR-DIGITO-CUIT UNTIL WS-CUIT-IND GREATER
               THAN 10.

           COMPUTE WS-CUIT-RESTO = FUNCTION MOD (WS-CUIT-SUMA, 11).
           COMPUTE WS-CUIT-VERIFICADOR = 11 - WS-CUIT-RESTO.
           IF WS-CUIT-VERIFICADOR EQUAL 11
              MOVE 0 TO WS-CUIT-VERIFICADOR.

           IF WS-CUIT-VERIFICADOR EQUAL 10
              SET CUIT-INVALIDO TO TRUE
           ELSE
              IF WS-CUIT-VERIFICADOR EQUAL WS-CUIT-DIGITO (11)
                 SET CUIT-VALIDO TO TRUE
              ELSE
                 SET CUIT-INVALIDO TO TRUE.

       ACUMULAR-DIGITO-CUIT.
           COMPUTE WS-CUIT-SUMA = WS-CUIT-SUMA +
               (WS-CUIT-DIGITO (WS-CUIT-IND) * WS-CUIT-PESO
               (WS-CUIT-IND)).
           ADD 1 TO WS-CUIT-IND.

       TERMINAR.
           CLOSE ARCH-PROVEEDORES.
           DISPLAY WS-ACUM-GRABADOS ' PROVEEDORES DADOS DE ALTA, '
               WS-ACUM-MODIFICADOS ' MODIFICADOS EN LA SESION'.
           STOP RUN.
