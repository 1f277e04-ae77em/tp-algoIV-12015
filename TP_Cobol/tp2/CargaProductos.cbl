       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaProductos.
       AUTHOR. Fede.

      *    catalogo de productos de reventa (licencias, equipos y
      *    demas que se le venden al cliente junto con las horas):
      *    codigo, descripcion, precio unitario de lista con su
      *    moneda, alicuota de IVA propia del producto (no todos van
      *    al 21) y estado activo / inactivo. un producto no se borra
      *    nunca - las ordenes viejas lo siguen nombrando - se pasa a
      *    inactivo y CargaOrdenesVenta deja de ofrecerlo. las ventas
      *    se cargan por empresa en CargaOrdenesVenta. misma mecanica
      *    de maestro indexado que CargaHitos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PRODUCTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODUCTOS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-PRODUCTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PRODUCTOS.DAT'
             DATA RECORD IS REG-PRODUCTO.

       01 REG-PRODUCTO.
           03 PRD-CODIGO                 PIC X(8).
           03 PRD-DESCRIPCION            PIC X(30).
           03 PRD-PRECIO                 PIC 9(8)V99.
           03 PRD-MONEDA                 PIC X(3).
      *    alicuota de IVA del producto (21, 10,5, 27...); se aplica
      *    solo en factura A, igual que la de las horas.
           03 PRD-IVA-PCT                PIC 9(3)V99.
      *    A activo, I inactivo (no se ofrece en ordenes nuevas).
           03 PRD-ESTADO                 PIC X(1).
               88 PRD-ACTIVO             VALUE 'A'.
               88 PRD-INACTIVO           VALUE 'I'.

       WORKING-STORAGE SECTION.

       77 FS-PRODUCTOS     PIC XX.
           88 PRD-OK         VALUE '00'.
           88 PRD-EOF        VALUE '10'.
           88 PRD-NOENC      VALUE '23'.
           88 PRD-DUPLICADO  VALUE '22'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-PRECIO-NUEVO             PIC 9(8)V99.
       01 WS-IVA-NUEVO                PIC 9(3)V99.
       01 WS-ESTADO-NUEVO             PIC X(1).
       01 WS-CAMBIA-IVA               PIC X(1).
       01 WS-PRECIO-ED                PIC ZZZZZZZ9,99.
       01 WS-IVA-ED                   PIC ZZ9,99.

       01 WS-ACUM-GRABADOS            PIC 9(5) VALUE 0.
       01 WS-ACUM-MODIFICADOS         PIC 9(5) VALUE 0.
       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-PRODUCTOS.
           PERFORM ABRIR-MAESTRO-PRODUCTOS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

       ABRIR-MAESTRO-PRODUCTOS.
           OPEN I-O ARCH-PRODUCTOS.
           IF NOT PRD-OK
              OPEN OUTPUT ARCH-PRODUCTOS
              IF PRD-OK
                 DISPLAY 'ARCHIVO PRODUCTOS.DAT CREADO'
                 CLOSE ARCH-PRODUCTOS
                 OPEN I-O ARCH-PRODUCTOS
              END-IF
              IF NOT PRD-OK
                 DISPLAY 'NO PUDO ABRIRSE PRODUCTOS.DAT ' FS-PRODUCTOS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'CATALOGO DE PRODUCTOS DE REVENTA (PRODUCTOS.DAT)'.
           DISPLAY '1 - ALTA DE PRODUCTO'.
           DISPLAY '2 - MODIFICAR PRECIO, IVA O ESTADO'.
           DISPLAY '3 - LISTAR CATALOGO'.
           DISPLAY '4 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM ALTA-PRODUCTO
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM MODIFICAR-PRODUCTO
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM LISTAR-PRODUCTOS
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       MOVE 'N' TO WS-CONTINUAR
                    ELSE
                       DISPLAY 'OPCION INVALIDA'.

       ALTA-PRODUCTO.
           DISPLAY 'CODIGO DE PRODUCTO (8 CARACTERES): '.
           ACCEPT PRD-CODIGO.
           DISPLAY 'DESCRIPCION (30 CARACTERES): '.
           ACCEPT PRD-DESCRIPCION.
           DISPLAY 'PRECIO UNITARIO (99999999,99): '.
           ACCEPT PRD-PRECIO.
           DISPLAY 'MONEDA (ARS/USD, ENTER = ARS): '.
           ACCEPT PRD-MONEDA.
           IF PRD-MONEDA EQUAL SPACES
              MOVE 'ARS' TO PRD-MONEDA
           END-IF.
           DISPLAY 'ALICUOTA DE IVA (999,99): '.
           ACCEPT PRD-IVA-PCT.

           IF PRD-CODIGO EQUAL SPACES
              OR PRD-DESCRIPCION EQUAL SPACES
              DISPLAY 'CODIGO O DESCRIPCION EN BLANCO, NO SE GRABO'
           ELSE
              IF PRD-PRECIO IS NOT NUMERIC
                 OR PRD-PRECIO EQUAL ZERO
                 OR PRD-IVA-PCT IS NOT NUMERIC
                 OR PRD-IVA-PCT GREATER THAN 100
                 DISPLAY 'PRECIO O ALICUOTA INVALIDOS, NO SE GRABO'
              ELSE
                 MOVE 'A' TO PRD-ESTADO
                 WRITE REG-PRODUCTO
                 IF PRD-OK
                    DISPLAY 'PRODUCTO GRABADO ACTIVO'
                    ADD 1 TO WS-ACUM-GRABADOS
                 ELSE
                    IF PRD-DUPLICADO
                       DISPLAY 'YA EXISTE ESE CODIGO DE PRODUCTO'
                    ELSE
                       DISPLAY 'ERROR AL GRABAR EL PRODUCTO '
                           FS-PRODUCTOS.

      *    el cambio de precio no toca las ordenes ya cargadas: cada
      *    renglon de orden guarda el precio con que se vendio.
       MODIFICAR-PRODUCTO.
           DISPLAY 'CODIGO DE PRODUCTO: '.
           ACCEPT PRD-CODIGO.
           READ ARCH-PRODUCTOS RECORD KEY IS PRD-CODIGO.
           IF NOT PRD-OK
              DISPLAY 'NO EXISTE ESE PRODUCTO EN PRODUCTOS.DAT '
                  FS-PRODUCTOS
           ELSE
              PERFORM PEDIR-Y-REGRABAR-PRODUCTO.

       PEDIR-Y-REGRABAR-PRODUCTO.
           MOVE PRD-PRECIO TO WS-PRECIO-ED.
           MOVE PRD-IVA-PCT TO WS-IVA-ED.
           DISPLAY 'PRODUCTO: ' PRD-DESCRIPCION.
           DISPLAY 'PRECIO ' WS-PRECIO-ED ' ' PRD-MONEDA
               '  IVA ' WS-IVA-ED '  ESTADO ' PRD-ESTADO.
           DISPLAY 'NUEVO PRECIO UNITARIO (0 = NO CAMBIA): '.
           ACCEPT WS-PRECIO-NUEVO.
      *    la alicuota puede pasar a cero (producto exento), asi que
      *    se pregunta aparte si cambia.
           MOVE PRD-IVA-PCT TO WS-IVA-NUEVO.
           DISPLAY 'CAMBIA LA ALICUOTA DE IVA? (S/N): '.
           ACCEPT WS-CAMBIA-IVA.
           IF WS-CAMBIA-IVA EQUAL 'S'
              DISPLAY 'NUEVA ALICUOTA DE IVA (999,99): '
              ACCEPT WS-IVA-NUEVO
           END-IF.
           DISPLAY 'NUEVO ESTADO (A/I, ENTER = NO CAMBIA): '.
           ACCEPT WS-ESTADO-NUEVO.

           IF WS-PRECIO-NUEVO IS NOT NUMERIC
              OR WS-IVA-NUEVO IS NOT NUMERIC
              OR WS-IVA-NUEVO GREATER THAN 100
              OR (WS-ESTADO-NUEVO NOT EQUAL SPACES
                  AND WS-ESTADO-NUEVO NOT EQUAL 'A'
                  AND WS-ESTADO-NUEVO NOT EQUAL 'I')
              DISPLAY 'DATOS INVALIDOS, NO SE MODIFICO'
           ELSE
              IF WS-PRECIO-NUEVO GREATER ZERO
                 MOVE WS-PRECIO-NUEVO TO PRD-PRECIO
              END-IF
              MOVE WS-IVA-NUEVO TO PRD-IVA-PCT
              IF WS-ESTADO-NUEVO NOT EQUAL SPACES
                 MOVE WS-ESTADO-NUEVO TO PRD-ESTADO
              END-IF
              REWRITE REG-PRODUCTO
              IF PRD-OK
                 DISPLAY 'PRODUCTO MODIFICADO'
                 ADD 1 TO WS-ACUM-MODIFICADOS
              ELSE
                 DISPLAY 'ERROR AL MODIFICAR EL PRODUCTO '
                     FS-PRODUCTOS.

       LISTAR-PRODUCTOS.
           MOVE 0 TO WS-ACUM-LISTADOS.
           MOVE LOW-VALUES TO PRD-CODIGO.
           START ARCH-PRODUCTOS KEY IS NOT LESS THAN PRD-CODIGO
               INVALID KEY MOVE '10' TO FS-PRODUCTOS.
           IF PRD-OK
              PERFORM LEER-PRODUCTO
              PERFORM MOSTRAR-PRODUCTO UNTIL PRD-EOF
           END-IF.
           DISPLAY WS-ACUM-LISTADOS ' PRODUCTOS EN EL CATALOGO'.

       LEER-PRODUCTO.
           READ ARCH-PRODUCTOS NEXT RECORD
               AT END MOVE '10' TO FS-PRODUCTOS
           END-READ.

       MOSTRAR-PRODUCTO.
           ADD 1 TO WS-ACUM-LISTADOS.
           MOVE PRD-PRECIO TO WS-PRECIO-ED.
           MOVE PRD-IVA-PCT TO WS-IVA-ED.
           DISPLAY PRD-CODIGO ' ' PRD-DESCRIPCION
               ' ' WS-PRECIO-ED ' ' PRD-MONEDA
               '  IVA ' WS-IVA-ED
               '  ESTADO ' PRD-ESTADO.
           PERFORM LEER-PRODUCTO.

       TERMINAR.
           CLOSE ARCH-PRODUCTOS.
           DISPLAY WS-ACUM-GRABADOS ' PRODUCTOS DADOS DE ALTA, '
               WS-ACUM-MODIFICADOS ' MODIFICADOS EN LA SESION'.
           STOP RUN.
