       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaOrdenesVenta.
       AUTHOR. Fede.

      *    ordenes de venta de productos de reventa por empresa: cada
      *    orden (empresa + numero) tiene uno o mas renglones, uno por
      *    producto activo del catalogo (CargaProductos), con la
      *    cantidad, el precio unitario y la alicuota de IVA con que se
      *    vende. el precio se propone del catalogo cuando el producto
      *    esta en la moneda en que factura la empresa; si no, o si
      *    se pacto otro, se ingresa a mano - el renglon queda siempre
      *    en la moneda de la empresa, que es la de su factura. la
      *    orden nace en P (pendiente); al confirmarla todos sus
      *    renglones pasan a C y los toma la corrida de TP1, que los
      *    manda a GL-EXTRACT.DAT como registros de concepto propio
      *    (tipo 'P') y los deja en F (facturado) - ver
      *    FACTURAR-ORDENES-CONFIRMADAS en TP1. GeneraFacturas los
      *    imprime como cantidad x precio en la misma factura de las
      *    horas. misma mecanica de maestro indexado que CargaHitos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ORDENES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OVT-CLAVE
               FILE STATUS IS FS-ORDENES.

           SELECT ARCH-PRODUCTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS FS-PRODUCTOS.

           SELECT ARCH-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-ORDENES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ORDENES-VENTA.DAT'
             DATA RECORD IS REG-ORDEN-VENTA.

       01 REG-ORDEN-VENTA.
           03 OVT-CLAVE.
               05 OVT-EMPRESA            PIC 9(3).
               05 OVT-NUMERO             PIC 9(6).
               05 OVT-RENGLON            PIC 9(2).
           03 OVT-PRODUCTO               PIC X(8).
      *    descripcion copiada del catalogo al cargar el renglon, para
      *    que la factura no dependa de cambios posteriores.
           03 OVT-DESCRIPCION            PIC X(30).
           03 OVT-CANTIDAD               PIC 9(5)V99.
           03 OVT-PRECIO-UNIT            PIC 9(8)V99.
           03 OVT-MONEDA                 PIC X(3).
           03 OVT-IVA-PCT                PIC 9(3)V99.
           03 OVT-FECHA                  PIC 9(8).
      *    fecha de confirmacion de la orden; cero mientras esta
      *    pendiente.
           03 OVT-FECHA-CONF             PIC 9(8).
      *    P pendiente, C confirmada (la factura la proxima corrida de
      *    TP1), F ya facturada.
           03 OVT-ESTADO                 PIC X(1).
               88 OVT-PENDIENTE          VALUE 'P'.
               88 OVT-CONFIRMADA         VALUE 'C'.
               88 OVT-FACTURADA          VALUE 'F'.
      *    id de la corrida de TP1 que la facturo; en blanco hasta
      *    entonces.
           03 OVT-CORRIDA                PIC X(14).

       FD ARCH-PRODUCTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PRODUCTOS.DAT'
             DATA RECORD IS REG-PRODUCTO.

       01 REG-PRODUCTO.
           03 PRD-CODIGO                 PIC X(8).
           03 PRD-DESCRIPCION            PIC X(30).
           03 PRD-PRECIO                 PIC 9(8)V99.
           03 PRD-MONEDA                 PIC X(3).
           03 PRD-IVA-PCT                PIC 9(3)V99.
           03 PRD-ESTADO                 PIC X(1).
               88 PRD-ACTIVO             VALUE 'A'.

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

       77 FS-ORDENES       PIC XX.
           88 OVT-OK         VALUE '00'.
           88 OVT-EOF        VALUE '10'.
           88 OVT-NOENC      VALUE '23'.
           88 OVT-DUPLICADO  VALUE '22'.

       77 FS-PRODUCTOS     PIC XX.
           88 PRD-OK         VALUE '00'.
           88 PRD-NOENC      VALUE '23'.

       77 FS-EMP           PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

      *    tabla de empresas para validar el codigo y tomar la moneda
      *    - misma tecnica OCCURS + SEARCH que CargaHitos.
       01 TABLA-EMPRESAS.
           03 TAB-EMP OCCURS 200 TIMES INDEXED BY IND-TAB-EMP.
               05 TAB-EMP-COD           PIC 9(3).
               05 TAB-EMP-MONEDA        PIC X(3).

       01 WS-CANT-EMP                PIC 9(3) VALUE 0.

       01 WS-EMPRESA-ENCONTRADA       PIC X VALUE 'N'.
           88 EMPRESA-ENCONTRADA      VALUE 'S'.

       01 WS-EMPRESA-MONEDA           PIC X(3).
       01 WS-PRECIO-INGRESADO         PIC 9(8)V99.
       01 WS-PRECIO-ED                PIC ZZZZZZZ9,99.
       01 WS-CANTIDAD-ED              PIC ZZZZ9,99.
       01 WS-IMPORTE-RENGLON          PIC 9(11)V99.
       01 WS-IMPORTE-ED               PIC ZZZZZZZZZZ9,99.

      *    orden pedida para confirmar o listar.
       01 WS-ORD-EMPRESA              PIC 9(3).
       01 WS-ORD-NUMERO               PIC 9(6).
       01 WS-ORD-FECHA-CONF           PIC 9(8).
       01 WS-ORD-TOTAL                PIC 9(11)V99.
       01 WS-ORD-RENGLONES            PIC 9(3).

       01 WS-ACUM-GRABADOS            PIC 9(5) VALUE 0.
       01 WS-ACUM-CONFIRMADOS         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-ORDENES-VENTA.
           PERFORM CARGAR-TABLA-EMPRESAS.
           PERFORM ABRIR-CATALOGO.
           PERFORM ABRIR-MAESTRO-ORDENES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

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

      *    sin catalogo no hay que vender.
       ABRIR-CATALOGO.
           OPEN INPUT ARCH-PRODUCTOS.
           IF NOT PRD-OK
              DISPLAY 'NO PUDO ABRIRSE PRODUCTOS.DAT ' FS-PRODUCTOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       ABRIR-MAESTRO-ORDENES.
           OPEN I-O ARCH-ORDENES.
           IF NOT OVT-OK
              OPEN OUTPUT ARCH-ORDENES
              IF OVT-OK
                 DISPLAY 'ARCHIVO ORDENES-VENTA.DAT CREADO'
                 CLOSE ARCH-ORDENES
                 OPEN I-O ARCH-ORDENES
              END-IF
              IF NOT OVT-OK
                 DISPLAY 'NO PUDO ABRIRSE ORDENES-VENTA.DAT '
                     FS-ORDENES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'ORDENES DE VENTA DE PRODUCTOS (ORDENES-VENTA.DAT)'.
           DISPLAY '1 - CARGAR RENGLON DE ORDEN'.
           DISPLAY '2 - CONFIRMAR ORDEN'.
           DISPLAY '3 - LISTAR UNA ORDEN'.
           DISPLAY '4 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-RENGLON
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM CONFIRMAR-ORDEN
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM LISTAR-ORDEN
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       MOVE 'N' TO WS-CONTINUAR
                    ELSE
                       DISPLAY 'OPCION INVALIDA'.

       CARGAR-RENGLON.
           DISPLAY 'CODIGO DE EMPRESA (999): '.
           ACCEPT OVT-EMPRESA.
           PERFORM VALIDAR-EMPRESA.
           IF NOT EMPRESA-ENCONTRADA
              DISPLAY 'CODIGO DE EMPRESA NO EXISTE EN EMPRESAS.DAT'
           ELSE
              PERFORM PEDIR-PRODUCTO.

       VALIDAR-EMPRESA.
           MOVE 'N' TO WS-EMPRESA-ENCONTRADA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   NEXT SENTENCE
               WHEN TAB-EMP-COD(IND-TAB-EMP) EQUAL OVT-EMPRESA
                   MOVE 'S' TO WS-EMPRESA-ENCONTRADA
                   MOVE TAB-EMP-MONEDA(IND-TAB-EMP) TO
                       WS-EMPRESA-MONEDA
           END-SEARCH.

       PEDIR-PRODUCTO.
           DISPLAY 'CODIGO DE PRODUCTO: '.
           ACCEPT PRD-CODIGO.
           READ ARCH-PRODUCTOS RECORD KEY IS PRD-CODIGO.
           IF NOT PRD-OK
              DISPLAY 'NO EXISTE ESE PRODUCTO EN PRODUCTOS.DAT'
           ELSE
              IF NOT PRD-ACTIVO
                 DISPLAY 'EL PRODUCTO ESTA INACTIVO, NO SE VENDE'
              ELSE
                 PERFORM PEDIR-Y-GRABAR-RENGLON.

       PEDIR-Y-GRABAR-RENGLON.
           MOVE PRD-PRECIO TO WS-PRECIO-ED.
           DISPLAY 'PRODUCTO: ' PRD-DESCRIPCION.
           DISPLAY 'PRECIO DE LISTA ' WS-PRECIO-ED ' ' PRD-MONEDA
               '  (LA EMPRESA FACTURA EN ' WS-EMPRESA-MONEDA ')'.
           DISPLAY 'NUMERO DE ORDEN (999999): '.
           ACCEPT OVT-NUMERO.
           DISPLAY 'RENGLON (01-99): '.
           ACCEPT OVT-RENGLON.
           DISPLAY 'CANTIDAD (99999,99): '.
           ACCEPT OVT-CANTIDAD.
           DISPLAY 'PRECIO UNITARIO EN ' WS-EMPRESA-MONEDA
               ' (0 = EL DE LISTA): '.
           ACCEPT WS-PRECIO-INGRESADO.
           DISPLAY 'FECHA DE LA ORDEN (AAAAMMDD): '.
           ACCEPT OVT-FECHA.

           IF OVT-NUMERO IS NOT NUMERIC
              OR OVT-NUMERO EQUAL ZERO
              OR OVT-RENGLON IS NOT NUMERIC
              OR OVT-RENGLON EQUAL ZERO
              OR OVT-CANTIDAD IS NOT NUMERIC
              OR OVT-CANTIDAD EQUAL ZERO
              OR WS-PRECIO-INGRESADO IS NOT NUMERIC
              OR OVT-FECHA IS NOT NUMERIC
              OR OVT-FECHA EQUAL ZERO
              DISPLAY 'NUMERO, CANTIDAD, PRECIO O FECHA INVALIDOS, '
                  'NO SE GRABO'
           ELSE
              IF WS-PRECIO-INGRESADO EQUAL ZERO
                 AND PRD-MONEDA NOT EQUAL WS-EMPRESA-MONEDA
                 DISPLAY 'EL PRODUCTO NO ESTA EN LA MONEDA DE LA '
                     'EMPRESA: INGRESE EL PRECIO, NO SE GRABO'
              ELSE
                 PERFORM GRABAR-RENGLON.

       GRABAR-RENGLON.
           IF WS-PRECIO-INGRESADO EQUAL ZERO
              MOVE PRD-PRECIO TO OVT-PRECIO-UNIT
           ELSE
              MOVE WS-PRECIO-INGRESADO TO OVT-PRECIO-UNIT
           END-IF.
           MOVE PRD-CODIGO TO OVT-PRODUCTO.
           MOVE PRD-DESCRIPCION TO OVT-DESCRIPCION.
           MOVE WS-EMPRESA-MONEDA TO OVT-MONEDA.
           MOVE PRD-IVA-PCT TO OVT-IVA-PCT.
           MOVE 0 TO OVT-FECHA-CONF.
           MOVE 'P' TO OVT-ESTADO.
           MOVE SPACES TO OVT-CORRIDA.
           WRITE REG-ORDEN-VENTA.
           IF OVT-OK
              COMPUTE WS-IMPORTE-RENGLON ROUNDED =
                  OVT-CANTIDAD * OVT-PRECIO-UNIT
              MOVE WS-IMPORTE-RENGLON TO WS-IMPORTE-ED
              DISPLAY 'RENGLON GRABADO EN ESTADO PENDIENTE, IMPORTE '
                  WS-IMPORTE-ED ' ' OVT-MONEDA
              ADD 1 TO WS-ACUM-GRABADOS
           ELSE
              IF OVT-DUPLICADO
                 DISPLAY 'YA EXISTE ESE RENGLON EN LA ORDEN'
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL RENGLON ' FS-ORDENES.

      *    la confirmacion habilita la facturacion: todos los
      *    renglones pendientes de la orden pasan a C con la fecha y
      *    los toma la proxima corrida de TP1.
       CONFIRMAR-ORDEN.
           DISPLAY 'CODIGO DE EMPRESA: '.
           ACCEPT WS-ORD-EMPRESA.
           DISPLAY 'NUMERO DE ORDEN: '.
           ACCEPT WS-ORD-NUMERO.
           DISPLAY 'FECHA DE CONFIRMACION (AAAAMMDD): '.
           ACCEPT WS-ORD-FECHA-CONF.
           MOVE 0 TO WS-ORD-RENGLONES.

           IF WS-ORD-FECHA-CONF IS NOT NUMERIC
              OR WS-ORD-FECHA-CONF EQUAL ZERO
              DISPLAY 'FECHA INVALIDA, NO SE CONFIRMO'
           ELSE
              PERFORM POSICIONAR-ORDEN
              IF OVT-OK
                 PERFORM LEER-RENGLON
                 PERFORM CONFIRMAR-RENGLON
                     UNTIL OVT-EOF
                      OR OVT-EMPRESA NOT EQUAL WS-ORD-EMPRESA
                      OR OVT-NUMERO NOT EQUAL WS-ORD-NUMERO
              END-IF
              IF WS-ORD-RENGLONES EQUAL ZERO
                 DISPLAY 'LA ORDEN NO TIENE RENGLONES PENDIENTES'
              ELSE
                 DISPLAY WS-ORD-RENGLONES ' RENGLONES CONFIRMADOS - '
                     'LOS TOMA LA PROXIMA CORRIDA DE TP1'.

       CONFIRMAR-RENGLON.
           IF OVT-PENDIENTE
              MOVE WS-ORD-FECHA-CONF TO OVT-FECHA-CONF
              MOVE 'C' TO OVT-ESTADO
              REWRITE REG-ORDEN-VENTA
              IF OVT-OK
                 ADD 1 TO WS-ORD-RENGLONES
                 ADD 1 TO WS-ACUM-CONFIRMADOS
              ELSE
                 DISPLAY 'ERROR AL CONFIRMAR EL RENGLON '
                     OVT-RENGLON ' ' FS-ORDENES
              END-IF
           END-IF.
           PERFORM LEER-RENGLON.

      *    lectura parcial por clave: START en el primer renglon de la
      *    orden y READ NEXT mientras no cambie el prefijo.
       POSICIONAR-ORDEN.
           MOVE WS-ORD-EMPRESA TO OVT-EMPRESA.
           MOVE WS-ORD-NUMERO TO OVT-NUMERO.
           MOVE 0 TO OVT-RENGLON.
           START ARCH-ORDENES KEY IS NOT LESS THAN OVT-CLAVE
               INVALID KEY MOVE '10' TO FS-ORDENES.

       LISTAR-ORDEN.
           DISPLAY 'CODIGO DE EMPRESA: '.
           ACCEPT WS-ORD-EMPRESA.
           DISPLAY 'NUMERO DE ORDEN: '.
           ACCEPT WS-ORD-NUMERO.
           MOVE 0 TO WS-ORD-RENGLONES.
           MOVE 0 TO WS-ORD-TOTAL.

           PERFORM POSICIONAR-ORDEN.
           IF OVT-OK
              PERFORM LEER-RENGLON
              PERFORM MOSTRAR-RENGLON
                  UNTIL OVT-EOF
                   OR OVT-EMPRESA NOT EQUAL WS-ORD-EMPRESA
                   OR OVT-NUMERO NOT EQUAL WS-ORD-NUMERO
           END-IF.
           MOVE WS-ORD-TOTAL TO WS-IMPORTE-ED.
           DISPLAY WS-ORD-RENGLONES ' RENGLONES, TOTAL SIN IVA '
               WS-IMPORTE-ED.

       LEER-RENGLON.
           READ ARCH-ORDENES NEXT RECORD
               AT END MOVE '10' TO FS-ORDENES
           END-READ.

       MOSTRAR-RENGLON.
           ADD 1 TO WS-ORD-RENGLONES.
           COMPUTE WS-IMPORTE-RENGLON ROUNDED =
               OVT-CANTIDAD * OVT-PRECIO-UNIT.
           ADD WS-IMPORTE-RENGLON TO WS-ORD-TOTAL.
           MOVE OVT-CANTIDAD TO WS-CANTIDAD-ED.
           MOVE OVT-PRECIO-UNIT TO WS-PRECIO-ED.
           MOVE WS-IMPORTE-RENGLON TO WS-IMPORTE-ED.
           DISPLAY OVT-RENGLON ' ' OVT-PRODUCTO ' ' OVT-DESCRIPCION.
           DISPLAY '    ' WS-CANTIDAD-ED ' X ' WS-PRECIO-ED
               ' = ' WS-IMPORTE-ED ' ' OVT-MONEDA
               '  IVA ' OVT-IVA-PCT
               '  ESTADO ' OVT-ESTADO ' ' OVT-CORRIDA.
           PERFORM LEER-RENGLON.

       TERMINAR.
           CLOSE ARCH-ORDENES.
           CLOSE ARCH-PRODUCTOS.
           DISPLAY WS-ACUM-GRABADOS ' RENGLONES CARGADOS, '
               WS-ACUM-CONFIRMADOS ' CONFIRMADOS EN LA SESION'.
           STOP RUN.
