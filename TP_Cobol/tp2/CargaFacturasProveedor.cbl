       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaFacturasProveedor.
       AUTHOR. Fede.

      *    recepcion de facturas de proveedores: la firma externa que
      *    nos cede consultores (ver CargaProveedores) factura por mes
      *    las horas de su gente. cada factura o nota de credito se
      *    registra en el maestro indexado FACTURAS-PROVEEDOR.DAT,
      *    clave proveedor + numero de comprobante, con el mes de las
      *    horas que factura, las horas, el neto, el IVA y el total.
      *    la letra sale de la condicion del proveedor: A para un
      *    responsable inscripto (discrimina IVA), C para monotributo
      *    o exento (sin IVA). la factura nace pendiente (P) y
      *    ConciliacionProveedores la pasa a conforme (C) o con
      *    diferencias (D) contra las horas cargadas en TIMES y el
      *    costo acordado; LibroIvaCompras la toma por fecha. misma
      *    mecanica de alta validada + listado que CargaRetenciones.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FAC-PROVEEDOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPV-CLAVE
               ALTERNATE RECORD KEY IS FPV-FECHA
                   WITH DUPLICATES
               FILE STATUS IS FS-FAC-PROVEEDOR.

           SELECT ARCH-PROVEEDORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-FAC-PROVEEDOR LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-PROVEEDOR.DAT'
             DATA RECORD IS REG-FAC-PROVEEDOR.

       01 REG-FAC-PROVEEDOR.
           03 FPV-CLAVE.
               05 FPV-PROVEEDOR          PIC X(5).
      *        punto de venta y numero tal como vienen impresos
      *        (9999-99999999).
               05 FPV-NUMERO             PIC X(13).
      *    F factura, N nota de credito (resta en el libro y en la
      *    conciliacion).
           03 FPV-TIPO                   PIC X(1).
               88 FPV-ES-FACTURA         VALUE 'F'.
               88 FPV-ES-NOTA-CREDITO    VALUE 'N'.
           03 FPV-LETRA                  PIC X(1).
           03 FPV-FECHA                  PIC 9(8).
      *    mes de las horas facturadas (AAAAMM), que no siempre es el
      *    de la fecha de emision.
           03 FPV-PERIODO                PIC 9(6).
           03 FPV-HORAS                  PIC 9(5)V99.
           03 FPV-NETO                   PIC 9(10)V99.
           03 FPV-IVA                    PIC 9(10)V99.
           03 FPV-TOTAL                  PIC 9(10)V99.
           03 FPV-MONEDA                 PIC X(3).
      *    resultado del ultimo control de ConciliacionProveedores,
      *    con las horas y el costo contra los que se comparo.
           03 FPV-ESTADO                 PIC X(1).
               88 FPV-PENDIENTE          VALUE 'P'.
               88 FPV-CONFORME           VALUE 'C'.
               88 FPV-CON-DIFERENCIAS    VALUE 'D'.
           03 FPV-HORAS-REGISTRADAS      PIC 9(5)V99.
           03 FPV-COSTO-ACORDADO         PIC 9(10)V99.

       FD ARCH-PROVEEDORES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PROVEEDORES.DAT'
             DATA RECORD IS REG-PROVEEDOR.

       01 REG-PROVEEDOR.
           03 PRV-CODIGO                 PIC X(5).
           03 PRV-RAZON-SOCIAL           PIC X(30).
           03 PRV-CUIT                   PIC 9(11).
           03 PRV-COND-IVA               PIC X(2).
               88 PRV-INSCRIPTO          VALUE 'RI'.
           03 PRV-ESTADO                 PIC X(1).
               88 PRV-ACTIVO             VALUE 'A'.

       WORKING-STORAGE SECTION.

       77 FS-FAC-PROVEEDOR PIC XX.
           88 FPV-OK         VALUE '00'.
           88 FPV-EOF        VALUE '10'.
           88 FPV-DUPLICADA  VALUE '22'.

       77 FS-PROVEEDORES   PIC XX.
           88 PRV-OK         VALUE '00'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-PERIODO-ENTRADA          PIC X(6).
       01 WS-PROVEEDOR-LISTADO        PIC X(5).
       01 WS-HORAS-ED                 PIC ZZZZ9,99.
       01 WS-IMPORTE-ED               PIC ZZZZZZZZZ9,99.

       01 WS-ACUM-GRABADAS            PIC 9(5) VALUE 0.
       01 WS-ACUM-LISTADAS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-FACTURAS-PROVEEDOR.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

       ABRIR-ARCHIVOS.
           OPEN I-O ARCH-FAC-PROVEEDOR.
           IF NOT FPV-OK
              OPEN OUTPUT ARCH-FAC-PROVEEDOR
              IF FPV-OK
                 DISPLAY 'ARCHIVO FACTURAS-PROVEEDOR.DAT CREADO'
                 CLOSE ARCH-FAC-PROVEEDOR
                 OPEN I-O ARCH-FAC-PROVEEDOR
              END-IF
              IF NOT FPV-OK
                 DISPLAY 'NO PUDO ABRIRSE FACTURAS-PROVEEDOR.DAT '
                     FS-FAC-PROVEEDOR
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           OPEN INPUT ARCH-PROVEEDORES.
           IF NOT PRV-OK
              DISPLAY 'NO PUDO ABRIRSE PROVEEDORES.DAT '
                  FS-PROVEEDORES
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'FACTURAS DE PROVEEDORES (FACTURAS-PROVEEDOR.DAT)'.
           DISPLAY '1 - CARGAR FACTURA O NOTA DE CREDITO'.
           DISPLAY '2 - LISTAR COMPROBANTES DE UN PROVEEDOR'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-COMPROBANTE
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-PROVEEDOR
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       CARGAR-COMPROBANTE.
           DISPLAY 'CODIGO DE PROVEEDOR: '.
           ACCEPT PRV-CODIGO.
           READ ARCH-PROVEEDORES RECORD KEY IS PRV-CODIGO.
           IF NOT PRV-OK
              DISPLAY 'NO EXISTE ESE PROVEEDOR EN PROVEEDORES.DAT, '
                  'COMPROBANTE RECHAZADO'
           ELSE
              IF NOT PRV-ACTIVO
                 DISPLAY 'PROVEEDOR INACTIVO, COMPROBANTE RECHAZADO'
              ELSE
                 PERFORM PEDIR-Y-GRABAR-COMPROBANTE.

       PEDIR-Y-GRABAR-COMPROBANTE.
           DISPLAY 'PROVEEDOR: ' PRV-RAZON-SOCIAL
               '  COND. IVA ' PRV-COND-IVA.
           MOVE SPACES TO REG-FAC-PROVEEDOR.
           MOVE PRV-CODIGO TO FPV-PROVEEDOR.
           DISPLAY 'TIPO (F FACTURA, N NOTA DE CREDITO): '.
           ACCEPT FPV-TIPO.
           DISPLAY 'NUMERO DE COMPROBANTE (9999-99999999): '.
           ACCEPT FPV-NUMERO.
           DISPLAY 'FECHA DE EMISION (AAAAMMDD): '.
           ACCEPT FPV-FECHA.
           DISPLAY 'MES DE LAS HORAS (AAAAMM, ENTER = MES DE LA '
               'FECHA): '.
           MOVE SPACES TO WS-PERIODO-ENTRADA.
           ACCEPT WS-PERIODO-ENTRADA.
           DISPLAY 'HORAS FACTURADAS (99999,99): '.
           ACCEPT FPV-HORAS.
           DISPLAY 'IMPORTE NETO (9999999999,99): '.
           ACCEPT FPV-NETO.
           MOVE 0 TO FPV-IVA.
           IF PRV-INSCRIPTO
              DISPLAY 'IVA DISCRIMINADO (9999999999,99): '
              ACCEPT FPV-IVA
           END-IF.
           DISPLAY 'MONEDA (ENTER = ARS): '.
           ACCEPT FPV-MONEDA.
           IF FPV-MONEDA EQUAL SPACES
              MOVE 'ARS' TO FPV-MONEDA
           END-IF.

           IF WS-PERIODO-ENTRADA EQUAL SPACES
              MOVE FPV-FECHA (1:6) TO WS-PERIODO-ENTRADA.

           IF (NOT FPV-ES-FACTURA AND NOT FPV-ES-NOTA-CREDITO)
              OR FPV-NUMERO EQUAL SPACES
              DISPLAY 'TIPO O NUMERO INVALIDOS, NO SE GRABO'
           ELSE
              IF FPV-FECHA IS NOT NUMERIC
                 OR FPV-FECHA LESS THAN 19000101
                 OR WS-PERIODO-ENTRADA IS NOT NUMERIC
                 DISPLAY 'FECHA O MES DE LAS HORAS INVALIDOS, NO SE '
                     'GRABO'
              ELSE
                 IF FPV-HORAS IS NOT NUMERIC
                    OR FPV-NETO IS NOT NUMERIC
                    OR FPV-NETO EQUAL ZERO
                    OR FPV-IVA IS NOT NUMERIC
                    DISPLAY 'HORAS O IMPORTES INVALIDOS, NO SE GRABO'
                 ELSE
                    PERFORM GRABAR-COMPROBANTE.

       GRABAR-COMPROBANTE.
           MOVE WS-PERIODO-ENTRADA TO FPV-PERIODO.
           IF PRV-INSCRIPTO
              MOVE 'A' TO FPV-LETRA
           ELSE
              MOVE 'C' TO FPV-LETRA.
           COMPUTE FPV-TOTAL = FPV-NETO + FPV-IVA.
           MOVE 'P' TO FPV-ESTADO.
           MOVE 0 TO FPV-HORAS-REGISTRADAS.
           MOVE 0 TO FPV-COSTO-ACORDADO.

           WRITE REG-FAC-PROVEEDOR.
           IF FPV-OK
              MOVE FPV-TOTAL TO WS-IMPORTE-ED
              DISPLAY 'COMPROBANTE ' FPV-LETRA ' ' FPV-NUMERO
                  ' GRABADO POR ' WS-IMPORTE-ED ' ' FPV-MONEDA
                  ', PENDIENTE DE CONCILIAR'
              ADD 1 TO WS-ACUM-GRABADAS
           ELSE
              IF FPV-DUPLICADA
                 DISPLAY 'YA EXISTE ESE COMPROBANTE PARA EL PROVEEDOR'
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL COMPROBANTE '
                     FS-FAC-PROVEEDOR.

       LISTAR-PROVEEDOR.
           DISPLAY 'CODIGO DE PROVEEDOR A LISTAR: '.
           ACCEPT WS-PROVEEDOR-LISTADO.
           MOVE 0 TO WS-ACUM-LISTADAS.
           MOVE WS-PROVEEDOR-LISTADO TO FPV-PROVEEDOR.
           MOVE LOW-VALUES TO FPV-NUMERO.
           START ARCH-FAC-PROVEEDOR KEY IS NOT LESS THAN FPV-CLAVE
               INVALID KEY MOVE '10' TO FS-FAC-PROVEEDOR.
           IF FPV-OK
              PERFORM LEER-COMPROBANTE
              PERFORM MOSTRAR-COMPROBANTE UNTIL FPV-EOF
           END-IF.
           DISPLAY WS-ACUM-LISTADAS ' COMPROBANTES DEL PROVEEDOR'.
           MOVE '00' TO FS-FAC-PROVEEDOR.

       LEER-COMPROBANTE.
           READ ARCH-FAC-PROVEEDOR NEXT RECORD
               AT END MOVE '10' TO FS-FAC-PROVEEDOR
           END-READ.
           IF FPV-OK AND FPV-PROVEEDOR NOT EQUAL WS-PROVEEDOR-LISTADO
              MOVE '10' TO FS-FAC-PROVEEDOR.

       MOSTRAR-COMPROBANTE.
           ADD 1 TO WS-ACUM-LISTADAS.
           MOVE FPV-HORAS TO WS-HORAS-ED.
           MOVE FPV-TOTAL TO WS-IMPORTE-ED.
           DISPLAY FPV-TIPO ' ' FPV-LETRA ' ' FPV-NUMERO
               ' ' FPV-FECHA ' MES ' FPV-PERIODO
               ' HS ' WS-HORAS-ED
               ' TOTAL ' WS-IMPORTE-ED ' ' FPV-MONEDA
               ' ESTADO ' FPV-ESTADO.
           PERFORM LEER-COMPROBANTE.

       TERMINAR.
           CLOSE ARCH-FAC-PROVEEDOR.
           CLOSE ARCH-PROVEEDORES.
           DISPLAY WS-ACUM-GRABADAS ' COMPROBANTES GRABADOS EN LA '
               'SESION'.
           STOP RUN.
