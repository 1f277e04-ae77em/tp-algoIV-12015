       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaPoliticaFacturacion.
       AUTHOR. Fede.

      *    maestro de politica de corte de la factura por empresa:
      *    hay clientes que quieren una factura por orden de compra
      *    (orden de trabajo, REG-TIMES-ORDEN), otros una por linea
      *    de practica (LINEAS.DAT) o una por consultor, y el resto
      *    la factura unica por empresa de siempre. cada empresa se
      *    carga con su criterio (E empresa, O orden de trabajo,
      *    L linea de practica, C consultor); una empresa sin
      *    renglon factura por empresa y, si se carga mas de una vez,
      *    manda el ultimo renglon. se graba tambien el CUIT, que es
      *    por donde GeneraFacturas agrupa el extracto (ver
      *    DETERMINAR-CORTE-FACTURA). misma mecanica de alta validada
      *    + listado que CargaAbonos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-POLITICA-FACT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-POLITICA-FACT.
           SELECT ARCH-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-POLITICA-FACT LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'POLITICA-FACTURACION.DAT'
             DATA RECORD IS REG-POLITICA-FACT.

       01 REG-POLITICA-FACT.
           03 PCF-EMPRESA                PIC 9(3).
           03 PCF-CUIT                   PIC 9(11).
           03 PCF-CRITERIO               PIC X(1).

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

       77 FS-POLITICA-FACT      PIC XX.
           88 PCF-OK         VALUE '00'.
           88 PCF-EOF        VALUE '10'.

       77 FS-EMP           PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

      *    tabla de empresas para validar el codigo y tomar el CUIT -
      *    misma tecnica OCCURS + SEARCH que CargaEngagements.
       01 WS-MAX-EMP                 PIC 9(3) VALUE 200.

       01 TABLA-EMPRESAS.
           03 TAB-EMP OCCURS 200 TIMES INDEXED BY IND-TAB-EMP.
               05 TAB-EMP-COD           PIC 9(3).
               05 TAB-EMP-CUIT          PIC 9(11).

       01 WS-CANT-EMP                PIC 9(3) VALUE 0.

       01 WS-EMPRESA-ENCONTRADA       PIC X VALUE 'N'.
           88 EMPRESA-ENCONTRADA      VALUE 'S'.

       01 WS-EMPRESA-NUEVA            PIC 9(3).
       01 WS-CRITERIO-NUEVO           PIC X.
           88 CRITERIO-VALIDO         VALUE 'E' 'O' 'L' 'C'.

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-POLITICA-FACTURACION.
           PERFORM CARGAR-TABLA-EMPRESAS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
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
           MOVE REG-EMP-CUIT TO TAB-EMP-CUIT(WS-CANT-EMP).
           READ ARCH-EMPRESAS AT END MOVE '10' TO FS-EMP.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'POLITICA DE CORTE DE FACTURAS '
               '(POLITICA-FACTURACION.DAT)'.
           DISPLAY '1 - CARGAR POLITICA'.
           DISPLAY '2 - LISTAR POLITICAS'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-POLITICA
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-POLITICAS
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       CARGAR-POLITICA.
           DISPLAY 'CODIGO DE EMPRESA (999): '.
           ACCEPT WS-EMPRESA-NUEVA.
           PERFORM VALIDAR-EMPRESA.
           IF NOT EMPRESA-ENCONTRADA
              DISPLAY 'CODIGO DE EMPRESA NO EXISTE EN EMPRESAS.DAT'
           ELSE
              PERFORM PEDIR-Y-GRABAR-POLITICA.

       VALIDAR-EMPRESA.
           MOVE 'N' TO WS-EMPRESA-ENCONTRADA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   NEXT SENTENCE
               WHEN TAB-EMP-COD(IND-TAB-EMP) EQUAL WS-EMPRESA-NUEVA
                   MOVE 'S' TO WS-EMPRESA-ENCONTRADA
           END-SEARCH.

       PEDIR-Y-GRABAR-POLITICA.
           DISPLAY 'UNA FACTURA POR (E=EMPRESA O=ORDEN DE TRABAJO '
               'L=LINEA DE PRACTICA C=CONSULTOR): '.
           ACCEPT WS-CRITERIO-NUEVO.

           IF NOT CRITERIO-VALIDO
              DISPLAY 'CRITERIO INVALIDO, NO SE GRABO'
           ELSE
              PERFORM GRABAR-POLITICA.

       GRABAR-POLITICA.
           OPEN EXTEND ARCH-POLITICA-FACT.
           IF NOT PCF-OK
              OPEN OUTPUT ARCH-POLITICA-FACT
              IF NOT PCF-OK
                 DISPLAY 'NO PUDO ABRIRSE POLITICA-FACTURACION.DAT '
                     FS-POLITICA-FACT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-EMPRESA-NUEVA TO PCF-EMPRESA.
           MOVE TAB-EMP-CUIT(IND-TAB-EMP) TO PCF-CUIT.
           MOVE WS-CRITERIO-NUEVO TO PCF-CRITERIO.
           WRITE REG-POLITICA-FACT.
           IF PCF-OK
              DISPLAY 'POLITICA GRABADA'
           ELSE
              DISPLAY 'ERROR AL GRABAR LA POLITICA ' FS-POLITICA-FACT.
           CLOSE ARCH-POLITICA-FACT.

       LISTAR-POLITICAS.
           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-POLITICA-FACT.
           IF NOT PCF-OK
              DISPLAY 'POLITICA-FACTURACION.DAT NO DISPONIBLE '
                  FS-POLITICA-FACT
           ELSE
              PERFORM LEER-POLITICA
              PERFORM MOSTRAR-POLITICA UNTIL PCF-EOF
              CLOSE ARCH-POLITICA-FACT
              DISPLAY WS-ACUM-LISTADOS ' POLITICAS CARGADAS'.

       LEER-POLITICA.
           READ ARCH-POLITICA-FACT
               AT END MOVE '10' TO FS-POLITICA-FACT.

       MOSTRAR-POLITICA.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY 'EMPRESA ' PCF-EMPRESA
               '  CUIT ' PCF-CUIT
               '  UNA FACTURA POR ' PCF-CRITERIO.
           PERFORM LEER-POLITICA.
