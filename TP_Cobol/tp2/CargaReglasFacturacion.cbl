       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaReglasFacturacion.
       AUTHOR. Fede.

      *    maestro de reglas de facturacion por empresa: los contratos
      *    fijan cosas como "se factura en bloques de 15 minutos,
      *    minimo una hora por dia en el cliente". cada regla se
      *    carga por empresa con el bloque de redondeo en horas
      *    (0,25 = 15 minutos; cero no redondea), el sentido del
      *    redondeo (A arriba, B abajo, C al mas cercano) y el minimo
      *    facturable por dia (D) o por visita (V), con vigencia. TP1
      *    las aplica al facturar (ver DETERMINAR-HORAS-FACTURADAS)
      *    sin tocar las horas trabajadas, y muestra por empresa la
      *    diferencia entre horas trabajadas y facturadas en
      *    LISTADO.LST. misma mecanica de alta validada + listado que
      *    CargaAbonos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-REGLAS-FACT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-REGLAS-FACT.
           SELECT ARCH-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-REGLAS-FACT LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'REGLAS-FACTURACION.DAT'
             DATA RECORD IS REG-REGLA-FACT.

       01 REG-REGLA-FACT.
           03 RGF-EMPRESA                PIC 9(3).
           03 RGF-INCREMENTO             PIC 9V99.
           03 RGF-REDONDEO               PIC X(1).
           03 RGF-MINIMO                 PIC 9(2)V99.
           03 RGF-MINIMO-TIPO            PIC X(1).
           03 RGF-VIG-DESDE              PIC 9(8).
           03 RGF-VIG-HASTA              PIC 9(8).

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

       77 FS-REGLAS-FACT        PIC XX.
           88 RGF-OK         VALUE '00'.
           88 RGF-EOF        VALUE '10'.

       77 FS-EMP           PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

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

       01 WS-EMPRESA-NUEVA            PIC 9(3).
       01 WS-INCREMENTO-NUEVO         PIC 9V99.
       01 WS-REDONDEO-NUEVO           PIC X.
           88 REDONDEO-VALIDO         VALUE 'A' 'B' 'C'.
       01 WS-MINIMO-NUEVO             PIC 9(2)V99.
       01 WS-MINIMO-TIPO-NUEVO        PIC X.
           88 MINIMO-TIPO-VALIDO      VALUE 'D' 'V'.
       01 WS-DESDE-NUEVO              PIC 9(8).
       01 WS-HASTA-NUEVO              PIC 9(8).

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-REGLAS-FACTURACION.
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
           READ ARCH-EMPRESAS AT END MOVE '10' TO FS-EMP.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'REGLAS DE FACTURACION (REGLAS-FACTURACION.DAT)'.
           DISPLAY '1 - CARGAR REGLA'.
           DISPLAY '2 - LISTAR REGLAS'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-REGLA
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-REGLAS
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       CARGAR-REGLA.
           DISPLAY 'CODIGO DE EMPRESA (999): '.
           ACCEPT WS-EMPRESA-NUEVA.
           PERFORM VALIDAR-EMPRESA.
           IF NOT EMPRESA-ENCONTRADA
              DISPLAY 'CODIGO DE EMPRESA NO EXISTE EN EMPRESAS.DAT'
           ELSE
              PERFORM PEDIR-Y-GRABAR-REGLA.

       VALIDAR-EMPRESA.
           MOVE 'N' TO WS-EMPRESA-ENCONTRADA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   NEXT SENTENCE
               WHEN TAB-EMP-COD(IND-TAB-EMP) EQUAL WS-EMPRESA-NUEVA
                   MOVE 'S' TO WS-EMPRESA-ENCONTRADA
           END-SEARCH.

       PEDIR-Y-GRABAR-REGLA.
           DISPLAY 'BLOQUE DE REDONDEO EN HORAS (9,99 - 0,25 = 15 MIN'
               ', 0 NO REDONDEA): '.
           ACCEPT WS-INCREMENTO-NUEVO.
           DISPLAY 'REDONDEO (A=ARRIBA B=ABAJO C=AL MAS CERCANO): '.
           ACCEPT WS-REDONDEO-NUEVO.
           DISPLAY 'MINIMO FACTURABLE EN HORAS (99,99 - 0 SIN '
               'MINIMO): '.
           ACCEPT WS-MINIMO-NUEVO.
           DISPLAY 'MINIMO POR (D=DIA V=VISITA): '.
           ACCEPT WS-MINIMO-TIPO-NUEVO.
           DISPLAY 'VIGENCIA DESDE (AAAAMMDD): '.
           ACCEPT WS-DESDE-NUEVO.
           DISPLAY 'VIGENCIA HASTA (AAAAMMDD): '.
           ACCEPT WS-HASTA-NUEVO.

           IF WS-INCREMENTO-NUEVO IS NOT NUMERIC
              OR WS-MINIMO-NUEVO IS NOT NUMERIC
              OR (WS-INCREMENTO-NUEVO EQUAL ZERO
                  AND WS-MINIMO-NUEVO EQUAL ZERO)
              DISPLAY 'BLOQUE Y MINIMO INVALIDOS, NO SE GRABO'
           ELSE
              IF NOT REDONDEO-VALIDO OR NOT MINIMO-TIPO-VALIDO
                 DISPLAY 'REDONDEO O TIPO DE MINIMO INVALIDO, NO SE '
                     'GRABO'
              ELSE
                 IF WS-DESDE-NUEVO IS NOT NUMERIC
                    OR WS-HASTA-NUEVO IS NOT NUMERIC
                    OR WS-DESDE-NUEVO EQUAL ZERO
                    OR WS-HASTA-NUEVO LESS THAN WS-DESDE-NUEVO
                    DISPLAY 'VIGENCIAS INVALIDAS, NO SE GRABO'
                 ELSE
                    PERFORM GRABAR-REGLA.

       GRABAR-REGLA.
           OPEN EXTEND ARCH-REGLAS-FACT.
           IF NOT RGF-OK
              OPEN OUTPUT ARCH-REGLAS-FACT
              IF NOT RGF-OK
                 DISPLAY 'NO PUDO ABRIRSE REGLAS-FACTURACION.DAT '
                     FS-REGLAS-FACT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-EMPRESA-NUEVA TO RGF-EMPRESA.
           MOVE WS-INCREMENTO-NUEVO TO RGF-INCREMENTO.
           MOVE WS-REDONDEO-NUEVO TO RGF-REDONDEO.
           MOVE WS-MINIMO-NUEVO TO RGF-MINIMO.
           MOVE WS-MINIMO-TIPO-NUEVO TO RGF-MINIMO-TIPO.
           MOVE WS-DESDE-NUEVO TO RGF-VIG-DESDE.
           MOVE WS-HASTA-NUEVO TO RGF-VIG-HASTA.
           WRITE REG-REGLA-FACT.
           IF RGF-OK
              DISPLAY 'REGLA GRABADA'
           ELSE
              DISPLAY 'ERROR AL GRABAR LA REGLA ' FS-REGLAS-FACT.
           CLOSE ARCH-REGLAS-FACT.

       LISTAR-REGLAS.
           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-REGLAS-FACT.
           IF NOT RGF-OK
              DISPLAY 'REGLAS-FACTURACION.DAT NO DISPONIBLE '
                  FS-REGLAS-FACT
           ELSE
              PERFORM LEER-REGLA
              PERFORM MOSTRAR-REGLA UNTIL RGF-EOF
              CLOSE ARCH-REGLAS-FACT
              DISPLAY WS-ACUM-LISTADOS ' REGLAS CARGADAS'.

       LEER-REGLA.
           READ ARCH-REGLAS-FACT AT END MOVE '10' TO FS-REGLAS-FACT.

       MOSTRAR-REGLA.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY 'EMPRESA ' RGF-EMPRESA
               '  BLOQUE ' RGF-INCREMENTO
               '  REDONDEO ' RGF-REDONDEO
               '  MINIMO ' RGF-MINIMO
               ' POR ' RGF-MINIMO-TIPO
               '  DESDE ' RGF-VIG-DESDE
               '  HASTA ' RGF-VIG-HASTA.
           PERFORM LEER-REGLA.
