       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaEjecutivosCuenta.
       AUTHOR. Fede.

      *    maestro de ejecutivos de cuenta: que ejecutivo atiende a
      *    cada empresa y desde / hasta cuando. la cartera cambia de
      *    manos, asi que cada asignacion lleva su vigencia (hasta en
      *    cero = sigue vigente) y una cobranza se le comisiona al
      *    ejecutivo que tenia la empresa a la fecha del cobro (ver
      *    ReporteComisiones). si dos renglones se pisan en la misma
      *    fecha manda el ultimo cargado. se graba tambien el CUIT,
      *    que es por donde APLICACIONES.DAT identifica al cliente,
      *    igual que CargaPoliticaFacturacion. misma mecanica de alta
      *    validada + listado que CargaAbonos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-EJECUTIVOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EJECUTIVOS.
           SELECT ARCH-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-EJECUTIVOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EJECUTIVOS-CUENTA.DAT'
             DATA RECORD IS REG-EJECUTIVO-CUENTA.

       01 REG-EJECUTIVO-CUENTA.
           03 ECU-EMPRESA                PIC 9(3).
           03 ECU-CUIT                   PIC 9(11).
           03 ECU-EJECUTIVO              PIC X(5).
           03 ECU-DESDE                  PIC 9(8).
           03 ECU-HASTA                  PIC 9(8).

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

       77 FS-EJECUTIVOS    PIC XX.
           88 ECU-OK         VALUE '00'.
           88 ECU-EOF        VALUE '10'.

       77 FS-EMP           PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

      *    tabla de empresas para validar el codigo y tomar el CUIT -
      *    misma tecnica OCCURS + SEARCH que CargaPoliticaFacturacion.
       01 WS-MAX-EMP                 PIC 9(3) VALUE 200.

       01 TABLA-EMPRESAS.
           03 TAB-EMP OCCURS 200 TIMES INDEXED BY IND-TAB-EMP.
               05 TAB-EMP-COD           PIC 9(3).
               05 TAB-EMP-CUIT          PIC 9(11).

       01 WS-CANT-EMP                PIC 9(3) VALUE 0.

       01 WS-EMPRESA-ENCONTRADA       PIC X VALUE 'N'.
           88 EMPRESA-ENCONTRADA      VALUE 'S'.

       01 WS-EMPRESA-NUEVA            PIC 9(3).
       01 WS-EJECUTIVO-NUEVO          PIC X(5).
       01 WS-DESDE-NUEVO              PIC 9(8).
       01 WS-HASTA-NUEVO              PIC 9(8).

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-EJECUTIVOS-CUENTA.
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
           DISPLAY 'EJECUTIVOS DE CUENTA (EJECUTIVOS-CUENTA.DAT)'.
           DISPLAY '1 - ASIGNAR EJECUTIVO A EMPRESA'.
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
           DISPLAY 'CODIGO DE EMPRESA (999): '.
           ACCEPT WS-EMPRESA-NUEVA.
           PERFORM VALIDAR-EMPRESA.
           IF NOT EMPRESA-ENCONTRADA
              DISPLAY 'CODIGO DE EMPRESA NO EXISTE EN EMPRESAS.DAT'
           ELSE
              PERFORM PEDIR-Y-GRABAR-ASIGNACION.

       VALIDAR-EMPRESA.
           MOVE 'N' TO WS-EMPRESA-ENCONTRADA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   NEXT SENTENCE
               WHEN TAB-EMP-COD(IND-TAB-EMP) EQUAL WS-EMPRESA-NUEVA
                   MOVE 'S' TO WS-EMPRESA-ENCONTRADA
           END-SEARCH.

       PEDIR-Y-GRABAR-ASIGNACION.
           DISPLAY 'CODIGO DE EJECUTIVO (5 CARACTERES): '.
           ACCEPT WS-EJECUTIVO-NUEVO.
           DISPLAY 'VIGENTE DESDE (AAAAMMDD): '.
           ACCEPT WS-DESDE-NUEVO.
           DISPLAY 'VIGENTE HASTA (AAAAMMDD, 0 = SIN FECHA DE FIN): '.
           ACCEPT WS-HASTA-NUEVO.

           IF WS-EJECUTIVO-NUEVO EQUAL SPACES
              DISPLAY 'EJECUTIVO INVALIDO, NO SE GRABO'
           ELSE
              IF WS-DESDE-NUEVO IS NOT NUMERIC
                 OR WS-HASTA-NUEVO IS NOT NUMERIC
                 OR WS-DESDE-NUEVO EQUAL ZERO
                 OR (WS-HASTA-NUEVO NOT EQUAL ZERO
                     AND WS-HASTA-NUEVO LESS THAN WS-DESDE-NUEVO)
                 DISPLAY 'FECHAS INVALIDAS, NO SE GRABO'
              ELSE
                 PERFORM GRABAR-ASIGNACION.

       GRABAR-ASIGNACION.
           OPEN EXTEND ARCH-EJECUTIVOS.
           IF NOT ECU-OK
              OPEN OUTPUT ARCH-EJECUTIVOS
              IF NOT ECU-OK
                 DISPLAY 'NO PUDO ABRIRSE EJECUTIVOS-CUENTA.DAT '
                     FS-EJECUTIVOS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-EMPRESA-NUEVA TO ECU-EMPRESA.
           MOVE TAB-EMP-CUIT(IND-TAB-EMP) TO ECU-CUIT.
           MOVE WS-EJECUTIVO-NUEVO TO ECU-EJECUTIVO.
           MOVE WS-DESDE-NUEVO TO ECU-DESDE.
           MOVE WS-HASTA-NUEVO TO ECU-HASTA.
           WRITE REG-EJECUTIVO-CUENTA.
           IF ECU-OK
              DISPLAY 'ASIGNACION GRABADA'
           ELSE
              DISPLAY 'ERROR AL GRABAR LA ASIGNACION ' FS-EJECUTIVOS.
           CLOSE ARCH-EJECUTIVOS.

       LISTAR-ASIGNACIONES.
           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-EJECUTIVOS.
           IF NOT ECU-OK
              DISPLAY 'EJECUTIVOS-CUENTA.DAT NO DISPONIBLE '
                  FS-EJECUTIVOS
           ELSE
              PERFORM LEER-ASIGNACION
              PERFORM MOSTRAR-ASIGNACION UNTIL ECU-EOF
              CLOSE ARCH-EJECUTIVOS
              DISPLAY WS-ACUM-LISTADOS ' ASIGNACIONES CARGADAS'.

       LEER-ASIGNACION.
           READ ARCH-EJECUTIVOS AT END MOVE '10' TO FS-EJECUTIVOS.

       MOSTRAR-ASIGNACION.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY 'EMPRESA ' ECU-EMPRESA
               '  CUIT ' ECU-CUIT
               '  EJECUTIVO ' ECU-EJECUTIVO
               '  DESDE ' ECU-DESDE
               '  HASTA ' ECU-HASTA.
           PERFORM LEER-ASIGNACION.
