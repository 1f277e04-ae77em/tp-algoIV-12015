       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaGuardias.
       AUTHOR. Fede.

      *    maestro de guardias: hay clientes que pagan por tener un
      *    consultor disponible fuera de horario aunque no lo llamen.
      *    cada guardia se carga por consultor y empresa, con las
      *    fechas desde / hasta, la tarifa diaria que se le cobra al
      *    cliente y el pago diario al consultor. TP1 factura los
      *    dias de guardia del mes como registro propio '8' de
      *    GL-EXTRACT.DAT (ver FACTURAR-GUARDIAS-PERIODO) y
      *    LiquidacionConsultores paga los mismos dias (ver
      *    VALORIZAR-GUARDIAS-PERIODO); las horas trabajadas durante
      *    la guardia se cargan y facturan como siempre, por encima.
      *    misma mecanica de alta validada + listado que CargaAbonos,
      *    con la validacion de consultor de CargaGastos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-GUARDIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-GUARDIAS.
           SELECT ARCH-CONSULTORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONS.
           SELECT ARCH-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EMP.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-GUARDIAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'GUARDIAS.DAT'
             DATA RECORD IS REG-GUARDIA.

       01 REG-GUARDIA.
           03 GUA-CONSULTOR              PIC X(5).
           03 GUA-EMPRESA                PIC 9(3).
           03 GUA-DESDE                  PIC 9(8).
           03 GUA-HASTA                  PIC 9(8).
           03 GUA-TARIFA-DIA             PIC 9(8)V99.
           03 GUA-PAGO-DIA               PIC 9(8)V99.

       FD ARCH-CONSULTORES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONSULTORES.DAT'
             DATA RECORD IS REG-CONS.

       01 REG-CONS.
           03 REG-CONS-NUMERO        PIC X(5).
           03 REG-CONS-DNI           PIC 9(8).
           03 REG-CONS-SRT           PIC X(2).
           03 REG-CONS-NOMBRE        PIC X(25).
           03 REG-CONS-DIRECCION     PIC X(20).
           03 REG-CONS-TELEFONO      PIC X(20).
           03 REG-CONS-FECHA-ALTA    PIC 9(8).
           03 REG-CONS-FECHA-BAJA    PIC 9(8).

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

       77 FS-GUARDIAS      PIC XX.
           88 GUA-OK         VALUE '00'.
           88 GUA-EOF        VALUE '10'.

       77 FS-CONS          PIC XX.
           88 CONS-OK        VALUE '00'.
           88 CONS-EOF       VALUE '10'.

       77 FS-EMP           PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

      *    tablas de validacion - misma tecnica OCCURS + SEARCH que
      *    CargaGastos.
       01 TABLA-CONSULTORES.
           03 TAB-CONS OCCURS 999 TIMES INDEXED BY IND-TAB-CONS.
               05 TAB-CONS-NUMERO       PIC X(5).

       01 WS-CANT-CONS               PIC 9(4) VALUE 0.

       01 WS-MAX-EMP                 PIC 9(3) VALUE 200.

       01 TABLA-EMPRESAS.
           03 TAB-EMP OCCURS 200 TIMES INDEXED BY IND-TAB-EMP.
               05 TAB-EMP-COD           PIC 9(3).

       01 WS-CANT-EMP                PIC 9(3) VALUE 0.

       01 WS-CONSULTOR-ENCONTRADO     PIC X VALUE 'N'.
           88 CONSULTOR-ENCONTRADO    VALUE 'S'.
       01 WS-EMPRESA-ENCONTRADA       PIC X VALUE 'N'.
           88 EMPRESA-ENCONTRADA      VALUE 'S'.

       01 WS-CONSULTOR-NUEVO          PIC X(5).
       01 WS-EMPRESA-NUEVA            PIC 9(3).
       01 WS-DESDE-NUEVO              PIC 9(8).
       01 WS-HASTA-NUEVO              PIC 9(8).
       01 WS-TARIFA-NUEVA             PIC 9(8)V99.
       01 WS-PAGO-NUEVO               PIC 9(8)V99.

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-GUARDIAS.
           PERFORM CARGAR-TABLA-CONSULTORES.
           PERFORM CARGAR-TABLA-EMPRESAS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           STOP RUN.

       CARGAR-TABLA-CONSULTORES.
           OPEN INPUT ARCH-CONSULTORES.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES.DAT ' FS-CONS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ ARCH-CONSULTORES AT END MOVE '10' TO FS-CONS.
           PERFORM CARGAR-CONSULTOR-EN-TABLA
               UNTIL CONS-EOF OR WS-CANT-CONS NOT LESS 999.
           CLOSE ARCH-CONSULTORES.

       CARGAR-CONSULTOR-EN-TABLA.
           ADD 1 TO WS-CANT-CONS.
           MOVE REG-CONS-NUMERO TO TAB-CONS-NUMERO(WS-CANT-CONS).
           READ ARCH-CONSULTORES AT END MOVE '10' TO FS-CONS.

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
           DISPLAY 'GUARDIAS (GUARDIAS.DAT)'.
           DISPLAY '1 - CARGAR GUARDIA'.
           DISPLAY '2 - LISTAR GUARDIAS'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-GUARDIA
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-GUARDIAS
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       CARGAR-GUARDIA.
           DISPLAY 'NUMERO DE CONSULTOR (5 CARACTERES): '.
           ACCEPT WS-CONSULTOR-NUEVO.
           PERFORM VALIDAR-CONSULTOR.
           IF NOT CONSULTOR-ENCONTRADO
              DISPLAY 'NUMERO DE CONSULTOR NO EXISTE EN '
                  'CONSULTORES.DAT'
           ELSE
              DISPLAY 'CODIGO DE EMPRESA (999): '
              ACCEPT WS-EMPRESA-NUEVA
              PERFORM VALIDAR-EMPRESA
              IF NOT EMPRESA-ENCONTRADA
                 DISPLAY 'CODIGO DE EMPRESA NO EXISTE EN EMPRESAS.DAT'
              ELSE
                 PERFORM PEDIR-Y-GRABAR-GUARDIA.

       VALIDAR-CONSULTOR.
           MOVE 'N' TO WS-CONSULTOR-ENCONTRADO.
           SET IND-TAB-CONS TO 1.
           SEARCH TAB-CONS
               WHEN IND-TAB-CONS GREATER THAN WS-CANT-CONS
                   NEXT SENTENCE
               WHEN TAB-CONS-NUMERO(IND-TAB-CONS) EQUAL
                       WS-CONSULTOR-NUEVO
                   MOVE 'S' TO WS-CONSULTOR-ENCONTRADO
           END-SEARCH.

       VALIDAR-EMPRESA.
           MOVE 'N' TO WS-EMPRESA-ENCONTRADA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   NEXT SENTENCE
               WHEN TAB-EMP-COD(IND-TAB-EMP) EQUAL WS-EMPRESA-NUEVA
                   MOVE 'S' TO WS-EMPRESA-ENCONTRADA
           END-SEARCH.

       PEDIR-Y-GRABAR-GUARDIA.
           DISPLAY 'GUARDIA DESDE (AAAAMMDD): '.
           ACCEPT WS-DESDE-NUEVO.
           DISPLAY 'GUARDIA HASTA (AAAAMMDD): '.
           ACCEPT WS-HASTA-NUEVO.
           DISPLAY 'TARIFA DIARIA AL CLIENTE (99999999,99): '.
           ACCEPT WS-TARIFA-NUEVA.
           DISPLAY 'PAGO DIARIO AL CONSULTOR (99999999,99): '.
           ACCEPT WS-PAGO-NUEVO.

           IF WS-DESDE-NUEVO IS NOT NUMERIC
              OR WS-HASTA-NUEVO IS NOT NUMERIC
              OR WS-DESDE-NUEVO EQUAL ZERO
              OR WS-HASTA-NUEVO LESS THAN WS-DESDE-NUEVO
              DISPLAY 'FECHAS INVALIDAS, NO SE GRABO'
           ELSE
              IF WS-TARIFA-NUEVA IS NOT NUMERIC
                 OR WS-PAGO-NUEVO IS NOT NUMERIC
                 OR (WS-TARIFA-NUEVA EQUAL ZERO
                     AND WS-PAGO-NUEVO EQUAL ZERO)
                 DISPLAY 'TARIFA Y PAGO INVALIDOS, NO SE GRABO'
              ELSE
                 PERFORM GRABAR-GUARDIA.

       GRABAR-GUARDIA.
           OPEN EXTEND ARCH-GUARDIAS.
           IF NOT GUA-OK
              OPEN OUTPUT ARCH-GUARDIAS
              IF NOT GUA-OK
                 DISPLAY 'NO PUDO ABRIRSE GUARDIAS.DAT ' FS-GUARDIAS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-CONSULTOR-NUEVO TO GUA-CONSULTOR.
           MOVE WS-EMPRESA-NUEVA TO GUA-EMPRESA.
           MOVE WS-DESDE-NUEVO TO GUA-DESDE.
           MOVE WS-HASTA-NUEVO TO GUA-HASTA.
           MOVE WS-TARIFA-NUEVA TO GUA-TARIFA-DIA.
           MOVE WS-PAGO-NUEVO TO GUA-PAGO-DIA.
           WRITE REG-GUARDIA.
           IF GUA-OK
              DISPLAY 'GUARDIA GRABADA'
           ELSE
              DISPLAY 'ERROR AL GRABAR LA GUARDIA ' FS-GUARDIAS.
           CLOSE ARCH-GUARDIAS.

       LISTAR-GUARDIAS.
           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-GUARDIAS.
           IF NOT GUA-OK
              DISPLAY 'GUARDIAS.DAT NO DISPONIBLE ' FS-GUARDIAS
           ELSE
              PERFORM LEER-GUARDIA
              PERFORM MOSTRAR-GUARDIA UNTIL GUA-EOF
              CLOSE ARCH-GUARDIAS
              DISPLAY WS-ACUM-LISTADOS ' GUARDIAS CARGADAS'.

       LEER-GUARDIA.
           READ ARCH-GUARDIAS AT END MOVE '10' TO FS-GUARDIAS.

       MOSTRAR-GUARDIA.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY 'CONSULTOR ' GUA-CONSULTOR
               '  EMPRESA ' GUA-EMPRESA
               '  DESDE ' GUA-DESDE
               '  HASTA ' GUA-HASTA
               '  TARIFA DIA ' GUA-TARIFA-DIA
               '  PAGO DIA ' GUA-PAGO-DIA.
           PERFORM LEER-GUARDIA.
