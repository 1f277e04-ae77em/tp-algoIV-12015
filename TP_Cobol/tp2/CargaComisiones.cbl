       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaComisiones.
       AUTHOR. Fede.

      *    esquema de comisiones de los ejecutivos de cuenta (ver
      *    CargaEjecutivosCuenta): porcentaje sobre lo cobrado en el
      *    mes, con vigencia desde / hasta (hasta en cero = sigue
      *    vigente). para escalonar por volumen se cargan varios
      *    renglones del mismo ejecutivo con distinto piso de
      *    cobranza mensual: ReporteComisiones toma, de los vigentes
      *    al cierre del periodo, el de piso mas alto que la base del
      *    mes alcanza, y ese porcentaje se aplica a toda la base.
      *    un esquema plano es un unico renglon con piso cero. misma
      *    mecanica de alta validada + listado que CargaAbonos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-COMISIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COMISIONES.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-COMISIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ESQUEMA-COMISIONES.DAT'
             DATA RECORD IS REG-ESQUEMA-COMISION.

       01 REG-ESQUEMA-COMISION.
           03 CES-EJECUTIVO              PIC X(5).
           03 CES-NOMBRE                 PIC X(25).
           03 CES-COBRADO-DESDE          PIC 9(10)V99.
           03 CES-PORCENTAJE             PIC 9(3)V99.
           03 CES-VIG-DESDE              PIC 9(8).
           03 CES-VIG-HASTA              PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-COMISIONES    PIC XX.
           88 CES-OK         VALUE '00'.
           88 CES-EOF        VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-EJECUTIVO-NUEVO          PIC X(5).
       01 WS-NOMBRE-NUEVO             PIC X(25).
       01 WS-PISO-NUEVO               PIC 9(10)V99.
       01 WS-PORCENTAJE-NUEVO         PIC 9(3)V99.
       01 WS-DESDE-NUEVO              PIC 9(8).
       01 WS-HASTA-NUEVO              PIC 9(8).

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-COMISIONES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'ESQUEMA DE COMISIONES (ESQUEMA-COMISIONES.DAT)'.
           DISPLAY '1 - CARGAR TRAMO DE COMISION'.
           DISPLAY '2 - LISTAR ESQUEMA'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-TRAMO
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-ESQUEMA
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       CARGAR-TRAMO.
           DISPLAY 'CODIGO DE EJECUTIVO (5 CARACTERES): '.
           ACCEPT WS-EJECUTIVO-NUEVO.
           DISPLAY 'NOMBRE DEL EJECUTIVO: '.
           ACCEPT WS-NOMBRE-NUEVO.
           DISPLAY 'COBRANZA MENSUAL DESDE (9999999999,99 - 0 SI NO '
               'ESCALONA): '.
           ACCEPT WS-PISO-NUEVO.
           DISPLAY 'PORCENTAJE DE COMISION (999,99): '.
           ACCEPT WS-PORCENTAJE-NUEVO.
           DISPLAY 'VIGENTE DESDE (AAAAMMDD): '.
           ACCEPT WS-DESDE-NUEVO.
           DISPLAY 'VIGENTE HASTA (AAAAMMDD, 0 = SIN FECHA DE FIN): '.
           ACCEPT WS-HASTA-NUEVO.

           IF WS-EJECUTIVO-NUEVO EQUAL SPACES
              DISPLAY 'EJECUTIVO INVALIDO, NO SE GRABO'
           ELSE
              IF WS-PISO-NUEVO IS NOT NUMERIC
                 OR WS-PORCENTAJE-NUEVO IS NOT NUMERIC
                 OR WS-PORCENTAJE-NUEVO EQUAL ZERO
                 OR WS-PORCENTAJE-NUEVO GREATER THAN 100
                 DISPLAY 'PISO O PORCENTAJE INVALIDOS, NO SE GRABO'
              ELSE
                 IF WS-DESDE-NUEVO IS NOT NUMERIC
                    OR WS-HASTA-NUEVO IS NOT NUMERIC
                    OR WS-DESDE-NUEVO EQUAL ZERO
                    OR (WS-HASTA-NUEVO NOT EQUAL ZERO
                        AND WS-HASTA-NUEVO LESS THAN WS-DESDE-NUEVO)
                    DISPLAY 'FECHAS INVALIDAS, NO SE GRABO'
                 ELSE
                    PERFORM GRABAR-TRAMO.

       GRABAR-TRAMO.
           OPEN EXTEND ARCH-COMISIONES.
           IF NOT CES-OK
              OPEN OUTPUT ARCH-COMISIONES
              IF NOT CES-OK
                 DISPLAY 'NO PUDO ABRIRSE ESQUEMA-COMISIONES.DAT '
                     FS-COMISIONES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-EJECUTIVO-NUEVO TO CES-EJECUTIVO.
           MOVE WS-NOMBRE-NUEVO TO CES-NOMBRE.
           MOVE WS-PISO-NUEVO TO CES-COBRADO-DESDE.
           MOVE WS-PORCENTAJE-NUEVO TO CES-PORCENTAJE.
           MOVE WS-DESDE-NUEVO TO CES-VIG-DESDE.
           MOVE WS-HASTA-NUEVO TO CES-VIG-HASTA.
           WRITE REG-ESQUEMA-COMISION.
           IF CES-OK
              DISPLAY 'TRAMO GRABADO'
           ELSE
              DISPLAY 'ERROR AL GRABAR EL TRAMO ' FS-COMISIONES.
           CLOSE ARCH-COMISIONES.

       LISTAR-ESQUEMA.
           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-COMISIONES.
           IF NOT CES-OK
              DISPLAY 'ESQUEMA-COMISIONES.DAT NO DISPONIBLE '
                  FS-COMISIONES
           ELSE
              PERFORM LEER-TRAMO
              PERFORM MOSTRAR-TRAMO UNTIL CES-EOF
              CLOSE ARCH-COMISIONES
              DISPLAY WS-ACUM-LISTADOS ' TRAMOS CARGADOS'.

       LEER-TRAMO.
           READ ARCH-COMISIONES AT END MOVE '10' TO FS-COMISIONES.

       MOSTRAR-TRAMO.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY 'EJECUTIVO ' CES-EJECUTIVO ' ' CES-NOMBRE
               '  DESDE COBRADO ' CES-COBRADO-DESDE
               '  PCT ' CES-PORCENTAJE
               '  VIGENCIA ' CES-VIG-DESDE ' - ' CES-VIG-HASTA.
           PERFORM LEER-TRAMO.
