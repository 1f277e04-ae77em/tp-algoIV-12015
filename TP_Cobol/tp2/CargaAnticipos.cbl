       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaAnticipos.
       AUTHOR. Fede.

      *    maestro de anticipos de honorarios y prestamos a
      *    consultores: hasta ahora se otorgaban en efectivo y la
      *    devolucion se seguia en una planilla. cada otorgamiento se
      *    carga contra un consultor existente de
      *    CONSULTORES-INDEXED.DAT con importe, fecha y cantidad de
      *    cuotas; el saldo nace igual al importe y lo va bajando
      *    LiquidacionConsultores, que descuenta la cuota del mes de
      *    la liquidacion - ver APLICAR-DESCUENTOS-ANTICIPOS. una
      *    cuota que la liquidacion no alcanza a cubrir pasa al mes
      *    siguiente y queda marcada como diferida. solo se corre con
      *    sesion de supervisor o administracion, igual que
      *    MantenimientoConsultores.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ANTICIPOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ANT-CLAVE
               FILE STATUS IS FS-ANTICIPOS.

           SELECT ARCH-CONS-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY-CODE-CONS
               ALTERNATE RECORD KEY IS REG-CONS-DNI
               FILE STATUS IS FS-ARCH-CONS-IDX.

      *    sesion autorizada dejada por el sign-on de PRINCIPAL: sin
      *    ella esta carga no corre - ver USUARIOS.DAT.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-ANTICIPOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ANTICIPOS.DAT'
             DATA RECORD IS REG-ANTICIPO.

       01 REG-ANTICIPO.
           03 REG-ANT-CLAVE.
               05 REG-ANT-CONSULTOR      PIC X(5).
               05 REG-ANT-NUMERO         PIC 9(3).
      *    A anticipo de honorarios, P prestamo personal.
           03 REG-ANT-TIPO               PIC X(1).
               88 ANT-ES-ANTICIPO        VALUE 'A'.
               88 ANT-ES-PRESTAMO        VALUE 'P'.
           03 REG-ANT-FECHA              PIC 9(8).
           03 REG-ANT-IMPORTE            PIC 9(10)V99.
           03 REG-ANT-CUOTAS             PIC 9(3).
           03 REG-ANT-IMPORTE-CUOTA      PIC 9(10)V99.
           03 REG-ANT-CUOTAS-PAGADAS     PIC 9(3).
           03 REG-ANT-SALDO              PIC 9(10)V99.
      *    ultimo periodo de liquidacion (AAAAMM) que lo proceso,
      *    para no descontar dos veces en el mismo mes; cero al
      *    otorgarse.
           03 REG-ANT-ULTIMO-PERIODO     PIC 9(6).
      *    cuotas vencidas que la liquidacion no pudo cubrir y se
      *    arrastran al mes siguiente; mayor a cero = diferido.
           03 REG-ANT-CUOTAS-DIFERIDAS   PIC 9(3).
           03 REG-ANT-OBSERVACION        PIC X(30).

       FD ARCH-CONS-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONSULTORES-INDEXED.DAT'
             DATA RECORD IS REG-CONSULTORES-INDEXED.

       01 REG-CONSULTORES-INDEXED.
           03 REG-KEY-CODE-CONS      PIC X(5).
           03 REG-CONS-DNI           PIC 9(8).
           03 REG-CONS-SRT           PIC X(2).
           03 REG-CONS-NOMBRE        PIC X(25).
           03 REG-CONS-DIRECCION     PIC X(20).
           03 REG-CONS-TELEFONO      PIC X(20).
           03 REG-CONS-FECHA-ALTA    PIC 9(8).
           03 REG-CONS-FECHA-BAJA    PIC 9(8).
      *    CBU para la liquidacion mensual - ver
      *    LiquidacionConsultores; aca no se usa.
           03 REG-CONS-CBU           PIC X(22).
      *    CUIT y condicion frente a Ganancias para la retencion de
      *    la liquidacion mensual; aca no se usan.
           03 REG-CONS-CUIT          PIC 9(11).
           03 REG-CONS-COND-GANANCIAS PIC X(1).
      *    proveedor del consultor de una firma externa - ver
      *    ConciliacionProveedores; aca no se usa.
           03 REG-CONS-PROVEEDOR     PIC X(5).

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
             DATA RECORD IS REG-SESION.

       01 REG-SESION.
           03 SES-USUARIO               PIC X(20).
           03 SES-ROL                   PIC X(1).
           03 SES-FECHA                 PIC 9(8).
           03 SES-HORA                  PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-ANTICIPOS     PIC XX.
           88 ANT-OK         VALUE '00'.
           88 ANT-EOF        VALUE '10'.
           88 ANT-NOENC      VALUE '23'.
           88 ANT-DUPLICADO  VALUE '22'.

       77 FS-ARCH-CONS-IDX PIC XX.
           88 CONS-OK        VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-SESION-AUTORIZADA        PIC X VALUE 'N'.
           88 SESION-AUTORIZADA       VALUE 'S'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-FECHA-HOY                PIC 9(8).

      *    consultor pedido y proximo numero libre de anticipo.
       01 WS-CONSULTOR                PIC X(5).
       01 WS-ULTIMO-NUMERO            PIC 9(3).

       01 WS-LIS-SALDO                PIC 9(11)V99.
       01 WS-LIS-IMPORTE-ED           PIC ZZZZZZZZZ9,99.
       01 WS-LIS-CUOTA-ED             PIC ZZZZZZZZZ9,99.
       01 WS-LIS-SALDO-ED             PIC ZZZZZZZZZ9,99.
       01 WS-LIS-TOTAL-ED             PIC ZZZZZZZZZZ9,99.

       01 WS-ACUM-GRABADOS            PIC 9(5) VALUE 0.
       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-ANTICIPOS.
           PERFORM CONTROLAR-SESION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

      *    solo se corre con una sesion de supervisor o
      *    administracion iniciada en PRINCIPAL.
       CONTROLAR-SESION.
           OPEN INPUT ARCH-SESION.
           IF SESION-OK
              READ ARCH-SESION AT END MOVE SPACES TO SES-USUARIO
              END-READ
              IF SES-USUARIO NOT EQUAL SPACES
                 AND (SES-ROL EQUAL 'S' OR SES-ROL EQUAL 'A')
                 MOVE 'S' TO WS-SESION-AUTORIZADA
              END-IF
              CLOSE ARCH-SESION.
           IF NOT SESION-AUTORIZADA
              DISPLAY 'SIN SESION AUTORIZADA DE SUPERVISOR O '
                  'ADMINISTRACION - INGRESAR POR EL MENU PRINCIPAL'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-CONS-IDX.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT '
                  FS-ARCH-CONS-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN I-O ARCH-ANTICIPOS.
           IF NOT ANT-OK
              OPEN OUTPUT ARCH-ANTICIPOS
              IF ANT-OK
                 DISPLAY 'ARCHIVO ANTICIPOS.DAT CREADO'
                 CLOSE ARCH-ANTICIPOS
                 OPEN I-O ARCH-ANTICIPOS
              END-IF
              IF NOT ANT-OK
                 DISPLAY 'NO PUDO ABRIRSE ANTICIPOS.DAT ' FS-ANTICIPOS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'ANTICIPOS Y PRESTAMOS A CONSULTORES'.
           DISPLAY '1 - OTORGAR ANTICIPO O PRESTAMO'.
           DISPLAY '2 - LISTAR ANTICIPOS DE UN CONSULTOR'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM OTORGAR-ANTICIPO
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-ANTICIPOS
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       OTORGAR-ANTICIPO.
           DISPLAY 'NUMERO DE CONSULTOR: '.
           ACCEPT WS-CONSULTOR.
           MOVE WS-CONSULTOR TO REG-KEY-CODE-CONS.
           READ ARCH-CONS-IDX RECORD KEY IS REG-KEY-CODE-CONS.
           IF NOT CONS-OK
              DISPLAY 'NO EXISTE ESE CONSULTOR EN '
                  'CONSULTORES-INDEXED.DAT, ANTICIPO RECHAZADO'
           ELSE
              IF REG-CONS-FECHA-BAJA NOT EQUAL ZERO
                 AND REG-CONS-FECHA-BAJA LESS THAN WS-FECHA-HOY
                 DISPLAY 'EL CONSULTOR ESTA DADO DE BAJA, ANTICIPO '
                     'RECHAZADO'
              ELSE
                 DISPLAY 'CONSULTOR: ' REG-CONS-NOMBRE
                 PERFORM BUSCAR-ULTIMO-NUMERO
                 PERFORM PEDIR-Y-GRABAR-ANTICIPO.

      *    el numero de anticipo es correlativo por consultor: se
      *    recorre lo ya otorgado con el mismo START + READ NEXT que
      *    el listado.
       BUSCAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-NUMERO.
           MOVE WS-CONSULTOR TO REG-ANT-CONSULTOR.
           MOVE 0 TO REG-ANT-NUMERO.
           START ARCH-ANTICIPOS KEY IS NOT LESS THAN REG-ANT-CLAVE
               INVALID KEY MOVE '10' TO FS-ANTICIPOS.
           IF ANT-OK
              PERFORM LEER-ANTICIPO
              PERFORM TOMAR-NUMERO-ANTICIPO
                  UNTIL ANT-EOF
                   OR REG-ANT-CONSULTOR NOT EQUAL WS-CONSULTOR
           END-IF.

       TOMAR-NUMERO-ANTICIPO.
           MOVE REG-ANT-NUMERO TO WS-ULTIMO-NUMERO.
           PERFORM LEER-ANTICIPO.

       PEDIR-Y-GRABAR-ANTICIPO.
           MOVE WS-CONSULTOR TO REG-ANT-CONSULTOR.
           DISPLAY 'TIPO (A ANTICIPO DE HONORARIOS, P PRESTAMO): '.
           ACCEPT REG-ANT-TIPO.
           DISPLAY 'FECHA DE OTORGAMIENTO (AAAAMMDD, 0 = HOY): '.
           ACCEPT REG-ANT-FECHA.
           IF REG-ANT-FECHA EQUAL ZERO
              MOVE WS-FECHA-HOY TO REG-ANT-FECHA
           END-IF.
           DISPLAY 'IMPORTE OTORGADO (9999999999,99): '.
           ACCEPT REG-ANT-IMPORTE.
           DISPLAY 'CANTIDAD DE CUOTAS (1-999): '.
           ACCEPT REG-ANT-CUOTAS.
           DISPLAY 'OBSERVACION (30 CARACTERES): '.
           ACCEPT REG-ANT-OBSERVACION.

           IF (NOT ANT-ES-ANTICIPO AND NOT ANT-ES-PRESTAMO)
              OR REG-ANT-IMPORTE IS NOT NUMERIC
              OR REG-ANT-IMPORTE EQUAL ZERO
              OR REG-ANT-CUOTAS IS NOT NUMERIC
              OR REG-ANT-CUOTAS EQUAL ZERO
              OR REG-ANT-FECHA IS NOT NUMERIC
              DISPLAY 'TIPO, IMPORTE, CUOTAS O FECHA INVALIDOS, NO SE '
                  'GRABO'
           ELSE
              IF WS-ULTIMO-NUMERO EQUAL 999
                 DISPLAY 'EL CONSULTOR YA TIENE 999 ANTICIPOS, NO SE '
                     'GRABO'
              ELSE
                 ADD 1 TO WS-ULTIMO-NUMERO
                 MOVE WS-ULTIMO-NUMERO TO REG-ANT-NUMERO
      *          la ultima cuota absorbe el redondeo: el descuento
      *          nunca pasa del saldo.
                 COMPUTE REG-ANT-IMPORTE-CUOTA ROUNDED =
                     REG-ANT-IMPORTE / REG-ANT-CUOTAS
                 MOVE 0 TO REG-ANT-CUOTAS-PAGADAS
                 MOVE REG-ANT-IMPORTE TO REG-ANT-SALDO
                 MOVE 0 TO REG-ANT-ULTIMO-PERIODO
                 MOVE 0 TO REG-ANT-CUOTAS-DIFERIDAS
                 WRITE REG-ANTICIPO
                 IF ANT-OK
                    MOVE REG-ANT-IMPORTE-CUOTA TO WS-LIS-CUOTA-ED
                    DISPLAY 'ANTICIPO ' REG-ANT-NUMERO ' GRABADO - '
                        REG-ANT-CUOTAS ' CUOTAS DE ' WS-LIS-CUOTA-ED
                    ADD 1 TO WS-ACUM-GRABADOS
                 ELSE
                    DISPLAY 'ERROR AL GRABAR EL ANTICIPO ' FS-ANTICIPOS.

      *    lectura parcial por clave: START en el primer anticipo del
      *    consultor y READ NEXT mientras no cambie el prefijo.
       LISTAR-ANTICIPOS.
           DISPLAY 'NUMERO DE CONSULTOR: '.
           ACCEPT WS-CONSULTOR.
           MOVE 0 TO WS-ACUM-LISTADOS.
           MOVE 0 TO WS-LIS-SALDO.

           MOVE WS-CONSULTOR TO REG-ANT-CONSULTOR.
           MOVE 0 TO REG-ANT-NUMERO.
           START ARCH-ANTICIPOS KEY IS NOT LESS THAN REG-ANT-CLAVE
               INVALID KEY MOVE '10' TO FS-ANTICIPOS.
           IF ANT-OK
              PERFORM LEER-ANTICIPO
              PERFORM MOSTRAR-ANTICIPO
                  UNTIL ANT-EOF
                   OR REG-ANT-CONSULTOR NOT EQUAL WS-CONSULTOR
           END-IF.
           MOVE WS-LIS-SALDO TO WS-LIS-TOTAL-ED.
           DISPLAY WS-ACUM-LISTADOS ' ANTICIPOS DEL CONSULTOR, SALDO '
               'ADEUDADO ' WS-LIS-TOTAL-ED.

       LEER-ANTICIPO.
           READ ARCH-ANTICIPOS NEXT RECORD
               AT END MOVE '10' TO FS-ANTICIPOS
           END-READ.

       MOSTRAR-ANTICIPO.
           ADD 1 TO WS-ACUM-LISTADOS.
           ADD REG-ANT-SALDO TO WS-LIS-SALDO.
           MOVE REG-ANT-IMPORTE TO WS-LIS-IMPORTE-ED.
           MOVE REG-ANT-IMPORTE-CUOTA TO WS-LIS-CUOTA-ED.
           MOVE REG-ANT-SALDO TO WS-LIS-SALDO-ED.
           DISPLAY 'ANT ' REG-ANT-NUMERO ' ' REG-ANT-TIPO
               ' ' REG-ANT-FECHA ' ' WS-LIS-IMPORTE-ED
               '  CUOTAS ' REG-ANT-CUOTAS-PAGADAS '/' REG-ANT-CUOTAS
               ' DE ' WS-LIS-CUOTA-ED
               '  SALDO ' WS-LIS-SALDO-ED.
           IF REG-ANT-CUOTAS-DIFERIDAS GREATER ZERO
              DISPLAY '    ' REG-ANT-CUOTAS-DIFERIDAS
                  ' CUOTAS DIFERIDAS - ULTIMA LIQUIDACION '
                  REG-ANT-ULTIMO-PERIODO.
           PERFORM LEER-ANTICIPO.

       TERMINAR.
           CLOSE ARCH-ANTICIPOS.
           CLOSE ARCH-CONS-IDX.
           DISPLAY WS-ACUM-GRABADOS ' ANTICIPOS OTORGADOS EN LA SESION'.
           STOP RUN.
