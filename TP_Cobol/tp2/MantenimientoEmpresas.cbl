           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.
      *    cambios a campos sensibles propuestos y todavia no
      *    aprobados por un segundo usuario - ver AprobacionCambios.
           SELECT ARCH-PENDIENTES ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-CLAVE
                   FILE STATUS IS FS-PENDIENTES.

       DATA DIVISION.
       FILE SECTION.
           03 SES-FECHA                 PIC 9(8).
           03 SES-HORA                  PIC 9(8).

       FD ARCH-PENDIENTES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CAMBIOS-PENDIENTES.DAT'
             DATA RECORD IS REG-PENDIENTE.

      *    un renglon por campo sensible modificado. los valores
      *    numericos (CUIT, limite, plazo) van en la vista
      *    PEN-NUM-xxx, los alfanumericos (CBU, SRT) en PEN-VALOR-xxx
      *    y la tarifa general en la vista PEN-TAR-xxx.
       01 REG-PENDIENTE.
           03 PEN-CLAVE.
               05 PEN-FECHA             PIC 9(8).
               05 PEN-HORA              PIC 9(8).
               05 PEN-SECUENCIA         PIC 9(2).
           03 PEN-MAESTRO               PIC X(1).
               88 PEN-ES-EMPRESA        VALUE 'E'.
               88 PEN-ES-CONSULTOR      VALUE 'C'.
               88 PEN-ES-TARIFA         VALUE 'T'.
           03 PEN-CODIGO                PIC X(5).
           03 PEN-CAMPO                 PIC X(12).
           03 PEN-VALOR-ANTES           PIC X(25).
           03 PEN-NUMERICO-ANTES REDEFINES PEN-VALOR-ANTES.
               05 PEN-NUM-ANTES         PIC 9(11)V99.
               05 FILLER                PIC X(12).
           03 PEN-TARIFA-ANTES REDEFINES PEN-VALOR-ANTES.
               05 PEN-TAR-VIG-ANTES     PIC 9(8).
               05 PEN-TAR-TARIFA-ANTES  PIC 9(5)V99.
               05 PEN-TAR-MONEDA-ANTES  PIC X(3).
               05 FILLER                PIC X(7).
           03 PEN-VALOR-NUEVO           PIC X(25).
           03 PEN-NUMERICO-NUEVO REDEFINES PEN-VALOR-NUEVO.
               05 PEN-NUM-NUEVO         PIC 9(11)V99.
               05 FILLER                PIC X(12).
           03 PEN-TARIFA-NUEVA REDEFINES PEN-VALOR-NUEVO.
               05 PEN-TAR-VIG-NUEVA     PIC 9(8).
               05 PEN-TAR-TARIFA-NUEVA  PIC 9(5)V99.
               05 PEN-TAR-MONEDA-NUEVA  PIC X(3).
               05 FILLER                PIC X(7).
           03 PEN-USUARIO-ALTA          PIC X(20).
           03 PEN-ESTADO                PIC X(1).
               88 PEN-PENDIENTE         VALUE 'P'.
               88 PEN-APROBADO          VALUE 'A'.
               88 PEN-RECHAZADO         VALUE 'R'.
               88 PEN-VENCIDO           VALUE 'V'.
           03 PEN-USUARIO-RESOL         PIC X(20).
           03 PEN-FECHA-RESOL           PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-SESION                   PIC XX.
           88 SESION-OK               VALUE '00'.

       77 FS-PENDIENTES               PIC XX.
           88 PENDIENTES-OK           VALUE '00'.

       01 WS-SESION-AUTORIZADA        PIC X VALUE 'N'.
           88 SESION-AUTORIZADA       VALUE 'S'.
       01 WS-USUARIO-SESION           PIC X(20) VALUE SPACES.

       01 WS-OPCION                  PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
       01 WS-JURISDICCION             PIC 9(3).
       01 WS-PLAZO-PAGO               PIC 9(3).
       01 WS-GRUPO                    PIC X(3).
       01 WS-DEBITO-AUTO              PIC X(1).
       01 WS-CBU                      PIC X(22).
       01 WS-CONFORMIDAD              PIC X(1).
       01 WS-RESPONSABLE              PIC X(20).
       01 WS-RESPONSABLE-NUEVO        PIC X(20).
       01 WS-FECHA-BAJA               PIC 9(8).
       01 WS-FECHA-BAJA-ENTRADA       PIC X(8).
       01 WS-DEPENDENCIAS             PIC X(100).
       01 WS-CONFIRMA                 PIC X.
       01 WS-COD-ERROR                PIC XX.

      *    campos sensibles: un cambio al CUIT, al limite de credito o
      *    al plazo de pago no se graba directo, queda pendiente hasta
      *    que otro supervisor o administrador lo apruebe. aca se
      *    guardan los valores vigentes y los propuestos.
       01 WS-CUIT-ACTUAL              PIC 9(11).
       01 WS-LIMITE-ACTUAL            PIC 9(10)V99.
       01 WS-PLAZO-ACTUAL             PIC 9(3).
       01 WS-CUIT-PROPUESTO           PIC 9(11).
       01 WS-LIMITE-PROPUESTO         PIC 9(10)V99.
       01 WS-PLAZO-PROPUESTO          PIC 9(3).
       01 WS-CAMBIA-CUIT              PIC X VALUE 'N'.
           88 CAMBIA-CUIT             VALUE 'S'.
       01 WS-CAMBIA-LIMITE            PIC X VALUE 'N'.
           88 CAMBIA-LIMITE           VALUE 'S'.
       01 WS-CAMBIA-PLAZO             PIC X VALUE 'N'.
           88 CAMBIA-PLAZO            VALUE 'S'.
       01 WS-PEN-FECHA                PIC 9(8).
       01 WS-PEN-HORA                 PIC 9(8).
       01 WS-PEN-SECUENCIA            PIC 9(2).
       01 WS-PEN-GRABADO              PIC X.
           88 PEN-GRABADO             VALUE 'S'.

       PROCEDURE DIVISION.

       MANTENIMIENTO-EMPRESAS.
              IF SES-USUARIO NOT EQUAL SPACES
                 AND (SES-ROL EQUAL 'S' OR SES-ROL EQUAL 'A')
                 MOVE 'S' TO WS-SESION-AUTORIZADA
                 MOVE SES-USUARIO TO WS-USUARIO-SESION
              END-IF
              CLOSE ARCH-SESION.
           IF NOT SESION-AUTORIZADA
           DISPLAY '1 - ALTA'.
           DISPLAY '2 - MODIFICACION'.
           DISPLAY '3 - BAJA'.
           DISPLAY '4 - RETIRO (BAJA LOGICA CON FECHA DE BAJA)'.
           DISPLAY '5 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

                    PERFORM BAJA-EMPRESA
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       PERFORM RETIRO-EMPRESA
                    ELSE
                       IF WS-OPCION EQUAL '5'
                          MOVE 'N' TO WS-CONTINUAR
                       ELSE
                          DISPLAY 'OPCION INVALIDA'.

       ALTA-EMPRESA.
           DISPLAY 'CODIGO DE EMPRESA (999): '.
           DISPLAY 'GRUPO ECONOMICO (3 CARACT., ENTER = SIN '
               'GRUPO): '.
           ACCEPT WS-GRUPO.
           PERFORM PEDIR-DEBITO-DIRECTO.
           PERFORM PEDIR-CONFORMIDAD.
           DISPLAY 'RESPONSABLE DE LA CUENTA (ENTER = SIN '
               'RESPONSABLE): '.
           MOVE SPACES TO WS-RESPONSABLE.
           ACCEPT WS-RESPONSABLE.

           MOVE 'W' TO WS-COD-OPER.
           PERFORM LLAMAR-EMPRESAS.
              IF WS-COD-ERROR EQUAL 'YY'
                 DISPLAY 'YA EXISTE UNA EMPRESA CON ESE CUIT'
              ELSE
                 IF WS-COD-ERROR EQUAL 'IB'
                    DISPLAY 'CBU INVALIDO, EMPRESA NO GRABADA'
                 ELSE
                    DISPLAY 'ERROR AL DAR DE ALTA LA EMPRESA '
                        WS-COD-ERROR.

       CAMBIO-EMPRESA.
           DISPLAY 'CODIGO DE EMPRESA A MODIFICAR (999): '.
                  ' JURISD.: ' WS-JURISDICCION
                  ' PLAZO: ' WS-PLAZO-PAGO
                  ' GRUPO: ' WS-GRUPO
              DISPLAY '  DEBITO DIRECTO: ' WS-DEBITO-AUTO
                  ' CBU: ' WS-CBU
              DISPLAY '  EXIGE CONFORMIDAD DE HORAS: ' WS-CONFORMIDAD
              DISPLAY '  RESPONSABLE DE LA CUENTA: ' WS-RESPONSABLE
              IF WS-FECHA-BAJA NOT EQUAL ZERO
                 DISPLAY '  EMPRESA RETIRADA - FECHA DE BAJA: '
                     WS-FECHA-BAJA
              END-IF
              MOVE WS-CUIT TO WS-CUIT-ACTUAL
              MOVE WS-LIMITE-CREDITO TO WS-LIMITE-ACTUAL
              MOVE WS-PLAZO-PAGO TO WS-PLAZO-ACTUAL

              DISPLAY 'NUEVO CUIT (11 DIGITOS): '.
              ACCEPT WS-CUIT.
              ACCEPT WS-PLAZO-PAGO.
              DISPLAY 'NUEVO GRUPO ECONOMICO (3 CARACT.): '.
              ACCEPT WS-GRUPO.
              PERFORM PEDIR-DEBITO-DIRECTO.
              PERFORM PEDIR-CONFORMIDAD.
              DISPLAY 'NUEVO RESPONSABLE DE LA CUENTA (ENTER = '
                  'MANTIENE): '.
              MOVE SPACES TO WS-RESPONSABLE-NUEVO.
              ACCEPT WS-RESPONSABLE-NUEVO.
              IF WS-RESPONSABLE-NUEVO NOT EQUAL SPACES
                 MOVE WS-RESPONSABLE-NUEVO TO WS-RESPONSABLE.

              PERFORM SEPARAR-CAMBIOS-SENSIBLES.

              MOVE 'U' TO WS-COD-OPER.
              PERFORM LLAMAR-EMPRESAS.

              IF WS-COD-ERROR EQUAL 'OK'
                 DISPLAY 'EMPRESA MODIFICADA CON EXITO'
                 PERFORM GRABAR-CAMBIOS-PENDIENTES
              ELSE
                 IF WS-COD-ERROR EQUAL 'YY'
                    DISPLAY 'YA EXISTE OTRA EMPRESA CON ESE CUIT'
                 ELSE
                    IF WS-COD-ERROR EQUAL 'IB'
                       DISPLAY 'CBU INVALIDO, EMPRESA NO MODIFICADA'
                    ELSE
                       DISPLAY 'ERROR AL MODIFICAR LA EMPRESA '
                           WS-COD-ERROR.

      *    los campos sensibles que cambiaron se apartan y se
      *    restituye el valor vigente, asi el resto de la modificacion
      *    se graba enseguida y estos quedan esperando aprobacion.
       SEPARAR-CAMBIOS-SENSIBLES.
           MOVE 'N' TO WS-CAMBIA-CUIT.
           MOVE 'N' TO WS-CAMBIA-LIMITE.
           MOVE 'N' TO WS-CAMBIA-PLAZO.
           IF WS-CUIT NOT EQUAL WS-CUIT-ACTUAL
              MOVE 'S' TO WS-CAMBIA-CUIT
              MOVE WS-CUIT TO WS-CUIT-PROPUESTO
              MOVE WS-CUIT-ACTUAL TO WS-CUIT.
           IF WS-LIMITE-CREDITO NOT EQUAL WS-LIMITE-ACTUAL
              MOVE 'S' TO WS-CAMBIA-LIMITE
              MOVE WS-LIMITE-CREDITO TO WS-LIMITE-PROPUESTO
              MOVE WS-LIMITE-ACTUAL TO WS-LIMITE-CREDITO.
           IF WS-PLAZO-PAGO NOT EQUAL WS-PLAZO-ACTUAL
              MOVE 'S' TO WS-CAMBIA-PLAZO
              MOVE WS-PLAZO-PAGO TO WS-PLAZO-PROPUESTO
              MOVE WS-PLAZO-ACTUAL TO WS-PLAZO-PAGO.

       GRABAR-CAMBIOS-PENDIENTES.
           IF CAMBIA-CUIT OR CAMBIA-LIMITE OR CAMBIA-PLAZO
              PERFORM ABRIR-PENDIENTES
              ACCEPT WS-PEN-FECHA FROM DATE YYYYMMDD
              ACCEPT WS-PEN-HORA FROM TIME
              MOVE 0 TO WS-PEN-SECUENCIA
              IF CAMBIA-CUIT
                 PERFORM PREPARAR-PENDIENTE
                 MOVE 'CUIT' TO PEN-CAMPO
                 MOVE WS-CUIT-ACTUAL TO PEN-NUM-ANTES
                 MOVE WS-CUIT-PROPUESTO TO PEN-NUM-NUEVO
                 PERFORM GRABAR-PENDIENTE
                 DISPLAY 'CUIT ' WS-CUIT-PROPUESTO
                     ' PENDIENTE DE APROBACION'
              END-IF
              IF CAMBIA-LIMITE
                 PERFORM PREPARAR-PENDIENTE
                 MOVE 'LIMITE-CRED' TO PEN-CAMPO
                 MOVE WS-LIMITE-ACTUAL TO PEN-NUM-ANTES
                 MOVE WS-LIMITE-PROPUESTO TO PEN-NUM-NUEVO
                 PERFORM GRABAR-PENDIENTE
                 DISPLAY 'LIMITE DE CREDITO ' WS-LIMITE-PROPUESTO
                     ' PENDIENTE DE APROBACION'
              END-IF
              IF CAMBIA-PLAZO
                 PERFORM PREPARAR-PENDIENTE
                 MOVE 'PLAZO-PAGO' TO PEN-CAMPO
                 MOVE WS-PLAZO-ACTUAL TO PEN-NUM-ANTES
                 MOVE WS-PLAZO-PROPUESTO TO PEN-NUM-NUEVO
                 PERFORM GRABAR-PENDIENTE
                 DISPLAY 'PLAZO DE PAGO ' WS-PLAZO-PROPUESTO
                     ' PENDIENTE DE APROBACION'
              END-IF
              CLOSE ARCH-PENDIENTES
              DISPLAY 'OTRO SUPERVISOR O ADMINISTRADOR DEBE APROBARLO '
                  'EN APROBACION DE CAMBIOS'.

       ABRIR-PENDIENTES.
           OPEN I-O ARCH-PENDIENTES.
           IF NOT PENDIENTES-OK
              OPEN OUTPUT ARCH-PENDIENTES
              IF PENDIENTES-OK
                 CLOSE ARCH-PENDIENTES
                 OPEN I-O ARCH-PENDIENTES
              END-IF
              IF NOT PENDIENTES-OK
                 DISPLAY 'NO PUDO ABRIRSE CAMBIOS-PENDIENTES.DAT '
                     FS-PENDIENTES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

       PREPARAR-PENDIENTE.
           MOVE SPACES TO REG-PENDIENTE.
           MOVE 'E' TO PEN-MAESTRO.
           MOVE WS-COD-EMPRESA TO PEN-CODIGO.
           MOVE 0 TO PEN-NUM-ANTES.
           MOVE 0 TO PEN-NUM-NUEVO.
           MOVE WS-USUARIO-SESION TO PEN-USUARIO-ALTA.
           MOVE 'P' TO PEN-ESTADO.
           MOVE 0 TO PEN-FECHA-RESOL.

      *    la clave es fecha + hora + secuencia; si ya existe (dos
      *    propuestas en la misma centesima) se corre la secuencia.
       GRABAR-PENDIENTE.
           MOVE 'N' TO WS-PEN-GRABADO.
           PERFORM INTENTAR-GRABAR-PENDIENTE
               UNTIL PEN-GRABADO OR WS-PEN-SECUENCIA EQUAL 99.
           IF NOT PEN-GRABADO
              DISPLAY 'ERROR AL GRABAR EL CAMBIO PENDIENTE '
                  FS-PENDIENTES.

       INTENTAR-GRABAR-PENDIENTE.
           ADD 1 TO WS-PEN-SECUENCIA.
           MOVE WS-PEN-FECHA TO PEN-FECHA.
           MOVE WS-PEN-HORA TO PEN-HORA.
           MOVE WS-PEN-SECUENCIA TO PEN-SECUENCIA.
           WRITE REG-PENDIENTE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WS-PEN-GRABADO
           END-WRITE.

       BAJA-EMPRESA.
           DISPLAY 'CODIGO DE EMPRESA A DAR DE BAJA (999): '.
           IF WS-COD-ERROR EQUAL 'OK'
              DISPLAY 'EMPRESA DADA DE BAJA CON EXITO'
           ELSE
              IF WS-COD-ERROR EQUAL 'DP'
                 DISPLAY 'LA EMPRESA NO PUEDE BORRARSE, TIENE: '
                 DISPLAY '  ' WS-DEPENDENCIAS
                 DISPLAY 'USE LA OPCION 4 - RETIRO PARA DARLA DE BAJA '
                     'SIN PERDER LA HISTORIA'
              ELSE
                 IF WS-COD-ERROR EQUAL 'LK'
                    DISPLAY 'REGISTRO BLOQUEADO, REINTENTE'
                 ELSE
                    DISPLAY 'NO EXISTE UNA EMPRESA CON ESE CODIGO'.

      *    retiro: la empresa queda con fecha de baja pero sigue
      *    legible para reportes, cuenta corriente e historia.
       RETIRO-EMPRESA.
           DISPLAY 'CODIGO DE EMPRESA A RETIRAR (999): '.
           ACCEPT WS-COD-EMPRESA.

           MOVE 'Q' TO WS-COD-OPER.
           PERFORM LLAMAR-EMPRESAS.

           IF WS-COD-ERROR NOT EQUAL 'OK'
              IF WS-COD-ERROR EQUAL 'LK'
                 DISPLAY 'REGISTRO BLOQUEADO, REINTENTE'
              ELSE
                 DISPLAY 'NO EXISTE UNA EMPRESA CON ESE CODIGO'
              END-IF
           ELSE
              DISPLAY 'EMPRESA: ' WS-RAZON-SOCIAL ' CUIT: ' WS-CUIT
              IF WS-FECHA-BAJA NOT EQUAL ZERO
                 DISPLAY 'YA RETIRADA CON FECHA DE BAJA: '
                     WS-FECHA-BAJA
              END-IF
              DISPLAY 'FECHA DE BAJA (AAAAMMDD, ENTER = HOY): '
              MOVE SPACES TO WS-FECHA-BAJA-ENTRADA
              ACCEPT WS-FECHA-BAJA-ENTRADA
              IF WS-FECHA-BAJA-ENTRADA EQUAL SPACES
                 MOVE 0 TO WS-FECHA-BAJA
                 PERFORM CONFIRMAR-RETIRO
              ELSE
                 IF WS-FECHA-BAJA-ENTRADA IS NUMERIC
                    MOVE WS-FECHA-BAJA-ENTRADA TO WS-FECHA-BAJA
                    PERFORM CONFIRMAR-RETIRO
                 ELSE
                    DISPLAY 'FECHA INVALIDA, EMPRESA NO RETIRADA'.

       CONFIRMAR-RETIRO.
           DISPLAY 'CONFIRMA EL RETIRO DE LA EMPRESA (S/N): '.
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
              MOVE 'B' TO WS-COD-OPER
              PERFORM LLAMAR-EMPRESAS
              IF WS-COD-ERROR EQUAL 'OK'
                 DISPLAY 'EMPRESA RETIRADA CON FECHA DE BAJA '
                     WS-FECHA-BAJA
              ELSE
                 IF WS-COD-ERROR EQUAL 'LK'
                    DISPLAY 'REGISTRO BLOQUEADO, REINTENTE'
                 ELSE
                    DISPLAY 'ERROR AL RETIRAR LA EMPRESA '
                        WS-COD-ERROR
                 END-IF
              END-IF
           ELSE
              DISPLAY 'RETIRO CANCELADO'.

       LLAMAR-EMPRESAS.
           CALL 'EMPRESAS' USING WS-COD-OPER, WS-COD-EMPRESA, WS-CUIT,
               WS-RAZON-SOCIAL, WS-DIRECCION, WS-TELEFONO, WS-MONEDA,
               WS-RETENCION-PCT, WS-COND-IVA, WS-LIMITE-CREDITO,
               WS-JURISDICCION, WS-PLAZO-PAGO, WS-GRUPO,
               WS-DEBITO-AUTO, WS-CBU, WS-CONFORMIDAD, WS-RESPONSABLE,
               WS-FECHA-BAJA, WS-DEPENDENCIAS, WS-COD-ERROR.

      *    adhesion al debito directo: con 'S' se pide el CBU de la
      *    cuenta a debitar (lo valida SUB-RUTINA-EMPRESAS); sin
      *    adhesion el CBU queda en blanco.
       PEDIR-DEBITO-DIRECTO.
           DISPLAY 'ADHERIDA AL DEBITO DIRECTO (S/N, ENTER = N): '.
           MOVE SPACE TO WS-DEBITO-AUTO.
           ACCEPT WS-DEBITO-AUTO.
           IF WS-DEBITO-AUTO EQUAL 's'
              MOVE 'S' TO WS-DEBITO-AUTO.
           IF WS-DEBITO-AUTO EQUAL 'S'
              DISPLAY 'CBU DE LA CUENTA A DEBITAR (22 DIGITOS): '
              ACCEPT WS-CBU
           ELSE
              MOVE 'N' TO WS-DEBITO-AUTO
              MOVE SPACES TO WS-CBU.

      *    conformidad de horas: con 'S' la empresa no se factura
      *    hasta devolver firmada la solicitud del periodo - ver
      *    GeneraSolicitudConformidad y CargaConformidad.
       PEDIR-CONFORMIDAD.
           DISPLAY 'EXIGE CONFORMIDAD DE HORAS ANTES DE FACTURAR '
               '(S/N, ENTER = N): '.
           MOVE SPACE TO WS-CONFORMIDAD.
           ACCEPT WS-CONFORMIDAD.
           IF WS-CONFORMIDAD EQUAL 's'
              MOVE 'S' TO WS-CONFORMIDAD.
           IF WS-CONFORMIDAD NOT EQUAL 'S'
              MOVE 'N' TO WS-CONFORMIDAD.
