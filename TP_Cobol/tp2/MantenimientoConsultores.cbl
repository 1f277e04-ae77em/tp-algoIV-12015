      *    alternativa y deja la misma auditoria en AUDITORIA.LOG
      *    que el mantenimiento de empresas. hasta ahora cada alta o
      *    cambio de domicilio era editar CONSULTORES.DAT a mano y
      *    reconstruir el indexado. el proveedor del consultor de una
      *    firma externa se valida contra PROVEEDORES.DAT (ver
      *    CargaProveedores): tiene que existir y estar activo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           SELECT ARCH-PROVEEDORES ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PRV-CODIGO
                   FILE STATUS IS FS-PROVEEDORES.

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

       FD ARCH-PROVEEDORES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PROVEEDORES.DAT'
             DATA RECORD IS REG-PROVEEDOR.

       01 REG-PROVEEDOR.
           03 PRV-CODIGO                PIC X(5).
           03 PRV-RAZON-SOCIAL          PIC X(30).
           03 PRV-CUIT                  PIC 9(11).
           03 PRV-COND-IVA              PIC X(2).
           03 PRV-ESTADO                PIC X(1).
               88 PRV-ACTIVO            VALUE 'A'.

       WORKING-STORAGE SECTION.

       77 FS-SESION                   PIC XX.
           88 SESION-OK               VALUE '00'.

       77 FS-PENDIENTES               PIC XX.
           88 PENDIENTES-OK           VALUE '00'.

       77 FS-PROVEEDORES              PIC XX.
           88 PROVEEDORES-OK          VALUE '00'.

       01 WS-SESION-AUTORIZADA        PIC X VALUE 'N'.
           88 SESION-AUTORIZADA       VALUE 'S'.
       01 WS-USUARIO-SESION           PIC X(20) VALUE SPACES.

       01 WS-OPCION                  PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
       01 WS-FECHA-ALTA               PIC 9(8).
       01 WS-FECHA-BAJA               PIC 9(8).
       01 WS-CBU                      PIC X(22).
       01 WS-CUIT                     PIC 9(11).
       01 WS-COND-GANANCIAS           PIC X(1).
       01 WS-PROVEEDOR                PIC X(5).
       01 WS-PROVEEDOR-OK             PIC X.
           88 PROVEEDOR-VALIDO        VALUE 'S'.
       01 WS-FECHA-BAJA-ENTRADA       PIC X(8).
       01 WS-DEPENDENCIAS             PIC X(100).
       01 WS-CONFIRMA                 PIC X.
       01 WS-COD-ERROR                PIC XX.

      *    campos sensibles: un cambio de categoria SRT (tarifa que se
      *    factura) o del CBU donde se le paga no se graba directo,
      *    queda pendiente hasta que otro supervisor o administrador
      *    lo apruebe. aca se guardan los valores vigentes y los
      *    propuestos.
       01 WS-SRT-ACTUAL               PIC X(2).
       01 WS-CBU-ACTUAL               PIC X(22).
       01 WS-SRT-PROPUESTO            PIC X(2).
       01 WS-CBU-PROPUESTO            PIC X(22).
       01 WS-CAMBIA-SRT               PIC X VALUE 'N'.
           88 CAMBIA-SRT              VALUE 'S'.
       01 WS-CAMBIA-CBU               PIC X VALUE 'N'.
           88 CAMBIA-CBU              VALUE 'S'.
       01 WS-PEN-FECHA                PIC 9(8).
       01 WS-PEN-HORA                 PIC 9(8).
       01 WS-PEN-SECUENCIA            PIC 9(2).
       01 WS-PEN-GRABADO              PIC X.
           88 PEN-GRABADO             VALUE 'S'.

       PROCEDURE DIVISION.

       MANTENIMIENTO-CONSULTORES.
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
           DISPLAY '4 - RETIRO (FECHA DE BAJA LABORAL)'.
           DISPLAY '5 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

                    PERFORM BAJA-CONSULTOR
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       PERFORM RETIRO-CONSULTOR
                    ELSE
                       IF WS-OPCION EQUAL '5'
                          MOVE 'N' TO WS-CONTINUAR
                       ELSE
                          DISPLAY 'OPCION INVALIDA'.

       ALTA-CONSULTOR.
           DISPLAY 'NUMERO DE CONSULTOR (5 CARACTERES): '.
           ACCEPT WS-FECHA-BAJA.
           DISPLAY 'CBU PARA TRANSFERENCIAS (22 DIGITOS): '.
           ACCEPT WS-CBU.
           DISPLAY 'CUIT (11 DIGITOS): '.
           ACCEPT WS-CUIT.
           DISPLAY 'CONDICION GANANCIAS (I INSCRIPTO, N NO INSCRIPTO, '
               'E EXENTO): '.
           ACCEPT WS-COND-GANANCIAS.
           DISPLAY 'PROVEEDOR (ENTER = PERSONAL PROPIO): '.
           MOVE SPACES TO WS-PROVEEDOR.
           ACCEPT WS-PROVEEDOR.

           PERFORM VALIDAR-PROVEEDOR.
           IF PROVEEDOR-VALIDO
              MOVE 'W' TO WS-COD-OPER
              PERFORM LLAMAR-CONSULTORES
           ELSE
              MOVE 'IP' TO WS-COD-ERROR.

           IF WS-COD-ERROR EQUAL 'OK'
              DISPLAY 'CONSULTOR DADO DE ALTA CON EXITO'
                 IF WS-COD-ERROR EQUAL 'IS'
                    DISPLAY 'EL SRT NO EXISTE EN CATEGORIAS.DAT'
                 ELSE
                    IF WS-COD-ERROR EQUAL 'IG'
                       DISPLAY 'CONDICION GANANCIAS INVALIDA (I, N, E)'
                    ELSE
                       IF WS-COD-ERROR EQUAL 'IP'
                          DISPLAY 'EL PROVEEDOR NO EXISTE O ESTA '
                              'INACTIVO EN PROVEEDORES.DAT'
                       ELSE
                          DISPLAY 'ERROR AL DAR DE ALTA EL CONSULTOR '
                              WS-COD-ERROR.

       CAMBIO-CONSULTOR.
           DISPLAY 'NUMERO DE CONSULTOR A MODIFICAR: '.
              DISPLAY '  ALTA LABORAL: ' WS-FECHA-ALTA
                  ' BAJA LABORAL: ' WS-FECHA-BAJA
              DISPLAY '  CBU: ' WS-CBU
                  ' CUIT: ' WS-CUIT
                  ' COND. GANANCIAS: ' WS-COND-GANANCIAS
              DISPLAY '  PROVEEDOR: ' WS-PROVEEDOR
              MOVE WS-SRT TO WS-SRT-ACTUAL
              MOVE WS-CBU TO WS-CBU-ACTUAL

              DISPLAY 'NUEVO DNI (8 DIGITOS): '.
              ACCEPT WS-DNI.
              ACCEPT WS-FECHA-BAJA.
              DISPLAY 'NUEVO CBU PARA TRANSFERENCIAS: '.
              ACCEPT WS-CBU.
              DISPLAY 'NUEVO CUIT (11 DIGITOS): '.
              ACCEPT WS-CUIT.
              DISPLAY 'NUEVA CONDICION GANANCIAS (I, N, E): '.
              ACCEPT WS-COND-GANANCIAS.
              DISPLAY 'NUEVO PROVEEDOR (ENTER = PERSONAL PROPIO): '.
              MOVE SPACES TO WS-PROVEEDOR.
              ACCEPT WS-PROVEEDOR.

              PERFORM SEPARAR-CAMBIOS-SENSIBLES.

              PERFORM VALIDAR-PROVEEDOR.
              IF PROVEEDOR-VALIDO
                 MOVE 'U' TO WS-COD-OPER
                 PERFORM LLAMAR-CONSULTORES
              ELSE
                 MOVE 'IP' TO WS-COD-ERROR.

              IF WS-COD-ERROR EQUAL 'OK'
                 DISPLAY 'CONSULTOR MODIFICADO CON EXITO'
                 PERFORM GRABAR-CAMBIOS-PENDIENTES
              ELSE
                 IF WS-COD-ERROR EQUAL 'YY'
                    DISPLAY 'YA EXISTE OTRO CONSULTOR CON ESE DNI'
                    IF WS-COD-ERROR EQUAL 'IS'
                       DISPLAY 'EL SRT NO EXISTE EN CATEGORIAS.DAT'
                    ELSE
                       IF WS-COD-ERROR EQUAL 'IG'
                          DISPLAY 'CONDICION GANANCIAS INVALIDA '
                              '(I, N, E)'
                       ELSE
                          IF WS-COD-ERROR EQUAL 'IP'
                             DISPLAY 'EL PROVEEDOR NO EXISTE O ESTA '
                                 'INACTIVO EN PROVEEDORES.DAT'
                          ELSE
                             DISPLAY 'ERROR AL MODIFICAR EL '
                                 'CONSULTOR ' WS-COD-ERROR.

      *    en blanco es personal propio y no se valida; si no, tiene
      *    que existir activo en PROVEEDORES.DAT.
       VALIDAR-PROVEEDOR.
           MOVE 'S' TO WS-PROVEEDOR-OK.
           IF WS-PROVEEDOR NOT EQUAL SPACES
              MOVE 'N' TO WS-PROVEEDOR-OK
              OPEN INPUT ARCH-PROVEEDORES
              IF PROVEEDORES-OK
                 MOVE WS-PROVEEDOR TO PRV-CODIGO
                 READ ARCH-PROVEEDORES RECORD KEY IS PRV-CODIGO
                 IF PROVEEDORES-OK AND PRV-ACTIVO
                    MOVE 'S' TO WS-PROVEEDOR-OK
                 END-IF
                 CLOSE ARCH-PROVEEDORES.

      *    los campos sensibles que cambiaron se apartan y se
      *    restituye el valor vigente, asi el resto de la modificacion
      *    se graba enseguida y estos quedan esperando aprobacion.
       SEPARAR-CAMBIOS-SENSIBLES.
           MOVE 'N' TO WS-CAMBIA-SRT.
           MOVE 'N' TO WS-CAMBIA-CBU.
           IF WS-SRT NOT EQUAL WS-SRT-ACTUAL
              MOVE 'S' TO WS-CAMBIA-SRT
              MOVE WS-SRT TO WS-SRT-PROPUESTO
              MOVE WS-SRT-ACTUAL TO WS-SRT.
           IF WS-CBU NOT EQUAL WS-CBU-ACTUAL
              MOVE 'S' TO WS-CAMBIA-CBU
              MOVE WS-CBU TO WS-CBU-PROPUESTO
              MOVE WS-CBU-ACTUAL TO WS-CBU.

       GRABAR-CAMBIOS-PENDIENTES.
           IF CAMBIA-SRT OR CAMBIA-CBU
              PERFORM ABRIR-PENDIENTES
              ACCEPT WS-PEN-FECHA FROM DATE YYYYMMDD
              ACCEPT WS-PEN-HORA FROM TIME
              MOVE 0 TO WS-PEN-SECUENCIA
              IF CAMBIA-SRT
                 PERFORM PREPARAR-PENDIENTE
                 MOVE 'SRT' TO PEN-CAMPO
                 MOVE WS-SRT-ACTUAL TO PEN-VALOR-ANTES
                 MOVE WS-SRT-PROPUESTO TO PEN-VALOR-NUEVO
                 PERFORM GRABAR-PENDIENTE
                 DISPLAY 'CATEGORIA SRT ' WS-SRT-PROPUESTO
                     ' PENDIENTE DE APROBACION'
              END-IF
              IF CAMBIA-CBU
                 PERFORM PREPARAR-PENDIENTE
                 MOVE 'CBU' TO PEN-CAMPO
                 MOVE WS-CBU-ACTUAL TO PEN-VALOR-ANTES
                 MOVE WS-CBU-PROPUESTO TO PEN-VALOR-NUEVO
                 PERFORM GRABAR-PENDIENTE
                 DISPLAY 'CBU ' WS-CBU-PROPUESTO
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
           MOVE 'C' TO PEN-MAESTRO.
           MOVE WS-NUMERO TO PEN-CODIGO.
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

       BAJA-CONSULTOR.
           DISPLAY 'NUMERO DE CONSULTOR A DAR DE BAJA: '.
           IF WS-COD-ERROR EQUAL 'OK'
              DISPLAY 'CONSULTOR DADO DE BAJA CON EXITO'
           ELSE
              IF WS-COD-ERROR EQUAL 'DP'
                 DISPLAY 'EL CONSULTOR NO PUEDE BORRARSE, TIENE: '
                 DISPLAY '  ' WS-DEPENDENCIAS
                 DISPLAY 'USE LA OPCION 4 - RETIRO PARA DARLO DE BAJA '
                     'SIN PERDER LA HISTORIA'
              ELSE
                 IF WS-COD-ERROR EQUAL 'LK'
                    DISPLAY 'REGISTRO BLOQUEADO, REINTENTE'
                 ELSE
                    DISPLAY 'NO EXISTE UN CONSULTOR CON ESE NUMERO'.

      *    retiro: completa la fecha de baja laboral y el consultor
      *    sigue legible para liquidaciones, reportes e historia.
       RETIRO-CONSULTOR.
           DISPLAY 'NUMERO DE CONSULTOR A RETIRAR: '.
           ACCEPT WS-NUMERO.

           MOVE 'Q' TO WS-COD-OPER.
           PERFORM LLAMAR-CONSULTORES.

           IF WS-COD-ERROR NOT EQUAL 'OK'
              IF WS-COD-ERROR EQUAL 'LK'
                 DISPLAY 'REGISTRO BLOQUEADO, REINTENTE'
              ELSE
                 DISPLAY 'NO EXISTE UN CONSULTOR CON ESE NUMERO'
              END-IF
           ELSE
              DISPLAY 'CONSULTOR: ' WS-NOMBRE ' DNI: ' WS-DNI
              IF WS-FECHA-BAJA NOT EQUAL ZERO
                 DISPLAY 'YA TIENE FECHA DE BAJA LABORAL: '
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
                    DISPLAY 'FECHA INVALIDA, CONSULTOR NO RETIRADO'.

       CONFIRMAR-RETIRO.
           DISPLAY 'CONFIRMA EL RETIRO DEL CONSULTOR (S/N): '.
           MOVE SPACE TO WS-CONFIRMA.
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
              MOVE 'B' TO WS-COD-OPER
              PERFORM LLAMAR-CONSULTORES
              IF WS-COD-ERROR EQUAL 'OK'
                 DISPLAY 'CONSULTOR RETIRADO CON FECHA DE BAJA '
                     WS-FECHA-BAJA
              ELSE
                 IF WS-COD-ERROR EQUAL 'LK'
                    DISPLAY 'REGISTRO BLOQUEADO, REINTENTE'
                 ELSE
                    DISPLAY 'ERROR AL RETIRAR EL CONSULTOR '
                        WS-COD-ERROR
                 END-IF
              END-IF
           ELSE
              DISPLAY 'RETIRO CANCELADO'.

       LLAMAR-CONSULTORES.
           CALL 'CONSULTORES' USING WS-COD-OPER, WS-NUMERO, WS-DNI,
               WS-SRT, WS-NOMBRE, WS-DIRECCION, WS-TELEFONO,
               WS-FECHA-ALTA, WS-FECHA-BAJA, WS-CBU, WS-CUIT,
               WS-COND-GANANCIAS, WS-PROVEEDOR, WS-DEPENDENCIAS,
               WS-COD-ERROR.
