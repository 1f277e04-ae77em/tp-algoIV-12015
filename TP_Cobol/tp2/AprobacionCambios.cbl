       IDENTIFICATION DIVISION.
       PROGRAM-ID. AprobacionCambios.
       AUTHOR. Fede.

      *    segundo control (maker-checker) de los cambios sensibles a
      *    los maestros: CUIT, limite de credito y plazo de pago de
      *    empresas, categoria SRT y CBU de consultores y toda tarifa
      *    general nueva. MantenimientoEmpresas,
      *    MantenimientoConsultores y MantenimientoTarifas los dejan
      *    en CAMBIOS-PENDIENTES.DAT en vez de grabarlos; aca otro
      *    usuario con rol supervisor o administracion, distinto del
      *    que los propuso, los aprueba o rechaza. lo aprobado se
      *    aplica por los mismos subprogramas EMPRESAS / CONSULTORES
      *    (operaciones Q y U, con sus validaciones y su auditoria) o
      *    agregando el renglon a TARIFAS.DAT y reconstruyendo el
      *    indexado, y la resolucion queda en AUDITORIA.LOG con los
      *    dos usuarios. antes de revisar se vencen los pendientes de
      *    mas de APROBACION-DIAS-VENCIMIENTO dias (7 por defecto).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    sesion autorizada dejada por el sign-on de PRINCIPAL -
      *    ver USUARIOS.DAT.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.
           SELECT ARCH-PENDIENTES ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-CLAVE
                   FILE STATUS IS FS-PENDIENTES.
           SELECT ARCH-TAR-SEQ ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TAR-SEQ.
           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ARCH-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
             DATA RECORD IS REG-SESION.

       01 REG-SESION.
           03 SES-USUARIO               PIC X(20).
           03 SES-ROL                   PIC X(1).
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

       FD ARCH-TAR-SEQ LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'TARIFAS.DAT'
             DATA RECORD IS REG-TAR-SEC.

       01 REG-TAR-SEC.
           03 REG-TAR-SRT           PIC X(2).
           03 REG-TAR-VIG-DESDE     PIC 9(8).
           03 REG-TAR-TARIFA        PIC 9(5)V99.
           03 REG-TAR-MONEDA        PIC X(3).

       FD ARCH-AUDITORIA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'AUDITORIA.LOG'
             DATA RECORD IS REG-AUDITORIA.

       01 REG-AUDITORIA.
           03 AUD-FECHA                PIC 9(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-HORA                 PIC 9(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-USUARIO              PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-PROGRAMA             PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-ARCHIVO              PIC X(24).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-OPERACION            PIC X(1).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-CLAVE                PIC X(24).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-VALOR-ANTES          PIC X(80).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-VALOR-DESPUES        PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-SESION                   PIC XX.
           88 SESION-OK               VALUE '00'.

       77 FS-PENDIENTES               PIC XX.
           88 PENDIENTES-OK           VALUE '00'.
           88 PENDIENTES-EOF          VALUE '10'.

       77 FS-TAR-SEQ                  PIC XX.
           88 TAR-OK                  VALUE '00'.
           88 TAR-EOF                 VALUE '10'.

       77 FS-ARCH-AUDITORIA           PIC XX.
           88 AUDITORIA-OK            VALUE '00'.

       01 WS-SESION-AUTORIZADA        PIC X VALUE 'N'.
           88 SESION-AUTORIZADA       VALUE 'S'.
       01 WS-USUARIO-SESION           PIC X(20) VALUE SPACES.

      *    antiguedad maxima de un pendiente, configurable via
      *    APROBACION-DIAS-VENCIMIENTO como CAPACIDAD-HORAS-DIA en
      *    BuscaCandidatos.
       01 WS-DIAS-VENCE-ENV           PIC X(3) JUSTIFIED RIGHT.
       01 WS-DIAS-VENCE               PIC 9(3) VALUE 7.
       01 WS-FECHA-HOY                PIC 9(8).
       01 WS-DIAS-ANTIGUEDAD          PIC S9(7).

       01 WS-FIN-REVISION             PIC X VALUE 'N'.
           88 FIN-REVISION            VALUE 'S'.
       01 WS-DECISION                 PIC X.
       01 WS-CAMBIO-APLICADO          PIC X.
           88 CAMBIO-APLICADO         VALUE 'S'.
       01 WS-VALOR-VIGENTE            PIC X.
           88 VALOR-VIGENTE           VALUE 'S'.

       01 WS-CANT-VENCIDOS            PIC 9(5) VALUE 0.
       01 WS-CANT-PENDIENTES          PIC 9(5) VALUE 0.
       01 WS-CANT-APROBADOS           PIC 9(5) VALUE 0.
       01 WS-CANT-RECHAZADOS          PIC 9(5) VALUE 0.

      *    valores del pendiente en texto, para pantalla y auditoria.
       01 WS-MAESTRO-DESC             PIC X(12).
       01 WS-TEXTO-ANTES              PIC X(30).
       01 WS-TEXTO-NUEVO              PIC X(30).
       01 WS-ENTERO-ED                PIC Z(10)9.
       01 WS-IMPORTE-ED               PIC Z(10)9,99.
       01 WS-TARIFA-ED                PIC ZZZZ9,99.
       01 WS-DIAS-ED                  PIC ZZ9.

       01 WS-AUD-OPERACION            PIC X(1).
       01 WS-AUD-ARCHIVO              PIC X(24).

      *    parametros del subprograma EMPRESAS (mismo orden que
      *    LLAMAR-EMPRESAS en MantenimientoEmpresas).
       01 WS-COD-OPER                 PIC X.
       01 WS-COD-ERROR                PIC XX.
       01 WS-DEPENDENCIAS             PIC X(100).
       01 WS-EMP-CODIGO               PIC 9(3).
       01 WS-EMP-CUIT                 PIC 9(11).
       01 WS-EMP-RAZON-SOCIAL         PIC X(25).
       01 WS-EMP-DIRECCION            PIC X(20).
       01 WS-EMP-TELEFONO             PIC X(20).
       01 WS-EMP-MONEDA               PIC X(3).
       01 WS-EMP-RETENCION-PCT        PIC 9(3)V99.
       01 WS-EMP-COND-IVA             PIC X(2).
       01 WS-EMP-LIMITE-CREDITO       PIC 9(10)V99.
       01 WS-EMP-JURISDICCION         PIC 9(3).
       01 WS-EMP-PLAZO-PAGO           PIC 9(3).
       01 WS-EMP-GRUPO                PIC X(3).
       01 WS-EMP-DEBITO-AUTO          PIC X(1).
       01 WS-EMP-CBU                  PIC X(22).
       01 WS-EMP-CONFORMIDAD          PIC X(1).
       01 WS-EMP-RESPONSABLE          PIC X(20).
       01 WS-EMP-FECHA-BAJA           PIC 9(8).

      *    parametros del subprograma CONSULTORES (mismo orden que
      *    LLAMAR-CONSULTORES en MantenimientoConsultores).
       01 WS-CON-NUMERO               PIC X(5).
       01 WS-CON-DNI                  PIC 9(8).
       01 WS-CON-SRT                  PIC X(2).
       01 WS-CON-NOMBRE               PIC X(25).
       01 WS-CON-DIRECCION            PIC X(20).
       01 WS-CON-TELEFONO             PIC X(20).
       01 WS-CON-FECHA-ALTA           PIC 9(8).
       01 WS-CON-FECHA-BAJA           PIC 9(8).
       01 WS-CON-CBU                  PIC X(22).
       01 WS-CON-CUIT                 PIC 9(11).
       01 WS-CON-COND-GANANCIAS       PIC X(1).
       01 WS-CON-PROVEEDOR            PIC X(5).

      *    tarifa general: ultima vigencia ya cargada para el SRT,
      *    para volver a exigir la secuencia al momento de aprobar.
       01 WS-TAR-SRT                  PIC X(2).
       01 WS-ULT-VIGENCIA             PIC 9(8) VALUE 0.
       01 WS-TARIFA-GRABADA           PIC X.
           88 TARIFA-GRABADA          VALUE 'S'.

      *    comando de reconstruccion del indexado, mismo esquema
      *    PRINCIPAL-EXE-CREATAR que usan PRINCIPAL.cob y
      *    CorridaCierreMensual.
       01 WS-COMANDO                  PIC X(200).
       01 WS-EXE-ENV                  PIC X(200).
       01 WS-EXE-CREATAR-DEF          PIC X(60) VALUE
           './CreacionArchivosIndexados/CreaTarIndexed'.

       PROCEDURE DIVISION.

       APROBACION-CAMBIOS.
           PERFORM CONTROLAR-SESION.

           MOVE SPACES TO WS-DIAS-VENCE-ENV.
           ACCEPT WS-DIAS-VENCE-ENV FROM ENVIRONMENT
               'APROBACION-DIAS-VENCIMIENTO'.
           IF WS-DIAS-VENCE-ENV NOT EQUAL SPACES
              INSPECT WS-DIAS-VENCE-ENV REPLACING LEADING SPACE BY '0'
              IF WS-DIAS-VENCE-ENV IS NUMERIC
                 MOVE WS-DIAS-VENCE-ENV TO WS-DIAS-VENCE.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN I-O ARCH-PENDIENTES.
           IF NOT PENDIENTES-OK
              DISPLAY 'NO HAY CAMBIOS PENDIENTES DE APROBACION'
              STOP RUN.

           PERFORM VENCER-PENDIENTES.
           PERFORM REVISAR-PENDIENTES.
           CLOSE ARCH-PENDIENTES.

           DISPLAY ' '.
           MOVE WS-DIAS-VENCE TO WS-DIAS-ED.
           DISPLAY 'VENCIDOS (MAS DE ' WS-DIAS-ED ' DIAS): '
               WS-CANT-VENCIDOS.
           DISPLAY 'PENDIENTES REVISADOS:       ' WS-CANT-PENDIENTES.
           DISPLAY 'APROBADOS:                  ' WS-CANT-APROBADOS.
           DISPLAY 'RECHAZADOS:                 ' WS-CANT-RECHAZADOS.
           STOP RUN.

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
                 MOVE SES-USUARIO TO WS-USUARIO-SESION
              END-IF
              CLOSE ARCH-SESION.
           IF NOT SESION-AUTORIZADA
              DISPLAY 'SIN SESION AUTORIZADA DE SUPERVISOR O '
                  'ADMINISTRACION - INGRESAR POR EL MENU PRINCIPAL'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       POSICIONAR-AL-INICIO.
           MOVE LOW-VALUES TO PEN-CLAVE.
           START ARCH-PENDIENTES KEY IS NOT LESS THAN PEN-CLAVE
               INVALID KEY MOVE '10' TO FS-PENDIENTES
           END-START.
           IF PENDIENTES-OK
              PERFORM LEER-PENDIENTE.

       LEER-PENDIENTE.
           READ ARCH-PENDIENTES NEXT RECORD
               AT END MOVE '10' TO FS-PENDIENTES
           END-READ.

      *    primera pasada: lo que lleva mas de N dias sin resolver
      *    pasa a vencido y hay que volver a proponerlo.
       VENCER-PENDIENTES.
           PERFORM POSICIONAR-AL-INICIO.
           PERFORM VENCER-SI-CORRESPONDE UNTIL PENDIENTES-EOF.

       VENCER-SI-CORRESPONDE.
           IF PEN-PENDIENTE AND PEN-FECHA IS NUMERIC
              COMPUTE WS-DIAS-ANTIGUEDAD =
                  FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY) -
                  FUNCTION INTEGER-OF-DATE (PEN-FECHA)
              IF WS-DIAS-ANTIGUEDAD GREATER WS-DIAS-VENCE
                 MOVE 'V' TO PEN-ESTADO
                 MOVE WS-USUARIO-SESION TO PEN-USUARIO-RESOL
                 MOVE WS-FECHA-HOY TO PEN-FECHA-RESOL
                 REWRITE REG-PENDIENTE
                 ADD 1 TO WS-CANT-VENCIDOS
                 PERFORM DESCRIBIR-VALORES
                 MOVE 'V' TO WS-AUD-OPERACION
                 PERFORM GRABAR-AUDITORIA-RESOLUCION
              END-IF
           END-IF.
           PERFORM LEER-PENDIENTE.

      *    segunda pasada: cada pendiente se muestra y, si lo propuso
      *    otro usuario, se aprueba, rechaza o deja para despues.
       REVISAR-PENDIENTES.
           PERFORM POSICIONAR-AL-INICIO.
           PERFORM REVISAR-PENDIENTE
               UNTIL PENDIENTES-EOF OR FIN-REVISION.

       REVISAR-PENDIENTE.
           IF PEN-PENDIENTE
              ADD 1 TO WS-CANT-PENDIENTES
              PERFORM DESCRIBIR-VALORES
              PERFORM MOSTRAR-PENDIENTE
              IF PEN-USUARIO-ALTA EQUAL WS-USUARIO-SESION
                 DISPLAY '  PROPUESTO POR USTED - DEBE RESOLVERLO OTRO '
                     'SUPERVISOR O ADMINISTRADOR'
              ELSE
                 PERFORM PEDIR-DECISION
              END-IF
           END-IF.
           IF NOT FIN-REVISION
              PERFORM LEER-PENDIENTE.

       MOSTRAR-PENDIENTE.
           DISPLAY ' '.
           DISPLAY 'PROPUESTO EL ' PEN-FECHA ' POR ' PEN-USUARIO-ALTA.
           DISPLAY '  ' WS-MAESTRO-DESC ' ' PEN-CODIGO ' - '
               PEN-CAMPO.
           DISPLAY '  VALOR ACTUAL:    ' WS-TEXTO-ANTES.
           DISPLAY '  VALOR PROPUESTO: ' WS-TEXTO-NUEVO.

       PEDIR-DECISION.
           DISPLAY 'A = APROBAR, R = RECHAZAR, ENTER = DEJAR '
               'PENDIENTE, F = TERMINAR: '.
           MOVE SPACE TO WS-DECISION.
           ACCEPT WS-DECISION.
           IF WS-DECISION EQUAL 'a'
              MOVE 'A' TO WS-DECISION.
           IF WS-DECISION EQUAL 'r'
              MOVE 'R' TO WS-DECISION.
           IF WS-DECISION EQUAL 'f'
              MOVE 'F' TO WS-DECISION.

           IF WS-DECISION EQUAL 'A'
              PERFORM APROBAR-PENDIENTE
           ELSE
              IF WS-DECISION EQUAL 'R'
                 PERFORM RECHAZAR-PENDIENTE
              ELSE
                 IF WS-DECISION EQUAL 'F'
                    MOVE 'S' TO WS-FIN-REVISION.

      *    el texto de cada valor segun el campo: numericos por
      *    PEN-NUM-xxx, alfanumericos por PEN-VALOR-xxx y la tarifa
      *    por PEN-TAR-xxx.
       DESCRIBIR-VALORES.
           MOVE SPACES TO WS-TEXTO-ANTES.
           MOVE SPACES TO WS-TEXTO-NUEVO.
           IF PEN-ES-EMPRESA
              MOVE 'EMPRESA' TO WS-MAESTRO-DESC
              IF PEN-CAMPO EQUAL 'LIMITE-CRED'
                 MOVE PEN-NUM-ANTES TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED TO WS-TEXTO-ANTES
                 MOVE PEN-NUM-NUEVO TO WS-IMPORTE-ED
                 MOVE WS-IMPORTE-ED TO WS-TEXTO-NUEVO
              ELSE
                 MOVE PEN-NUM-ANTES TO WS-ENTERO-ED
                 MOVE WS-ENTERO-ED TO WS-TEXTO-ANTES
                 MOVE PEN-NUM-NUEVO TO WS-ENTERO-ED
                 MOVE WS-ENTERO-ED TO WS-TEXTO-NUEVO
              END-IF
           ELSE
              IF PEN-ES-CONSULTOR
                 MOVE 'CONSULTOR' TO WS-MAESTRO-DESC
                 MOVE PEN-VALOR-ANTES TO WS-TEXTO-ANTES
                 MOVE PEN-VALOR-NUEVO TO WS-TEXTO-NUEVO
              ELSE
                 MOVE 'TARIFA SRT' TO WS-MAESTRO-DESC
                 IF PEN-TAR-VIG-ANTES EQUAL ZERO
                    MOVE 'SIN TARIFA PREVIA' TO WS-TEXTO-ANTES
                 ELSE
                    MOVE PEN-TAR-TARIFA-ANTES TO WS-TARIFA-ED
                    STRING WS-TARIFA-ED ' ' PEN-TAR-MONEDA-ANTES
                        ' DESDE ' PEN-TAR-VIG-ANTES
                        DELIMITED BY SIZE INTO WS-TEXTO-ANTES
                 END-IF
                 MOVE PEN-TAR-TARIFA-NUEVA TO WS-TARIFA-ED
                 STRING WS-TARIFA-ED ' ' PEN-TAR-MONEDA-NUEVA
                     ' DESDE ' PEN-TAR-VIG-NUEVA
                     DELIMITED BY SIZE INTO WS-TEXTO-NUEVO.

       APROBAR-PENDIENTE.
           MOVE 'N' TO WS-CAMBIO-APLICADO.
           IF PEN-ES-EMPRESA
              PERFORM APLICAR-CAMBIO-EMPRESA
           ELSE
              IF PEN-ES-CONSULTOR
                 PERFORM APLICAR-CAMBIO-CONSULTOR
              ELSE
                 PERFORM APLICAR-TARIFA.

           IF CAMBIO-APLICADO
              MOVE 'A' TO PEN-ESTADO
              MOVE WS-USUARIO-SESION TO PEN-USUARIO-RESOL
              MOVE WS-FECHA-HOY TO PEN-FECHA-RESOL
              REWRITE REG-PENDIENTE
              ADD 1 TO WS-CANT-APROBADOS
              MOVE 'A' TO WS-AUD-OPERACION
              PERFORM GRABAR-AUDITORIA-RESOLUCION
              DISPLAY '  CAMBIO APROBADO Y APLICADO'
           ELSE
              DISPLAY '  EL CAMBIO NO SE APLICO, SIGUE PENDIENTE'.

       RECHAZAR-PENDIENTE.
           MOVE 'R' TO PEN-ESTADO.
           MOVE WS-USUARIO-SESION TO PEN-USUARIO-RESOL.
           MOVE WS-FECHA-HOY TO PEN-FECHA-RESOL.
           REWRITE REG-PENDIENTE.
           ADD 1 TO WS-CANT-RECHAZADOS.
           MOVE 'R' TO WS-AUD-OPERACION.
           PERFORM GRABAR-AUDITORIA-RESOLUCION.
           DISPLAY '  CAMBIO RECHAZADO'.

      *    la empresa se abre y cierra por cada aprobacion, asi el
      *    maestro y su auditoria no quedan tomados mientras el
      *    aprobador lee la pantalla.
       APLICAR-CAMBIO-EMPRESA.
           MOVE PEN-CODIGO(1:3) TO WS-EMP-CODIGO.
           MOVE 'O' TO WS-COD-OPER.
           PERFORM LLAMAR-EMPRESAS.
           IF WS-COD-ERROR NOT EQUAL 'OK'
              DISPLAY '  NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT'
           ELSE
              MOVE 'Q' TO WS-COD-OPER
              PERFORM LLAMAR-EMPRESAS
              IF WS-COD-ERROR NOT EQUAL 'OK'
                 IF WS-COD-ERROR EQUAL 'LK'
                    DISPLAY '  REGISTRO BLOQUEADO, REINTENTE'
                 ELSE
                    DISPLAY '  LA EMPRESA YA NO EXISTE'
                 END-IF
              ELSE
                 PERFORM MODIFICAR-EMPRESA
              END-IF
              MOVE 'C' TO WS-COD-OPER
              PERFORM LLAMAR-EMPRESAS.

      *    si el valor vigente ya no es el que se propuso cambiar
      *    (otro cambio se aplico en el medio) no se pisa: se rechaza
      *    y se vuelve a proponer sobre el dato actual.
       MODIFICAR-EMPRESA.
           MOVE 'S' TO WS-VALOR-VIGENTE.
           IF PEN-CAMPO EQUAL 'CUIT'
              IF WS-EMP-CUIT NOT EQUAL PEN-NUM-ANTES
                 MOVE 'N' TO WS-VALOR-VIGENTE
              ELSE
                 MOVE PEN-NUM-NUEVO TO WS-EMP-CUIT
              END-IF
           ELSE
              IF PEN-CAMPO EQUAL 'LIMITE-CRED'
                 IF WS-EMP-LIMITE-CREDITO NOT EQUAL PEN-NUM-ANTES
                    MOVE 'N' TO WS-VALOR-VIGENTE
                 ELSE
                    MOVE PEN-NUM-NUEVO TO WS-EMP-LIMITE-CREDITO
                 END-IF
              ELSE
                 IF WS-EMP-PLAZO-PAGO NOT EQUAL PEN-NUM-ANTES
                    MOVE 'N' TO WS-VALOR-VIGENTE
                 ELSE
                    MOVE PEN-NUM-NUEVO TO WS-EMP-PLAZO-PAGO.

           IF NOT VALOR-VIGENTE
              DISPLAY '  EL VALOR ACTUAL YA NO ES EL PROPUESTO COMO '
                  'ANTERIOR - RECHACELO Y VUELVA A PROPONERLO'
           ELSE
              MOVE 'U' TO WS-COD-OPER
              PERFORM LLAMAR-EMPRESAS
              IF WS-COD-ERROR EQUAL 'OK'
                 MOVE 'S' TO WS-CAMBIO-APLICADO
              ELSE
                 IF WS-COD-ERROR EQUAL 'YY'
                    DISPLAY '  YA EXISTE OTRA EMPRESA CON ESE CUIT'
                 ELSE
                    IF WS-COD-ERROR EQUAL 'IC'
                       DISPLAY '  CUIT INVALIDO (DIGITO VERIFICADOR)'
                    ELSE
                       DISPLAY '  ERROR AL MODIFICAR LA EMPRESA '
                           WS-COD-ERROR.

       APLICAR-CAMBIO-CONSULTOR.
           MOVE PEN-CODIGO TO WS-CON-NUMERO.
           MOVE 'O' TO WS-COD-OPER.
           PERFORM LLAMAR-CONSULTORES.
           IF WS-COD-ERROR NOT EQUAL 'OK'
              DISPLAY '  NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT'
           ELSE
              MOVE 'Q' TO WS-COD-OPER
              PERFORM LLAMAR-CONSULTORES
              IF WS-COD-ERROR NOT EQUAL 'OK'
                 IF WS-COD-ERROR EQUAL 'LK'
                    DISPLAY '  REGISTRO BLOQUEADO, REINTENTE'
                 ELSE
                    DISPLAY '  EL CONSULTOR YA NO EXISTE'
                 END-IF
              ELSE
                 PERFORM MODIFICAR-CONSULTOR
              END-IF
              MOVE 'C' TO WS-COD-OPER
              PERFORM LLAMAR-CONSULTORES.

       MODIFICAR-CONSULTOR.
           MOVE 'S' TO WS-VALOR-VIGENTE.
           IF PEN-CAMPO EQUAL 'SRT'
              IF WS-CON-SRT NOT EQUAL PEN-VALOR-ANTES
                 MOVE 'N' TO WS-VALOR-VIGENTE
              ELSE
                 MOVE PEN-VALOR-NUEVO TO WS-CON-SRT
              END-IF
           ELSE
              IF WS-CON-CBU NOT EQUAL PEN-VALOR-ANTES
                 MOVE 'N' TO WS-VALOR-VIGENTE
              ELSE
                 MOVE PEN-VALOR-NUEVO TO WS-CON-CBU.

           IF NOT VALOR-VIGENTE
              DISPLAY '  EL VALOR ACTUAL YA NO ES EL PROPUESTO COMO '
                  'ANTERIOR - RECHACELO Y VUELVA A PROPONERLO'
           ELSE
              MOVE 'U' TO WS-COD-OPER
              PERFORM LLAMAR-CONSULTORES
              IF WS-COD-ERROR EQUAL 'OK'
                 MOVE 'S' TO WS-CAMBIO-APLICADO
              ELSE
                 IF WS-COD-ERROR EQUAL 'IS'
                    DISPLAY '  EL SRT NO EXISTE EN CATEGORIAS.DAT'
                 ELSE
                    DISPLAY '  ERROR AL MODIFICAR EL CONSULTOR '
                        WS-COD-ERROR.

      *    la tarifa se vuelve a validar contra TARIFAS.DAT: si en el
      *    medio se cargo otra con vigencia igual o posterior, la
      *    secuencia ya no se cumple y no se agrega.
       APLICAR-TARIFA.
           MOVE PEN-CODIGO(1:2) TO WS-TAR-SRT.
           PERFORM BUSCAR-ULTIMA-VIGENCIA.
           IF WS-ULT-VIGENCIA NOT LESS PEN-TAR-VIG-NUEVA
              DISPLAY '  YA HAY UNA TARIFA VIGENTE DESDE '
                  WS-ULT-VIGENCIA ' PARA EL SRT - RECHACELA'
           ELSE
              PERFORM GRABAR-TARIFA
              IF TARIFA-GRABADA
                 MOVE 'S' TO WS-CAMBIO-APLICADO
                 PERFORM RECONSTRUIR-INDEXADO.

       BUSCAR-ULTIMA-VIGENCIA.
           MOVE 0 TO WS-ULT-VIGENCIA.
           OPEN INPUT ARCH-TAR-SEQ.
           IF TAR-OK
              PERFORM LEER-TARIFAS
              PERFORM EVALUAR-TARIFA-EXISTENTE UNTIL TAR-EOF
              CLOSE ARCH-TAR-SEQ.

       LEER-TARIFAS.
           READ ARCH-TAR-SEQ AT END MOVE '10' TO FS-TAR-SEQ.

       EVALUAR-TARIFA-EXISTENTE.
           IF REG-TAR-SRT EQUAL WS-TAR-SRT
              AND REG-TAR-VIG-DESDE GREATER WS-ULT-VIGENCIA
              MOVE REG-TAR-VIG-DESDE TO WS-ULT-VIGENCIA.
           PERFORM LEER-TARIFAS.

       GRABAR-TARIFA.
           MOVE 'N' TO WS-TARIFA-GRABADA.
           OPEN EXTEND ARCH-TAR-SEQ.
           IF NOT TAR-OK
              OPEN OUTPUT ARCH-TAR-SEQ.
           IF NOT TAR-OK
              DISPLAY '  NO PUDO ABRIRSE TARIFAS.DAT ' FS-TAR-SEQ
           ELSE
              MOVE WS-TAR-SRT TO REG-TAR-SRT
              MOVE PEN-TAR-VIG-NUEVA TO REG-TAR-VIG-DESDE
              MOVE PEN-TAR-TARIFA-NUEVA TO REG-TAR-TARIFA
              MOVE PEN-TAR-MONEDA-NUEVA TO REG-TAR-MONEDA
              WRITE REG-TAR-SEC
              IF TAR-OK
                 MOVE 'S' TO WS-TARIFA-GRABADA
                 DISPLAY '  TARIFA AGREGADA A TARIFAS.DAT'
              ELSE
                 DISPLAY '  ERROR AL GRABAR LA TARIFA ' FS-TAR-SEQ
              END-IF
              CLOSE ARCH-TAR-SEQ.

      *    reconstruye TARIFAS-INDEXED.DAT en el mismo paso - mismo
      *    esquema de comando que EJECUTAR-CREATAR en PRINCIPAL.cob.
       RECONSTRUIR-INDEXADO.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT 'PRINCIPAL-EXE-CREATAR'.
           IF WS-EXE-ENV NOT EQUAL SPACES
              MOVE WS-EXE-ENV TO WS-COMANDO
           ELSE
              MOVE WS-EXE-CREATAR-DEF TO WS-COMANDO
           END-IF.

           DISPLAY '  RECONSTRUYENDO TARIFAS-INDEXED.DAT...'.
           CALL 'SYSTEM' USING WS-COMANDO.
           IF RETURN-CODE EQUAL ZERO
              DISPLAY '  INDEXADO RECONSTRUIDO CORRECTAMENTE'
           ELSE
              DISPLAY '  LA RECONSTRUCCION DEL INDEXADO TERMINO CON '
                  'ERROR - CODIGO ' RETURN-CODE
              MOVE 0 TO RETURN-CODE.

      *    la resolucion queda en AUDITORIA.LOG con los dos usuarios:
      *    quien propuso (en el valor anterior) y quien resolvio (el
      *    usuario del renglon y el valor posterior). el cambio en si
      *    ya lo audita el subprograma con su operacion U.
       GRABAR-AUDITORIA-RESOLUCION.
           IF PEN-ES-EMPRESA
              MOVE 'EMPRESAS-INDEXED.DAT' TO WS-AUD-ARCHIVO
           ELSE
              IF PEN-ES-CONSULTOR
                 MOVE 'CONSULTORES-INDEXED.DAT' TO WS-AUD-ARCHIVO
              ELSE
                 MOVE 'TARIFAS.DAT' TO WS-AUD-ARCHIVO.

           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              OPEN OUTPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              MOVE SPACES TO REG-AUDITORIA
              ACCEPT AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT AUD-HORA FROM TIME
              MOVE WS-USUARIO-SESION TO AUD-USUARIO
              MOVE 'AprobacionCambios' TO AUD-PROGRAMA
              MOVE WS-AUD-ARCHIVO TO AUD-ARCHIVO
              MOVE WS-AUD-OPERACION TO AUD-OPERACION
              STRING PEN-CODIGO ' ' PEN-CAMPO
                  DELIMITED BY SIZE INTO AUD-CLAVE
              STRING 'PROPUESTO POR ' DELIMITED BY SIZE
                  PEN-USUARIO-ALTA DELIMITED BY SPACE
                  ' EL ' PEN-FECHA ': ' WS-TEXTO-ANTES
                  DELIMITED BY SIZE INTO AUD-VALOR-ANTES
              IF WS-AUD-OPERACION EQUAL 'A'
                 STRING 'APROBADO POR ' DELIMITED BY SIZE
                     WS-USUARIO-SESION DELIMITED BY SPACE ': '
                     WS-TEXTO-NUEVO
                     DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
              ELSE
                 IF WS-AUD-OPERACION EQUAL 'R'
                    STRING 'RECHAZADO POR ' DELIMITED BY SIZE
                        WS-USUARIO-SESION DELIMITED BY SPACE ': '
                        WS-TEXTO-NUEVO
                        DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
                 ELSE
                    STRING 'VENCIDO SIN APROBAR: ' WS-TEXTO-NUEVO
                        DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
                 END-IF
              END-IF
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       LLAMAR-EMPRESAS.
           CALL 'EMPRESAS' USING WS-COD-OPER, WS-EMP-CODIGO,
               WS-EMP-CUIT, WS-EMP-RAZON-SOCIAL, WS-EMP-DIRECCION,
               WS-EMP-TELEFONO, WS-EMP-MONEDA, WS-EMP-RETENCION-PCT,
               WS-EMP-COND-IVA, WS-EMP-LIMITE-CREDITO,
               WS-EMP-JURISDICCION, WS-EMP-PLAZO-PAGO, WS-EMP-GRUPO,
               WS-EMP-DEBITO-AUTO, WS-EMP-CBU, WS-EMP-CONFORMIDAD,
               WS-EMP-RESPONSABLE, WS-EMP-FECHA-BAJA, WS-DEPENDENCIAS,
               WS-COD-ERROR.

       LLAMAR-CONSULTORES.
           CALL 'CONSULTORES' USING WS-COD-OPER, WS-CON-NUMERO,
               WS-CON-DNI, WS-CON-SRT, WS-CON-NOMBRE,
               WS-CON-DIRECCION, WS-CON-TELEFONO, WS-CON-FECHA-ALTA,
               WS-CON-FECHA-BAJA, WS-CON-CBU, WS-CON-CUIT,
               WS-CON-COND-GANANCIAS, WS-CON-PROVEEDOR,
               WS-DEPENDENCIAS, WS-COD-ERROR.
