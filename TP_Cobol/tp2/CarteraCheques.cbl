       IDENTIFICATION DIVISION.
       PROGRAM-ID. CarteraCheques.
       AUTHOR. Fede.

      *    cartera de cheques y eCheqs recibidos en cobranza: la mitad
      *    de los clientes paga con cheques de pago diferido y
      *    COBRANZAS.DAT solo sabe CUIT, fecha, referencia e importe,
      *    asi que un cheque a 60 dias parecia plata el dia que
      *    CargaCobranzas cargaba el recibo. Este programa mantiene el
      *    maestro indexado CHEQUES.DAT (banco, numero, emision,
      *    fecha de deposito, acreditacion y estado) colgado del
      *    recibo que lo trajo, y lo mueve por su ciclo de vida: en
      *    cartera -> depositado -> acreditado, o endosado a un
      *    tercero, o rechazado. Un cheque rechazado reduce el
      *    recibo y desimputa de APLICACIONES.DAT lo que el recibo ya
      *    no cubre, con lo que las facturas que CargaAplicaciones
      *    habia cancelado con ese cheque vuelven a quedar abiertas
      *    en el aging y las partidas, sin el descuento de pronto
      *    pago que les habia dado la cancelacion. Cada cambio queda en
      *    AUDITORIA.LOG con el criterio de MantenimientoCobranzas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    clave banco + numero de cheque (un numero solo se repite
      *    entre bancos); la clave alternativa por recibo (CUIT +
      *    fecha + referencia de COBRANZAS.DAT) junta los cheques de
      *    un mismo recibo para ProyeccionCobranzas y la
      *    conciliacion.
           SELECT ARCH-CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHQ-CLAVE
               ALTERNATE RECORD KEY IS REG-CHQ-RECIBO WITH DUPLICATES
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-CHEQUES.

           SELECT ARCH-COBRANZAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-COB-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-COBRANZAS.

           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-APL-CLAVE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-RETENCIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-RET-CLAVE
               FILE STATUS IS FS-RETENCIONES.

      *    usuario autenticado de la sesion (sign-on de PRINCIPAL),
      *    para que la auditoria asiente quien opero de verdad.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.
           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ARCH-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-CHEQUES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CHEQUES.DAT'
             DATA RECORD IS REG-CHEQUE.

       01 REG-CHEQUE.
           03 REG-CHQ-CLAVE.
               05 REG-CHQ-BANCO          PIC 9(3).
               05 REG-CHQ-NUMERO         PIC X(12).
      *    'F' cheque fisico, 'E' eCheq.
           03 REG-CHQ-TIPO               PIC X(1).
               88 REG-CHQ-ES-ECHEQ       VALUE 'E'.
      *    recibo de COBRANZAS.DAT con el que entro el cheque.
           03 REG-CHQ-RECIBO.
               05 REG-CHQ-CUIT           PIC 9(11).
               05 REG-CHQ-FECHA-COB      PIC 9(8).
               05 REG-CHQ-REFERENCIA     PIC X(10).
           03 REG-CHQ-FECHA-EMISION      PIC 9(8).
      *    fecha de pago del cheque diferido mientras esta en
      *    cartera; al depositarlo se pisa con la fecha real del
      *    deposito.
           03 REG-CHQ-FECHA-DEPOSITO     PIC 9(8).
      *    cero hasta que el banco lo acredita.
           03 REG-CHQ-FECHA-ACREDITACION PIC 9(8).
           03 REG-CHQ-IMPORTE            PIC 9(10)V99.
           03 REG-CHQ-MONEDA             PIC X(3).
           03 REG-CHQ-ESTADO             PIC X(1).
               88 REG-CHQ-EN-CARTERA     VALUE 'C'.
               88 REG-CHQ-DEPOSITADO     VALUE 'D'.
               88 REG-CHQ-ACREDITADO     VALUE 'A'.
               88 REG-CHQ-RECHAZADO      VALUE 'R'.
               88 REG-CHQ-ENDOSADO       VALUE 'E'.
      *    motivo del rechazo o a quien se endoso.
           03 REG-CHQ-OBSERVACION        PIC X(30).

       FD ARCH-COBRANZAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COBRANZAS.DAT'
             DATA RECORD IS REG-COBRANZA.

       01 REG-COBRANZA.
           03 REG-COB-CLAVE.
               05 REG-COB-CUIT           PIC 9(11).
               05 REG-COB-FECHA          PIC 9(8).
               05 REG-COB-REFERENCIA     PIC X(10).
           03 REG-COB-IMPORTE            PIC 9(10)V99.
           03 REG-COB-MONEDA             PIC X(3).
           03 REG-COB-ESTADO             PIC X(1).
               88 REG-COB-ANULADO        VALUE 'A'.
      *    numero correlativo del recibo oficial (RECIBO-NUMERO.DAT,
      *    ver CargaCobranzas) y medio de pago: 'E' efectivo o
      *    transferencia, 'C' cheque, 'Q' eCheq, 'D' debito directo
      *    (ProcesaRespuestaDebito). cero y blanco en un recibo
      *    cargado antes de la numeracion.
           03 REG-COB-NRO-RECIBO         PIC 9(8).
           03 REG-COB-MEDIO-PAGO         PIC X(1).
      *    entidad que emitio el recibo (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 REG-COB-ENTIDAD            PIC 9(2).

       FD ARCH-APLICACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'APLICACIONES.DAT'
             DATA RECORD IS REG-APLICACION.

       01 REG-APLICACION.
           03 REG-APL-CLAVE.
               05 REG-APL-CUIT           PIC 9(11).
               05 REG-APL-FECHA-COB      PIC 9(8).
               05 REG-APL-REFERENCIA     PIC X(10).
               05 REG-APL-FACTURA        PIC 9(8).
               05 REG-APL-PV             PIC 9(4).
               05 REG-APL-LETRA          PIC X(1).
           03 REG-APL-IMPORTE            PIC 9(10)V99.
           03 REG-APL-MONEDA             PIC X(3).
           03 REG-APL-IMPORTE-DOC        PIC 9(10)V99.

       FD ARCH-RETENCIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'RETENCIONES-SUFRIDAS.DAT'
             DATA RECORD IS REG-RETENCION.

       01 REG-RETENCION.
           03 REG-RET-CLAVE.
               05 REG-RET-CUIT           PIC 9(11).
               05 REG-RET-FECHA          PIC 9(8).
               05 REG-RET-REFERENCIA     PIC X(10).
           03 REG-RET-CERTIFICADO        PIC X(12).
           03 REG-RET-REGIMEN            PIC X(10).
           03 REG-RET-IMPORTE            PIC 9(10)V99.
           03 REG-RET-MONEDA             PIC X(3).

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
             DATA RECORD IS REG-SESION.

       01 REG-SESION.
           03 SES-USUARIO               PIC X(20).
           03 SES-ROL                   PIC X(1).
           03 SES-FECHA                 PIC 9(8).
           03 SES-HORA                  PIC 9(8).

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

       77 FS-CHEQUES       PIC XX.
           88 CHQ-OK         VALUE '00'.
           88 CHQ-EOF        VALUE '10'.
           88 CHQ-NOENC      VALUE '23'.
           88 CHQ-DUPLICADO  VALUE '22'.

       77 FS-COBRANZAS     PIC XX.
           88 COB-OK         VALUE '00'.
           88 COB-NOENC      VALUE '23'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-RETENCIONES   PIC XX.
           88 RET-OK         VALUE '00'.

       77 FS-ARCH-AUDITORIA PIC XX.
           88 AUDITORIA-OK   VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-AUD-USUARIO              PIC X(20).
       01 WS-AUD-ARCHIVO              PIC X(24).
       01 WS-AUD-CLAVE                PIC X(24).

       01 WS-RETENCIONES-DISPONIBLE   PIC X VALUE 'N'.
           88 RETENCIONES-DISPONIBLE  VALUE 'S'.

       01 WS-FECHA-NUEVA              PIC 9(8).
       01 WS-ESTADO-FILTRO            PIC X(1).
       01 WS-CUIT-FILTRO              PIC 9(11).

      *    fotos del registro antes y despues del cambio, para la
      *    auditoria.
       01 WS-FOTO-ANTES               PIC X(80).
       01 WS-FOTO-DESPUES             PIC X(80).

      *    desimputacion por rechazo: lo que el recibo reducido ya
      *    no cubre se saca de sus aplicaciones, en orden de clave.
       01 WS-RETENIDO-RECIBO          PIC S9(10)V99.
       01 WS-APLICADO-RECIBO          PIC S9(10)V99.
       01 WS-A-DESIMPUTAR             PIC S9(10)V99.
       01 WS-IMPORTE-ANTERIOR         PIC 9(10)V99.
       01 WS-IMPORTE-QUITADO          PIC 9(10)V99.

      *    aplicacion en curso, para volver a ella despues de buscar
      *    el descuento de pronto pago de su factura.
       01 WS-CLAVE-APLICACION.
           03 WS-CAP-CUIT             PIC 9(11).
           03 WS-CAP-FECHA-COB        PIC 9(8).
           03 WS-CAP-REFERENCIA       PIC X(10).
           03 WS-CAP-FACTURA          PIC 9(8).
           03 WS-CAP-PV               PIC 9(4).
           03 WS-CAP-LETRA            PIC X(1).
       01 WS-PRONTO-PAGO-HALLADO      PIC X VALUE 'N'.
           88 PRONTO-PAGO-HALLADO     VALUE 'S'.

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.
       01 WS-ACUM-LISTADO-IMP         PIC 9(12)V99 VALUE 0.
       01 WS-ACUM-REABIERTAS          PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       CARTERA-CHEQUES.
           PERFORM DETERMINAR-USUARIO-AUDITORIA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

      *    el usuario para la auditoria sale de la sesion iniciada en
      *    PRINCIPAL; sin sesion se cae a la variable de entorno USER.
       DETERMINAR-USUARIO-AUDITORIA.
           MOVE SPACES TO WS-AUD-USUARIO.
           OPEN INPUT ARCH-SESION.
           IF SESION-OK
              READ ARCH-SESION AT END MOVE SPACES TO SES-USUARIO
              END-READ
              IF SES-USUARIO NOT EQUAL SPACES
                 MOVE SES-USUARIO TO WS-AUD-USUARIO
              END-IF
              CLOSE ARCH-SESION.
           IF WS-AUD-USUARIO EQUAL SPACES
              ACCEPT WS-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           IF WS-AUD-USUARIO EQUAL SPACES
              MOVE 'DESCONOCIDO' TO WS-AUD-USUARIO.

       ABRIR-ARCHIVOS.
           OPEN I-O ARCH-CHEQUES.
           IF NOT CHQ-OK
              OPEN OUTPUT ARCH-CHEQUES
              IF CHQ-OK
                 DISPLAY 'ARCHIVO CHEQUES.DAT CREADO'
                 CLOSE ARCH-CHEQUES
                 OPEN I-O ARCH-CHEQUES
              END-IF
              IF NOT CHQ-OK
                 DISPLAY 'NO PUDO ABRIRSE CHEQUES.DAT ' FS-CHEQUES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           OPEN I-O ARCH-COBRANZAS.
           IF NOT COB-OK
              DISPLAY 'NO PUDO ABRIRSE COBRANZAS.DAT ' FS-COBRANZAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN I-O ARCH-APLICACIONES.
           IF NOT APL-OK
              DISPLAY 'NO PUDO ABRIRSE APLICACIONES.DAT '
                  FS-APLICACIONES
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-RETENCIONES.
           IF RET-OK
              MOVE 'S' TO WS-RETENCIONES-DISPONIBLE
           ELSE
              MOVE 'N' TO WS-RETENCIONES-DISPONIBLE.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'CARTERA DE CHEQUES Y ECHEQS (CHEQUES.DAT)'.
           DISPLAY '1 - ALTA DE CHEQUE CONTRA UN RECIBO'.
           DISPLAY '2 - LISTAR CARTERA'.
           DISPLAY '3 - DEPOSITAR'.
           DISPLAY '4 - ACREDITAR'.
           DISPLAY '5 - ENDOSAR'.
           DISPLAY '6 - RECHAZAR (REABRE LAS FACTURAS)'.
           DISPLAY '7 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM ALTA-CHEQUE
           ELSE
           IF WS-OPCION EQUAL '2'
              PERFORM LISTAR-CARTERA
           ELSE
           IF WS-OPCION EQUAL '3'
              PERFORM DEPOSITAR-CHEQUE
           ELSE
           IF WS-OPCION EQUAL '4'
              PERFORM ACREDITAR-CHEQUE
           ELSE
           IF WS-OPCION EQUAL '5'
              PERFORM ENDOSAR-CHEQUE
           ELSE
           IF WS-OPCION EQUAL '6'
              PERFORM RECHAZAR-CHEQUE
           ELSE
           IF WS-OPCION EQUAL '7'
              MOVE 'N' TO WS-CONTINUAR
           ELSE
              DISPLAY 'OPCION INVALIDA'.

      *    un cheque siempre cuelga de un recibo ya cargado en
      *    COBRANZAS.DAT (CargaCobranzas lo da de alta en el momento;
      *    esta opcion es para recibos cargados antes de la cartera).
       ALTA-CHEQUE.
           DISPLAY 'CUIT DEL RECIBO (11 DIGITOS): '.
           ACCEPT REG-COB-CUIT.
           DISPLAY 'FECHA DEL RECIBO (AAAAMMDD): '.
           ACCEPT REG-COB-FECHA.
           DISPLAY 'REFERENCIA DEL RECIBO: '.
           ACCEPT REG-COB-REFERENCIA.
           READ ARCH-COBRANZAS RECORD KEY IS REG-COB-CLAVE.
           IF NOT COB-OK
              DISPLAY 'NO EXISTE ESE RECIBO EN COBRANZAS.DAT'
           ELSE
              IF REG-COB-ANULADO
                 DISPLAY 'EL RECIBO ESTA ANULADO'
              ELSE
                 PERFORM PEDIR-Y-GRABAR-CHEQUE.

       PEDIR-Y-GRABAR-CHEQUE.
           DISPLAY 'CODIGO DE BANCO (999): '.
           ACCEPT REG-CHQ-BANCO.
           DISPLAY 'NUMERO DE CHEQUE / ID ECHEQ: '.
           ACCEPT REG-CHQ-NUMERO.
           DISPLAY 'TIPO (F FISICO / E ECHEQ): '.
           ACCEPT REG-CHQ-TIPO.
           IF REG-CHQ-TIPO NOT EQUAL 'E'
              MOVE 'F' TO REG-CHQ-TIPO.
           DISPLAY 'FECHA DE EMISION (AAAAMMDD): '.
           ACCEPT REG-CHQ-FECHA-EMISION.
           DISPLAY 'FECHA DE PAGO / DEPOSITO (AAAAMMDD, 0 = AL DIA): '.
           ACCEPT REG-CHQ-FECHA-DEPOSITO.
           IF REG-CHQ-FECHA-DEPOSITO EQUAL ZERO
              MOVE REG-CHQ-FECHA-EMISION TO REG-CHQ-FECHA-DEPOSITO.
           DISPLAY 'IMPORTE DEL CHEQUE (9999999999,99): '.
           ACCEPT REG-CHQ-IMPORTE.
           MOVE REG-COB-CLAVE TO REG-CHQ-RECIBO.
           MOVE REG-COB-MONEDA TO REG-CHQ-MONEDA.
           MOVE 0 TO REG-CHQ-FECHA-ACREDITACION.
           MOVE 'C' TO REG-CHQ-ESTADO.
           MOVE SPACES TO REG-CHQ-OBSERVACION.

           WRITE REG-CHEQUE.
           IF CHQ-OK
              MOVE SPACES TO WS-FOTO-ANTES
              MOVE SPACES TO WS-FOTO-DESPUES
              STRING 'EN CARTERA ' REG-CHQ-IMPORTE ' '
                  REG-CHQ-MONEDA ' PAGO ' REG-CHQ-FECHA-DEPOSITO
                  ' RECIBO ' REG-CHQ-CUIT ' ' REG-CHQ-REFERENCIA
                  DELIMITED BY SIZE INTO WS-FOTO-DESPUES
              MOVE 'W' TO AUD-OPERACION
              PERFORM GRABAR-AUDITORIA-CHEQUE
              DISPLAY 'CHEQUE GRABADO EN CARTERA'
           ELSE
              IF CHQ-DUPLICADO
                 DISPLAY 'YA EXISTE ESE CHEQUE PARA ESE BANCO'
              ELSE
                 DISPLAY 'ERROR AL GRABAR EL CHEQUE ' FS-CHEQUES.

      *    recorrido completo en orden de clave; el filtro por estado
      *    en blanco lista todo lo que no esta acreditado ni
      *    rechazado (la cartera viva).
       LISTAR-CARTERA.
           DISPLAY 'ESTADO (C/D/A/R/E, ENTER = CARTERA VIVA): '.
           MOVE SPACE TO WS-ESTADO-FILTRO.
           ACCEPT WS-ESTADO-FILTRO.
           DISPLAY 'CUIT (0 = TODOS): '.
           ACCEPT WS-CUIT-FILTRO.
           MOVE 0 TO WS-ACUM-LISTADOS.
           MOVE 0 TO WS-ACUM-LISTADO-IMP.

           MOVE 0 TO REG-CHQ-BANCO.
           MOVE LOW-VALUES TO REG-CHQ-NUMERO.
           START ARCH-CHEQUES KEY IS NOT LESS THAN REG-CHQ-CLAVE
               INVALID KEY MOVE '10' TO FS-CHEQUES.
           IF CHQ-OK
              PERFORM LEER-CHEQUE-SIGUIENTE
              PERFORM MOSTRAR-CHEQUE UNTIL CHQ-EOF.

           DISPLAY WS-ACUM-LISTADOS ' CHEQUES LISTADOS, TOTAL '
               WS-ACUM-LISTADO-IMP.

       LEER-CHEQUE-SIGUIENTE.
           READ ARCH-CHEQUES NEXT RECORD
               AT END MOVE '10' TO FS-CHEQUES
           END-READ.

       MOSTRAR-CHEQUE.
           IF (WS-CUIT-FILTRO EQUAL ZERO
               OR WS-CUIT-FILTRO EQUAL REG-CHQ-CUIT)
              AND ((WS-ESTADO-FILTRO EQUAL SPACE
                    AND NOT REG-CHQ-ACREDITADO
                    AND NOT REG-CHQ-RECHAZADO)
                OR WS-ESTADO-FILTRO EQUAL REG-CHQ-ESTADO)
              ADD 1 TO WS-ACUM-LISTADOS
              ADD REG-CHQ-IMPORTE TO WS-ACUM-LISTADO-IMP
              DISPLAY '  ' REG-CHQ-BANCO ' ' REG-CHQ-NUMERO ' '
                  REG-CHQ-TIPO ' ' REG-CHQ-ESTADO ' '
                  REG-CHQ-CUIT ' DEP ' REG-CHQ-FECHA-DEPOSITO
                  ' ACR ' REG-CHQ-FECHA-ACREDITACION ' '
                  REG-CHQ-IMPORTE ' ' REG-CHQ-MONEDA
           END-IF.
           PERFORM LEER-CHEQUE-SIGUIENTE.

       PEDIR-CLAVE-CHEQUE.
           DISPLAY 'CODIGO DE BANCO (999): '.
           ACCEPT REG-CHQ-BANCO.
           DISPLAY 'NUMERO DE CHEQUE / ID ECHEQ: '.
           ACCEPT REG-CHQ-NUMERO.
           READ ARCH-CHEQUES RECORD KEY IS REG-CHQ-CLAVE.
           IF NOT CHQ-OK
              DISPLAY 'NO EXISTE ESE CHEQUE EN CHEQUES.DAT '
                  FS-CHEQUES
           ELSE
              MOVE SPACES TO WS-FOTO-ANTES
              STRING 'ESTADO ' REG-CHQ-ESTADO ' ' REG-CHQ-IMPORTE
                  ' ' REG-CHQ-MONEDA ' DEP ' REG-CHQ-FECHA-DEPOSITO
                  ' ACR ' REG-CHQ-FECHA-ACREDITACION
                  DELIMITED BY SIZE INTO WS-FOTO-ANTES
              DISPLAY 'CHEQUE: ' WS-FOTO-ANTES.

       DEPOSITAR-CHEQUE.
           PERFORM PEDIR-CLAVE-CHEQUE.
           IF CHQ-OK
              IF NOT REG-CHQ-EN-CARTERA
                 DISPLAY 'SOLO SE DEPOSITA UN CHEQUE EN CARTERA'
              ELSE
                 DISPLAY 'FECHA DEL DEPOSITO (AAAAMMDD): '
                 ACCEPT WS-FECHA-NUEVA
                 MOVE WS-FECHA-NUEVA TO REG-CHQ-FECHA-DEPOSITO
                 MOVE 'D' TO REG-CHQ-ESTADO
                 PERFORM REGRABAR-CHEQUE.

       ACREDITAR-CHEQUE.
           PERFORM PEDIR-CLAVE-CHEQUE.
           IF CHQ-OK
              IF NOT REG-CHQ-DEPOSITADO
                 DISPLAY 'SOLO SE ACREDITA UN CHEQUE DEPOSITADO'
              ELSE
                 DISPLAY 'FECHA DE ACREDITACION (AAAAMMDD): '
                 ACCEPT WS-FECHA-NUEVA
                 MOVE WS-FECHA-NUEVA TO REG-CHQ-FECHA-ACREDITACION
                 MOVE 'A' TO REG-CHQ-ESTADO
                 PERFORM REGRABAR-CHEQUE.

       ENDOSAR-CHEQUE.
           PERFORM PEDIR-CLAVE-CHEQUE.
           IF CHQ-OK
              IF NOT REG-CHQ-EN-CARTERA
                 DISPLAY 'SOLO SE ENDOSA UN CHEQUE EN CARTERA'
              ELSE
                 DISPLAY 'ENDOSADO A: '
                 ACCEPT REG-CHQ-OBSERVACION
                 DISPLAY 'FECHA DEL ENDOSO (AAAAMMDD): '
                 ACCEPT WS-FECHA-NUEVA
                 MOVE WS-FECHA-NUEVA TO REG-CHQ-FECHA-DEPOSITO
                 MOVE 'E' TO REG-CHQ-ESTADO
                 PERFORM REGRABAR-CHEQUE.

       REGRABAR-CHEQUE.
           REWRITE REG-CHEQUE.
           IF CHQ-OK
              MOVE SPACES TO WS-FOTO-DESPUES
              STRING 'ESTADO ' REG-CHQ-ESTADO ' ' REG-CHQ-IMPORTE
                  ' ' REG-CHQ-MONEDA ' DEP ' REG-CHQ-FECHA-DEPOSITO
                  ' ACR ' REG-CHQ-FECHA-ACREDITACION ' '
                  REG-CHQ-OBSERVACION
                  DELIMITED BY SIZE INTO WS-FOTO-DESPUES
              MOVE 'U' TO AUD-OPERACION
              PERFORM GRABAR-AUDITORIA-CHEQUE
              DISPLAY 'CHEQUE ACTUALIZADO'
           ELSE
              DISPLAY 'ERROR AL ACTUALIZAR EL CHEQUE ' FS-CHEQUES.

      *    un cheque acreditado ya es plata en el banco y no se
      *    rechaza; uno en cartera, depositado o endosado si (el
      *    tercero al que se endoso lo devuelve).
       RECHAZAR-CHEQUE.
           PERFORM PEDIR-CLAVE-CHEQUE.
           IF CHQ-OK
              IF REG-CHQ-ACREDITADO OR REG-CHQ-RECHAZADO
                 DISPLAY 'EL CHEQUE ESTA ' REG-CHQ-ESTADO
                     ', NO SE PUEDE RECHAZAR'
              ELSE
                 DISPLAY 'MOTIVO DEL RECHAZO: '
                 ACCEPT REG-CHQ-OBSERVACION
                 MOVE 'R' TO REG-CHQ-ESTADO
                 PERFORM REGRABAR-CHEQUE
                 IF CHQ-OK
                    PERFORM REDUCIR-RECIBO-RECHAZADO.

      *    el recibo baja en el importe del cheque (anulado si queda
      *    en cero) y lo que sus aplicaciones exceden del nuevo
      *    disponible (importe + retencion) se desimputa.
       REDUCIR-RECIBO-RECHAZADO.
           MOVE REG-CHQ-RECIBO TO REG-COB-CLAVE.
           READ ARCH-COBRANZAS RECORD KEY IS REG-COB-CLAVE.
           IF NOT COB-OK
              DISPLAY 'EL RECIBO DEL CHEQUE NO ESTA EN COBRANZAS.DAT '
                  FS-COBRANZAS
           ELSE
              MOVE SPACES TO WS-FOTO-ANTES
              STRING 'VIGENTE ' REG-COB-IMPORTE ' ' REG-COB-MONEDA
                  DELIMITED BY SIZE INTO WS-FOTO-ANTES
              IF REG-CHQ-IMPORTE NOT LESS REG-COB-IMPORTE
                 MOVE 0 TO REG-COB-IMPORTE
                 MOVE 'A' TO REG-COB-ESTADO
              ELSE
                 SUBTRACT REG-CHQ-IMPORTE FROM REG-COB-IMPORTE
              END-IF
              REWRITE REG-COBRANZA
              IF COB-OK
                 MOVE SPACES TO WS-FOTO-DESPUES
                 STRING 'CHEQUE RECHAZADO ' REG-CHQ-BANCO ' '
                     REG-CHQ-NUMERO ' QUEDA ' REG-COB-IMPORTE
                     ' ' REG-COB-ESTADO
                     DELIMITED BY SIZE INTO WS-FOTO-DESPUES
                 MOVE 'COBRANZAS.DAT' TO WS-AUD-ARCHIVO
                 MOVE SPACES TO WS-AUD-CLAVE
                 STRING REG-COB-CUIT ' ' REG-COB-REFERENCIA
                     DELIMITED BY SIZE INTO WS-AUD-CLAVE
                 MOVE 'U' TO AUD-OPERACION
                 PERFORM GRABAR-AUDITORIA
                 PERFORM DESIMPUTAR-APLICACIONES
              ELSE
                 DISPLAY 'ERROR AL REDUCIR EL RECIBO ' FS-COBRANZAS.

       DESIMPUTAR-APLICACIONES.
           MOVE 0 TO WS-RETENIDO-RECIBO.
           IF RETENCIONES-DISPONIBLE
              MOVE REG-COB-CLAVE TO REG-RET-CLAVE
              READ ARCH-RETENCIONES RECORD KEY IS REG-RET-CLAVE
              IF RET-OK
                 MOVE REG-RET-IMPORTE TO WS-RETENIDO-RECIBO
              END-IF
           END-IF.
           IF REG-COB-ANULADO
              MOVE 0 TO WS-RETENIDO-RECIBO.

           PERFORM SUMAR-APLICADO-DEL-RECIBO.
           COMPUTE WS-A-DESIMPUTAR = WS-APLICADO-RECIBO
               - REG-COB-IMPORTE - WS-RETENIDO-RECIBO.
           MOVE 0 TO WS-ACUM-REABIERTAS.

           IF WS-A-DESIMPUTAR GREATER ZERO
              PERFORM POSICIONAR-APLICACIONES-RECIBO
              IF APL-OK
                 PERFORM LEER-APLICACION-SIGUIENTE
                 PERFORM DESIMPUTAR-UNA-APLICACION
                     UNTIL APL-EOF
                      OR WS-A-DESIMPUTAR NOT GREATER ZERO
                      OR REG-APL-CUIT NOT EQUAL REG-COB-CUIT
                      OR REG-APL-FECHA-COB NOT EQUAL REG-COB-FECHA
                      OR REG-APL-REFERENCIA NOT EQUAL
                         REG-COB-REFERENCIA.

           DISPLAY WS-ACUM-REABIERTAS ' FACTURAS REABIERTAS POR EL '
               'RECHAZO'.

      *    START por el prefijo del recibo, mismo recorrido parcial
      *    que SUMAR-APLICADO-DEL-RECIBO en CargaAplicaciones.
       POSICIONAR-APLICACIONES-RECIBO.
           MOVE REG-COB-CUIT TO REG-APL-CUIT.
           MOVE REG-COB-FECHA TO REG-APL-FECHA-COB.
           MOVE REG-COB-REFERENCIA TO REG-APL-REFERENCIA.
           MOVE 0 TO REG-APL-FACTURA.
           MOVE 0 TO REG-APL-PV.
           MOVE SPACE TO REG-APL-LETRA.
           START ARCH-APLICACIONES KEY IS NOT LESS THAN REG-APL-CLAVE
               INVALID KEY MOVE '10' TO FS-APLICACIONES.

       SUMAR-APLICADO-DEL-RECIBO.
           MOVE 0 TO WS-APLICADO-RECIBO.
           PERFORM POSICIONAR-APLICACIONES-RECIBO.
           IF APL-OK
              PERFORM LEER-APLICACION-SIGUIENTE
              PERFORM ACUMULAR-APLICACION-RECIBO
                  UNTIL APL-EOF
                   OR REG-APL-CUIT NOT EQUAL REG-COB-CUIT
                   OR REG-APL-FECHA-COB NOT EQUAL REG-COB-FECHA
                   OR REG-APL-REFERENCIA NOT EQUAL REG-COB-REFERENCIA.

       LEER-APLICACION-SIGUIENTE.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

       ACUMULAR-APLICACION-RECIBO.
           ADD REG-APL-IMPORTE TO WS-APLICADO-RECIBO.
           PERFORM LEER-APLICACION-SIGUIENTE.

      *    una aplicacion cubierta entera por lo que hay que
      *    desimputar se borra; la ultima se reduce (y su importe en
      *    moneda del comprobante en la misma proporcion).
       DESIMPUTAR-UNA-APLICACION.
           MOVE REG-APL-CLAVE TO WS-CLAVE-APLICACION.
           MOVE SPACES TO WS-FOTO-ANTES.
           STRING 'FACTURA ' REG-APL-PV '-' REG-APL-LETRA '-'
               REG-APL-FACTURA ' APLICADO ' REG-APL-IMPORTE
               DELIMITED BY SIZE INTO WS-FOTO-ANTES.
           MOVE 'APLICACIONES.DAT' TO WS-AUD-ARCHIVO.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING REG-APL-CUIT ' ' REG-APL-FACTURA
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           ADD 1 TO WS-ACUM-REABIERTAS.

           IF REG-APL-IMPORTE NOT GREATER WS-A-DESIMPUTAR
              SUBTRACT REG-APL-IMPORTE FROM WS-A-DESIMPUTAR
              DELETE ARCH-APLICACIONES RECORD
              IF APL-OK
                 MOVE 'DESIMPUTADA POR CHEQUE RECHAZADO'
                     TO WS-FOTO-DESPUES
                 MOVE 'D' TO AUD-OPERACION
                 PERFORM GRABAR-AUDITORIA
              END-IF
           ELSE
              MOVE REG-APL-IMPORTE TO WS-IMPORTE-ANTERIOR
              MOVE WS-A-DESIMPUTAR TO WS-IMPORTE-QUITADO
              SUBTRACT WS-IMPORTE-QUITADO FROM REG-APL-IMPORTE
              IF REG-APL-IMPORTE-DOC GREATER ZERO
                 COMPUTE REG-APL-IMPORTE-DOC ROUNDED =
                     REG-APL-IMPORTE-DOC * REG-APL-IMPORTE
                         / WS-IMPORTE-ANTERIOR
              END-IF
              MOVE 0 TO WS-A-DESIMPUTAR
              REWRITE REG-APLICACION
              IF APL-OK
                 MOVE SPACES TO WS-FOTO-DESPUES
                 STRING 'REDUCIDA POR CHEQUE RECHAZADO A '
                     REG-APL-IMPORTE
                     DELIMITED BY SIZE INTO WS-FOTO-DESPUES
                 MOVE 'U' TO AUD-OPERACION
                 PERFORM GRABAR-AUDITORIA
              END-IF
           END-IF.
           DISPLAY '  REABIERTA ' WS-FOTO-ANTES.
           PERFORM QUITAR-PRONTO-PAGO.
           MOVE WS-CLAVE-APLICACION TO REG-APL-CLAVE.
           START ARCH-APLICACIONES KEY IS GREATER THAN REG-APL-CLAVE
               INVALID KEY MOVE '10' TO FS-APLICACIONES.
           IF APL-OK
              PERFORM LEER-APLICACION-SIGUIENTE.

      *    la factura reabierta ya no esta cancelada: el descuento de
      *    pronto pago que le dio la cancelacion (aplicacion
      *    PRONTOPAGO del mismo CUIT, con la fecha del recibo que la
      *    completo - ver CargaAplicaciones) se borra, como
      *    CargaAplicaciones no lo da en un pago parcial. si el resto
      *    se paga dentro del plazo, CargaAplicaciones lo vuelve a
      *    grabar.
       QUITAR-PRONTO-PAGO.
           MOVE 'N' TO WS-PRONTO-PAGO-HALLADO.
           MOVE WS-CAP-CUIT TO REG-APL-CUIT.
           MOVE 0 TO REG-APL-FECHA-COB.
           MOVE SPACES TO REG-APL-REFERENCIA.
           MOVE 0 TO REG-APL-FACTURA.
           MOVE 0 TO REG-APL-PV.
           MOVE SPACE TO REG-APL-LETRA.
           START ARCH-APLICACIONES KEY IS NOT LESS THAN REG-APL-CLAVE
               INVALID KEY MOVE '10' TO FS-APLICACIONES.
           IF APL-OK
              PERFORM LEER-APLICACION-SIGUIENTE
              PERFORM BUSCAR-PRONTO-PAGO-FACTURA
                  UNTIL APL-EOF
                   OR PRONTO-PAGO-HALLADO
                   OR REG-APL-CUIT NOT EQUAL WS-CAP-CUIT.
           IF PRONTO-PAGO-HALLADO
              MOVE SPACES TO WS-FOTO-ANTES
              STRING 'FACTURA ' REG-APL-PV '-' REG-APL-LETRA '-'
                  REG-APL-FACTURA ' PRONTO PAGO ' REG-APL-IMPORTE
                  ' ' REG-APL-MONEDA
                  DELIMITED BY SIZE INTO WS-FOTO-ANTES
              MOVE 'APLICACIONES.DAT' TO WS-AUD-ARCHIVO
              MOVE SPACES TO WS-AUD-CLAVE
              STRING REG-APL-CUIT ' ' REG-APL-FACTURA
                  DELIMITED BY SIZE INTO WS-AUD-CLAVE
              DELETE ARCH-APLICACIONES RECORD
              IF APL-OK
                 MOVE 'DESIMPUTADA POR CHEQUE RECHAZADO'
                     TO WS-FOTO-DESPUES
                 MOVE 'D' TO AUD-OPERACION
                 PERFORM GRABAR-AUDITORIA
                 DISPLAY '  SIN DESCUENTO ' WS-FOTO-ANTES
              ELSE
                 DISPLAY 'ERROR AL BORRAR EL DESCUENTO DE PRONTO PAGO '
                     FS-APLICACIONES.

       BUSCAR-PRONTO-PAGO-FACTURA.
           IF REG-APL-REFERENCIA EQUAL 'PRONTOPAGO'
              AND REG-APL-FACTURA EQUAL WS-CAP-FACTURA
              AND REG-APL-PV EQUAL WS-CAP-PV
              AND REG-APL-LETRA EQUAL WS-CAP-LETRA
              MOVE 'S' TO WS-PRONTO-PAGO-HALLADO
           ELSE
              PERFORM LEER-APLICACION-SIGUIENTE.

       GRABAR-AUDITORIA-CHEQUE.
           MOVE 'CHEQUES.DAT' TO WS-AUD-ARCHIVO.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING REG-CHQ-BANCO ' ' REG-CHQ-NUMERO
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           PERFORM GRABAR-AUDITORIA.

      *    mismo criterio que GRABAR-AUDITORIA en
      *    SUB-RUTINA-EMPRESAS: solo sobre operaciones que terminaron
      *    bien, con la clave y los valores antes/despues.
       GRABAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              OPEN OUTPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              ACCEPT AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT AUD-HORA FROM TIME
              MOVE WS-AUD-USUARIO TO AUD-USUARIO
              MOVE 'CarteraCheques' TO AUD-PROGRAMA
              MOVE WS-AUD-ARCHIVO TO AUD-ARCHIVO
              MOVE WS-AUD-CLAVE TO AUD-CLAVE
              MOVE WS-FOTO-ANTES TO AUD-VALOR-ANTES
              MOVE WS-FOTO-DESPUES TO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       TERMINAR.
           CLOSE ARCH-CHEQUES.
           CLOSE ARCH-COBRANZAS.
           CLOSE ARCH-APLICACIONES.
           IF RETENCIONES-DISPONIBLE
              CLOSE ARCH-RETENCIONES.
           STOP RUN.
