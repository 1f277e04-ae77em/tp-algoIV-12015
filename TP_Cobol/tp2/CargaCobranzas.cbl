      *    importe, moneda, referencia) contra el maestro indexado
      *    COBRANZAS.DAT, validando el CUIT con el mismo digito
      *    verificador modulo 11 de SUB-RUTINA-EMPRESAS y la
      *    existencia de la empresa en EMPRESAS-INDEXED.DAT. Un
      *    recibo pagado con cheques o eCheqs da de alta cada cheque
      *    en la cartera CHEQUES.DAT (ver CarteraCheques), para que
      *    un diferido no cuente como plata hasta que se acredita.
      *    cada recibo grabado toma el numero correlativo siguiente
      *    de RECIBO-NUMERO.DAT (mismo renglon releido y regrabado
      *    que PRESUPUESTO-NUMERO.DAT) y guarda su medio de pago; el
      *    comprobante para el cliente lo imprime ImprimeRecibo.
      *    el recibo lo emite la entidad que factura a la empresa a
      *    la fecha del cobro (SUB-RUTINA-ENTIDADES) y cada entidad
      *    lleva su propia correlativa: RECIBO-NUMERO.DAT la 01,
      *    RECIBO-NUMERO-E99.DAT las demas.
      *    cada recibo grabado deja su alta en AUDITORIA.LOG con la
      *    fecha y hora de la carga: la extraccion incremental de BI
      *    (ExtraccionCambiosBI) toma los recibos de ahi, asi un
      *    recibo cargado tarde con fecha de un periodo ya extraido
      *    no se pierde.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-CHQ-CLAVE
               ALTERNATE RECORD KEY IS REG-CHQ-RECIBO WITH DUPLICATES
               FILE STATUS IS FS-CHEQUES.

      *    ultimo numero de recibo oficial usado.
           SELECT ARCH-NUMERO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NUMERO.

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

      *    conciliacion; en blanco, vigente.
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

       FD ARCH-EMP-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS-INDEXED.DAT'
           03 REG-EMP-IND-JURISDICCION PIC 9(3).
           03 REG-EMP-IND-PLAZO-PAGO   PIC 9(3).
           03 REG-EMP-IND-GRUPO        PIC X(3).
      *    adhesion al debito directo ('S' adherida) y CBU de la
      *    cuenta a debitar - ver GeneraDebitoDirecto; registros
      *    viejos se leen con blancos, sin adhesion.
           03 REG-EMP-IND-DEBITO-AUTO  PIC X(1).
               88 REG-EMP-IND-ADHERIDA   VALUE 'S'.
           03 REG-EMP-IND-CBU          PIC X(22).
      *    la empresa exige conformidad de horas antes de
      *    facturar ('S') - ver GeneraSolicitudConformidad y el
      *    control en GeneraFacturas; blanco = sin conformidad.
           03 REG-EMP-IND-CONFORMIDAD PIC X(1).
               88 REG-EMP-IND-EXIGE-CONFORMIDAD VALUE 'S'.
      *    responsable de la cuenta en la consultora (quien
      *    atiende al cliente) - ver ReporteClientesEnRiesgo;
      *    blanco = sin responsable asignado.
           03 REG-EMP-IND-RESPONSABLE PIC X(20).
      *    fecha de baja logica (retiro) de la empresa: la baja
      *    fisica se rechaza si tiene movimientos, y el retiro la
      *    deja legible para la historia. 0 o blanco = activa.
           03 REG-EMP-IND-FECHA-BAJA  PIC 9(8).

      *    cartera de cheques - mismo layout que CarteraCheques.
       FD ARCH-CHEQUES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CHEQUES.DAT'
             DATA RECORD IS REG-CHEQUE.

       01 REG-CHEQUE.
           03 REG-CHQ-CLAVE.
               05 REG-CHQ-BANCO          PIC 9(3).
               05 REG-CHQ-NUMERO         PIC X(12).
           03 REG-CHQ-TIPO               PIC X(1).
           03 REG-CHQ-RECIBO.
               05 REG-CHQ-CUIT           PIC 9(11).
               05 REG-CHQ-FECHA-COB      PIC 9(8).
               05 REG-CHQ-REFERENCIA     PIC X(10).
           03 REG-CHQ-FECHA-EMISION      PIC 9(8).
           03 REG-CHQ-FECHA-DEPOSITO     PIC 9(8).
           03 REG-CHQ-FECHA-ACREDITACION PIC 9(8).
           03 REG-CHQ-IMPORTE            PIC 9(10)V99.
           03 REG-CHQ-MONEDA             PIC X(3).
           03 REG-CHQ-ESTADO             PIC X(1).
           03 REG-CHQ-OBSERVACION        PIC X(30).

       FD ARCH-NUMERO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-NUMERO
             DATA RECORD IS REG-NUMERO.

       01 REG-NUMERO.
           03 NUM-ULTIMO-RECIBO          PIC 9(8).

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

           88 EMP-OK         VALUE '00'.
           88 EMP-NOENC      VALUE '23'.

       77 FS-CHEQUES       PIC XX.
           88 CHQ-OK         VALUE '00'.
           88 CHQ-DUPLICADO  VALUE '22'.

       77 FS-NUMERO        PIC XX.
           88 NUMERO-OK      VALUE '00'.

       77 FS-ARCH-AUDITORIA PIC XX.
           88 AUDITORIA-OK   VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-AUD-USUARIO              PIC X(20).
       01 WS-AUD-CLAVE                PIC X(24).
       01 WS-FOTO-DESPUES             PIC X(80).

       01 WS-ULTIMO-RECIBO            PIC 9(8) VALUE 0.
       01 WS-NOMBRE-NUMERO            PIC X(28) VALUE
          'RECIBO-NUMERO.DAT'.

      *    entidad emisora del recibo, via SUB-RUTINA-ENTIDADES.
       01 WS-ENT-OPER                 PIC X.
       01 WS-ENT-CUIT-EMPRESA         PIC 9(11) VALUE 0.
       01 WS-ENT-FECHA                PIC 9(8) VALUE 0.
       01 WS-ENT-CODIGO               PIC 9(2).
       01 WS-ENT-CUIT                 PIC 9(11).
       01 WS-ENT-RAZON                PIC X(30).
       01 WS-ENT-DOMICILIO            PIC X(30).
       01 WS-ENT-COND-IVA             PIC X(2).
       01 WS-ENT-INICIO-ACT           PIC 9(8).
       01 WS-ENT-PUNTO-VENTA          PIC 9(4).
       01 WS-ENT-ERROR                PIC XX.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.
       01 WS-ACUM-GRABADAS            PIC 9(5) VALUE 0.
       01 WS-ACUM-RECHAZADAS          PIC 9(5) VALUE 0.

      *    medio de pago del recibo: 'E' efectivo / transferencia,
      *    'C' cheque, 'Q' eCheq.
       01 WS-MEDIO-PAGO               PIC X(1).
           88 MEDIO-CHEQUE            VALUE 'C' 'Q'.
       01 WS-CHEQUES-DISPONIBLE       PIC X VALUE 'N'.
           88 CHEQUES-DISPONIBLE      VALUE 'S'.
       01 WS-FIN-CHEQUES              PIC X VALUE 'N'.
           88 FIN-CHEQUES             VALUE 'S'.
       01 WS-ACUM-CHEQUES             PIC 9(10)V99.
       01 WS-ACUM-CHEQUES-GRABADOS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-COBRANZAS.
           PERFORM DETERMINAR-USUARIO-AUDITORIA.
           PERFORM ABRIR-ARCHIVOS.
           MOVE 'O' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
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
           OPEN I-O ARCH-COBRANZAS.
           IF NOT COB-OK
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN I-O ARCH-CHEQUES.
           IF NOT CHQ-OK
              OPEN OUTPUT ARCH-CHEQUES
              IF CHQ-OK
                 DISPLAY 'ARCHIVO CHEQUES.DAT CREADO'
                 CLOSE ARCH-CHEQUES
                 OPEN I-O ARCH-CHEQUES
              END-IF.
           IF CHQ-OK
              MOVE 'S' TO WS-CHEQUES-DISPONIBLE
           ELSE
              DISPLAY 'CHEQUES.DAT NO DISPONIBLE, LOS CHEQUES SE '
                  'CARGAN DESPUES DESDE CarteraCheques'.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'CARGA DE COBRANZAS (COBRANZAS.DAT)'.
           DISPLAY 'REFERENCIA (NRO RECIBO/TRANSFERENCIA): '.
           ACCEPT REG-COB-REFERENCIA.
           MOVE SPACE TO REG-COB-ESTADO.
           PERFORM PEDIR-MEDIO-DE-PAGO.
           MOVE WS-MEDIO-PAGO TO REG-COB-MEDIO-PAGO.

           PERFORM DETERMINAR-ENTIDAD-RECIBO.
           IF WS-ENT-ERROR EQUAL 'OK'
              PERFORM NUMERAR-Y-GRABAR-RECIBO
           ELSE
              DISPLAY 'LA EMPRESA ESTA ASIGNADA A LA ENTIDAD '
                  WS-ENT-CODIGO ' QUE NO EXISTE EN ENTIDADES.DAT, '
                  'RECIBO RECHAZADO'
              ADD 1 TO WS-ACUM-RECHAZADAS.

      *    la entidad que factura a la empresa a la fecha del cobro
      *    emite el recibo y le da el numero de su correlativa.
       DETERMINAR-ENTIDAD-RECIBO.
           MOVE REG-COB-CUIT TO WS-ENT-CUIT-EMPRESA.
           MOVE REG-COB-FECHA TO WS-ENT-FECHA.
           MOVE 'R' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR EQUAL 'OK'
              MOVE WS-ENT-CODIGO TO REG-COB-ENTIDAD
              MOVE SPACES TO WS-NOMBRE-NUMERO
              IF WS-ENT-CODIGO EQUAL 1
                 MOVE 'RECIBO-NUMERO.DAT' TO WS-NOMBRE-NUMERO
              ELSE
                 STRING 'RECIBO-NUMERO-E' WS-ENT-CODIGO '.DAT'
                     DELIMITED BY SIZE INTO WS-NOMBRE-NUMERO
              END-IF
              IF WS-ENT-RAZON NOT EQUAL SPACES
                 DISPLAY 'EMISOR: ' WS-ENT-RAZON
              END-IF
           END-IF.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER, WS-ENT-CUIT-EMPRESA,
               WS-ENT-FECHA, WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

      *    el numero se reserva en RECIBO-NUMERO.DAT antes de grabar
      *    el recibo y se devuelve si la grabacion falla: un corte
      *    entre los dos pasos nunca repite un numero, y un recibo
      *    rechazado no deja hueco en la correlativa.
       NUMERAR-Y-GRABAR-RECIBO.
           PERFORM CARGAR-ULTIMO-NUMERO.
           ADD 1 TO WS-ULTIMO-RECIBO.
           PERFORM GRABAR-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-RECIBO TO REG-COB-NRO-RECIBO.

           WRITE REG-COBRANZA.
           IF COB-OK
              DISPLAY 'RECIBO NRO ' REG-COB-NRO-RECIBO ' ENTIDAD '
                  REG-COB-ENTIDAD ' GRABADO EN COBRANZAS.DAT'
              ADD 1 TO WS-ACUM-GRABADAS
              PERFORM AUDITAR-ALTA-RECIBO
              PERFORM CARGAR-CHEQUES-DEL-RECIBO
              DISPLAY 'EL RECIBO PARA EL CLIENTE SE IMPRIME CON '
                  'ImprimeRecibo'
           ELSE
              SUBTRACT 1 FROM WS-ULTIMO-RECIBO
              PERFORM GRABAR-ULTIMO-NUMERO
              IF COB-DUPLICADA
                 DISPLAY 'YA EXISTE UN RECIBO CON ESE CUIT/FECHA/'
                     'REFERENCIA'
              END-IF
              ADD 1 TO WS-ACUM-RECHAZADAS.

      *    el alta lleva la clave completa del recibo (fecha y
      *    referencia en las primeras posiciones) para que quien lea
      *    la auditoria pueda releerlo por clave.
       AUDITAR-ALTA-RECIBO.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING REG-COB-CUIT ' ' REG-COB-REFERENCIA
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           MOVE SPACES TO WS-FOTO-DESPUES.
           STRING REG-COB-FECHA ' ' REG-COB-REFERENCIA ' '
               REG-COB-IMPORTE ' ' REG-COB-MONEDA ' '
               REG-COB-MEDIO-PAGO ' ' REG-COB-NRO-RECIBO
               DELIMITED BY SIZE INTO WS-FOTO-DESPUES.
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
              MOVE 'CargaCobranzas' TO AUD-PROGRAMA
              MOVE 'COBRANZAS.DAT' TO AUD-ARCHIVO
              MOVE 'W' TO AUD-OPERACION
              MOVE WS-AUD-CLAVE TO AUD-CLAVE
              MOVE SPACES TO AUD-VALOR-ANTES
              MOVE WS-FOTO-DESPUES TO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       CARGAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-RECIBO.
           OPEN INPUT ARCH-NUMERO.
           IF NUMERO-OK
              READ ARCH-NUMERO
              IF NUMERO-OK
                 MOVE NUM-ULTIMO-RECIBO TO WS-ULTIMO-RECIBO
              END-IF
              CLOSE ARCH-NUMERO.

      *    sin el contador al dia no se puede numerar sin repetir:
      *    se corta la carga.
       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT ARCH-NUMERO.
           IF NUMERO-OK
              MOVE WS-ULTIMO-RECIBO TO NUM-ULTIMO-RECIBO
              WRITE REG-NUMERO
              CLOSE ARCH-NUMERO
           ELSE
              DISPLAY 'NO PUDO GRABARSE ' WS-NOMBRE-NUMERO ' '
                  FS-NUMERO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    cualquier respuesta que no sea cheque o eCheq queda como
      *    efectivo / transferencia.
       PEDIR-MEDIO-DE-PAGO.
           DISPLAY 'MEDIO DE PAGO (E EFECTIVO/TRANSF., C CHEQUE, '
               'Q ECHEQ): '.
           MOVE SPACE TO WS-MEDIO-PAGO.
           ACCEPT WS-MEDIO-PAGO.
           IF NOT MEDIO-CHEQUE
              MOVE 'E' TO WS-MEDIO-PAGO.

      *    con cheque o eCheq se cargan los cheques del recibo hasta
      *    cubrir su importe (banco 0 termina antes: el resto fue
      *    efectivo o transferencia).
       CARGAR-CHEQUES-DEL-RECIBO.
           IF MEDIO-CHEQUE
              IF CHEQUES-DISPONIBLE
                 MOVE 0 TO WS-ACUM-CHEQUES
                 MOVE 'N' TO WS-FIN-CHEQUES
                 PERFORM CARGAR-UN-CHEQUE UNTIL FIN-CHEQUES
              ELSE
                 DISPLAY 'CHEQUES.DAT NO DISPONIBLE, CARGAR LOS '
                     'CHEQUES DESDE CarteraCheques'.

       CARGAR-UN-CHEQUE.
           DISPLAY 'CODIGO DE BANCO DEL CHEQUE (999, 0 = FIN): '.
           ACCEPT REG-CHQ-BANCO.
           IF REG-CHQ-BANCO EQUAL ZERO
              MOVE 'S' TO WS-FIN-CHEQUES
           ELSE
              DISPLAY 'NUMERO DE CHEQUE / ID ECHEQ: '
              ACCEPT REG-CHQ-NUMERO
              IF WS-MEDIO-PAGO EQUAL 'Q'
                 MOVE 'E' TO REG-CHQ-TIPO
              ELSE
                 MOVE 'F' TO REG-CHQ-TIPO
              END-IF
              DISPLAY 'FECHA DE EMISION (AAAAMMDD): '
              ACCEPT REG-CHQ-FECHA-EMISION
              DISPLAY 'FECHA DE PAGO (AAAAMMDD, 0 = AL DIA): '
              ACCEPT REG-CHQ-FECHA-DEPOSITO
              IF REG-CHQ-FECHA-DEPOSITO EQUAL ZERO
                 MOVE REG-CHQ-FECHA-EMISION TO REG-CHQ-FECHA-DEPOSITO
              END-IF
              DISPLAY 'IMPORTE DEL CHEQUE (9999999999,99): '
              ACCEPT REG-CHQ-IMPORTE
              MOVE REG-COB-CLAVE TO REG-CHQ-RECIBO
              MOVE REG-COB-MONEDA TO REG-CHQ-MONEDA
              MOVE 0 TO REG-CHQ-FECHA-ACREDITACION
              MOVE 'C' TO REG-CHQ-ESTADO
              MOVE SPACES TO REG-CHQ-OBSERVACION
              WRITE REG-CHEQUE
              IF CHQ-OK
                 ADD 1 TO WS-ACUM-CHEQUES-GRABADOS
                 ADD REG-CHQ-IMPORTE TO WS-ACUM-CHEQUES
                 DISPLAY 'CHEQUE EN CARTERA'
                 IF WS-ACUM-CHEQUES NOT LESS REG-COB-IMPORTE
                    MOVE 'S' TO WS-FIN-CHEQUES
                 END-IF
              ELSE
                 IF CHQ-DUPLICADO
                    DISPLAY 'YA EXISTE ESE CHEQUE PARA ESE BANCO'
                 ELSE
                    DISPLAY 'ERROR AL GRABAR EL CHEQUE ' FS-CHEQUES
                 END-IF
              END-IF
           END-IF.

      *    mismo algoritmo modulo 11 que VALIDAR-CUIT en
      *    SUB-RUTINA-EMPRESAS y tp2/TP2.
       VALIDAR-CUIT.
           ADD 1 TO WS-CUIT-IND.

       TERMINAR.
           MOVE 'C' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           CLOSE ARCH-COBRANZAS.
           CLOSE ARCH-EMP-IDX.
           IF CHEQUES-DISPONIBLE
              CLOSE ARCH-CHEQUES.
           DISPLAY WS-ACUM-GRABADAS ' RECIBOS GRABADOS, '
               WS-ACUM-RECHAZADAS ' RECHAZADOS, '
               WS-ACUM-CHEQUES-GRABADOS ' CHEQUES EN CARTERA'.
           STOP RUN.
