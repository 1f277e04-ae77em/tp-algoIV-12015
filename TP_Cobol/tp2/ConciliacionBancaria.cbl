      *    CONCILIACION.LST las tres listas: pares conciliados,
      *    depositos sin recibo cargado y recibos sin deposito -
      *    mismo estilo de listado de excepciones que
      *    AFIP-RECHAZOS.LST. Un recibo pagado con cheques no llega
      *    al banco en su fecha sino cuando cada cheque se deposita
      *    y acredita: sus cheques de CHEQUES.DAT se concilian uno
      *    por uno a la fecha de acreditacion (o de deposito, si
      *    todavia no se acredito), y solo el resto del recibo se
      *    concilia a la fecha del recibo. Los cheques en cartera,
      *    endosados o rechazados nunca pasan por la cuenta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS REG-COB-CLAVE
               FILE STATUS IS FS-COBRANZAS.

           SELECT ARCH-CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHQ-CLAVE
               ALTERNATE RECORD KEY IS REG-CHQ-RECIBO WITH DUPLICATES
               FILE STATUS IS FS-CHEQUES.

           SELECT ARCH-CONCILIACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONCILIACION.
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
               88 REG-CHQ-EN-CARTERA     VALUE 'C'.
               88 REG-CHQ-DEPOSITADO     VALUE 'D'.
               88 REG-CHQ-ACREDITADO     VALUE 'A'.
               88 REG-CHQ-RECHAZADO      VALUE 'R'.
               88 REG-CHQ-ENDOSADO       VALUE 'E'.
           03 REG-CHQ-OBSERVACION        PIC X(30).

       FD ARCH-CONCILIACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONCILIACION.LST'
       77 FS-CONCILIACION  PIC XX.
           88 CONCILIACION-OK VALUE '00'.

       77 FS-CHEQUES       PIC XX.
           88 CHQ-OK         VALUE '00'.
           88 CHQ-EOF        VALUE '10'.

       01 WS-CHEQUES-DISPONIBLE      PIC X VALUE 'N'.
           88 CHEQUES-DISPONIBLE     VALUE 'S'.

      *    parte del recibo cubierta por cheques vigentes; el resto
      *    fue efectivo o transferencia y se concilia a la fecha del
      *    recibo.
       01 WS-CUBIERTO-CHEQUES        PIC 9(10)V99.
       01 WS-RESTO-RECIBO            PIC S9(10)V99.
       01 WS-ACUM-CHQ-FUERA-BANCO    PIC 9(5) VALUE 0.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno CONCILIA-MODO vale 'BATCH', el
               05 TAB-REC-REFERENCIA    PIC X(10).
               05 TAB-REC-IMPORTE       PIC 9(10)V99.
               05 TAB-REC-CONCILIADO    PIC X(1).
      *        numero de cheque cuando la fila es un cheque del
      *        recibo; en blanco, la parte en efectivo/transferencia.
               05 TAB-REC-CHEQUE        PIC X(12).

       01 WS-CANT-REC                PIC 9(4) VALUE 0.

           03 LIN-PAR-FECHA-R        PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PAR-REF-R          PIC X(10).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PAR-CHEQUE         PIC X(12).

       01 LINEA-SIN-RECIBO.
           03 LIN-SR-FECHA           PIC 9(8).
           03 LIN-SD-IMPORTE         PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(24) VALUE
              '  SIN DEPOSITO EN BANCO'.
           03 LIN-SD-CHEQUE          PIC X(12).

       01 LINEA-RESUMEN.
           03 LIN-RES-CONC           PIC ZZZZ9.
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-CHEQUES.
           IF CHQ-OK
              MOVE 'S' TO WS-CHEQUES-DISPONIBLE
           ELSE
              DISPLAY 'CHEQUES.DAT NO DISPONIBLE, CADA RECIBO SE '
                  'CONCILIA ENTERO A SU FECHA'.

           OPEN OUTPUT ARCH-CONCILIACION.
           IF NOT CONCILIACION-OK
              DISPLAY 'NO PUDO CREARSE CONCILIACION.LST '
           PERFORM LEER-COBRANZA.
           PERFORM CARGAR-RECIBO-EN-TABLA UNTIL COB-EOF.
           CLOSE ARCH-COBRANZAS.
           IF CHEQUES-DISPONIBLE
              CLOSE ARCH-CHEQUES.

       LEER-COBRANZA.
           READ ARCH-COBRANZAS NEXT RECORD
               AT END MOVE '10' TO FS-COBRANZAS
           END-READ.

      *    un recibo anulado no se concilia; uno con cheques aporta
      *    una fila por cheque que paso por el banco mas, si queda,
      *    la fila del resto a la fecha del recibo.
       CARGAR-RECIBO-EN-TABLA.
           IF NOT REG-COB-ANULADO
              MOVE 0 TO WS-CUBIERTO-CHEQUES
              IF CHEQUES-DISPONIBLE
                 PERFORM CARGAR-CHEQUES-DEL-RECIBO
              END-IF
              COMPUTE WS-RESTO-RECIBO = REG-COB-IMPORTE
                  - WS-CUBIERTO-CHEQUES
              IF WS-RESTO-RECIBO GREATER ZERO
                 PERFORM AGREGAR-FILA-RECIBO
                 MOVE REG-COB-FECHA TO TAB-REC-FECHA(IND-TAB-REC)
                 MOVE WS-RESTO-RECIBO TO TAB-REC-IMPORTE(IND-TAB-REC)
              END-IF
           END-IF.
           PERFORM LEER-COBRANZA.

       AGREGAR-FILA-RECIBO.
           IF WS-CANT-REC IS LESS THAN WS-MAX-REC
              ADD 1 TO WS-CANT-REC
              SET IND-TAB-REC TO WS-CANT-REC
              MOVE REG-COB-CUIT TO TAB-REC-CUIT(IND-TAB-REC)
              MOVE REG-COB-REFERENCIA TO
                  TAB-REC-REFERENCIA(IND-TAB-REC)
              MOVE 'N' TO TAB-REC-CONCILIADO(IND-TAB-REC)
              MOVE SPACES TO TAB-REC-CHEQUE(IND-TAB-REC)
           ELSE
              DISPLAY 'ERROR: MAS DE ' WS-MAX-REC ' RECIBOS, LA '
                  'TABLA-RECIBOS NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       CARGAR-CHEQUES-DEL-RECIBO.
           MOVE REG-COB-CUIT TO REG-CHQ-CUIT.
           MOVE REG-COB-FECHA TO REG-CHQ-FECHA-COB.
           MOVE REG-COB-REFERENCIA TO REG-CHQ-REFERENCIA.
           START ARCH-CHEQUES KEY IS EQUAL REG-CHQ-RECIBO
               INVALID KEY MOVE '23' TO FS-CHEQUES.
           IF CHQ-OK
              PERFORM LEER-CHEQUE
              PERFORM CARGAR-UN-CHEQUE
                  UNTIL CHQ-EOF
                   OR REG-CHQ-CUIT NOT EQUAL REG-COB-CUIT
                   OR REG-CHQ-FECHA-COB NOT EQUAL REG-COB-FECHA
                   OR REG-CHQ-REFERENCIA NOT EQUAL REG-COB-REFERENCIA.

       LEER-CHEQUE.
           READ ARCH-CHEQUES NEXT RECORD
               AT END MOVE '10' TO FS-CHEQUES
           END-READ.

      *    el rechazado ya se desconto del importe del recibo en
      *    CarteraCheques; en cartera y endosado cubren parte del
      *    recibo pero no se esperan en el extracto.
       CARGAR-UN-CHEQUE.
           IF NOT REG-CHQ-RECHAZADO
              ADD REG-CHQ-IMPORTE TO WS-CUBIERTO-CHEQUES
              IF REG-CHQ-DEPOSITADO OR REG-CHQ-ACREDITADO
                 PERFORM AGREGAR-FILA-RECIBO
                 IF REG-CHQ-ACREDITADO
                    MOVE REG-CHQ-FECHA-ACREDITACION TO
                        TAB-REC-FECHA(IND-TAB-REC)
                 ELSE
                    MOVE REG-CHQ-FECHA-DEPOSITO TO
                        TAB-REC-FECHA(IND-TAB-REC)
                 END-IF
                 MOVE REG-CHQ-IMPORTE TO TAB-REC-IMPORTE(IND-TAB-REC)
                 MOVE REG-CHQ-NUMERO TO TAB-REC-CHEQUE(IND-TAB-REC)
              ELSE
                 ADD 1 TO WS-ACUM-CHQ-FUERA-BANCO
              END-IF
           END-IF.
           PERFORM LEER-CHEQUE.

       CONCILIAR-MOVIMIENTOS.
           PERFORM LEER-BANCO.
           MOVE TAB-REC-CUIT(IND-TAB-REC) TO LIN-PAR-CUIT.
           MOVE TAB-REC-FECHA(IND-TAB-REC) TO LIN-PAR-FECHA-R.
           MOVE TAB-REC-REFERENCIA(IND-TAB-REC) TO LIN-PAR-REF-R.
           MOVE TAB-REC-CHEQUE(IND-TAB-REC) TO LIN-PAR-CHEQUE.
           MOVE LINEA-PAR TO REG-CONCILIACION.
           WRITE REG-CONCILIACION.

              MOVE TAB-REC-REFERENCIA(IND-TAB-REC) TO
                  LIN-SD-REFERENCIA
              MOVE TAB-REC-IMPORTE(IND-TAB-REC) TO LIN-SD-IMPORTE
              MOVE TAB-REC-CHEQUE(IND-TAB-REC) TO LIN-SD-CHEQUE
              MOVE LINEA-SIN-DEPOSITO TO REG-CONCILIACION
              WRITE REG-CONCILIACION
           END-IF.
               WS-ACUM-SIN-RECIBO ' DEPOSITOS SIN RECIBO, '
               WS-ACUM-SIN-DEPOSITO ' RECIBOS SIN DEPOSITO - VER '
               'CONCILIACION.LST'.
           DISPLAY WS-ACUM-CHQ-FUERA-BANCO ' CHEQUES EN CARTERA O '
               'ENDOSADOS, FUERA DE LA CONCILIACION'.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
