       IDENTIFICATION DIVISION.
       PROGRAM-ID. BajaIncobrables.
       AUTHOR. Fede.

      *    baja de comprobantes incobrables: marca una factura de
      *    FACTURAS.DAT como incobrable (FAC-ESTADO 'I') cuando ya no
      *    se espera cobrarla, con motivo, fecha y operador asentados
      *    en AUDITORIA.LOG - mismo layout y criterio que
      *    AnulacionFacturas. a diferencia de la anulacion, el
      *    comprobante sigue siendo valido (se emitio y se debe): solo
      *    sale de la gestion de cobro, asi que intereses, cartas de
      *    reclamo, aging y proyeccion lo ignoran y la cuenta
      *    corriente lo sigue mostrando marcado. el saldo abierto al
      *    momento de la baja (total menos lo aplicado en
      *    APLICACIONES.DAT) queda en INCOBRABLES.DAT: de ahi lo
      *    netean el aging y las cartas, y PrevisionIncobrables lo
      *    aplica contra la prevision del mes. solo supervisor o
      *    administracion - ver CONTROLAR-SESION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   LOCK MODE IS AUTOMATIC
                   FILE STATUS IS FS-FACTURAS.

           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-INCOBRABLES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INCOBRABLES.

      *    usuario autenticado de la sesion (sign-on de PRINCIPAL),
      *    para el control de rol y para la auditoria.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.
           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ARCH-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-FACTURAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS.DAT'
             DATA RECORD IS REG-FACTURA.

       01 REG-FACTURA.
      *    clave del maestro indexado: el numero completo del
      *    comprobante, PV-LETRA-NUMERO (la correlativa corre
      *    por serie, ver FACTURA-NUMERO.DAT).
           03 FAC-CLAVE.
               05 FAC-PUNTO-VENTA        PIC 9(4).
               05 FAC-LETRA              PIC X(1).
               05 FAC-NUMERO             PIC 9(8).
           03 FAC-FECHA                  PIC 9(8).
           03 FAC-CUIT                   PIC 9(11).
           03 FAC-PERIODO                PIC 9(8).
           03 FAC-HORAS                  PIC 9(5)V99.
           03 FAC-IMPORTE-BRUTO          PIC 9(10)V99.
           03 FAC-RETENCION              PIC 9(10)V99.
           03 FAC-IVA                    PIC 9(10)V99.
           03 FAC-TOTAL                  PIC 9(10)V99.
           03 FAC-MONEDA                 PIC X(3).
           03 FAC-TIPO                   PIC X(1).
               88 FAC-ES-NOTA-CREDITO    VALUE 'N'.
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
               88 FAC-INCOBRABLE         VALUE 'I'.
      *    vencimiento estampado por GeneraFacturas (emision mas el
      *    plazo de pago de la empresa); cero en un registro viejo.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

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

      *    una linea por comprobante dado de baja, con el saldo que
      *    quedaba abierto en la moneda del comprobante.
       FD ARCH-INCOBRABLES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'INCOBRABLES.DAT'
             DATA RECORD IS REG-INCOBRABLE.

       01 REG-INCOBRABLE.
           03 INC-CUIT                   PIC 9(11).
           03 INC-PUNTO-VENTA            PIC 9(4).
           03 INC-LETRA                  PIC X(1).
           03 INC-NUMERO                 PIC 9(8).
           03 INC-FECHA-FACTURA          PIC 9(8).
           03 INC-VENCIMIENTO            PIC 9(8).
           03 INC-FECHA-BAJA             PIC 9(8).
           03 INC-MONEDA                 PIC X(3).
           03 INC-TOTAL                  PIC 9(10)V99.
           03 INC-SALDO                  PIC 9(10)V99.
           03 INC-USUARIO                PIC X(20).
           03 INC-MOTIVO                 PIC X(40).

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

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.
      *    comprobante bloqueado por otro proceso (LOCK MODE IS
      *    AUTOMATIC en el SELECT) - ver SUB-RUTINA-EMPRESAS.
           88 FACTURAS-BLOQUEADA VALUE '9D'.

       77 FS-APLICACIONES  PIC XX.
           88 APLICACIONES-OK  VALUE '00'.
           88 APLICACIONES-EOF VALUE '10'.

       77 FS-INCOBRABLES   PIC XX.
           88 INCOBRABLES-OK  VALUE '00'.
           88 INCOBRABLES-EOF VALUE '10'.

       77 FS-ARCH-AUDITORIA PIC XX.
           88 AUDITORIA-OK   VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-SESION-AUTORIZADA        PIC X VALUE 'N'.
           88 SESION-AUTORIZADA       VALUE 'S'.

       01 WS-AUD-USUARIO              PIC X(20).
       01 WS-FECHA-HOY                PIC 9(8).

      *    serie del comprobante: misma convencion que en
      *    AnulacionFacturas (letra ENTER = 'A', PV no numerico = 0).
       01 WS-NUMERO-BUSCADO           PIC 9(8).
       01 WS-LETRA-BUSCADA            PIC X(1).
       01 WS-PV-BUSCADO-X             PIC X(4).
       01 WS-PV-BUSCADO               PIC 9(4).
       01 WS-APL-LETRA-N              PIC X(1).
       01 WS-APL-PV-N                 PIC 9(4).
       01 WS-MOTIVO                   PIC X(40).
       01 WS-CONFIRMA                 PIC X.
           88 CONFIRMA-SI             VALUE 'S'.

      *    resultado de la busqueda del comprobante en el maestro.
       01 WS-ESTADO-BUSQUEDA          PIC X.
           88 BUSQUEDA-NO-EXISTE      VALUE 'X'.
           88 BUSQUEDA-VIGENTE        VALUE 'V'.
           88 BUSQUEDA-ANULADA        VALUE 'A'.
           88 BUSQUEDA-INCOBRABLE     VALUE 'I'.
           88 BUSQUEDA-NOTA-CREDITO   VALUE 'N'.
           88 BUSQUEDA-BLOQUEADA      VALUE 'B'.

       01 WS-MARCADA                  PIC X.
           88 MARCADA                 VALUE 'S'.
           88 MARCA-BLOQUEADA         VALUE 'B'.

      *    foto del comprobante a dar de baja.
       01 WS-FAC-BAJA.
           03 WS-BAJ-CUIT             PIC 9(11).
           03 WS-BAJ-FECHA            PIC 9(8).
           03 WS-BAJ-VENCIMIENTO      PIC 9(8).
           03 WS-BAJ-MONEDA           PIC X(3).
           03 WS-BAJ-TOTAL            PIC 9(10)V99.

       01 WS-APLICADO                 PIC S9(11)V99.
       01 WS-SALDO                    PIC S9(11)V99.
       01 WS-SALDO-ED                 PIC -.---.---.--9,99.
       01 WS-CANT-LISTADOS            PIC 9(5).

       PROCEDURE DIVISION.

       BAJA-INCOBRABLES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CONTROLAR-SESION.
           PERFORM DETERMINAR-USUARIO-AUDITORIA.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           STOP RUN.

      *    dar un comprobante por incobrable es una decision de
      *    supervision: sin sesion de supervisor o administracion el
      *    programa no arranca.
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

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'BAJA DE COMPROBANTES INCOBRABLES'.
           DISPLAY '1 - DAR DE BAJA UN COMPROBANTE'.
           DISPLAY '2 - LISTAR BAJAS (INCOBRABLES.DAT)'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM DAR-DE-BAJA-COMPROBANTE
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-INCOBRABLES
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       DAR-DE-BAJA-COMPROBANTE.
           DISPLAY 'NUMERO DE COMPROBANTE (FAC-NUMERO): '.
           ACCEPT WS-NUMERO-BUSCADO.
           DISPLAY 'LETRA (A/B, ENTER = A): '.
           ACCEPT WS-LETRA-BUSCADA.
           IF WS-LETRA-BUSCADA EQUAL SPACE
              MOVE 'A' TO WS-LETRA-BUSCADA.
           DISPLAY 'PUNTO DE VENTA (9999, 0 = NUMERACION VIEJA): '.
           ACCEPT WS-PV-BUSCADO-X.
           IF WS-PV-BUSCADO-X IS NUMERIC
              MOVE WS-PV-BUSCADO-X TO WS-PV-BUSCADO
           ELSE
              MOVE 0 TO WS-PV-BUSCADO.

           PERFORM BUSCAR-COMPROBANTE.

           IF BUSQUEDA-NO-EXISTE
              DISPLAY 'NO EXISTE ESE COMPROBANTE EN FACTURAS.DAT'
           ELSE
           IF BUSQUEDA-BLOQUEADA
              DISPLAY 'COMPROBANTE EN USO POR OTRO PROCESO, REINTENTE'
           ELSE
           IF BUSQUEDA-ANULADA
              DISPLAY 'EL COMPROBANTE ESTA ANULADO, NO SE DA DE BAJA'
           ELSE
           IF BUSQUEDA-INCOBRABLE
              DISPLAY 'EL COMPROBANTE YA ESTA DADO DE BAJA COMO '
                  'INCOBRABLE'
           ELSE
           IF BUSQUEDA-NOTA-CREDITO
              DISPLAY 'UNA NOTA DE CREDITO NO SE DA DE BAJA COMO '
                  'INCOBRABLE'
           ELSE
              PERFORM CALCULAR-SALDO-COMPROBANTE
              IF WS-SALDO NOT GREATER ZERO
                 DISPLAY 'EL COMPROBANTE NO TIENE SALDO ABIERTO, NO '
                     'HAY NADA QUE DAR DE BAJA'
              ELSE
                 PERFORM CONFIRMAR-Y-DAR-DE-BAJA.

       CONFIRMAR-Y-DAR-DE-BAJA.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY 'CUIT ' WS-BAJ-CUIT ' EMITIDO ' WS-BAJ-FECHA
               ' VENCE ' WS-BAJ-VENCIMIENTO.
           DISPLAY 'SALDO ABIERTO A DAR DE BAJA: ' WS-SALDO-ED ' '
               WS-BAJ-MONEDA.
           MOVE SPACES TO WS-MOTIVO.
           DISPLAY 'MOTIVO DE LA BAJA: '.
           ACCEPT WS-MOTIVO.
           IF WS-MOTIVO EQUAL SPACES
              DISPLAY 'EL MOTIVO ES OBLIGATORIO, NO SE DIO DE BAJA'
           ELSE
              DISPLAY 'CONFIRMA LA BAJA POR INCOBRABLE (S/N)? '
              ACCEPT WS-CONFIRMA
              IF NOT CONFIRMA-SI
                 DISPLAY 'BAJA CANCELADA'
              ELSE
                 PERFORM MARCAR-INCOBRABLE-EN-MAESTRO
                 IF MARCA-BLOQUEADA
                    DISPLAY 'COMPROBANTE EN USO POR OTRO PROCESO, '
                        'REINTENTE - NO SE DIO DE BAJA'
                 ELSE
                 IF NOT MARCADA
                    DISPLAY 'EL COMPROBANTE CAMBIO MIENTRAS SE '
                        'OPERABA, NO SE DIO DE BAJA'
                 ELSE
                    PERFORM GRABAR-INCOBRABLE
                    PERFORM GRABAR-AUDITORIA-BAJA
                    DISPLAY 'COMPROBANTE ' WS-PV-BUSCADO '-'
                        WS-LETRA-BUSCADA '-' WS-NUMERO-BUSCADO
                        ' DADO DE BAJA COMO INCOBRABLE'.

      *    lectura por clave: ubica el comprobante y deja su estado
      *    en WS-ESTADO-BUSQUEDA sin tocar el maestro.
       BUSCAR-COMPROBANTE.
           MOVE 'X' TO WS-ESTADO-BUSQUEDA.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-FACTURA-POR-CLAVE.
           IF FACTURAS-BLOQUEADA
              MOVE 'B' TO WS-ESTADO-BUSQUEDA
           ELSE
              IF FACTURAS-OK
                 PERFORM EVALUAR-COMPROBANTE.
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA-POR-CLAVE.
           MOVE WS-PV-BUSCADO TO FAC-PUNTO-VENTA.
           MOVE WS-LETRA-BUSCADA TO FAC-LETRA.
           MOVE WS-NUMERO-BUSCADO TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.

       EVALUAR-COMPROBANTE.
           MOVE FAC-CUIT TO WS-BAJ-CUIT.
           MOVE FAC-FECHA TO WS-BAJ-FECHA.
           MOVE FAC-VENCIMIENTO TO WS-BAJ-VENCIMIENTO.
           MOVE FAC-MONEDA TO WS-BAJ-MONEDA.
           MOVE FAC-TOTAL TO WS-BAJ-TOTAL.
           IF FAC-ANULADA
              MOVE 'A' TO WS-ESTADO-BUSQUEDA
           ELSE
           IF FAC-INCOBRABLE
              MOVE 'I' TO WS-ESTADO-BUSQUEDA
           ELSE
           IF FAC-ES-NOTA-CREDITO
              MOVE 'N' TO WS-ESTADO-BUSQUEDA
           ELSE
              MOVE 'V' TO WS-ESTADO-BUSQUEDA.

      *    saldo abierto = total menos lo aplicado al comprobante, en
      *    su moneda (REG-APL-IMPORTE-DOC cuando el recibo fue en otra
      *    moneda) - mismo criterio que ReportePartidasAbiertas.
      *    APLICACIONES.DAT puede no existir todavia.
       CALCULAR-SALDO-COMPROBANTE.
           MOVE 0 TO WS-APLICADO.
           OPEN INPUT ARCH-APLICACIONES.
           IF APLICACIONES-OK
              PERFORM LEER-APLICACION
              PERFORM SUMAR-UNA-APLICACION UNTIL APLICACIONES-EOF
              CLOSE ARCH-APLICACIONES.
           COMPUTE WS-SALDO = WS-BAJ-TOTAL - WS-APLICADO.

       LEER-APLICACION.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

       SUMAR-UNA-APLICACION.
           IF REG-APL-LETRA EQUAL SPACE
              MOVE 'A' TO WS-APL-LETRA-N
           ELSE
              MOVE REG-APL-LETRA TO WS-APL-LETRA-N
           END-IF.
           IF REG-APL-PV IS NOT NUMERIC
              MOVE 0 TO WS-APL-PV-N
           ELSE
              MOVE REG-APL-PV TO WS-APL-PV-N
           END-IF.
           IF REG-APL-FACTURA EQUAL WS-NUMERO-BUSCADO
              AND WS-APL-LETRA-N EQUAL WS-LETRA-BUSCADA
              AND WS-APL-PV-N EQUAL WS-PV-BUSCADO
              IF REG-APL-IMPORTE-DOC GREATER ZERO
                 ADD REG-APL-IMPORTE-DOC TO WS-APLICADO
              ELSE
                 ADD REG-APL-IMPORTE TO WS-APLICADO
              END-IF
           END-IF.
           PERFORM LEER-APLICACION.

      *    se vuelve a leer por clave con el registro bloqueado hasta
      *    el REWRITE (LOCK MODE IS AUTOMATIC): si entre la consulta
      *    y la confirmacion otro proceso lo anulo o lo dio de baja,
      *    no se marca.
       MARCAR-INCOBRABLE-EN-MAESTRO.
           MOVE 'N' TO WS-MARCADA.

           OPEN I-O ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           PERFORM LEER-FACTURA-POR-CLAVE.
           IF FACTURAS-BLOQUEADA
              MOVE 'B' TO WS-MARCADA
           ELSE
              IF FACTURAS-OK
                 AND NOT FAC-ANULADA
                 AND NOT FAC-INCOBRABLE
                 AND NOT FAC-ES-NOTA-CREDITO
                 MOVE 'I' TO FAC-ESTADO
                 REWRITE REG-FACTURA
                 IF FACTURAS-OK
                    MOVE 'S' TO WS-MARCADA
                 ELSE
                    IF FACTURAS-BLOQUEADA
                       MOVE 'B' TO WS-MARCADA
                    ELSE
                       DISPLAY 'ERROR AL REGRABAR FACTURAS.DAT '
                           FS-FACTURAS.

           CLOSE ARCH-FACTURAS.

       GRABAR-INCOBRABLE.
           OPEN EXTEND ARCH-INCOBRABLES.
           IF NOT INCOBRABLES-OK
              OPEN OUTPUT ARCH-INCOBRABLES.
           IF NOT INCOBRABLES-OK
              DISPLAY 'NO PUDO GRABARSE INCOBRABLES.DAT '
                  FS-INCOBRABLES
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-BAJ-CUIT TO INC-CUIT.
           MOVE WS-PV-BUSCADO TO INC-PUNTO-VENTA.
           MOVE WS-LETRA-BUSCADA TO INC-LETRA.
           MOVE WS-NUMERO-BUSCADO TO INC-NUMERO.
           MOVE WS-BAJ-FECHA TO INC-FECHA-FACTURA.
           MOVE WS-BAJ-VENCIMIENTO TO INC-VENCIMIENTO.
           MOVE WS-FECHA-HOY TO INC-FECHA-BAJA.
           MOVE WS-BAJ-MONEDA TO INC-MONEDA.
           MOVE WS-BAJ-TOTAL TO INC-TOTAL.
           MOVE WS-SALDO TO INC-SALDO.
           MOVE WS-AUD-USUARIO TO INC-USUARIO.
           MOVE WS-MOTIVO TO INC-MOTIVO.
           WRITE REG-INCOBRABLE.
           CLOSE ARCH-INCOBRABLES.

       GRABAR-AUDITORIA-BAJA.
           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              OPEN OUTPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              MOVE SPACES TO REG-AUDITORIA
              ACCEPT AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT AUD-HORA FROM TIME
              MOVE WS-AUD-USUARIO TO AUD-USUARIO
              MOVE 'BajaIncobrables' TO AUD-PROGRAMA
              MOVE 'FACTURAS.DAT' TO AUD-ARCHIVO
              MOVE 'U' TO AUD-OPERACION
              MOVE SPACES TO AUD-CLAVE
              STRING WS-PV-BUSCADO '-' WS-LETRA-BUSCADA '-'
                  WS-NUMERO-BUSCADO
                  DELIMITED BY SIZE INTO AUD-CLAVE
              MOVE SPACES TO AUD-VALOR-ANTES
              STRING 'VIGENTE SALDO ' WS-SALDO-ED ' ' WS-BAJ-MONEDA
                  DELIMITED BY SIZE INTO AUD-VALOR-ANTES
              MOVE SPACES TO AUD-VALOR-DESPUES
              STRING 'INCOBRABLE: ' WS-MOTIVO
                  DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       LISTAR-INCOBRABLES.
           MOVE 0 TO WS-CANT-LISTADOS.
           OPEN INPUT ARCH-INCOBRABLES.
           IF NOT INCOBRABLES-OK
              DISPLAY 'TODAVIA NO HAY BAJAS POR INCOBRABLE'
           ELSE
              DISPLAY 'BAJA     CUIT        COMPROBANTE        '
                  'SALDO DADO DE BAJA  MON MOTIVO'
              PERFORM LEER-INCOBRABLE
              PERFORM MOSTRAR-UN-INCOBRABLE UNTIL INCOBRABLES-EOF
              CLOSE ARCH-INCOBRABLES
              DISPLAY WS-CANT-LISTADOS ' COMPROBANTES DADOS DE BAJA'.

       LEER-INCOBRABLE.
           READ ARCH-INCOBRABLES AT END MOVE '10' TO FS-INCOBRABLES.

       MOSTRAR-UN-INCOBRABLE.
           ADD 1 TO WS-CANT-LISTADOS.
           MOVE INC-SALDO TO WS-SALDO-ED.
           DISPLAY INC-FECHA-BAJA ' ' INC-CUIT ' ' INC-PUNTO-VENTA '-'
               INC-LETRA '-' INC-NUMERO ' ' WS-SALDO-ED ' '
               INC-MONEDA ' ' INC-MOTIVO.
           PERFORM LEER-INCOBRABLE.
