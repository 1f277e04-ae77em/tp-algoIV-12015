      *    imputaba todo contra lo mas viejo. Cada aplicacion queda en
      *    el maestro indexado APLICACIONES.DAT; lo cobrado y no
      *    aplicado de un recibo queda a cuenta, y lo muestra
      *    ReportePartidasAbiertas. un recibo dentro del plazo de
      *    pronto pago de la empresa cancela la factura con el
      *    descuento, que queda como aplicacion propia - ver
      *    REGISTRAR-DESCUENTO-PRONTO-PAGO. en una factura con plan
      *    de cuotas (CargaCuotas) lo aplicado cancela las cuotas
      *    por orden de vencimiento, la mas vieja primero - ver
      *    INFORMAR-REPARTO-CUOTAS.
      *    cada aplicacion grabada (y cada descuento de pronto pago)
      *    deja su alta en AUDITORIA.LOG con la clave completa: la
      *    extraccion incremental de BI (ExtraccionCambiosBI) toma
      *    las aplicaciones de ahi y no por la fecha del recibo.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS FS-COBRANZAS.

           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS.

      *    cotizaciones ARS por USD (CargaCotizacion /
               RECORD KEY IS REG-RET-CLAVE
               FILE STATUS IS FS-RETENCIONES.

      *    condiciones de pronto pago por empresa (CargaProntoPago):
      *    un recibo dentro del plazo cancela la factura con el
      *    descuento - ver BUSCAR-PRONTO-PAGO.
           SELECT ARCH-PRONTO-PAGO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PRONTO-PAGO.

           SELECT ARCH-CUOTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS FS-CUOTAS.

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
      *    'F' factura, 'N' nota de credito - ver GeneraFacturas.
           03 FAC-TIPO                   PIC X(1).
               88 FAC-ES-NOTA-CREDITO    VALUE 'N'.
               88 FAC-ES-NOTA-DEBITO     VALUE 'D'.
      *    'A' comprobante anulado por AnulacionFacturas: se lo
      *    saltea todo proceso posterior; en blanco, vigente.
           03 FAC-ESTADO                 PIC X(1).
      *    vencimiento estampado por GeneraFacturas (emision mas el
      *    plazo de pago de la empresa); cero en un registro viejo.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
           03 REG-RET-IMPORTE            PIC 9(10)V99.
           03 REG-RET-MONEDA             PIC X(3).

       FD ARCH-PRONTO-PAGO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PRONTO-PAGO.DAT'
             DATA RECORD IS REG-PRONTO-PAGO.

       01 REG-PRONTO-PAGO.
           03 PPG-CUIT                   PIC 9(11).
           03 PPG-DIAS                   PIC 9(3).
           03 PPG-PORCENTAJE             PIC 9(3)V99.
           03 PPG-VIG-DESDE              PIC 9(8).
           03 PPG-VIG-HASTA              PIC 9(8).

      *    planes de cuotas por factura (CargaCuotas): clave PV +
      *    letra + numero + nro de cuota, en orden de vencimiento.
       FD ARCH-CUOTAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CUOTAS.DAT'
             DATA RECORD IS REG-CUOTA.

       01 REG-CUOTA.
           03 CUO-CLAVE.
               05 CUO-PUNTO-VENTA        PIC 9(4).
               05 CUO-LETRA              PIC X(1).
               05 CUO-NUMERO             PIC 9(8).
               05 CUO-NRO-CUOTA          PIC 9(2).
           03 CUO-VENCIMIENTO            PIC 9(8).
           03 CUO-IMPORTE                PIC 9(10)V99.

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

       77 FS-APLICACIONES  PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-ARCH-AUDITORIA PIC XX.
           88 AUDITORIA-OK   VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-AUD-USUARIO              PIC X(20).
       01 WS-AUD-CLAVE                PIC X(24).
       01 WS-FOTO-DESPUES             PIC X(80).

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.
       01 WS-LETRA-BUSCADA           PIC X(1).
       01 WS-PV-BUSCADO-X            PIC X(4).
       01 WS-PV-BUSCADO              PIC 9(4).
       01 WS-FACTURA-ENCONTRADA       PIC X VALUE 'N'.
           88 FACTURA-ENCONTRADA      VALUE 'S'.
       01 WS-FAC-TOTAL                PIC S9(10)V99.
       01 WS-FAC-CUIT                 PIC 9(11).
       01 WS-FAC-MONEDA               PIC X(3).
       01 WS-FAC-FECHA                PIC 9(8).
       01 WS-FAC-TIPO                 PIC X(1).
           88 WS-FAC-ES-FACTURA       VALUE 'F' SPACE.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.

       01 WS-IMPORTE-APLICAR          PIC 9(10)V99.

       77 FS-PRONTO-PAGO   PIC XX.
           88 PPG-OK         VALUE '00'.
           88 PPG-EOF        VALUE '10'.

      *    condicion de pronto pago vigente a la emision de la
      *    factura en curso y el descuento que le corresponde si el
      *    recibo cae dentro del plazo (en cero, sin descuento).
      *    el descuento tomado se graba como aplicacion aparte, con
      *    la fecha del recibo y la referencia fija PRONTOPAGO, en
      *    la moneda de la factura.
       01 WS-REFERENCIA-PRONTO-PAGO   PIC X(10) VALUE 'PRONTOPAGO'.
       01 WS-PP-PORCENTAJE            PIC 9(3)V99.
       01 WS-PP-DIAS                  PIC 9(3).
       01 WS-PP-DIAS-LIMITE           PIC 9(7).
       01 WS-PP-FECHA-LIMITE          PIC 9(8).
       01 WS-PP-DESCUENTO             PIC 9(10)V99.
       01 WS-PP-CON-DESCUENTO         PIC S9(10)V99.
       01 WS-PP-CANCELADO             PIC S9(10)V99.
       01 WS-PP-TOMADO                PIC S9(10)V99.
       01 WS-PP-YA-TOMADO             PIC X VALUE 'N'.
           88 PP-YA-TOMADO            VALUE 'S'.

       77 FS-CUOTAS        PIC XX.
           88 CUO-OK         VALUE '00'.
           88 CUO-EOF        VALUE '10'.

       01 WS-CUOTAS-DISPONIBLE        PIC X VALUE 'N'.
           88 CUOTAS-DISPONIBLE       VALUE 'S'.

      *    plan de cuotas de la factura en curso y lo ya aplicado a
      *    la factura en su moneda (descuento de pronto pago
      *    incluido), que cubre las cuotas de la mas vieja a la mas
      *    nueva.
       01 TABLA-CUOTAS.
           03 TAB-CUO OCCURS 12 TIMES.
               05 TAB-CUO-NRO           PIC 9(2).
               05 TAB-CUO-VENCIMIENTO   PIC 9(8).
               05 TAB-CUO-IMPORTE       PIC 9(10)V99.

       01 WS-CANT-CUOTAS              PIC 9(2) VALUE 0.
       01 WS-I                        PIC 9(2).
       01 WS-APLICADO-FACTURA         PIC S9(10)V99.
       01 WS-CUO-RESTANTE-PREVIO      PIC S9(10)V99.
       01 WS-CUO-RESTANTE-NUEVO       PIC S9(10)V99.
       01 WS-CUO-PREVIO               PIC S9(10)V99.
       01 WS-CUO-NUEVO                PIC S9(10)V99.
       01 WS-CUO-SALDO                PIC S9(10)V99.

       01 WS-ACUM-GRABADAS            PIC 9(5) VALUE 0.
       01 WS-ACUM-RECHAZADAS          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-APLICACIONES.
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
           OPEN I-O ARCH-APLICACIONES.
           IF NOT APL-OK
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-RETENCIONES.
           IF RET-OK
              MOVE 'S' TO WS-RETENCIONES-DISPONIBLE
              DISPLAY 'RETENCIONES-SUFRIDAS.DAT NO DISPONIBLE, EL '
                  'DISPONIBLE DE CADA RECIBO NO INCLUYE RETENCIONES'.

      *    CUOTAS.DAT puede no existir (nunca se pacto un plan): toda
      *    factura vence entera.
           OPEN INPUT ARCH-CUOTAS.
           IF CUO-OK
              MOVE 'S' TO WS-CUOTAS-DISPONIBLE.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'APLICACION DE COBRANZAS A FACTURAS '

       PEDIR-IMPORTE-Y-GRABAR.
           DISPLAY 'TOTAL DE LA FACTURA: ' WS-FAC-TOTAL.
           PERFORM MOSTRAR-CUOTAS-PENDIENTES.
           PERFORM BUSCAR-PRONTO-PAGO.
           IF WS-PP-DESCUENTO GREATER ZERO
              COMPUTE WS-PP-CON-DESCUENTO = WS-FAC-TOTAL
                  - WS-PP-DESCUENTO
              DISPLAY 'DENTRO DEL PRONTO PAGO (' WS-PP-PORCENTAJE
                  ' % HASTA ' WS-PP-FECHA-LIMITE '): CANCELA CON '
                  WS-PP-CON-DESCUENTO ' ' WS-FAC-MONEDA.
           DISPLAY 'IMPORTE A APLICAR (9999999999,99): '.
           ACCEPT WS-IMPORTE-APLICAR.

           IF APL-OK
              DISPLAY 'APLICACION GRABADA EN APLICACIONES.DAT'
              ADD 1 TO WS-ACUM-GRABADAS
              PERFORM AUDITAR-ALTA-APLICACION
              IF WS-CANT-CUOTAS GREATER ZERO
                 PERFORM INFORMAR-REPARTO-CUOTAS
              END-IF
              IF WS-PP-DESCUENTO GREATER ZERO
                 PERFORM REGISTRAR-DESCUENTO-PRONTO-PAGO
              END-IF
           ELSE
              IF APL-DUPLICADA
                 DISPLAY 'ESE RECIBO YA ESTA APLICADO A ESA FACTURA'
              DISPLAY 'NO PUDO GRABARSE DIFERENCIAS-CAMBIO.DAT '
                  FS-DIFERENCIAS.

      *    condicion vigente a la fecha de emision de la factura
      *    (la ultima cargada si hay mas de una; una nota de debito
      *    no tiene pronto pago); el plazo corre en
      *    dias corridos desde la emision, limite inclusive, contra
      *    la fecha del recibo. PRONTO-PAGO.DAT es opcional y chico,
      *    se relee por aplicacion como COTIZACION.DAT.
       BUSCAR-PRONTO-PAGO.
           MOVE 0 TO WS-PP-PORCENTAJE.
           MOVE 0 TO WS-PP-DIAS.
           MOVE 0 TO WS-PP-DESCUENTO.
           OPEN INPUT ARCH-PRONTO-PAGO.
           IF PPG-OK
              PERFORM LEER-PRONTO-PAGO
              PERFORM EVALUAR-UN-PRONTO-PAGO UNTIL PPG-EOF
              CLOSE ARCH-PRONTO-PAGO
           END-IF.

           IF WS-PP-PORCENTAJE GREATER ZERO
              AND WS-FAC-FECHA GREATER ZERO
              AND WS-FAC-ES-FACTURA
              COMPUTE WS-PP-DIAS-LIMITE =
                  FUNCTION INTEGER-OF-DATE (WS-FAC-FECHA)
                  + WS-PP-DIAS
              COMPUTE WS-PP-FECHA-LIMITE =
                  FUNCTION DATE-OF-INTEGER (WS-PP-DIAS-LIMITE)
              IF REG-COB-FECHA NOT GREATER WS-PP-FECHA-LIMITE
                 COMPUTE WS-PP-DESCUENTO ROUNDED =
                     WS-FAC-TOTAL * WS-PP-PORCENTAJE / 100
              ELSE
                 DISPLAY 'FUERA DEL PLAZO DE PRONTO PAGO (VENCIO EL '
                     WS-PP-FECHA-LIMITE '), SIN DESCUENTO'
              END-IF
           END-IF.

       LEER-PRONTO-PAGO.
           READ ARCH-PRONTO-PAGO AT END MOVE '10' TO FS-PRONTO-PAGO.

       EVALUAR-UN-PRONTO-PAGO.
           IF PPG-CUIT EQUAL WS-FAC-CUIT
              AND PPG-VIG-DESDE NOT GREATER WS-FAC-FECHA
              AND PPG-VIG-HASTA NOT LESS WS-FAC-FECHA
              MOVE PPG-PORCENTAJE TO WS-PP-PORCENTAJE
              MOVE PPG-DIAS TO WS-PP-DIAS.
           PERFORM LEER-PRONTO-PAGO.

      *    con la aplicacion ya grabada se suma todo lo aplicado a la
      *    factura en su moneda (recorrido por el prefijo CUIT, que
      *    encabeza la clave): si alcanza al total con descuento y no
      *    lo cubre entero, la diferencia es el descuento tomado y se
      *    graba como aplicacion PRONTOPAGO con la fecha del recibo,
      *    con lo que la factura queda cancelada para la cuenta
      *    corriente, las partidas abiertas y el aging. un descuento
      *    ya tomado para la factura no se repite.
       REGISTRAR-DESCUENTO-PRONTO-PAGO.
           PERFORM SUMAR-APLICADO-A-LA-FACTURA.
           COMPUTE WS-PP-CON-DESCUENTO = WS-FAC-TOTAL
               - WS-PP-DESCUENTO.
           IF PP-YA-TOMADO
              DISPLAY 'LA FACTURA YA TIENE DESCUENTO DE PRONTO PAGO'
           ELSE
              IF WS-PP-CANCELADO LESS WS-PP-CON-DESCUENTO
                 DISPLAY 'PAGO PARCIAL: NO ALCANZA AL TOTAL CON '
                     'DESCUENTO, SIN PRONTO PAGO'
              ELSE
                 IF WS-PP-CANCELADO LESS WS-FAC-TOTAL
                    COMPUTE WS-PP-TOMADO = WS-FAC-TOTAL
                        - WS-PP-CANCELADO
                    PERFORM GRABAR-DESCUENTO-PRONTO-PAGO.

       GRABAR-DESCUENTO-PRONTO-PAGO.
           MOVE REG-COB-CUIT TO REG-APL-CUIT.
           MOVE REG-COB-FECHA TO REG-APL-FECHA-COB.
           MOVE WS-REFERENCIA-PRONTO-PAGO TO REG-APL-REFERENCIA.
           MOVE WS-FACTURA-BUSCADA TO REG-APL-FACTURA.
           MOVE WS-PV-BUSCADO TO REG-APL-PV.
           MOVE WS-LETRA-BUSCADA TO REG-APL-LETRA.
           MOVE WS-PP-TOMADO TO REG-APL-IMPORTE.
           MOVE WS-FAC-MONEDA TO REG-APL-MONEDA.
           MOVE 0 TO REG-APL-IMPORTE-DOC.
           WRITE REG-APLICACION.
           IF APL-OK
              DISPLAY 'DESCUENTO DE PRONTO PAGO GRABADO: '
                  WS-PP-TOMADO ' ' WS-FAC-MONEDA
              PERFORM AUDITAR-ALTA-APLICACION
           ELSE
              DISPLAY 'ERROR AL GRABAR EL DESCUENTO DE PRONTO PAGO '
                  FS-APLICACIONES.

      *    el alta lleva la clave completa de la aplicacion en
      *    posiciones fijas (recibo 8-26, serie y numero 36-50) para
      *    que quien lea la auditoria pueda releerla por clave.
       AUDITAR-ALTA-APLICACION.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING REG-APL-CUIT ' ' REG-APL-FACTURA
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           MOVE SPACES TO WS-FOTO-DESPUES.
           STRING 'RECIBO ' REG-APL-FECHA-COB ' ' REG-APL-REFERENCIA
               ' FACTURA ' REG-APL-PV '-' REG-APL-LETRA '-'
               REG-APL-FACTURA ' APLICADO ' REG-APL-IMPORTE ' '
               REG-APL-MONEDA
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
              MOVE 'CargaAplicaciones' TO AUD-PROGRAMA
              MOVE 'APLICACIONES.DAT' TO AUD-ARCHIVO
              MOVE 'W' TO AUD-OPERACION
              MOVE WS-AUD-CLAVE TO AUD-CLAVE
              MOVE SPACES TO AUD-VALOR-ANTES
              MOVE WS-FOTO-DESPUES TO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

      *    aplicado a la factura en su moneda: REG-APL-IMPORTE-DOC
      *    cuando el recibo fue en otra moneda, si no REG-APL-IMPORTE
      *    - mismo criterio que ReportePartidasAbiertas; un recibo
      *    en otra moneda sin valuar no cuenta para el descuento.
       SUMAR-APLICADO-A-LA-FACTURA.
           MOVE 0 TO WS-PP-CANCELADO.
           MOVE 0 TO WS-APLICADO-FACTURA.
           MOVE 'N' TO WS-PP-YA-TOMADO.
           MOVE REG-COB-CUIT TO REG-APL-CUIT.
           MOVE 0 TO REG-APL-FECHA-COB.
           MOVE SPACES TO REG-APL-REFERENCIA.
           MOVE 0 TO REG-APL-FACTURA.
           MOVE 0 TO REG-APL-PV.
           MOVE SPACE TO REG-APL-LETRA.

           START ARCH-APLICACIONES KEY IS NOT LESS THAN REG-APL-CLAVE
               INVALID KEY MOVE '10' TO FS-APLICACIONES.

           IF APL-OK
              PERFORM LEER-APLICACION-SIGUIENTE
              PERFORM ACUMULAR-APLICADO-FACTURA
                  UNTIL APL-EOF
                   OR REG-APL-CUIT NOT EQUAL REG-COB-CUIT.
           ADD WS-PP-CANCELADO TO WS-APLICADO-FACTURA.

       ACUMULAR-APLICADO-FACTURA.
           IF REG-APL-FACTURA EQUAL WS-FACTURA-BUSCADA
              AND REG-APL-PV EQUAL WS-PV-BUSCADO
              AND REG-APL-LETRA EQUAL WS-LETRA-BUSCADA
              IF REG-APL-REFERENCIA EQUAL WS-REFERENCIA-PRONTO-PAGO
                 MOVE 'S' TO WS-PP-YA-TOMADO
                 ADD REG-APL-IMPORTE TO WS-APLICADO-FACTURA
              ELSE
                 IF REG-APL-IMPORTE-DOC GREATER ZERO
                    ADD REG-APL-IMPORTE-DOC TO WS-PP-CANCELADO
                 ELSE
                    IF REG-APL-MONEDA EQUAL WS-FAC-MONEDA
                       ADD REG-APL-IMPORTE TO WS-PP-CANCELADO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-APLICACION-SIGUIENTE.

      *    cotizacion vigente a la fecha de emision de la factura:
      *    la mas alta anterior o igual - COTIZACION.DAT es chico y
      *    se relee por aplicacion, como FACTURAS.DAT.
           ADD REG-APL-IMPORTE TO WS-APLICADO-RECIBO.
           PERFORM LEER-APLICACION-SIGUIENTE.

      *    lectura directa por la clave del maestro (PV + letra +
      *    numero); una nota de credito o un comprobante anulado no
      *    admite imputacion.
       BUSCAR-FACTURA-EN-MAESTRO.
           MOVE 'N' TO WS-FACTURA-ENCONTRADA.
           MOVE 0 TO WS-FAC-TOTAL.
           MOVE 0 TO WS-FAC-CUIT.

           MOVE WS-PV-BUSCADO TO FAC-PUNTO-VENTA.
           MOVE WS-LETRA-BUSCADA TO FAC-LETRA.
           MOVE WS-FACTURA-BUSCADA TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.
           IF FACTURAS-OK
              AND NOT FAC-ES-NOTA-CREDITO
              AND NOT FAC-ANULADA
              MOVE 'S' TO WS-FACTURA-ENCONTRADA
              MOVE FAC-CUIT TO WS-FAC-CUIT
              MOVE FAC-MONEDA TO WS-FAC-MONEDA
              MOVE FAC-FECHA TO WS-FAC-FECHA
              MOVE FAC-TIPO TO WS-FAC-TIPO
           END-IF.

      *    plan de cuotas de la factura en curso: START en la cuota
      *    00 y READ NEXT mientras no cambie la factura - misma
      *    tecnica que LISTAR-HITOS en CargaHitos. con plan, se
      *    muestran las cuotas con saldo, la mas vieja primero (la
      *    proxima que cancela lo que se aplique).
       MOSTRAR-CUOTAS-PENDIENTES.
           MOVE 0 TO WS-CANT-CUOTAS.
           IF CUOTAS-DISPONIBLE
              MOVE WS-PV-BUSCADO TO CUO-PUNTO-VENTA
              MOVE WS-LETRA-BUSCADA TO CUO-LETRA
              MOVE WS-FACTURA-BUSCADA TO CUO-NUMERO
              MOVE 0 TO CUO-NRO-CUOTA
              START ARCH-CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
                  INVALID KEY MOVE '10' TO FS-CUOTAS
              END-START
              IF CUO-OK
                 PERFORM LEER-CUOTA
                 PERFORM CARGAR-CUOTA-EN-TABLA
                     UNTIL CUO-EOF
                      OR CUO-PUNTO-VENTA NOT EQUAL WS-PV-BUSCADO
                      OR CUO-LETRA NOT EQUAL WS-LETRA-BUSCADA
                      OR CUO-NUMERO NOT EQUAL WS-FACTURA-BUSCADA
              END-IF
           END-IF.

           IF WS-CANT-CUOTAS GREATER ZERO
              PERFORM SUMAR-APLICADO-A-LA-FACTURA
              DISPLAY 'FACTURA CON PLAN DE ' WS-CANT-CUOTAS
                  ' CUOTAS - YA APLICADO: ' WS-APLICADO-FACTURA
              MOVE WS-APLICADO-FACTURA TO WS-CUO-RESTANTE-PREVIO
              PERFORM MOSTRAR-UNA-CUOTA-PENDIENTE
                  VARYING WS-I FROM 1 BY 1
                  UNTIL WS-I GREATER WS-CANT-CUOTAS.

       LEER-CUOTA.
           READ ARCH-CUOTAS NEXT RECORD
               AT END MOVE '10' TO FS-CUOTAS
           END-READ.

       CARGAR-CUOTA-EN-TABLA.
           IF WS-CANT-CUOTAS LESS 12
              ADD 1 TO WS-CANT-CUOTAS
              MOVE CUO-NRO-CUOTA TO TAB-CUO-NRO(WS-CANT-CUOTAS)
              MOVE CUO-VENCIMIENTO TO
                  TAB-CUO-VENCIMIENTO(WS-CANT-CUOTAS)
              MOVE CUO-IMPORTE TO TAB-CUO-IMPORTE(WS-CANT-CUOTAS).
           PERFORM LEER-CUOTA.

       MOSTRAR-UNA-CUOTA-PENDIENTE.
           PERFORM CUBRIR-CUOTA-CON-PREVIO.
           COMPUTE WS-CUO-SALDO = TAB-CUO-IMPORTE(WS-I)
               - WS-CUO-PREVIO.
           IF WS-CUO-SALDO GREATER ZERO
              DISPLAY 'CUOTA ' TAB-CUO-NRO(WS-I)
                  ' VENCE ' TAB-CUO-VENCIMIENTO(WS-I)
                  ' SALDO ' WS-CUO-SALDO ' ' WS-FAC-MONEDA.

      *    parte de la cuota WS-I que ya cubria lo aplicado antes de
      *    esta imputacion (WS-CUO-RESTANTE-PREVIO se consume cuota a
      *    cuota).
       CUBRIR-CUOTA-CON-PREVIO.
           IF WS-CUO-RESTANTE-PREVIO GREATER TAB-CUO-IMPORTE(WS-I)
              MOVE TAB-CUO-IMPORTE(WS-I) TO WS-CUO-PREVIO
           ELSE
              IF WS-CUO-RESTANTE-PREVIO GREATER ZERO
                 MOVE WS-CUO-RESTANTE-PREVIO TO WS-CUO-PREVIO
              ELSE
                 MOVE 0 TO WS-CUO-PREVIO.
           SUBTRACT WS-CUO-PREVIO FROM WS-CUO-RESTANTE-PREVIO.

      *    la aplicacion recien grabada, en la moneda de la factura,
      *    se reparte sobre lo que cada cuota tenia pendiente, por
      *    orden de vencimiento; un recibo en otra moneda sin valuar
      *    no se reparte (no cancela en la moneda de la factura).
       INFORMAR-REPARTO-CUOTAS.
           IF REG-APL-IMPORTE-DOC GREATER ZERO
              MOVE REG-APL-IMPORTE-DOC TO WS-CUO-RESTANTE-NUEVO
           ELSE
              IF REG-APL-MONEDA EQUAL WS-FAC-MONEDA
                 MOVE REG-APL-IMPORTE TO WS-CUO-RESTANTE-NUEVO
              ELSE
                 MOVE 0 TO WS-CUO-RESTANTE-NUEVO.
           MOVE WS-APLICADO-FACTURA TO WS-CUO-RESTANTE-PREVIO.
           PERFORM REPARTIR-EN-UNA-CUOTA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER WS-CANT-CUOTAS
                OR WS-CUO-RESTANTE-NUEVO NOT GREATER ZERO.
           IF WS-CUO-RESTANTE-NUEVO GREATER ZERO
              DISPLAY 'EXCEDENTE SOBRE EL PLAN DE CUOTAS: '
                  WS-CUO-RESTANTE-NUEVO ' ' WS-FAC-MONEDA.

       REPARTIR-EN-UNA-CUOTA.
           PERFORM CUBRIR-CUOTA-CON-PREVIO.
           COMPUTE WS-CUO-SALDO = TAB-CUO-IMPORTE(WS-I)
               - WS-CUO-PREVIO.
           IF WS-CUO-SALDO GREATER ZERO
              IF WS-CUO-RESTANTE-NUEVO GREATER WS-CUO-SALDO
                 MOVE WS-CUO-SALDO TO WS-CUO-NUEVO
              ELSE
                 MOVE WS-CUO-RESTANTE-NUEVO TO WS-CUO-NUEVO
              END-IF
              SUBTRACT WS-CUO-NUEVO FROM WS-CUO-RESTANTE-NUEVO
              SUBTRACT WS-CUO-NUEVO FROM WS-CUO-SALDO
              DISPLAY 'APLICADO A LA CUOTA ' TAB-CUO-NRO(WS-I)
                  ' (VENCE ' TAB-CUO-VENCIMIENTO(WS-I) '): '
                  WS-CUO-NUEVO ' - QUEDA ' WS-CUO-SALDO
           END-IF.

       TERMINAR.
           CLOSE ARCH-APLICACIONES.
           CLOSE ARCH-COBRANZAS.
           CLOSE ARCH-FACTURAS.
           IF RETENCIONES-DISPONIBLE
              CLOSE ARCH-RETENCIONES.
           IF CUOTAS-DISPONIBLE
              CLOSE ARCH-CUOTAS.
           DISPLAY WS-ACUM-GRABADAS ' APLICACIONES GRABADAS, '
               WS-ACUM-RECHAZADAS ' RECHAZADAS'.
           STOP RUN.
