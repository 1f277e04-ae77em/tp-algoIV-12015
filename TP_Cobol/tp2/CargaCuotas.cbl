       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaCuotas.
       AUTHOR. Fede.

      *    planes de cuotas por factura: algunos clientes pagan una
      *    factura grande en cuotas pactadas, cada una con su propio
      *    vencimiento, y hasta ahora la factura entera aparecia
      *    vencida (con mora e intimacion) el dia despues de su
      *    vencimiento unico. el plan se define contra una factura
      *    existente de FACTURAS.DAT (no una nota de credito, ni un
      *    comprobante anulado o dado de baja por incobrable) con
      *    2 a 12 cuotas de vencimientos crecientes cuya suma da el
      *    total de la factura, y queda en el maestro indexado
      *    CUOTAS.DAT (clave PV + letra + numero + nro de cuota, con
      *    lo que el orden de clave es el orden de vencimiento). lo
      *    cobrado de cada cuota no se guarda: sale de lo aplicado a
      *    la factura en APLICACIONES.DAT repartido entre las cuotas
      *    por orden de vencimiento, la mas vieja primero - asi una
      *    desimputacion (CarteraCheques) o una aplicacion nueva
      *    mueven solas el saldo de cada cuota. las cuotas las usan
      *    CargaAplicaciones, CalculaIntereses, ReportePartidasAbiertas,
      *    ReporteAgingCobranzas, GeneraCartasReclamo y
      *    ProyeccionCobranzas. solo supervisor o administracion -
      *    ver CONTROLAR-SESION; cada alta y baja de plan queda en
      *    AUDITORIA.LOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CUOTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS FS-CUOTAS.

           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS.

      *    DYNAMIC para sumar lo aplicado a la factura con START por
      *    el prefijo CUIT, igual que CargaAplicaciones.
           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

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

       FD ARCH-CUOTAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CUOTAS.DAT'
             DATA RECORD IS REG-CUOTA.

       01 REG-CUOTA.
      *    la factura se identifica por su clave en FACTURAS.DAT;
      *    las cuotas se numeran 01, 02, ... en orden de vencimiento.
           03 CUO-CLAVE.
               05 CUO-PUNTO-VENTA        PIC 9(4).
               05 CUO-LETRA              PIC X(1).
               05 CUO-NUMERO             PIC 9(8).
               05 CUO-NRO-CUOTA          PIC 9(2).
           03 CUO-VENCIMIENTO            PIC 9(8).
      *    importe de la cuota en la moneda de la factura.
           03 CUO-IMPORTE                PIC 9(10)V99.

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

       77 FS-CUOTAS        PIC XX.
           88 CUO-OK         VALUE '00'.
           88 CUO-EOF        VALUE '10'.
           88 CUO-NOENC      VALUE '23'.
           88 CUO-DUPLICADA  VALUE '22'.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

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
       01 WS-AUD-OPERACION            PIC X(1).

       01 WS-APLICACIONES-DISPONIBLE  PIC X VALUE 'N'.
           88 APLICACIONES-DISPONIBLE VALUE 'S'.

      *    factura pedida - letra ENTER = 'A' y PV no numerico = 0
      *    (numeracion vieja), misma convencion que CargaAplicaciones.
       01 WS-FACTURA-BUSCADA          PIC 9(8).
       01 WS-LETRA-BUSCADA            PIC X(1).
       01 WS-PV-BUSCADO-X             PIC X(4).
       01 WS-PV-BUSCADO               PIC 9(4).
       01 WS-FACTURA-VALIDA           PIC X VALUE 'N'.
           88 FACTURA-VALIDA          VALUE 'S'.

      *    plan en armado (o leido para listar/eliminar): hasta 12
      *    cuotas, un año de cuotas mensuales.
       01 WS-MAX-CUOTAS               PIC 9(2) VALUE 12.
       01 TABLA-CUOTAS.
           03 TAB-CUO OCCURS 12 TIMES INDEXED BY IND-TAB-CUO.
               05 TAB-CUO-VENCIMIENTO   PIC 9(8).
               05 TAB-CUO-IMPORTE       PIC 9(10)V99.

       01 WS-CANT-CUOTAS              PIC 9(2) VALUE 0.
       01 WS-I                        PIC 9(2).
       01 WS-PLAN-EXISTE              PIC X VALUE 'N'.
           88 PLAN-EXISTE             VALUE 'S'.
       01 WS-PLAN-VALIDO              PIC X VALUE 'S'.
           88 PLAN-VALIDO             VALUE 'S'.
       01 WS-VENC-ANTERIOR            PIC 9(8).
       01 WS-SUMA-CUOTAS              PIC S9(11)V99.
       01 WS-RESTO                    PIC S9(11)V99.

      *    reparto de lo aplicado a la factura entre las cuotas, la
      *    de vencimiento mas viejo primero.
       01 WS-APLICADO-FACTURA         PIC S9(10)V99.
       01 WS-APLICADO-RESTANTE        PIC S9(10)V99.
       01 WS-APLICADO-CUOTA           PIC S9(10)V99.
       01 WS-SALDO-CUOTA              PIC S9(10)V99.

       01 WS-IMPORTE-ED               PIC ZZZZZZZZZ9,99.
       01 WS-APLICADO-ED              PIC ZZZZZZZZZ9,99.
       01 WS-SALDO-ED                 PIC -ZZZZZZZZZ9,99.

       01 WS-ACUM-PLANES              PIC 9(5) VALUE 0.
       01 WS-ACUM-ELIMINADOS          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-CUOTAS.
           PERFORM CONTROLAR-SESION.
           PERFORM DETERMINAR-USUARIO-AUDITORIA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

      *    pactar o levantar un plan de cuotas cambia los
      *    vencimientos con los que se cobra interes y se intima:
      *    sin sesion de supervisor o administracion el programa no
      *    arranca.
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

       ABRIR-ARCHIVOS.
           OPEN I-O ARCH-CUOTAS.
           IF NOT CUO-OK
              OPEN OUTPUT ARCH-CUOTAS
              IF CUO-OK
                 DISPLAY 'ARCHIVO CUOTAS.DAT CREADO'
                 CLOSE ARCH-CUOTAS
                 OPEN I-O ARCH-CUOTAS
              END-IF
              IF NOT CUO-OK
                 DISPLAY 'NO PUDO ABRIRSE CUOTAS.DAT ' FS-CUOTAS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    APLICACIONES.DAT puede no existir todavia: el listado
      *    muestra entonces todas las cuotas sin cobrar.
           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              MOVE 'S' TO WS-APLICACIONES-DISPONIBLE
           ELSE
              DISPLAY 'APLICACIONES.DAT NO DISPONIBLE, LAS CUOTAS SE '
                  'LISTAN SIN COBRANZAS'.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'PLANES DE CUOTAS POR FACTURA (CUOTAS.DAT)'.
           DISPLAY '1 - DEFINIR PLAN DE CUOTAS'.
           DISPLAY '2 - LISTAR PLAN DE UNA FACTURA'.
           DISPLAY '3 - ELIMINAR PLAN DE UNA FACTURA'.
           DISPLAY '4 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM DEFINIR-PLAN
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-PLAN
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM ELIMINAR-PLAN
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       MOVE 'N' TO WS-CONTINUAR
                    ELSE
                       DISPLAY 'OPCION INVALIDA'.

       PEDIR-FACTURA.
           DISPLAY 'NUMERO DE FACTURA (FAC-NUMERO): '.
           ACCEPT WS-FACTURA-BUSCADA.
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

           MOVE WS-PV-BUSCADO TO FAC-PUNTO-VENTA.
           MOVE WS-LETRA-BUSCADA TO FAC-LETRA.
           MOVE WS-FACTURA-BUSCADA TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.

      *    solo una factura o nota de debito vigente admite plan: una
      *    nota de credito no se cobra y un anulado o incobrable ya
      *    no se gestiona.
       DEFINIR-PLAN.
           PERFORM PEDIR-FACTURA.
           IF NOT FACTURAS-OK
              DISPLAY 'NO EXISTE ESA FACTURA EN FACTURAS.DAT'
           ELSE
              IF FAC-ES-NOTA-CREDITO OR FAC-ANULADA
                 OR FAC-INCOBRABLE
                 DISPLAY 'EL COMPROBANTE ES UNA NOTA DE CREDITO O '
                     'ESTA ANULADO O DADO DE BAJA, NO ADMITE PLAN'
              ELSE
                 PERFORM CARGAR-PLAN-EXISTENTE
                 IF PLAN-EXISTE
                    DISPLAY 'LA FACTURA YA TIENE PLAN DE CUOTAS - '
                        'ELIMINARLO ANTES DE DEFINIR OTRO'
                 ELSE
                    PERFORM PEDIR-Y-GRABAR-PLAN.

       PEDIR-Y-GRABAR-PLAN.
           DISPLAY 'FACTURA DEL ' FAC-FECHA ' CUIT ' FAC-CUIT
               ' TOTAL ' FAC-TOTAL ' ' FAC-MONEDA.
           DISPLAY 'CANTIDAD DE CUOTAS (2 A 12): '.
           ACCEPT WS-CANT-CUOTAS.
           IF WS-CANT-CUOTAS IS NOT NUMERIC
              OR WS-CANT-CUOTAS LESS 2
              OR WS-CANT-CUOTAS GREATER WS-MAX-CUOTAS
              DISPLAY 'CANTIDAD DE CUOTAS INVALIDA, NO SE GRABO'
           ELSE
              MOVE 'S' TO WS-PLAN-VALIDO
              MOVE FAC-FECHA TO WS-VENC-ANTERIOR
              MOVE 0 TO WS-SUMA-CUOTAS
              PERFORM PEDIR-UNA-CUOTA
                  VARYING WS-I FROM 1 BY 1
                  UNTIL WS-I GREATER WS-CANT-CUOTAS
                   OR NOT PLAN-VALIDO
              IF PLAN-VALIDO
                 PERFORM VALIDAR-Y-GRABAR-PLAN.

      *    vencimientos estrictamente crecientes y no anteriores a la
      *    emision; la ultima cuota en cero toma el resto del total.
       PEDIR-UNA-CUOTA.
           DISPLAY 'CUOTA ' WS-I ' - VENCIMIENTO (AAAAMMDD): '.
           ACCEPT TAB-CUO-VENCIMIENTO(WS-I).
           IF WS-I EQUAL WS-CANT-CUOTAS
              DISPLAY 'CUOTA ' WS-I ' - IMPORTE (0 = EL RESTO): '
           ELSE
              DISPLAY 'CUOTA ' WS-I ' - IMPORTE (9999999999,99): '
           END-IF.
           ACCEPT TAB-CUO-IMPORTE(WS-I).

           IF TAB-CUO-VENCIMIENTO(WS-I) IS NOT NUMERIC
              OR TAB-CUO-VENCIMIENTO(WS-I) LESS WS-VENC-ANTERIOR
              OR (WS-I GREATER 1
                  AND TAB-CUO-VENCIMIENTO(WS-I) EQUAL
                      WS-VENC-ANTERIOR)
              DISPLAY 'VENCIMIENTO INVALIDO: DEBE SER POSTERIOR AL '
                  'DE LA CUOTA ANTERIOR Y NO ANTERIOR A LA EMISION'
              MOVE 'N' TO WS-PLAN-VALIDO
           ELSE
              IF TAB-CUO-IMPORTE(WS-I) IS NOT NUMERIC
                 OR (TAB-CUO-IMPORTE(WS-I) EQUAL ZERO
                     AND WS-I LESS WS-CANT-CUOTAS)
                 DISPLAY 'IMPORTE DE CUOTA INVALIDO'
                 MOVE 'N' TO WS-PLAN-VALIDO
              ELSE
                 MOVE TAB-CUO-VENCIMIENTO(WS-I) TO WS-VENC-ANTERIOR
                 ADD TAB-CUO-IMPORTE(WS-I) TO WS-SUMA-CUOTAS.

       VALIDAR-Y-GRABAR-PLAN.
           IF TAB-CUO-IMPORTE(WS-CANT-CUOTAS) EQUAL ZERO
              COMPUTE WS-RESTO = FAC-TOTAL - WS-SUMA-CUOTAS
              IF WS-RESTO GREATER ZERO
                 MOVE WS-RESTO TO TAB-CUO-IMPORTE(WS-CANT-CUOTAS)
                 ADD WS-RESTO TO WS-SUMA-CUOTAS
                 MOVE WS-RESTO TO WS-IMPORTE-ED
                 DISPLAY 'ULTIMA CUOTA: ' WS-IMPORTE-ED.

           IF WS-SUMA-CUOTAS NOT EQUAL FAC-TOTAL
              DISPLAY 'LAS CUOTAS SUMAN ' WS-SUMA-CUOTAS
                  ' Y LA FACTURA ' FAC-TOTAL ', NO SE GRABO'
           ELSE
              PERFORM GRABAR-PLAN.

       GRABAR-PLAN.
           MOVE '00' TO FS-CUOTAS.
           PERFORM GRABAR-UNA-CUOTA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER WS-CANT-CUOTAS
                OR NOT CUO-OK.
           IF CUO-OK
              DISPLAY 'PLAN DE ' WS-CANT-CUOTAS ' CUOTAS GRABADO '
                  'EN CUOTAS.DAT'
              ADD 1 TO WS-ACUM-PLANES
              MOVE 'A' TO WS-AUD-OPERACION
              PERFORM GRABAR-AUDITORIA-PLAN
           ELSE
              DISPLAY 'ERROR AL GRABAR EL PLAN ' FS-CUOTAS.

       GRABAR-UNA-CUOTA.
           MOVE FAC-PUNTO-VENTA TO CUO-PUNTO-VENTA.
           MOVE FAC-LETRA TO CUO-LETRA.
           MOVE FAC-NUMERO TO CUO-NUMERO.
           MOVE WS-I TO CUO-NRO-CUOTA.
           MOVE TAB-CUO-VENCIMIENTO(WS-I) TO CUO-VENCIMIENTO.
           MOVE TAB-CUO-IMPORTE(WS-I) TO CUO-IMPORTE.
           WRITE REG-CUOTA.

      *    lectura parcial por clave: START en la cuota 00 de la
      *    factura y READ NEXT mientras no cambie el prefijo - misma
      *    tecnica que LISTAR-HITOS en CargaHitos.
       CARGAR-PLAN-EXISTENTE.
           MOVE 'N' TO WS-PLAN-EXISTE.
           MOVE 0 TO WS-CANT-CUOTAS.
           MOVE FAC-PUNTO-VENTA TO CUO-PUNTO-VENTA.
           MOVE FAC-LETRA TO CUO-LETRA.
           MOVE FAC-NUMERO TO CUO-NUMERO.
           MOVE 0 TO CUO-NRO-CUOTA.
           START ARCH-CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY MOVE '10' TO FS-CUOTAS.
           IF CUO-OK
              PERFORM LEER-CUOTA
              PERFORM CARGAR-CUOTA-EN-TABLA
                  UNTIL CUO-EOF
                   OR CUO-PUNTO-VENTA NOT EQUAL FAC-PUNTO-VENTA
                   OR CUO-LETRA NOT EQUAL FAC-LETRA
                   OR CUO-NUMERO NOT EQUAL FAC-NUMERO
           END-IF.

       LEER-CUOTA.
           READ ARCH-CUOTAS NEXT RECORD
               AT END MOVE '10' TO FS-CUOTAS
           END-READ.

       CARGAR-CUOTA-EN-TABLA.
           MOVE 'S' TO WS-PLAN-EXISTE.
           IF WS-CANT-CUOTAS LESS WS-MAX-CUOTAS
              ADD 1 TO WS-CANT-CUOTAS
              MOVE CUO-VENCIMIENTO TO
                  TAB-CUO-VENCIMIENTO(WS-CANT-CUOTAS)
              MOVE CUO-IMPORTE TO TAB-CUO-IMPORTE(WS-CANT-CUOTAS).
           PERFORM LEER-CUOTA.

      *    cada cuota con lo que le toca de lo aplicado a la factura:
      *    lo cobrado cubre primero la cuota de vencimiento mas viejo.
       LISTAR-PLAN.
           PERFORM PEDIR-FACTURA.
           IF NOT FACTURAS-OK
              DISPLAY 'NO EXISTE ESA FACTURA EN FACTURAS.DAT'
           ELSE
              PERFORM CARGAR-PLAN-EXISTENTE
              IF NOT PLAN-EXISTE
                 DISPLAY 'LA FACTURA NO TIENE PLAN DE CUOTAS '
                     '(VENCE ENTERA EL ' FAC-VENCIMIENTO ')'
              ELSE
                 PERFORM SUMAR-APLICADO-A-LA-FACTURA
                 MOVE WS-APLICADO-FACTURA TO WS-APLICADO-RESTANTE
                 DISPLAY 'FACTURA DEL ' FAC-FECHA ' TOTAL '
                     FAC-TOTAL ' ' FAC-MONEDA
                 PERFORM MOSTRAR-UNA-CUOTA
                     VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I GREATER WS-CANT-CUOTAS.

       MOSTRAR-UNA-CUOTA.
           IF WS-APLICADO-RESTANTE GREATER TAB-CUO-IMPORTE(WS-I)
              MOVE TAB-CUO-IMPORTE(WS-I) TO WS-APLICADO-CUOTA
           ELSE
              IF WS-APLICADO-RESTANTE GREATER ZERO
                 MOVE WS-APLICADO-RESTANTE TO WS-APLICADO-CUOTA
              ELSE
                 MOVE 0 TO WS-APLICADO-CUOTA.
           SUBTRACT WS-APLICADO-CUOTA FROM WS-APLICADO-RESTANTE.
           COMPUTE WS-SALDO-CUOTA = TAB-CUO-IMPORTE(WS-I)
               - WS-APLICADO-CUOTA.
           MOVE TAB-CUO-IMPORTE(WS-I) TO WS-IMPORTE-ED.
           MOVE WS-APLICADO-CUOTA TO WS-APLICADO-ED.
           MOVE WS-SALDO-CUOTA TO WS-SALDO-ED.
           DISPLAY 'CUOTA ' WS-I '  VENCE ' TAB-CUO-VENCIMIENTO(WS-I)
               '  IMPORTE ' WS-IMPORTE-ED
               '  COBRADO ' WS-APLICADO-ED
               '  SALDO ' WS-SALDO-ED.

      *    aplicado a la factura en su moneda (REG-APL-IMPORTE-DOC
      *    cuando el recibo fue en otra moneda), descuento de pronto
      *    pago incluido - mismo recorrido por el prefijo CUIT que
      *    SUMAR-APLICADO-A-LA-FACTURA en CargaAplicaciones.
       SUMAR-APLICADO-A-LA-FACTURA.
           MOVE 0 TO WS-APLICADO-FACTURA.
           IF APLICACIONES-DISPONIBLE
              MOVE FAC-CUIT TO REG-APL-CUIT
              MOVE 0 TO REG-APL-FECHA-COB
              MOVE SPACES TO REG-APL-REFERENCIA
              MOVE 0 TO REG-APL-FACTURA
              MOVE 0 TO REG-APL-PV
              MOVE SPACE TO REG-APL-LETRA
              START ARCH-APLICACIONES
                  KEY IS NOT LESS THAN REG-APL-CLAVE
                  INVALID KEY MOVE '10' TO FS-APLICACIONES
              END-START
              IF APL-OK
                 PERFORM LEER-APLICACION
                 PERFORM ACUMULAR-APLICADO-FACTURA
                     UNTIL APL-EOF
                      OR REG-APL-CUIT NOT EQUAL FAC-CUIT
              END-IF
           END-IF.

       LEER-APLICACION.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

       ACUMULAR-APLICADO-FACTURA.
           IF REG-APL-FACTURA EQUAL FAC-NUMERO
              AND REG-APL-PV EQUAL FAC-PUNTO-VENTA
              AND REG-APL-LETRA EQUAL FAC-LETRA
              IF REG-APL-IMPORTE-DOC GREATER ZERO
                 ADD REG-APL-IMPORTE-DOC TO WS-APLICADO-FACTURA
              ELSE
                 ADD REG-APL-IMPORTE TO WS-APLICADO-FACTURA
              END-IF
           END-IF.
           PERFORM LEER-APLICACION.

      *    levantar el plan deja la factura con su vencimiento unico
      *    original; lo cobrado no se toca (vive en APLICACIONES.DAT).
       ELIMINAR-PLAN.
           PERFORM PEDIR-FACTURA.
           IF NOT FACTURAS-OK
              DISPLAY 'NO EXISTE ESA FACTURA EN FACTURAS.DAT'
           ELSE
              PERFORM CARGAR-PLAN-EXISTENTE
              IF NOT PLAN-EXISTE
                 DISPLAY 'LA FACTURA NO TIENE PLAN DE CUOTAS'
              ELSE
                 PERFORM BORRAR-UNA-CUOTA
                     VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I GREATER WS-CANT-CUOTAS
                 DISPLAY 'PLAN DE ' WS-CANT-CUOTAS ' CUOTAS ELIMINADO'
                 ADD 1 TO WS-ACUM-ELIMINADOS
                 MOVE 'B' TO WS-AUD-OPERACION
                 PERFORM GRABAR-AUDITORIA-PLAN.

       BORRAR-UNA-CUOTA.
           MOVE FAC-PUNTO-VENTA TO CUO-PUNTO-VENTA.
           MOVE FAC-LETRA TO CUO-LETRA.
           MOVE FAC-NUMERO TO CUO-NUMERO.
           MOVE WS-I TO CUO-NRO-CUOTA.
           DELETE ARCH-CUOTAS RECORD.
           IF NOT CUO-OK
              DISPLAY 'NO PUDO BORRARSE LA CUOTA ' WS-I ' ' FS-CUOTAS.

      *    el plan completo va en una sola linea: cantidad, total y
      *    vencimientos de la primera y la ultima cuota.
       GRABAR-AUDITORIA-PLAN.
           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              OPEN OUTPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              MOVE SPACES TO REG-AUDITORIA
              ACCEPT AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT AUD-HORA FROM TIME
              MOVE WS-AUD-USUARIO TO AUD-USUARIO
              MOVE 'CargaCuotas' TO AUD-PROGRAMA
              MOVE 'CUOTAS.DAT' TO AUD-ARCHIVO
              MOVE WS-AUD-OPERACION TO AUD-OPERACION
              MOVE SPACES TO AUD-CLAVE
              STRING FAC-PUNTO-VENTA '-' FAC-LETRA '-' FAC-NUMERO
                  DELIMITED BY SIZE INTO AUD-CLAVE
              MOVE FAC-TOTAL TO WS-IMPORTE-ED
              MOVE SPACES TO AUD-VALOR-ANTES
              MOVE SPACES TO AUD-VALOR-DESPUES
              IF WS-AUD-OPERACION EQUAL 'A'
                 STRING 'PLAN ' WS-CANT-CUOTAS ' CUOTAS '
                     WS-IMPORTE-ED ' ' FAC-MONEDA ' VENC '
                     TAB-CUO-VENCIMIENTO(1) ' A '
                     TAB-CUO-VENCIMIENTO(WS-CANT-CUOTAS)
                     DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
              ELSE
                 STRING 'PLAN ' WS-CANT-CUOTAS ' CUOTAS '
                     WS-IMPORTE-ED ' ' FAC-MONEDA ' VENC '
                     TAB-CUO-VENCIMIENTO(1) ' A '
                     TAB-CUO-VENCIMIENTO(WS-CANT-CUOTAS)
                     DELIMITED BY SIZE INTO AUD-VALOR-ANTES
              END-IF
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       TERMINAR.
           CLOSE ARCH-CUOTAS.
           CLOSE ARCH-FACTURAS.
           IF APLICACIONES-DISPONIBLE
              CLOSE ARCH-APLICACIONES.
           DISPLAY WS-ACUM-PLANES ' PLANES DEFINIDOS, '
               WS-ACUM-ELIMINADOS ' ELIMINADOS EN LA SESION'.
           STOP RUN.
