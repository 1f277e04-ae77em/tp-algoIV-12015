       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoDisputas.
       AUTHOR. Fede.

      *    comprobantes en disputa: el cliente objeta una factura (o
      *    parte de ella) y mientras se discute no corresponde
      *    reclamarla ni cobrarle intereses. se pone en disputa con
      *    motivo, responsable interno y fecha prevista de resolucion,
      *    y despues se resuelve como pagada, acreditada (se emitio la
      *    NC) o retirada (el cliente desistio del reclamo). el
      *    importe en disputa va en la moneda del comprobante y no
      *    puede superar su saldo abierto. mientras la disputa esta
      *    abierta GeneraCartasReclamo no la reclama, CalculaIntereses
      *    no la toma como base y TP1 la saca del saldo del control
      *    de limite de credito; ReporteAgingCobranzas la muestra en
      *    su propia columna y ReporteDisputas lista las abiertas por
      *    antiguedad. una disputa por comprobante: una nueva sobre un
      *    comprobante con disputa ya resuelta la reemplaza. cada
      *    alta y cada resolucion queda en AUDITORIA.LOG.

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
                   FILE STATUS IS FS-FACTURAS.

           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-DISPUTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIS-CLAVE
                   FILE STATUS IS FS-DISPUTAS.

      *    usuario autenticado de la sesion (sign-on de PRINCIPAL),
      *    para la auditoria.
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

      *    una disputa por comprobante, con la misma clave que
      *    FACTURAS.DAT. el importe va en la moneda del comprobante.
       FD ARCH-DISPUTAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DISPUTAS.DAT'
             DATA RECORD IS REG-DISPUTA.

       01 REG-DISPUTA.
           03 DIS-CLAVE.
               05 DIS-PUNTO-VENTA        PIC 9(4).
               05 DIS-LETRA              PIC X(1).
               05 DIS-NUMERO             PIC 9(8).
           03 DIS-CUIT                   PIC 9(11).
           03 DIS-MONEDA                 PIC X(3).
           03 DIS-IMPORTE                PIC 9(10)V99.
           03 DIS-MOTIVO                 PIC X(40).
           03 DIS-RESPONSABLE            PIC X(20).
           03 DIS-FECHA-ALTA             PIC 9(8).
           03 DIS-FECHA-PREVISTA         PIC 9(8).
      *    'D' en disputa; resuelta como 'P' pagada, 'C' acreditada
      *    con nota de credito o 'R' retirada por el cliente.
           03 DIS-ESTADO                 PIC X(1).
               88 DIS-ABIERTA            VALUE 'D'.
               88 DIS-PAGADA             VALUE 'P'.
               88 DIS-ACREDITADA         VALUE 'C'.
               88 DIS-RETIRADA           VALUE 'R'.
           03 DIS-FECHA-RESOLUCION       PIC 9(8).
           03 DIS-USUARIO                PIC X(20).

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

       77 FS-APLICACIONES  PIC XX.
           88 APLICACIONES-OK  VALUE '00'.
           88 APLICACIONES-EOF VALUE '10'.

       77 FS-DISPUTAS      PIC XX.
           88 DISPUTAS-OK    VALUE '00'.
           88 DISPUTAS-EOF   VALUE '10'.

       77 FS-ARCH-AUDITORIA PIC XX.
           88 AUDITORIA-OK   VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

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
       01 WS-CONFIRMA                 PIC X.
           88 CONFIRMA-SI             VALUE 'S'.

      *    resultado de la busqueda del comprobante en el maestro.
       01 WS-ESTADO-BUSQUEDA          PIC X.
           88 BUSQUEDA-NO-EXISTE      VALUE 'X'.
           88 BUSQUEDA-VIGENTE        VALUE 'V'.
           88 BUSQUEDA-ANULADA        VALUE 'A'.
           88 BUSQUEDA-INCOBRABLE     VALUE 'I'.
           88 BUSQUEDA-NOTA-CREDITO   VALUE 'N'.

      *    situacion de la disputa del comprobante, si la hay.
       01 WS-ESTADO-DISPUTA           PIC X.
           88 DISPUTA-INEXISTENTE     VALUE 'X'.
           88 DISPUTA-ABIERTA         VALUE 'D'.
           88 DISPUTA-CERRADA         VALUE 'C'.

      *    foto del comprobante a poner en disputa.
       01 WS-FAC-DISPUTA.
           03 WS-DSP-CUIT             PIC 9(11).
           03 WS-DSP-FECHA            PIC 9(8).
           03 WS-DSP-VENCIMIENTO      PIC 9(8).
           03 WS-DSP-MONEDA           PIC X(3).
           03 WS-DSP-TOTAL            PIC 9(10)V99.

       01 WS-IMPORTE-NUEVO            PIC 9(10)V99.
       01 WS-MOTIVO-NUEVO             PIC X(40).
       01 WS-RESPONSABLE-NUEVO        PIC X(20).
       01 WS-PREVISTA-NUEVA           PIC 9(8).
       01 WS-RESOLUCION               PIC X(1).
           88 RESOLUCION-VALIDA       VALUES 'P' 'C' 'R'.
       01 WS-DESC-ESTADO              PIC X(10).

       01 WS-APLICADO                 PIC S9(11)V99.
       01 WS-SALDO                    PIC S9(11)V99.
       01 WS-SALDO-ED                 PIC -.---.---.--9,99.
       01 WS-IMPORTE-ED               PIC -.---.---.--9,99.
       01 WS-CANT-LISTADOS            PIC 9(5).

       PROCEDURE DIVISION.

       MANTENIMIENTO-DISPUTAS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM DETERMINAR-USUARIO-AUDITORIA.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
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
           DISPLAY 'COMPROBANTES EN DISPUTA (DISPUTAS.DAT)'.
           DISPLAY '1 - PONER UN COMPROBANTE EN DISPUTA'.
           DISPLAY '2 - RESOLVER UNA DISPUTA'.
           DISPLAY '3 - LISTAR DISPUTAS'.
           DISPLAY '4 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM PONER-EN-DISPUTA
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM RESOLVER-DISPUTA
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM LISTAR-DISPUTAS
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       MOVE 'N' TO WS-CONTINUAR
                    ELSE
                       DISPLAY 'OPCION INVALIDA'.

       PEDIR-COMPROBANTE.
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

       PONER-EN-DISPUTA.
           PERFORM PEDIR-COMPROBANTE.
           PERFORM BUSCAR-COMPROBANTE.

           IF BUSQUEDA-NO-EXISTE
              DISPLAY 'NO EXISTE ESE COMPROBANTE EN FACTURAS.DAT'
           ELSE
           IF BUSQUEDA-ANULADA
              DISPLAY 'EL COMPROBANTE ESTA ANULADO, NO SE DISPUTA'
           ELSE
           IF BUSQUEDA-INCOBRABLE
              DISPLAY 'EL COMPROBANTE ESTA DADO DE BAJA COMO '
                  'INCOBRABLE, NO SE DISPUTA'
           ELSE
           IF BUSQUEDA-NOTA-CREDITO
              DISPLAY 'UNA NOTA DE CREDITO NO SE PONE EN DISPUTA'
           ELSE
              PERFORM BUSCAR-DISPUTA
              IF DISPUTA-ABIERTA
                 DISPLAY 'EL COMPROBANTE YA ESTA EN DISPUTA DESDE '
                     DIS-FECHA-ALTA ' - RESPONSABLE '
                     DIS-RESPONSABLE
              ELSE
                 PERFORM CALCULAR-SALDO-COMPROBANTE
                 IF WS-SALDO NOT GREATER ZERO
                    DISPLAY 'EL COMPROBANTE NO TIENE SALDO ABIERTO, '
                        'NO HAY NADA QUE DISPUTAR'
                 ELSE
                    PERFORM PEDIR-DATOS-DISPUTA.

      *    importe ENTER (cero) = todo el saldo abierto. la fecha
      *    prevista de resolucion no puede ser anterior a hoy.
       PEDIR-DATOS-DISPUTA.
           MOVE WS-SALDO TO WS-SALDO-ED.
           DISPLAY 'CUIT ' WS-DSP-CUIT ' EMITIDO ' WS-DSP-FECHA
               ' VENCE ' WS-DSP-VENCIMIENTO.
           DISPLAY 'SALDO ABIERTO: ' WS-SALDO-ED ' ' WS-DSP-MONEDA.
           MOVE 0 TO WS-IMPORTE-NUEVO.
           DISPLAY 'IMPORTE EN DISPUTA (ENTER = TODO EL SALDO): '.
           ACCEPT WS-IMPORTE-NUEVO.
           IF WS-IMPORTE-NUEVO IS NOT NUMERIC
              OR WS-IMPORTE-NUEVO EQUAL ZERO
              MOVE WS-SALDO TO WS-IMPORTE-NUEVO.
           MOVE SPACES TO WS-MOTIVO-NUEVO.
           DISPLAY 'MOTIVO DE LA DISPUTA: '.
           ACCEPT WS-MOTIVO-NUEVO.
           MOVE SPACES TO WS-RESPONSABLE-NUEVO.
           DISPLAY 'RESPONSABLE DEL SEGUIMIENTO: '.
           ACCEPT WS-RESPONSABLE-NUEVO.
           MOVE 0 TO WS-PREVISTA-NUEVA.
           DISPLAY 'FECHA PREVISTA DE RESOLUCION (AAAAMMDD): '.
           ACCEPT WS-PREVISTA-NUEVA.

           IF WS-IMPORTE-NUEVO GREATER WS-SALDO
              DISPLAY 'EL IMPORTE SUPERA EL SALDO ABIERTO, NO SE '
                  'GRABO'
           ELSE
           IF WS-MOTIVO-NUEVO EQUAL SPACES
              OR WS-RESPONSABLE-NUEVO EQUAL SPACES
              DISPLAY 'MOTIVO Y RESPONSABLE SON OBLIGATORIOS, NO SE '
                  'GRABO'
           ELSE
           IF WS-PREVISTA-NUEVA IS NOT NUMERIC
              OR WS-PREVISTA-NUEVA LESS THAN WS-FECHA-HOY
              DISPLAY 'FECHA PREVISTA INVALIDA, NO SE GRABO'
           ELSE
              MOVE WS-IMPORTE-NUEVO TO WS-IMPORTE-ED
              DISPLAY 'EN DISPUTA ' WS-IMPORTE-ED ' ' WS-DSP-MONEDA
                  ' HASTA ' WS-PREVISTA-NUEVA
              DISPLAY 'CONFIRMA (S/N)? '
              ACCEPT WS-CONFIRMA
              IF NOT CONFIRMA-SI
                 DISPLAY 'ALTA CANCELADA'
              ELSE
                 PERFORM GRABAR-DISPUTA.

      *    lectura por clave: ubica el comprobante y deja su estado
      *    en WS-ESTADO-BUSQUEDA sin tocar el maestro.
       BUSCAR-COMPROBANTE.
           MOVE 'X' TO WS-ESTADO-BUSQUEDA.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PV-BUSCADO TO FAC-PUNTO-VENTA.
           MOVE WS-LETRA-BUSCADA TO FAC-LETRA.
           MOVE WS-NUMERO-BUSCADO TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.
           IF FACTURAS-OK
              PERFORM EVALUAR-COMPROBANTE.
           CLOSE ARCH-FACTURAS.

       EVALUAR-COMPROBANTE.
           MOVE FAC-CUIT TO WS-DSP-CUIT.
           MOVE FAC-FECHA TO WS-DSP-FECHA.
           MOVE FAC-VENCIMIENTO TO WS-DSP-VENCIMIENTO.
           MOVE FAC-MONEDA TO WS-DSP-MONEDA.
           MOVE FAC-TOTAL TO WS-DSP-TOTAL.
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

      *    DISPUTAS.DAT puede no existir todavia: sin archivo no hay
      *    disputa.
       BUSCAR-DISPUTA.
           MOVE 'X' TO WS-ESTADO-DISPUTA.
           OPEN INPUT ARCH-DISPUTAS.
           IF DISPUTAS-OK
              MOVE WS-PV-BUSCADO TO DIS-PUNTO-VENTA
              MOVE WS-LETRA-BUSCADA TO DIS-LETRA
              MOVE WS-NUMERO-BUSCADO TO DIS-NUMERO
              READ ARCH-DISPUTAS RECORD KEY IS DIS-CLAVE
              IF DISPUTAS-OK
                 IF DIS-ABIERTA
                    MOVE 'D' TO WS-ESTADO-DISPUTA
                 ELSE
                    MOVE 'C' TO WS-ESTADO-DISPUTA
                 END-IF
              END-IF
              CLOSE ARCH-DISPUTAS.

      *    saldo abierto = total menos lo aplicado al comprobante, en
      *    su moneda - mismo criterio que BajaIncobrables.
       CALCULAR-SALDO-COMPROBANTE.
           MOVE 0 TO WS-APLICADO.
           OPEN INPUT ARCH-APLICACIONES.
           IF APLICACIONES-OK
              PERFORM LEER-APLICACION
              PERFORM SUMAR-UNA-APLICACION UNTIL APLICACIONES-EOF
              CLOSE ARCH-APLICACIONES.
           COMPUTE WS-SALDO = WS-DSP-TOTAL - WS-APLICADO.

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

       ABRIR-DISPUTAS-I-O.
           OPEN I-O ARCH-DISPUTAS.
           IF NOT DISPUTAS-OK
              OPEN OUTPUT ARCH-DISPUTAS
              IF DISPUTAS-OK
                 DISPLAY 'ARCHIVO DISPUTAS.DAT CREADO'
                 CLOSE ARCH-DISPUTAS
                 OPEN I-O ARCH-DISPUTAS
              END-IF
              IF NOT DISPUTAS-OK
                 DISPLAY 'NO PUDO ABRIRSE DISPUTAS.DAT ' FS-DISPUTAS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

      *    si el comprobante ya tuvo una disputa resuelta se regraba
      *    el registro con la nueva; si no, se da de alta.
       GRABAR-DISPUTA.
           PERFORM ABRIR-DISPUTAS-I-O.
           MOVE WS-PV-BUSCADO TO DIS-PUNTO-VENTA.
           MOVE WS-LETRA-BUSCADA TO DIS-LETRA.
           MOVE WS-NUMERO-BUSCADO TO DIS-NUMERO.
           READ ARCH-DISPUTAS RECORD KEY IS DIS-CLAVE.
           IF DISPUTAS-OK AND DIS-ABIERTA
              DISPLAY 'EL COMPROBANTE FUE PUESTO EN DISPUTA MIENTRAS '
                  'SE OPERABA, NO SE GRABO'
           ELSE
              PERFORM ARMAR-REGISTRO-DISPUTA
              IF DISPUTAS-OK
                 REWRITE REG-DISPUTA
              ELSE
                 WRITE REG-DISPUTA
              END-IF
              IF DISPUTAS-OK
                 PERFORM GRABAR-AUDITORIA-ALTA
                 DISPLAY 'COMPROBANTE ' WS-PV-BUSCADO '-'
                     WS-LETRA-BUSCADA '-' WS-NUMERO-BUSCADO
                     ' PUESTO EN DISPUTA'
              ELSE
                 DISPLAY 'ERROR AL GRABAR DISPUTAS.DAT ' FS-DISPUTAS.
           CLOSE ARCH-DISPUTAS.

      *    arma el registro sin pisar FS-DISPUTAS, que GRABAR-DISPUTA
      *    usa para elegir entre WRITE y REWRITE.
       ARMAR-REGISTRO-DISPUTA.
           MOVE WS-PV-BUSCADO TO DIS-PUNTO-VENTA.
           MOVE WS-LETRA-BUSCADA TO DIS-LETRA.
           MOVE WS-NUMERO-BUSCADO TO DIS-NUMERO.
           MOVE WS-DSP-CUIT TO DIS-CUIT.
           MOVE WS-DSP-MONEDA TO DIS-MONEDA.
           MOVE WS-IMPORTE-NUEVO TO DIS-IMPORTE.
           MOVE WS-MOTIVO-NUEVO TO DIS-MOTIVO.
           MOVE WS-RESPONSABLE-NUEVO TO DIS-RESPONSABLE.
           MOVE WS-FECHA-HOY TO DIS-FECHA-ALTA.
           MOVE WS-PREVISTA-NUEVA TO DIS-FECHA-PREVISTA.
           MOVE 'D' TO DIS-ESTADO.
           MOVE 0 TO DIS-FECHA-RESOLUCION.
           MOVE WS-AUD-USUARIO TO DIS-USUARIO.

       RESOLVER-DISPUTA.
           PERFORM PEDIR-COMPROBANTE.
           PERFORM BUSCAR-DISPUTA.
           IF DISPUTA-INEXISTENTE
              DISPLAY 'EL COMPROBANTE NO TIENE DISPUTA'
           ELSE
           IF DISPUTA-CERRADA
              DISPLAY 'LA DISPUTA YA ESTA RESUELTA DESDE '
                  DIS-FECHA-RESOLUCION
           ELSE
              MOVE DIS-IMPORTE TO WS-IMPORTE-ED
              DISPLAY 'CUIT ' DIS-CUIT ' EN DISPUTA ' WS-IMPORTE-ED
                  ' ' DIS-MONEDA ' DESDE ' DIS-FECHA-ALTA
              DISPLAY 'MOTIVO: ' DIS-MOTIVO
              DISPLAY 'RESPONSABLE: ' DIS-RESPONSABLE
                  '  PREVISTA: ' DIS-FECHA-PREVISTA
              DISPLAY 'RESOLUCION (P = PAGADA, C = ACREDITADA CON NC, '
                  'R = RETIRADA): '
              ACCEPT WS-RESOLUCION
              IF NOT RESOLUCION-VALIDA
                 DISPLAY 'RESOLUCION INVALIDA, NO SE GRABO'
              ELSE
                 PERFORM CERRAR-DISPUTA.

      *    se relee con el archivo abierto en I-O: si otro proceso la
      *    resolvio entre la consulta y la confirmacion no se toca.
       CERRAR-DISPUTA.
           PERFORM ABRIR-DISPUTAS-I-O.
           MOVE WS-PV-BUSCADO TO DIS-PUNTO-VENTA.
           MOVE WS-LETRA-BUSCADA TO DIS-LETRA.
           MOVE WS-NUMERO-BUSCADO TO DIS-NUMERO.
           READ ARCH-DISPUTAS RECORD KEY IS DIS-CLAVE.
           IF NOT DISPUTAS-OK OR NOT DIS-ABIERTA
              DISPLAY 'LA DISPUTA CAMBIO MIENTRAS SE OPERABA, NO SE '
                  'GRABO'
           ELSE
              MOVE WS-RESOLUCION TO DIS-ESTADO
              MOVE WS-FECHA-HOY TO DIS-FECHA-RESOLUCION
              REWRITE REG-DISPUTA
              IF DISPUTAS-OK
                 PERFORM DESCRIBIR-ESTADO
                 PERFORM GRABAR-AUDITORIA-RESOLUCION
                 DISPLAY 'DISPUTA RESUELTA: ' WS-DESC-ESTADO
              ELSE
                 DISPLAY 'ERROR AL REGRABAR DISPUTAS.DAT '
                     FS-DISPUTAS.
           CLOSE ARCH-DISPUTAS.

       DESCRIBIR-ESTADO.
           IF DIS-ABIERTA
              MOVE 'EN DISPUTA' TO WS-DESC-ESTADO
           ELSE
           IF DIS-PAGADA
              MOVE 'PAGADA' TO WS-DESC-ESTADO
           ELSE
           IF DIS-ACREDITADA
              MOVE 'ACREDITADA' TO WS-DESC-ESTADO
           ELSE
           IF DIS-RETIRADA
              MOVE 'RETIRADA' TO WS-DESC-ESTADO
           ELSE
              MOVE '?' TO WS-DESC-ESTADO.

       GRABAR-AUDITORIA-ALTA.
           PERFORM PREPARAR-AUDITORIA.
           IF AUDITORIA-OK
              MOVE 'W' TO AUD-OPERACION
              MOVE SPACES TO AUD-VALOR-ANTES
              MOVE WS-IMPORTE-NUEVO TO WS-IMPORTE-ED
              MOVE SPACES TO AUD-VALOR-DESPUES
              STRING 'EN DISPUTA ' WS-IMPORTE-ED ' ' WS-DSP-MONEDA
                  ' ' WS-MOTIVO-NUEVO
                  DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       GRABAR-AUDITORIA-RESOLUCION.
           PERFORM PREPARAR-AUDITORIA.
           IF AUDITORIA-OK
              MOVE 'U' TO AUD-OPERACION
              MOVE DIS-IMPORTE TO WS-IMPORTE-ED
              MOVE SPACES TO AUD-VALOR-ANTES
              STRING 'EN DISPUTA ' WS-IMPORTE-ED ' ' DIS-MONEDA
                  DELIMITED BY SIZE INTO AUD-VALOR-ANTES
              MOVE SPACES TO AUD-VALOR-DESPUES
              STRING 'RESUELTA ' WS-DESC-ESTADO
                  DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       PREPARAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              OPEN OUTPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              MOVE SPACES TO REG-AUDITORIA
              ACCEPT AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT AUD-HORA FROM TIME
              MOVE WS-AUD-USUARIO TO AUD-USUARIO
              MOVE 'MantenimientoDisputas' TO AUD-PROGRAMA
              MOVE 'DISPUTAS.DAT' TO AUD-ARCHIVO
              MOVE SPACES TO AUD-CLAVE
              STRING WS-PV-BUSCADO '-' WS-LETRA-BUSCADA '-'
                  WS-NUMERO-BUSCADO
                  DELIMITED BY SIZE INTO AUD-CLAVE.

       LISTAR-DISPUTAS.
           MOVE 0 TO WS-CANT-LISTADOS.
           OPEN INPUT ARCH-DISPUTAS.
           IF NOT DISPUTAS-OK
              DISPLAY 'TODAVIA NO HAY COMPROBANTES EN DISPUTA'
           ELSE
              DISPLAY 'COMPROBANTE        CUIT        '
                  '         IMPORTE MON ALTA     PREVISTA ESTADO'
              PERFORM LEER-DISPUTA
              PERFORM MOSTRAR-UNA-DISPUTA UNTIL DISPUTAS-EOF
              CLOSE ARCH-DISPUTAS
              DISPLAY WS-CANT-LISTADOS ' DISPUTAS REGISTRADAS'.

       LEER-DISPUTA.
           READ ARCH-DISPUTAS NEXT RECORD
               AT END MOVE '10' TO FS-DISPUTAS
           END-READ.

       MOSTRAR-UNA-DISPUTA.
           ADD 1 TO WS-CANT-LISTADOS.
           MOVE DIS-IMPORTE TO WS-IMPORTE-ED.
           PERFORM DESCRIBIR-ESTADO.
           DISPLAY DIS-PUNTO-VENTA '-' DIS-LETRA '-' DIS-NUMERO ' '
               DIS-CUIT ' ' WS-IMPORTE-ED ' ' DIS-MONEDA ' '
               DIS-FECHA-ALTA ' ' DIS-FECHA-PREVISTA ' '
               WS-DESC-ESTADO.
           DISPLAY '    ' DIS-MOTIVO ' / ' DIS-RESPONSABLE.
           PERFORM LEER-DISPUTA.
