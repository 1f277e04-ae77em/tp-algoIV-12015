
      *    cuenta corriente por cliente: mezcla los comprobantes del
      *    maestro FACTURAS.DAT (facturas al debe, notas de credito
      *    al haber) con los recibos de COBRANZAS.DAT (al haber), los
      *    descuentos de pronto pago tomados (al haber) y
      *    arma, por cada CUIT del rango pedido, un resumen
      *    cronologico CUENTA-<CUIT>-<AAAAMM>.LST con saldo anterior,
      *    movimientos del periodo con saldo corrido y saldo final -
      *    RESUMEN-<CUIT> de horas trabajadas no responden. El rango
      *    de CUIT y fechas se toma de PARAMETROS.DAT (fechas
      *    DDMMAAAA, misma convencion que tp2/TP2); sin parametros se
      *    listan todos los CUIT con el periodo completo. cada
      *    cuenta generada queda anotada en DESPACHO-DOCUMENTOS.DAT
      *    para el manifiesto y el registro de envios de
      *    GestionDespachos.
      *    lo que ArchivarCuentasHistorico paso a los historicos se
      *    lee de ahi cuando el rango empieza antes del corte; si no,
      *    entra solo su saldo acumulado por CUIT (CUENTAS-HISTORICO-
      *    SALDOS.DAT) dentro del saldo anterior.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

      *    comprobantes que ArchivarCuentasHistorico ya paso al
      *    historico; se leen solo cuando lo pedido empieza antes
      *    del corte anotado en CUENTAS-HISTORICO-CORTE.DAT.
           SELECT ARCH-FACTURAS-HIST ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAH-CLAVE
                   ALTERNATE RECORD KEY IS FAH-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAH-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS-HIST.

           SELECT ARCH-CORTE-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CORTE-HIST.

           SELECT ARCH-COBRANZAS-HIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COH-CLAVE
               FILE STATUS IS FS-COBRANZAS-HIST.

           SELECT ARCH-APLICACIONES-HIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APH-CLAVE
               FILE STATUS IS FS-APLICACIONES-HIST.

           SELECT ARCH-DIFERENCIAS-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DIFERENCIAS-HIST.

      *    lo archivado acumulado por CUIT: reemplaza al detalle
      *    viejo en el saldo anterior cuando el rango pedido empieza
      *    despues del corte.
           SELECT ARCH-SALDOS-HIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAH-CUIT
               FILE STATUS IS FS-SALDOS-HIST.

           SELECT ARCH-COBRANZAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DIFERENCIAS.

      *    descuentos de pronto pago tomados (CargaAplicaciones): la
      *    aplicacion con referencia PRONTOPAGO sale al haber, para
      *    que la factura pagada con descuento quede en cero.
           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           SELECT ARCH-CUENTA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CUENTA.
      *    registro de documentos generados, para despacharlos a
      *    los contactos del cliente (ver GestionDespachos).
           SELECT ARCH-DESPACHO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DESPACHO.

       DATA DIVISION.
       FILE SECTION.
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
           03 FAC-MONEDA                 PIC X(3).
           03 FAC-TIPO                   PIC X(1).
               88 FAC-ES-NOTA-CREDITO    VALUE 'N'.
               88 FAC-ES-NOTA-DEBITO     VALUE 'D'.
      *    'A' comprobante anulado por AnulacionFacturas: se lo
      *    saltea todo proceso posterior; en blanco, vigente.
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

       FD ARCH-COBRANZAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COBRANZAS.DAT'
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

       FD ARCH-DIFERENCIAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DIFERENCIAS-CAMBIO.DAT'
           03 DIF-SIGNO             PIC X(1).
           03 DIF-IMPORTE           PIC 9(10)V99.

      *    mismo layout que FACTURAS.DAT.
       FD ARCH-FACTURAS-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-HISTORICO.DAT'
             DATA RECORD IS REG-FACTURA-HIST.

       01 REG-FACTURA-HIST.
           03 FAH-CLAVE.
               05 FAH-PUNTO-VENTA        PIC 9(4).
               05 FAH-LETRA              PIC X(1).
               05 FAH-NUMERO             PIC 9(8).
           03 FAH-FECHA                  PIC 9(8).
           03 FAH-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(78).

       FD ARCH-CORTE-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CUENTAS-HISTORICO-CORTE.DAT'
             DATA RECORD IS REG-CORTE-HIST.

       01 REG-CORTE-HIST.
           03 HCO-FECHA-CORTE            PIC 9(8).
           03 FILLER                     PIC X(1).
           03 HCO-FECHA-CORRIDA          PIC 9(8).
           03 FILLER                     PIC X(1).
           03 HCO-USUARIO                PIC X(20).

       FD ARCH-COBRANZAS-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COBRANZAS-HISTORICO.DAT'
             DATA RECORD IS REG-COBRANZA-HIST.

       01 REG-COBRANZA-HIST.
           03 COH-CLAVE                  PIC X(29).
           03 FILLER                     PIC X(27).

       FD ARCH-APLICACIONES-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'APLICACIONES-HISTORICO.DAT'
             DATA RECORD IS REG-APLICACION-HIST.

       01 REG-APLICACION-HIST.
           03 APH-CLAVE.
               05 APH-CUIT               PIC 9(11).
               05 APH-RESTO-CLAVE        PIC X(31).
           03 FILLER                     PIC X(27).

       FD ARCH-DIFERENCIAS-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DIFERENCIAS-CAMBIO-HISTORICO.DAT'
             DATA RECORD IS REG-DIFERENCIA-HIST.

       01 REG-DIFERENCIA-HIST            PIC X(71).

       FD ARCH-SALDOS-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CUENTAS-HISTORICO-SALDOS.DAT'
             DATA RECORD IS REG-SALDO-HIST.

       01 REG-SALDO-HIST.
           03 SAH-CUIT                   PIC 9(11).
           03 SAH-SALDO                  PIC S9(12)V99.
           03 SAH-FECHA-CORTE            PIC 9(8).

       FD ARCH-EMP-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS-INDEXED.DAT'
             DATA RECORD IS REG-EMP-INDEXED.
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

       FD ARCH-PARAMETROS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PARAMETROS.DAT'

       01 REG-CUENTA                     PIC X(100).

       FD ARCH-DESPACHO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DESPACHO-DOCUMENTOS.DAT'
             DATA RECORD IS REG-DOC-DESPACHO.

       01 REG-DOC-DESPACHO.
           03 DES-FECHA-GEN              PIC 9(8).
           03 FILLER                     PIC X(1).
           03 DES-HORA-GEN               PIC 9(8).
           03 FILLER                     PIC X(1).
           03 DES-PROGRAMA               PIC X(24).
           03 FILLER                     PIC X(1).
           03 DES-TIPO                   PIC X(2).
           03 FILLER                     PIC X(1).
           03 DES-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(1).
           03 DES-ARCHIVO                PIC X(40).
           03 FILLER                     PIC X(1).
           03 DES-REFERENCIA             PIC X(16).

       WORKING-STORAGE SECTION.

       77 FS-FACTURAS      PIC XX.
           88 DIF-OK         VALUE '00'.
           88 DIF-EOF        VALUE '10'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-FACTURAS-HIST PIC XX.
           88 FAC-HIST-OK    VALUE '00'.

       77 FS-CORTE-HIST    PIC XX.
           88 CORTE-HIST-OK  VALUE '00'.

      *    lo anterior a esta fecha puede estar en los historicos
      *    (0 = nunca se archivo); mientras LEYENDO-HISTORICO,
      *    LEER-FACTURA lee FACTURAS-HISTORICO.DAT sobre REG-FACTURA.
       01 WS-FECHA-CORTE-HIST        PIC 9(8) VALUE 0.
       01 WS-LEYENDO-HISTORICO       PIC X VALUE 'N'.
           88 LEYENDO-HISTORICO      VALUE 'S'.

       77 FS-COBRANZAS-HIST   PIC XX.
           88 COB-HIST-OK       VALUE '00'.

       77 FS-APLICACIONES-HIST PIC XX.
           88 APL-HIST-OK       VALUE '00'.

       77 FS-DIFERENCIAS-HIST PIC XX.
           88 DIF-HIST-OK       VALUE '00'.

       77 FS-SALDOS-HIST      PIC XX.
           88 SALDOS-HIST-OK    VALUE '00'.
           88 SALDOS-HIST-EOF   VALUE '10'.

      *    'S' si el rango pedido empieza antes del corte: se suman
      *    los movimientos archivados; si no, solo su saldo por CUIT.
       01 WS-USAR-HISTORICO          PIC X VALUE 'N'.
           88 USAR-HISTORICO         VALUE 'S'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-CUENTA        PIC XX.
           88 CUENTA-OK      VALUE '00'.

       77 FS-DESPACHO      PIC XX.
           88 DESPACHO-OK    VALUE '00'.

      *    cada documento generado se anota para el despacho con la
      *    fecha y hora de la corrida.
       01 WS-DESPACHO-DISPONIBLE     PIC X VALUE 'N'.
           88 DESPACHO-DISPONIBLE    VALUE 'S'.
       01 WS-DES-FECHA-CORRIDA       PIC 9(8).
       01 WS-DES-HORA-CORRIDA        PIC 9(8).
       01 WS-DES-TIPO                PIC X(2).
       01 WS-DES-CUIT                PIC 9(11).
       01 WS-DES-ARCHIVO             PIC X(40).
       01 WS-DES-REFERENCIA          PIC X(16).

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno CUENTA-MODO vale 'BATCH', el

           PERFORM CARGAR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ABRIR-DESPACHO.
           PERFORM LEER-CORTE-HISTORICO.
           IF WS-FECHA-CORTE-HIST GREATER ZERO
              AND WS-FECHA-DESDE-N LESS WS-FECHA-CORTE-HIST
              MOVE 'S' TO WS-USAR-HISTORICO.
           PERFORM CARGAR-MOVIMIENTOS-FACTURAS.
           PERFORM CARGAR-MOVIMIENTOS-COBRANZAS.
           PERFORM CARGAR-MOVIMIENTOS-DIFERENCIAS.
           PERFORM CARGAR-MOVIMIENTOS-PRONTO-PAGO.
           IF WS-FECHA-CORTE-HIST GREATER ZERO
              AND NOT USAR-HISTORICO
              PERFORM CARGAR-SALDOS-HISTORICOS.
           PERFORM ORDENAR-MOVIMIENTOS.
           PERFORM GENERAR-CUENTAS.
           PERFORM TERMINAR.
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    solo se leen los comprobantes del rango de CUIT pedido:
      *    START en la clave alternativa FAC-CUIT y READ NEXT hasta
      *    pasar el CUIT hasta.
       CARGAR-MOVIMIENTOS-FACTURAS.
           MOVE WS-CUIT-DESDE TO FAC-CUIT.
           START ARCH-FACTURAS KEY IS NOT LESS THAN FAC-CUIT
               INVALID KEY MOVE '10' TO FS-FACTURAS.
           IF FACTURAS-OK
              PERFORM LEER-FACTURA
              PERFORM CARGAR-MOV-FACTURA
                  UNTIL FACTURAS-EOF
                   OR FAC-CUIT GREATER WS-CUIT-HASTA
           END-IF.
           IF USAR-HISTORICO
              PERFORM CARGAR-FACTURAS-HISTORICO.
           CLOSE ARCH-FACTURAS.

      *    los historicos de ArchivarCuentasHistorico tienen el mismo
      *    layout que los maestros: se leen sobre el mismo registro
      *    y pasan por el mismo CARGAR-MOV-*.
       CARGAR-FACTURAS-HISTORICO.
           OPEN INPUT ARCH-FACTURAS-HIST.
           IF NOT FAC-HIST-OK
              PERFORM CORTAR-SIN-HISTORICO.
           MOVE 'S' TO WS-LEYENDO-HISTORICO.
           MOVE '00' TO FS-FACTURAS.
           MOVE WS-CUIT-DESDE TO FAH-CUIT.
           START ARCH-FACTURAS-HIST KEY IS NOT LESS THAN FAH-CUIT
               INVALID KEY MOVE '10' TO FS-FACTURAS.
           IF FACTURAS-OK
              PERFORM LEER-FACTURA
              PERFORM CARGAR-MOV-FACTURA
                  UNTIL FACTURAS-EOF
                   OR FAC-CUIT GREATER WS-CUIT-HASTA
           END-IF.
           MOVE 'N' TO WS-LEYENDO-HISTORICO.
           CLOSE ARCH-FACTURAS-HIST.

      *    con el periodo archivado un historico que no abre dejaria
      *    la cuenta con saldos falsos: no se emite.
       CORTAR-SIN-HISTORICO.
           DISPLAY 'NO PUDIERON ABRIRSE LOS HISTORICOS DE CUENTAS '
               '(FACTURAS ' FS-FACTURAS-HIST ', COBRANZAS '
               FS-COBRANZAS-HIST ', APLICACIONES '
               FS-APLICACIONES-HIST ') - EL PERIODO ESTA ARCHIVADO'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *    fecha de corte de ArchivarCuentasHistorico; sin el
      *    archivo no hay nada archivado.
       LEER-CORTE-HISTORICO.
           MOVE 0 TO WS-FECHA-CORTE-HIST.
           OPEN INPUT ARCH-CORTE-HIST.
           IF CORTE-HIST-OK
              READ ARCH-CORTE-HIST
              IF CORTE-HIST-OK AND HCO-FECHA-CORTE IS NUMERIC
                 MOVE HCO-FECHA-CORTE TO WS-FECHA-CORTE-HIST
              END-IF
              CLOSE ARCH-CORTE-HIST.

       LEER-FACTURA.
           IF LEYENDO-HISTORICO
              READ ARCH-FACTURAS-HIST NEXT RECORD INTO REG-FACTURA
                  AT END MOVE '10' TO FS-FACTURAS
              END-READ
           ELSE
              READ ARCH-FACTURAS NEXT RECORD
                  AT END MOVE '10' TO FS-FACTURAS
              END-READ
           END-IF.

      *    una factura dada de baja por incobrable se sigue
      *    mostrando (la deuda existe), marcada FACT INCOB.
       CARGAR-MOV-FACTURA.
           IF NOT FAC-ANULADA
              AND FAC-CUIT NOT LESS WS-CUIT-DESDE
                 COMPUTE TAB-MOV-IMPORTE(IND-TAB-MOV) =
                     FAC-TOTAL * -1
              ELSE
                 IF FAC-INCOBRABLE
                    MOVE 'FACT INCOB' TO TAB-MOV-TIPO(IND-TAB-MOV)
                 ELSE
                    IF FAC-ES-NOTA-DEBITO
                       MOVE 'NOTA DEB' TO TAB-MOV-TIPO(IND-TAB-MOV)
                    ELSE
                       MOVE 'FACTURA' TO TAB-MOV-TIPO(IND-TAB-MOV)
                    END-IF
                 END-IF
                 MOVE FAC-TOTAL TO TAB-MOV-IMPORTE(IND-TAB-MOV)
              END-IF
           END-IF.
           IF NOT COB-EOF
              PERFORM LEER-COBRANZA
              PERFORM CARGAR-MOV-COBRANZA UNTIL COB-EOF
              IF USAR-HISTORICO
                 PERFORM CARGAR-COBRANZAS-HISTORICO
              END-IF
              CLOSE ARCH-COBRANZAS.

       CARGAR-COBRANZAS-HISTORICO.
           OPEN INPUT ARCH-COBRANZAS-HIST.
           IF NOT COB-HIST-OK
              PERFORM CORTAR-SIN-HISTORICO.
           MOVE 'S' TO WS-LEYENDO-HISTORICO.
           MOVE '00' TO FS-COBRANZAS.
           PERFORM LEER-COBRANZA.
           PERFORM CARGAR-MOV-COBRANZA UNTIL COB-EOF.
           MOVE 'N' TO WS-LEYENDO-HISTORICO.
           CLOSE ARCH-COBRANZAS-HIST.

       LEER-COBRANZA.
           IF LEYENDO-HISTORICO
              READ ARCH-COBRANZAS-HIST NEXT RECORD INTO REG-COBRANZA
                  AT END MOVE '10' TO FS-COBRANZAS
              END-READ
           ELSE
              READ ARCH-COBRANZAS NEXT RECORD
                  AT END MOVE '10' TO FS-COBRANZAS
              END-READ
           END-IF.

       CARGAR-MOV-COBRANZA.
           IF NOT REG-COB-ANULADO
           IF DIF-OK
              PERFORM LEER-DIFERENCIA
              PERFORM CARGAR-MOV-DIFERENCIA UNTIL DIF-EOF
              IF USAR-HISTORICO
                 PERFORM CARGAR-DIFERENCIAS-HISTORICO
              END-IF
              CLOSE ARCH-DIFERENCIAS.

      *    puede no existir: ninguna diferencia se archivo todavia.
       CARGAR-DIFERENCIAS-HISTORICO.
           OPEN INPUT ARCH-DIFERENCIAS-HIST.
           IF DIF-HIST-OK
              MOVE 'S' TO WS-LEYENDO-HISTORICO
              MOVE '00' TO FS-DIFERENCIAS
              PERFORM LEER-DIFERENCIA
              PERFORM CARGAR-MOV-DIFERENCIA UNTIL DIF-EOF
              MOVE 'N' TO WS-LEYENDO-HISTORICO
              CLOSE ARCH-DIFERENCIAS-HIST.

       LEER-DIFERENCIA.
           IF LEYENDO-HISTORICO
              READ ARCH-DIFERENCIAS-HIST INTO REG-DIFERENCIA
                  AT END MOVE '10' TO FS-DIFERENCIAS
              END-READ
           ELSE
              READ ARCH-DIFERENCIAS
                  AT END MOVE '10' TO FS-DIFERENCIAS
              END-READ
           END-IF.

       CARGAR-MOV-DIFERENCIA.
           IF DIF-CUIT NOT LESS WS-CUIT-DESDE
           END-IF.
           PERFORM LEER-DIFERENCIA.

      *    solo el rango de CUIT pedido: el CUIT encabeza la clave de
      *    APLICACIONES.DAT, START por el CUIT desde y READ NEXT
      *    hasta pasar el hasta. del resto de las aplicaciones no
      *    sale movimiento: el recibo ya esta al haber.
       CARGAR-MOVIMIENTOS-PRONTO-PAGO.
           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              MOVE WS-CUIT-DESDE TO REG-APL-CUIT
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
                 PERFORM CARGAR-MOV-PRONTO-PAGO
                     UNTIL APL-EOF
                      OR REG-APL-CUIT GREATER WS-CUIT-HASTA
              END-IF
              IF USAR-HISTORICO
                 PERFORM CARGAR-PRONTO-PAGO-HISTORICO
              END-IF
              CLOSE ARCH-APLICACIONES.

       CARGAR-PRONTO-PAGO-HISTORICO.
           OPEN INPUT ARCH-APLICACIONES-HIST.
           IF NOT APL-HIST-OK
              PERFORM CORTAR-SIN-HISTORICO.
           MOVE 'S' TO WS-LEYENDO-HISTORICO.
           MOVE '00' TO FS-APLICACIONES.
           MOVE WS-CUIT-DESDE TO APH-CUIT.
           MOVE LOW-VALUES TO APH-RESTO-CLAVE.
           START ARCH-APLICACIONES-HIST KEY IS NOT LESS THAN APH-CLAVE
               INVALID KEY MOVE '10' TO FS-APLICACIONES.
           IF APL-OK
              PERFORM LEER-APLICACION
              PERFORM CARGAR-MOV-PRONTO-PAGO
                  UNTIL APL-EOF
                   OR REG-APL-CUIT GREATER WS-CUIT-HASTA
           END-IF.
           MOVE 'N' TO WS-LEYENDO-HISTORICO.
           CLOSE ARCH-APLICACIONES-HIST.

       LEER-APLICACION.
           IF LEYENDO-HISTORICO
              READ ARCH-APLICACIONES-HIST NEXT RECORD
                  INTO REG-APLICACION
                  AT END MOVE '10' TO FS-APLICACIONES
              END-READ
           ELSE
              READ ARCH-APLICACIONES NEXT RECORD
                  AT END MOVE '10' TO FS-APLICACIONES
              END-READ
           END-IF.

       CARGAR-MOV-PRONTO-PAGO.
           IF REG-APL-REFERENCIA EQUAL 'PRONTOPAGO'
              PERFORM CONTROLAR-LUGAR-EN-TABLA
              ADD 1 TO WS-CANT-MOV
              SET IND-TAB-MOV TO WS-CANT-MOV
              MOVE REG-APL-CUIT TO TAB-MOV-CUIT(IND-TAB-MOV)
              MOVE REG-APL-FECHA-COB TO TAB-MOV-FECHA(IND-TAB-MOV)
              MOVE 'DESC PPAGO' TO TAB-MOV-TIPO(IND-TAB-MOV)
              MOVE REG-APL-FACTURA TO TAB-MOV-REF(IND-TAB-MOV)
              COMPUTE TAB-MOV-IMPORTE(IND-TAB-MOV) =
                  REG-APL-IMPORTE * -1
              MOVE REG-APL-MONEDA TO TAB-MOV-MONEDA(IND-TAB-MOV)
           END-IF.
           PERFORM LEER-APLICACION.

      *    rango que empieza despues del corte: lo archivado de cada
      *    CUIT entra como un unico movimiento sin fecha, que cae
      *    siempre en el saldo anterior y no se imprime.
       CARGAR-SALDOS-HISTORICOS.
           OPEN INPUT ARCH-SALDOS-HIST.
           IF NOT SALDOS-HIST-OK
              DISPLAY 'NO PUDO ABRIRSE CUENTAS-HISTORICO-SALDOS.DAT '
                  FS-SALDOS-HIST ' - EL SALDO ANTERIOR NO INCLUYE LO '
                  'ARCHIVADO'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-CUIT-DESDE TO SAH-CUIT.
           START ARCH-SALDOS-HIST KEY IS NOT LESS THAN SAH-CUIT
               INVALID KEY MOVE '10' TO FS-SALDOS-HIST.
           IF SALDOS-HIST-OK
              PERFORM LEER-SALDO-HISTORICO
              PERFORM CARGAR-MOV-SALDO-HISTORICO
                  UNTIL SALDOS-HIST-EOF
                   OR SAH-CUIT GREATER WS-CUIT-HASTA
           END-IF.
           CLOSE ARCH-SALDOS-HIST.

       LEER-SALDO-HISTORICO.
           READ ARCH-SALDOS-HIST NEXT RECORD
               AT END MOVE '10' TO FS-SALDOS-HIST
           END-READ.

       CARGAR-MOV-SALDO-HISTORICO.
           IF SAH-SALDO NOT EQUAL ZERO
              PERFORM CONTROLAR-LUGAR-EN-TABLA
              ADD 1 TO WS-CANT-MOV
              SET IND-TAB-MOV TO WS-CANT-MOV
              MOVE SAH-CUIT TO TAB-MOV-CUIT(IND-TAB-MOV)
              MOVE 0 TO TAB-MOV-FECHA(IND-TAB-MOV)
              MOVE 'SALDO HIST' TO TAB-MOV-TIPO(IND-TAB-MOV)
              MOVE SPACES TO TAB-MOV-REF(IND-TAB-MOV)
              MOVE SAH-SALDO TO TAB-MOV-IMPORTE(IND-TAB-MOV)
              MOVE SPACES TO TAB-MOV-MONEDA(IND-TAB-MOV)
           END-IF.
           PERFORM LEER-SALDO-HISTORICO.

       CONTROLAR-LUGAR-EN-TABLA.
           IF WS-CANT-MOV NOT LESS WS-MAX-MOV
              DISPLAY 'ERROR: MAS DE ' WS-MAX-MOV ' MOVIMIENTOS, LA '
           WRITE REG-CUENTA.
           CLOSE ARCH-CUENTA.

           MOVE 'CC' TO WS-DES-TIPO.
           MOVE WS-CUIT-CORTE TO WS-DES-CUIT.
           MOVE WS-NOMBRE-CUENTA TO WS-DES-ARCHIVO.
           MOVE WS-PERIODO TO WS-DES-REFERENCIA.
           PERFORM ANOTAR-DOCUMENTO-DESPACHO.

       ABRIR-CUENTA-CUIT.
           MOVE SPACES TO WS-NOMBRE-CUENTA.
           STRING 'CUENTA-' WS-CUIT-CORTE '-' WS-PERIODO '.LST'

       TERMINAR.
           CLOSE ARCH-EMP-IDX.
           IF DESPACHO-DISPONIBLE
              CLOSE ARCH-DESPACHO.
           DISPLAY WS-ACUM-CUENTAS ' CUENTAS CORRIENTES GENERADAS '
               '(CUENTA-<CUIT>-' WS-PERIODO '.LST)'.
           IF NOT MODO-BATCH
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.

      *    DESPACHO-DOCUMENTOS.DAT acumula entre corridas; si no
      *    puede abrirse los documentos salen igual, sin anotarse.
       ABRIR-DESPACHO.
           ACCEPT WS-DES-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WS-DES-HORA-CORRIDA FROM TIME.
           OPEN EXTEND ARCH-DESPACHO.
           IF NOT DESPACHO-OK
              OPEN OUTPUT ARCH-DESPACHO.
           IF DESPACHO-OK
              MOVE 'S' TO WS-DESPACHO-DISPONIBLE
           ELSE
              DISPLAY 'NO PUDO ABRIRSE DESPACHO-DOCUMENTOS.DAT '
                  FS-DESPACHO ' - LAS CUENTAS NO QUEDAN ANOTADAS '
                  'PARA EL DESPACHO'.

       ANOTAR-DOCUMENTO-DESPACHO.
           IF DESPACHO-DISPONIBLE
              MOVE SPACES TO REG-DOC-DESPACHO
              MOVE WS-DES-FECHA-CORRIDA TO DES-FECHA-GEN
              MOVE WS-DES-HORA-CORRIDA TO DES-HORA-GEN
              MOVE 'CuentaCorriente' TO DES-PROGRAMA
              MOVE WS-DES-TIPO TO DES-TIPO
              MOVE WS-DES-CUIT TO DES-CUIT
              MOVE WS-DES-ARCHIVO TO DES-ARCHIVO
              MOVE WS-DES-REFERENCIA TO DES-REFERENCIA
              WRITE REG-DOC-DESPACHO.
