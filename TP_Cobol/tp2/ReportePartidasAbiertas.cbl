      *    cuando el cliente salteaba una factura en disputa y pagaba
      *    las mas nuevas. Las notas de credito netan en negativo y
      *    lo cobrado sin aplicar de cada empresa queda como saldo a
      *    cuenta. una factura con plan de cuotas (CUOTAS.DAT) abre
      *    debajo un renglon por cuota con su vencimiento y saldo; lo
      *    aplicado a la factura cubre las cuotas de la mas vieja a
      *    la mas nueva.

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

           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               RECORD KEY IS REG-RET-CLAVE
               FILE STATUS IS FS-RETENCIONES.

           SELECT ARCH-CUOTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS FS-CUOTAS.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
               88 FAC-ANULADA            VALUE 'A'.
      *    'I' saldo dado de baja por incobrable (BajaIncobrables).
               88 FAC-INCOBRABLE         VALUE 'I'.
      *    vencimiento estampado por GeneraFacturas (emision mas el
      *    plazo de pago de la empresa); cero en un registro viejo.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

       FD ARCH-APLICACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'APLICACIONES.DAT'
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

       FD ARCH-RETENCIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'RETENCIONES-SUFRIDAS.DAT'
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

      *    planes de cuotas por factura (CargaCuotas), en orden de
      *    vencimiento dentro de cada factura.
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

       FD ARCH-PARTIDAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PARTIDAS-ABIERTAS.LST'
       77 FS-PARTIDAS      PIC XX.
           88 PARTIDAS-OK    VALUE '00'.

       77 FS-CUOTAS        PIC XX.
           88 CUO-OK         VALUE '00'.
           88 CUO-EOF        VALUE '10'.

       01 WS-CUOTAS-DISPONIBLE       PIC X VALUE 'N'.
           88 CUOTAS-DISPONIBLE      VALUE 'S'.

      *    lo aplicado a la factura que todavia no cubrio cuotas, y
      *    lo que le toca a la cuota en curso.
       01 WS-APLICADO-RESTANTE       PIC S9(10)V99.
       01 WS-APLICADO-CUOTA          PIC S9(10)V99.
       01 WS-SALDO-CUOTA             PIC S9(10)V99.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno PARTIDAS-MODO vale 'BATCH', el

       01 REG-TAB-PAR-TEMP.
           03 TAB-PAR-NUMERO-TEMP    PIC 9(8).
           03 TAB-PAR-PV-TEMP        PIC 9(4).
           03 TAB-PAR-LETRA-TEMP     PIC X(1).
           03 TAB-PAR-CUIT-TEMP      PIC 9(11).
           03 TAB-PAR-FECHA-TEMP     PIC 9(8).
           03 TAB-PAR-TIPO-TEMP      PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PAR-MONEDA         PIC X(3).

      *    renglon de cuota debajo de su factura: nro de cuota en la
      *    columna del comprobante y su vencimiento en la de la fecha.
       01 LINEA-DETALLE-CUOTA.
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 FILLER                 PIC X(3) VALUE 'C. '.
           03 LIN-CUO-NRO            PIC 9(2).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CUO-VENCIMIENTO    PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 FILLER                 PIC X(9) VALUE 'VTO CUOTA'.
           03 LIN-CUO-IMPORTE        PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CUO-APLICADO       PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CUO-SALDO          PIC -ZZZZZZZZ9,99.

       01 LINEA-SALDO-EMPRESA.
           03 FILLER                 PIC X(39) VALUE
              'SALDO ABIERTO DE LA EMPRESA'.
              DISPLAY 'RETENCIONES-SUFRIDAS.DAT NO DISPONIBLE, EL '
                  'COBRADO NO INCLUYE RETENCIONES'.

      *    sin CUOTAS.DAT ninguna factura tiene plan: se listan
      *    enteras, como siempre.
           OPEN INPUT ARCH-CUOTAS.
           IF CUO-OK
              MOVE 'S' TO WS-CUOTAS-DISPONIBLE.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

      *    un comprobante anulado no es una partida: ni abre saldo ni
      *    neta nada. tampoco una factura dada de baja por
      *    incobrable: su saldo ya salio de deudores.
       CARGAR-PARTIDA-EN-TABLA.
           IF FAC-ANULADA OR FAC-INCOBRABLE
              NEXT SENTENCE
           ELSE
           IF WS-CANT-PAR IS LESS THAN WS-MAX-PARTIDAS
              END-IF
           END-IF.

      *    el descuento de pronto pago (CargaAplicaciones) cancela la
      *    factura pero no sale de ningun recibo: no baja el a cuenta.
           IF REG-APL-REFERENCIA NOT EQUAL 'PRONTOPAGO'
              MOVE REG-APL-CUIT TO WS-CUIT-CORTE
              PERFORM UBICAR-FILA-CTA
              ADD REG-APL-IMPORTE TO TAB-CTA-APLICADO(IND-TAB-CTA)
           END-IF.

           PERFORM LEER-APLICACION.

           IF TAB-PAR-TIPO(IND-TAB-PAR) EQUAL 'N'
              MOVE 'NOTA CRED' TO LIN-PAR-TIPO
           ELSE
              IF TAB-PAR-TIPO(IND-TAB-PAR) EQUAL 'D'
                 MOVE 'NOTA DEB' TO LIN-PAR-TIPO
              ELSE
                 MOVE 'FACTURA' TO LIN-PAR-TIPO
              END-IF
           END-IF.

           COMPUTE WS-SALDO-PARTIDA = TAB-PAR-TOTAL(IND-TAB-PAR)
           MOVE LINEA-DETALLE-PARTIDA TO REG-PARTIDAS-LST.
           WRITE REG-PARTIDAS-LST.

           IF CUOTAS-DISPONIBLE
              AND TAB-PAR-TIPO(IND-TAB-PAR) NOT EQUAL 'N'
              PERFORM IMPRIMIR-CUOTAS-PARTIDA.

           SET IND-TAB-PAR UP BY 1.

      *    START en la cuota 00 de la factura y READ NEXT mientras no
      *    cambie la factura; sin plan no se imprime nada.
       IMPRIMIR-CUOTAS-PARTIDA.
           MOVE TAB-PAR-APLICADO(IND-TAB-PAR) TO WS-APLICADO-RESTANTE.
           MOVE TAB-PAR-PV(IND-TAB-PAR) TO CUO-PUNTO-VENTA.
           MOVE TAB-PAR-LETRA(IND-TAB-PAR) TO CUO-LETRA.
           MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO CUO-NUMERO.
           MOVE 0 TO CUO-NRO-CUOTA.
           START ARCH-CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY MOVE '10' TO FS-CUOTAS
           END-START.
           IF CUO-OK
              PERFORM LEER-CUOTA
              PERFORM IMPRIMIR-UNA-CUOTA
                  UNTIL CUO-EOF
                   OR CUO-PUNTO-VENTA NOT EQUAL TAB-PAR-PV(IND-TAB-PAR)
                   OR CUO-LETRA NOT EQUAL TAB-PAR-LETRA(IND-TAB-PAR)
                   OR CUO-NUMERO NOT EQUAL TAB-PAR-NUMERO(IND-TAB-PAR).

       LEER-CUOTA.
           READ ARCH-CUOTAS NEXT RECORD
               AT END MOVE '10' TO FS-CUOTAS
           END-READ.

       IMPRIMIR-UNA-CUOTA.
           IF WS-APLICADO-RESTANTE GREATER CUO-IMPORTE
              MOVE CUO-IMPORTE TO WS-APLICADO-CUOTA
           ELSE
              IF WS-APLICADO-RESTANTE GREATER ZERO
                 MOVE WS-APLICADO-RESTANTE TO WS-APLICADO-CUOTA
              ELSE
                 MOVE 0 TO WS-APLICADO-CUOTA.
           SUBTRACT WS-APLICADO-CUOTA FROM WS-APLICADO-RESTANTE.
           COMPUTE WS-SALDO-CUOTA = CUO-IMPORTE - WS-APLICADO-CUOTA.

           MOVE CUO-NRO-CUOTA TO LIN-CUO-NRO.
           MOVE CUO-VENCIMIENTO TO LIN-CUO-VENCIMIENTO.
           MOVE CUO-IMPORTE TO LIN-CUO-IMPORTE.
           MOVE WS-APLICADO-CUOTA TO LIN-CUO-APLICADO.
           MOVE WS-SALDO-CUOTA TO LIN-CUO-SALDO.
           MOVE LINEA-DETALLE-CUOTA TO REG-PARTIDAS-LST.
           WRITE REG-PARTIDAS-LST.

           PERFORM LEER-CUOTA.

       IMPRIMIR-A-CUENTA-EMPRESA.
           MOVE 'N' TO WS-CUIT-ENCONTRADO.
           SET IND-TAB-CTA TO 1.
           END-IF.

       TERMINAR.
           IF CUOTAS-DISPONIBLE
              CLOSE ARCH-CUOTAS.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-PARTIDAS.
           DISPLAY 'REPORTE GENERADO EN PARTIDAS-ABIERTAS.LST'.
