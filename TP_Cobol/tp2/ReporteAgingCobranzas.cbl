      *    dias no esta moroso el dia que se le factura) y las
      *    cobranzas se aplican contra las franjas mas viejas
      *    primero, que es el mismo criterio con el que contaduria
      *    imputa los recibos. las notas de debito y credito manuales
      *    (NOTAS-MANUALES.DAT) entran como una factura y como un
      *    recibo respectivamente. una factura con plan de cuotas
      *    (CUOTAS.DAT) no vence entera: cada cuota se pasa de la
      *    franja de la factura a la de su propio vencimiento. lo
      *    que esta en disputa (DISPUTAS.DAT, MantenimientoDisputas)
      *    sale de las franjas y se muestra aparte en la columna EN
      *    DISPUTA: sigue siendo deuda pero no se gestiona como mora.

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

           SELECT ARCH-INCOBRABLES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-INCOBRABLES.

           SELECT ARCH-NOTAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NOTAS.

           SELECT ARCH-CUOTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS FS-CUOTAS.

           SELECT ARCH-DISPUTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DIS-CLAVE
                   FILE STATUS IS FS-DISPUTAS.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      *    reconstruirla): GeneraFacturas regrosa el bruto con este
      *    importe real. cero en un extracto viejo.
           03 REG-GL-RETENIDO            PIC 9(10)V99.
      *    orden de trabajo y tarea de los trabajos del registro: el
      *    '1' y el '2' salen uno por empresa, orden y tarea del
      *    bloque del consultor, para que GeneraFacturas pueda partir
      *    la factura segun la politica de la empresa. en blanco en
      *    los demas tipos y en un extracto viejo.
           03 REG-GL-ORDEN               PIC X(4).
           03 REG-GL-TAREA               PIC X(4).
      *    producto de reventa del 'P': codigo, descripcion, cantidad,
      *    precio unitario y alicuota de IVA del renglon de la orden
      *    (REG-GL-IMPORTE es cantidad x precio). en blanco en los
      *    demas tipos y en un extracto viejo.
           03 REG-GL-PRODUCTO-DATOS.
               05 REG-GL-PRODUCTO        PIC X(8).
               05 REG-GL-PROD-DESC       PIC X(30).
               05 REG-GL-CANTIDAD        PIC 9(5)V99.
               05 REG-GL-PRECIO-UNIT     PIC 9(8)V99.
               05 REG-GL-IVA-PCT         PIC 9(3)V99.

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

      *    maestro de comprobantes, solo para netear los anulados:
      *    el aging se arma del extracto contable, que no sabe de
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
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
               88 FAC-INCOBRABLE         VALUE 'I'.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

      *    bajas por incobrable (BajaIncobrables): el saldo que
      *    quedaba abierto al darlas de baja sale de la gestion de
      *    cobro igual que un comprobante anulado.
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

      *    notas de debito y credito manuales (NotasManuales): no
      *    pasan por TP1, asi que no estan en GL-EXTRACT.
       FD ARCH-NOTAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'NOTAS-MANUALES.DAT'
             DATA RECORD IS REG-NOTA.

       01 REG-NOTA.
           03 NTM-CLAVE.
               05 NTM-PUNTO-VENTA        PIC 9(4).
               05 NTM-LETRA              PIC X(1).
               05 NTM-NUMERO             PIC 9(8).
           03 NTM-TIPO                   PIC X(1).
           03 NTM-FECHA                  PIC 9(8).
           03 NTM-CUIT                   PIC 9(11).
           03 NTM-MONEDA                 PIC X(3).
           03 NTM-BRUTO                  PIC 9(10)V99.
           03 NTM-IVA                    PIC 9(10)V99.
           03 NTM-TOTAL                  PIC 9(10)V99.
           03 NTM-VENCIMIENTO            PIC 9(8).
           03 NTM-REFERENCIA.
               05 NTM-REF-PUNTO-VENTA    PIC 9(4).
               05 NTM-REF-LETRA          PIC X(1).
               05 NTM-REF-NUMERO         PIC 9(8).
           03 NTM-CONCEPTO               PIC X(60).
           03 NTM-USUARIO                PIC X(20).

      *    planes de cuotas por factura (CargaCuotas).
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

      *    una disputa por comprobante, con la misma clave que
      *    FACTURAS.DAT - ver MantenimientoDisputas.
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
           03 DIS-FECHA-RESOLUCION       PIC 9(8).
           03 DIS-USUARIO                PIC X(20).

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

      *    fecha de negocio mantenida desde PRINCIPAL: si existe con
      *    una fecha valida se usa como "hoy"; el reloj real queda
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-INCOBRABLES   PIC XX.
           88 INCOBRABLES-OK  VALUE '00'.
           88 INCOBRABLES-EOF VALUE '10'.

       77 FS-NOTAS         PIC XX.
           88 NOTAS-OK       VALUE '00'.
           88 NOTAS-EOF      VALUE '10'.

       77 FS-CUOTAS        PIC XX.
           88 CUO-OK         VALUE '00'.
           88 CUO-EOF        VALUE '10'.

       77 FS-DISPUTAS      PIC XX.
           88 DISPUTAS-OK    VALUE '00'.
           88 DISPUTAS-EOF   VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-NOENC      VALUE '23'.
               05 TAB-SAL-F60           PIC S9(10)V99.
               05 TAB-SAL-F90           PIC S9(10)V99.
               05 TAB-SAL-F90-MAS       PIC S9(10)V99.
      *        saldo en disputa abierta, fuera de las franjas.
               05 TAB-SAL-DISPUTA       PIC S9(10)V99.
      *        plazo de pago de la empresa, leido una sola vez al
      *        crear la fila: corre la antiguedad de todas sus
      *        partidas.
       01 WS-CUIT-ENCONTRADO         PIC X VALUE 'N'.
           88 CUIT-ENCONTRADO        VALUE 'S'.

       01 WS-NOTA-VIGENTE            PIC X VALUE 'N'.
           88 NOTA-VIGENTE           VALUE 'S'.
       01 WS-TIPO-NOTA-PASADA        PIC X(1).

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-DIAS-HOY                PIC 9(7).
       01 WS-DIAS-PERIODO            PIC 9(7).
       01 WS-COBRO-RESTANTE          PIC S9(10)V99.
       01 WS-APLICADO                PIC S9(10)V99.

      *    importe con signo que SUMAR-IMPORTE-EN-FRANJA suma en la
      *    franja de WS-ANTIGUEDAD: negativo saca una cuota de la
      *    franja de su factura.
       01 WS-IMPORTE-FRANJA          PIC S9(10)V99.

       01 WS-SALDO-TOTAL             PIC S9(10)V99.

       01 WS-ACUM-SALDO-GENERAL      PIC S9(12)V99 VALUE 0.
           03 FILLER       PIC X(13) VALUE '     31-60'.
           03 FILLER       PIC X(13) VALUE '     61-90'.
           03 FILLER       PIC X(13) VALUE '   MAS DE 90'.
           03 FILLER       PIC X(13) VALUE '  EN DISPUTA'.
           03 FILLER       PIC X(13) VALUE '       SALDO'.
           03 FILLER       PIC X(4) VALUE ' MON'.

           03 LIN-AGI-F60            PIC -ZZZZZZZZ9,99.
           03 LIN-AGI-F90            PIC -ZZZZZZZZ9,99.
           03 LIN-AGI-F90-MAS        PIC -ZZZZZZZZ9,99.
           03 LIN-AGI-DISPUTA        PIC -ZZZZZZZZ9,99.
           03 LIN-AGI-SALDO          PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-AGI-MONEDA         PIC X(3).

       01 LINEA-TOTAL-AGING.
           03 FILLER                 PIC X(25) VALUE 'SALDO GENERAL'.
           03 FILLER                 PIC X(67) VALUE SPACES.
           03 LIN-AGI-TOTAL          PIC -ZZZZZZZZZZ9,99.

       01 LINEA-DIVISORIA.

           PERFORM LEER-GL-EXTRACT.
           PERFORM ENVEJECER-FACTURACION UNTIL GL-EOF.
           PERFORM ENVEJECER-NOTAS-DEBITO.
           PERFORM REENVEJECER-CUOTAS.

           PERFORM LEER-COBRANZA.
           PERFORM APLICAR-COBRANZAS UNTIL COB-EOF.

           PERFORM NETEAR-FACTURAS-ANULADAS.
           PERFORM NETEAR-NOTAS-CREDITO.
           PERFORM NETEAR-INCOBRABLES.
           PERFORM SEPARAR-DISPUTAS.

           PERFORM IMPRIMIR-REPORTE.
           PERFORM TERMINAR.

       LEER-GL-EXTRACT.
           READ ARCH-GL-EXTRACT AT END MOVE '10' TO FS-GL-EXTRACT.
      *    un renglon mas largo que el registro (status 06) vuelve
      *    partido en dos lecturas: la corrida se corta en vez de
      *    sumar el pedazo sobrante como otro registro.
           IF NOT GL-OK AND NOT GL-EOF
              DISPLAY 'ERROR LEYENDO GL-EXTRACT.DAT ' FS-GL-EXTRACT
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    cada registro de detalle suma su importe en la franja de
      *    antiguedad que le corresponde a su fecha de periodo.
                 MOVE 0 TO TAB-SAL-F60(IND-TAB-SAL)
                 MOVE 0 TO TAB-SAL-F90(IND-TAB-SAL)
                 MOVE 0 TO TAB-SAL-F90-MAS(IND-TAB-SAL)
                 MOVE 0 TO TAB-SAL-DISPUTA(IND-TAB-SAL)
                 PERFORM BUSCAR-PLAZO-EMPRESA
              ELSE
                 DISPLAY 'ERROR: MAS DE 999 EMPRESAS EN GL-EXTRACT, '
           END-IF.

       SUMAR-EN-FRANJA.
           PERFORM CALCULAR-ANTIGUEDAD-PERIODO.
           MOVE REG-GL-IMPORTE TO WS-IMPORTE-FRANJA.
           PERFORM SUMAR-IMPORTE-EN-FRANJA.

       CALCULAR-ANTIGUEDAD-PERIODO.
           MOVE REG-GL-PERIODO (5:4) TO WS-PERIODO-AM-AAAA.
           MOVE REG-GL-PERIODO (3:2) TO WS-PERIODO-AM-MM.
           MOVE REG-GL-PERIODO (1:2) TO WS-PERIODO-AM-DD.
           COMPUTE WS-ANTIGUEDAD = WS-DIAS-HOY - WS-DIAS-PERIODO
               - TAB-SAL-PLAZO(IND-TAB-SAL).

       SUMAR-IMPORTE-EN-FRANJA.
           IF WS-ANTIGUEDAD NOT GREATER 30
              ADD WS-IMPORTE-FRANJA TO TAB-SAL-F30(IND-TAB-SAL)
           ELSE
              IF WS-ANTIGUEDAD NOT GREATER 60
                 ADD WS-IMPORTE-FRANJA TO TAB-SAL-F60(IND-TAB-SAL)
              ELSE
                 IF WS-ANTIGUEDAD NOT GREATER 90
                    ADD WS-IMPORTE-FRANJA TO TAB-SAL-F90(IND-TAB-SAL)
                 ELSE
                    ADD WS-IMPORTE-FRANJA TO
                        TAB-SAL-F90-MAS(IND-TAB-SAL).

      *    una factura con plan de cuotas entro arriba entera en la
      *    franja de su periodo corrido por el plazo de la empresa;
      *    cada cuota se saca de esa franja y se suma en la de su
      *    propio vencimiento (sin plazo: el vencimiento de la cuota
      *    ya es el pactado). el total de la empresa no cambia, y
      *    las cobranzas que se aplican despues bajan primero las
      *    cuotas mas viejas. el periodo de la factura es el mismo
      *    DDMMAAAA del extracto; uno en cero se toma de la emision.
      *    la NC y el comprobante anulado no tienen cuotas que
      *    mover. CUOTAS.DAT puede no existir.
       REENVEJECER-CUOTAS.
           OPEN INPUT ARCH-CUOTAS.
           IF CUO-OK
              OPEN INPUT ARCH-FACTURAS
              IF FACTURAS-OK
                 PERFORM LEER-CUOTA
                 PERFORM REENVEJECER-UNA-CUOTA UNTIL CUO-EOF
                 CLOSE ARCH-FACTURAS
              END-IF
              CLOSE ARCH-CUOTAS.

       LEER-CUOTA.
           READ ARCH-CUOTAS NEXT RECORD
               AT END MOVE '10' TO FS-CUOTAS
           END-READ.

       REENVEJECER-UNA-CUOTA.
           MOVE CUO-PUNTO-VENTA TO FAC-PUNTO-VENTA.
           MOVE CUO-LETRA TO FAC-LETRA.
           MOVE CUO-NUMERO TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.
           IF FACTURAS-OK AND NOT FAC-ANULADA
              AND NOT FAC-ES-NOTA-CREDITO
              MOVE 'N' TO WS-CUIT-ENCONTRADO
              SET IND-TAB-SAL TO 1
              SEARCH TAB-SAL
                  WHEN TAB-SAL-CUIT(IND-TAB-SAL) EQUAL FAC-CUIT
                      MOVE 'S' TO WS-CUIT-ENCONTRADO
              END-SEARCH
              IF CUIT-ENCONTRADO
                 PERFORM MOVER-CUOTA-DE-FRANJA
              END-IF
           END-IF.
           PERFORM LEER-CUOTA.

       MOVER-CUOTA-DE-FRANJA.
           IF FAC-PERIODO IS NUMERIC AND FAC-PERIODO GREATER ZERO
              MOVE FAC-PERIODO TO REG-GL-PERIODO
           ELSE
              MOVE FAC-FECHA (7:2) TO REG-GL-PERIODO (1:2)
              MOVE FAC-FECHA (5:2) TO REG-GL-PERIODO (3:2)
              MOVE FAC-FECHA (1:4) TO REG-GL-PERIODO (5:4).
           PERFORM CALCULAR-ANTIGUEDAD-PERIODO.
           COMPUTE WS-IMPORTE-FRANJA = CUO-IMPORTE * -1.
           PERFORM SUMAR-IMPORTE-EN-FRANJA.

           COMPUTE WS-ANTIGUEDAD = WS-DIAS-HOY
               - FUNCTION INTEGER-OF-DATE (CUO-VENCIMIENTO).
           MOVE CUO-IMPORTE TO WS-IMPORTE-FRANJA.
           PERFORM SUMAR-IMPORTE-EN-FRANJA.

       LEER-COBRANZA.
           READ ARCH-COBRANZAS NEXT RECORD
               AT END MOVE '10' TO FS-COBRANZAS
      *    primero, igual que un recibo - mismo criterio con el que
      *    TP1 lo excluye en CARGAR-SALDOS-ABIERTOS. las NC anuladas
      *    no se tocan: el registro '1' del extracto ya viene neteado
      *    de su credito. las notas manuales anuladas tampoco: su
      *    pasada (ver ENVEJECER-NOTAS-DEBITO) ya las saltea.
      *    FACTURAS.DAT puede no existir todavia.
       NETEAR-FACTURAS-ANULADAS.
           OPEN INPUT ARCH-FACTURAS.
           IF FACTURAS-OK
              CLOSE ARCH-FACTURAS.

       LEER-FACTURA-ANULADAS.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

       NETEAR-UNA-ANULADA.
           IF FAC-ANULADA AND NOT FAC-ES-NOTA-CREDITO
              AND NOT FAC-ES-NOTA-DEBITO
              MOVE 'N' TO WS-CUIT-ENCONTRADO
              SET IND-TAB-SAL TO 1
              SEARCH TAB-SAL
           END-IF.
           PERFORM LEER-FACTURA-ANULADAS.

      *    las notas de debito manuales se envejecen igual que un
      *    detalle del extracto: el area de GL-EXTRACT, ya agotado,
      *    se carga con su CUIT, su fecha de emision como periodo y
      *    su total, y pasa por UBICAR-FILA-CUIT y SUMAR-EN-FRANJA
      *    (la emision corrida por el plazo de la empresa es su
      *    vencimiento). una nota anulada no suma: su estado se
      *    relee del maestro. NOTAS-MANUALES.DAT puede no existir.
       ENVEJECER-NOTAS-DEBITO.
           MOVE 'D' TO WS-TIPO-NOTA-PASADA.
           PERFORM RECORRER-NOTAS-MANUALES.

      *    la nota de credito manual vigente baja la deuda de su CUIT
      *    contra las franjas mas viejas primero, igual que un recibo.
       NETEAR-NOTAS-CREDITO.
           MOVE 'N' TO WS-TIPO-NOTA-PASADA.
           PERFORM RECORRER-NOTAS-MANUALES.

       RECORRER-NOTAS-MANUALES.
           OPEN INPUT ARCH-NOTAS.
           IF NOTAS-OK
              OPEN INPUT ARCH-FACTURAS
              IF FACTURAS-OK
                 PERFORM LEER-NOTA
                 PERFORM PROCESAR-UNA-NOTA UNTIL NOTAS-EOF
                 CLOSE ARCH-FACTURAS
              END-IF
              CLOSE ARCH-NOTAS.

       LEER-NOTA.
           READ ARCH-NOTAS AT END MOVE '10' TO FS-NOTAS.

       PROCESAR-UNA-NOTA.
           IF NTM-TIPO EQUAL WS-TIPO-NOTA-PASADA
              PERFORM RELEER-ESTADO-NOTA
              IF NOTA-VIGENTE
                 IF NTM-TIPO EQUAL 'D'
                    PERFORM ENVEJECER-UNA-NOTA-DEBITO
                 ELSE
                    PERFORM NETEAR-UNA-NOTA-CREDITO
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-NOTA.

       RELEER-ESTADO-NOTA.
           MOVE 'N' TO WS-NOTA-VIGENTE.
           MOVE NTM-CLAVE TO FAC-CLAVE.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.
           IF FACTURAS-OK AND NOT FAC-ANULADA
              MOVE 'S' TO WS-NOTA-VIGENTE.

       ENVEJECER-UNA-NOTA-DEBITO.
           MOVE NTM-CUIT TO REG-GL-CUIT-EMPRESA.
           MOVE NTM-MONEDA TO REG-GL-MONEDA.
           MOVE NTM-FECHA (7:2) TO REG-GL-PERIODO (1:2).
           MOVE NTM-FECHA (5:2) TO REG-GL-PERIODO (3:2).
           MOVE NTM-FECHA (1:4) TO REG-GL-PERIODO (5:4).
           MOVE NTM-TOTAL TO REG-GL-IMPORTE.
           PERFORM UBICAR-FILA-CUIT.
           PERFORM SUMAR-EN-FRANJA.

       NETEAR-UNA-NOTA-CREDITO.
           MOVE 'N' TO WS-CUIT-ENCONTRADO.
           SET IND-TAB-SAL TO 1.
           SEARCH TAB-SAL
               WHEN TAB-SAL-CUIT(IND-TAB-SAL) EQUAL NTM-CUIT
                   MOVE 'S' TO WS-CUIT-ENCONTRADO
           END-SEARCH.
           IF CUIT-ENCONTRADO
              MOVE NTM-TOTAL TO WS-COBRO-RESTANTE
              PERFORM APLICAR-RESTANTE-A-FRANJAS
           END-IF.

      *    un comprobante dado de baja por incobrable ya no se
      *    gestiona: su saldo al momento de la baja (no el total - lo
      *    cobrado antes ya bajo las franjas por su recibo) se netea
      *    igual que un anulado. INCOBRABLES.DAT puede no existir.
       NETEAR-INCOBRABLES.
           OPEN INPUT ARCH-INCOBRABLES.
           IF INCOBRABLES-OK
              PERFORM LEER-INCOBRABLE
              PERFORM NETEAR-UN-INCOBRABLE UNTIL INCOBRABLES-EOF
              CLOSE ARCH-INCOBRABLES.

       LEER-INCOBRABLE.
           READ ARCH-INCOBRABLES AT END MOVE '10' TO FS-INCOBRABLES.

       NETEAR-UN-INCOBRABLE.
           MOVE 'N' TO WS-CUIT-ENCONTRADO.
           SET IND-TAB-SAL TO 1.
           SEARCH TAB-SAL
               WHEN TAB-SAL-CUIT(IND-TAB-SAL) EQUAL INC-CUIT
                   MOVE 'S' TO WS-CUIT-ENCONTRADO
           END-SEARCH.
           IF CUIT-ENCONTRADO
              MOVE INC-SALDO TO WS-COBRO-RESTANTE
              PERFORM APLICAR-RESTANTE-A-FRANJAS
           END-IF.
           PERFORM LEER-INCOBRABLE.

      *    el importe de cada disputa abierta sale primero de la
      *    franja de su propio comprobante (hasta lo que haya en
      *    ella) y el resto de las mas viejas, como un recibo; lo que
      *    efectivamente salio pasa a la columna EN DISPUTA, asi el
      *    saldo de la empresa no cambia. un comprobante anulado o
      *    incobrable ya se neteo arriba y su disputa no cuenta.
      *    DISPUTAS.DAT puede no existir.
       SEPARAR-DISPUTAS.
           OPEN INPUT ARCH-DISPUTAS.
           IF DISPUTAS-OK
              OPEN INPUT ARCH-FACTURAS
              IF FACTURAS-OK
                 PERFORM LEER-DISPUTA
                 PERFORM SEPARAR-UNA-DISPUTA UNTIL DISPUTAS-EOF
                 CLOSE ARCH-FACTURAS
              END-IF
              CLOSE ARCH-DISPUTAS.

       LEER-DISPUTA.
           READ ARCH-DISPUTAS NEXT RECORD
               AT END MOVE '10' TO FS-DISPUTAS
           END-READ.

       SEPARAR-UNA-DISPUTA.
           IF DIS-ABIERTA
              MOVE DIS-CLAVE TO FAC-CLAVE
              READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE
              IF FACTURAS-OK AND NOT FAC-ANULADA
                 AND NOT FAC-INCOBRABLE
                 MOVE 'N' TO WS-CUIT-ENCONTRADO
                 SET IND-TAB-SAL TO 1
                 SEARCH TAB-SAL
                     WHEN TAB-SAL-CUIT(IND-TAB-SAL) EQUAL FAC-CUIT
                         MOVE 'S' TO WS-CUIT-ENCONTRADO
                 END-SEARCH
                 IF CUIT-ENCONTRADO
                    PERFORM PASAR-DISPUTA-A-COLUMNA
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-DISPUTA.

       PASAR-DISPUTA-A-COLUMNA.
           IF FAC-PERIODO IS NUMERIC AND FAC-PERIODO GREATER ZERO
              MOVE FAC-PERIODO TO REG-GL-PERIODO
           ELSE
              MOVE FAC-FECHA (7:2) TO REG-GL-PERIODO (1:2)
              MOVE FAC-FECHA (5:2) TO REG-GL-PERIODO (3:2)
              MOVE FAC-FECHA (1:4) TO REG-GL-PERIODO (5:4).
           PERFORM CALCULAR-ANTIGUEDAD-PERIODO.
           MOVE DIS-IMPORTE TO WS-COBRO-RESTANTE.
           PERFORM DESCONTAR-DE-FRANJA-PROPIA.
           PERFORM APLICAR-RESTANTE-A-FRANJAS.
           COMPUTE TAB-SAL-DISPUTA(IND-TAB-SAL) =
               TAB-SAL-DISPUTA(IND-TAB-SAL)
               + DIS-IMPORTE - WS-COBRO-RESTANTE.

       DESCONTAR-DE-FRANJA-PROPIA.
           IF WS-ANTIGUEDAD NOT GREATER 30
              IF TAB-SAL-F30(IND-TAB-SAL) GREATER ZERO
                 PERFORM DESCONTAR-DE-F30
              END-IF
           ELSE
              IF WS-ANTIGUEDAD NOT GREATER 60
                 IF TAB-SAL-F60(IND-TAB-SAL) GREATER ZERO
                    PERFORM DESCONTAR-DE-F60
                 END-IF
              ELSE
                 IF WS-ANTIGUEDAD NOT GREATER 90
                    IF TAB-SAL-F90(IND-TAB-SAL) GREATER ZERO
                       PERFORM DESCONTAR-DE-F90
                    END-IF
                 ELSE
                    IF TAB-SAL-F90-MAS(IND-TAB-SAL) GREATER ZERO
                       PERFORM DESCONTAR-DE-F90-MAS.

       APLICAR-RESTANTE-A-FRANJAS.
           IF WS-COBRO-RESTANTE GREATER ZERO
              AND TAB-SAL-F90-MAS(IND-TAB-SAL) GREATER ZERO
                 TAB-SAL-F30(IND-TAB-SAL)
               + TAB-SAL-F60(IND-TAB-SAL)
               + TAB-SAL-F90(IND-TAB-SAL)
               + TAB-SAL-F90-MAS(IND-TAB-SAL)
               + TAB-SAL-DISPUTA(IND-TAB-SAL).

           ADD WS-SALDO-TOTAL TO WS-ACUM-SALDO-GENERAL.

           MOVE TAB-SAL-F60(IND-TAB-SAL) TO LIN-AGI-F60.
           MOVE TAB-SAL-F90(IND-TAB-SAL) TO LIN-AGI-F90.
           MOVE TAB-SAL-F90-MAS(IND-TAB-SAL) TO LIN-AGI-F90-MAS.
           MOVE TAB-SAL-DISPUTA(IND-TAB-SAL) TO LIN-AGI-DISPUTA.
           MOVE WS-SALDO-TOTAL TO LIN-AGI-SALDO.
           MOVE TAB-SAL-MONEDA(IND-TAB-SAL) TO LIN-AGI-MONEDA.

