      *    concepto propio. La mora se cuenta desde el vencimiento de
      *    la factura (fecha de emision mas los dias de plazo
      *    configurables via INTERES-DIAS-PLAZO; 30 por defecto).
      *    una factura con plan de cuotas (CUOTAS.DAT, ver
      *    CargaCuotas) devenga por cuota: cada una corre mora desde
      *    su propio vencimiento sobre su saldo, con lo aplicado a la
      *    factura cubriendo las cuotas de la mas vieja a la mas
      *    nueva. lo que esta en disputa abierta (DISPUTAS.DAT, ver
      *    MantenimientoDisputas) no devenga: se descuenta del saldo
      *    igual que lo aplicado, y el tramo que pasa en disputa no
      *    se cobra despues aunque la disputa se retire.

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
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-CUOTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS FS-CUOTAS.

           SELECT ARCH-DISPUTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DIS-CLAVE
                   FILE STATUS IS FS-DISPUTAS.

           SELECT ARCH-TASAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TASAS.
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
      *    la diferencia de cambio en CargaAplicaciones.
           03 REG-APL-IMPORTE-DOC        PIC 9(10)V99.

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

      *    historia de tasas de interes punitorio: un renglon por
      *    vigencia, tasa mensual en porcentaje. se mantiene a mano o
      *    con el editor, igual que INDICE.DAT.
               05 CTL-NUMERO             PIC 9(8).
           03 CTL-FECHA-HASTA            PIC 9(8).

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

      *    fecha de negocio mantenida desde PRINCIPAL: si existe con
      *    una fecha valida se usa como "hoy"; el reloj real queda
      *    solo para los timestamps de auditoria.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-CUOTAS        PIC XX.
           88 CUO-OK         VALUE '00'.
           88 CUO-EOF        VALUE '10'.

       77 FS-DISPUTAS      PIC XX.
           88 DISPUTAS-OK    VALUE '00'.
           88 DISPUTAS-EOF   VALUE '10'.

       01 WS-CUOTAS-DISPONIBLE       PIC X VALUE 'N'.
           88 CUOTAS-DISPONIBLE      VALUE 'S'.

      *    plan de cuotas de la factura en curso; lo aplicado a la
      *    factura se consume cuota a cuota por orden de vencimiento.
       01 TABLA-CUOTAS.
           03 TAB-CUO OCCURS 12 TIMES.
               05 TAB-CUO-NRO           PIC 9(2).
               05 TAB-CUO-VENCIMIENTO   PIC 9(8).
               05 TAB-CUO-IMPORTE       PIC 9(10)V99.

       01 WS-CANT-CUOTAS             PIC 9(2) VALUE 0.
       01 WS-I                       PIC 9(2).
       01 WS-APLICADO-RESTANTE       PIC S9(10)V99.
       01 WS-APLICADO-CUOTA          PIC S9(10)V99.
       01 WS-HUBO-INTERES            PIC X VALUE 'N'.
           88 HUBO-INTERES           VALUE 'S'.

      *    saldo sobre el que corrio la mora (el de la factura o el
      *    de la cuota) y la cuota que se lista ('/nn'; en blanco,
      *    factura sin plan).
       01 WS-SALDO-MORA              PIC S9(10)V99.
       01 WS-CUOTA-LISTADO           PIC X(3).

       77 FS-TASAS         PIC XX.
           88 TASAS-OK       VALUE '00'.
           88 TASAS-EOF      VALUE '10'.
               05 TAB-PAR-TOTAL         PIC S9(10)V99.
               05 TAB-PAR-APLICADO      PIC S9(10)V99.
               05 TAB-PAR-MONEDA        PIC X(3).
      *        importe en disputa abierta; no devenga interes.
               05 TAB-PAR-DISPUTA       PIC 9(10)V99.

       01 WS-CANT-PAR                PIC 9(4) VALUE 0.

           03 LIN-ENC-PLAZO          PIC ZZ9.

       01 LINEA-ENCABEZADO-2.
           03 FILLER       PIC X(13) VALUE 'FACTURA'.
           03 FILLER       PIC X(13) VALUE 'CUIT'.
           03 FILLER       PIC X(10) VALUE 'EMISION'.
           03 FILLER       PIC X(7) VALUE ' MORA'.

       01 LINEA-DETALLE-INTERES.
           03 LIN-INT-NUMERO         PIC 9(8).
           03 LIN-INT-CUOTA          PIC X(3).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-INT-CUIT           PIC 9(11).
           03 FILLER                 PIC X(2) VALUE SPACES.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-TABLA-PARTIDAS.
           PERFORM APLICAR-IMPUTACIONES.
           PERFORM RESTAR-DISPUTAS.
           PERFORM CALCULAR-Y-GRABAR.
           PERFORM TERMINAR.

              DISPLAY 'APLICACIONES.DAT NO DISPONIBLE, SE CALCULA '
                  'SOBRE EL TOTAL DE CADA FACTURA'.

      *    CUOTAS.DAT puede no existir (nunca se pacto un plan): toda
      *    factura vence entera.
           OPEN INPUT ARCH-CUOTAS.
           IF CUO-OK
              MOVE 'S' TO WS-CUOTAS-DISPONIBLE.

           OPEN OUTPUT ARCH-INTERESES.
           IF NOT INTERESES-OK
              DISPLAY 'NO PUDO CREARSE INTERESES.DAT ' FS-INTERESES
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

      *    las notas de credito no devengan interes: solo entran las
      *    facturas. una factura dada de baja por incobrable
      *    (BajaIncobrables) tampoco: ya no se gestiona su cobro.
       CARGAR-PARTIDA-EN-TABLA.
           IF NOT FAC-ES-NOTA-CREDITO AND NOT FAC-ANULADA
              AND NOT FAC-INCOBRABLE
              IF WS-CANT-PAR IS LESS THAN WS-MAX-PARTIDAS
                 ADD 1 TO WS-CANT-PAR
                 SET IND-TAB-PAR TO WS-CANT-PAR
                     TAB-PAR-VENCIMIENTO(IND-TAB-PAR)
                 MOVE FAC-TOTAL TO TAB-PAR-TOTAL(IND-TAB-PAR)
                 MOVE 0 TO TAB-PAR-APLICADO(IND-TAB-PAR)
                 MOVE 0 TO TAB-PAR-DISPUTA(IND-TAB-PAR)
                 MOVE FAC-MONEDA TO TAB-PAR-MONEDA(IND-TAB-PAR)
                 IF FAC-LETRA EQUAL SPACE
                    MOVE 'A' TO TAB-PAR-LETRA(IND-TAB-PAR)

           PERFORM LEER-APLICACION.

      *    DISPUTAS.DAT puede no existir: sin disputas todo saldo
      *    vencido devenga.
       RESTAR-DISPUTAS.
           OPEN INPUT ARCH-DISPUTAS.
           IF DISPUTAS-OK
              PERFORM LEER-DISPUTA
              PERFORM RESTAR-UNA-DISPUTA UNTIL DISPUTAS-EOF
              CLOSE ARCH-DISPUTAS.

       LEER-DISPUTA.
           READ ARCH-DISPUTAS NEXT RECORD
               AT END MOVE '10' TO FS-DISPUTAS
           END-READ.

       RESTAR-UNA-DISPUTA.
           IF DIS-ABIERTA
              MOVE 'N' TO WS-FACTURA-ENCONTRADA
              SET IND-TAB-PAR TO 1
              SEARCH TAB-PAR
                  WHEN TAB-PAR-NUMERO(IND-TAB-PAR) EQUAL DIS-NUMERO
                   AND TAB-PAR-PV(IND-TAB-PAR) EQUAL DIS-PUNTO-VENTA
                   AND TAB-PAR-LETRA(IND-TAB-PAR) EQUAL DIS-LETRA
                      MOVE 'S' TO WS-FACTURA-ENCONTRADA
              END-SEARCH
              IF FACTURA-ENCONTRADA
                 MOVE DIS-IMPORTE TO TAB-PAR-DISPUTA(IND-TAB-PAR)
              END-IF
           END-IF.
           PERFORM LEER-DISPUTA.

       CALCULAR-Y-GRABAR.
           SET IND-TAB-PAR TO 1.
           PERFORM CALCULAR-UNA-FACTURA
      *    emision mas el plazo de pago.
       CALCULAR-UNA-FACTURA.
           COMPUTE WS-SALDO-ABIERTO = TAB-PAR-TOTAL(IND-TAB-PAR)
               - TAB-PAR-APLICADO(IND-TAB-PAR)
               - TAB-PAR-DISPUTA(IND-TAB-PAR).

      *    la mora corre desde el vencimiento estampado en la
      *    factura (una factura vieja sin vencimiento sigue contando
      *    emision mas INTERES-DIAS-PLAZO, como antes), o desde el de
      *    cada cuota si la factura tiene plan, pero solo se devenga
      *    el tramo que todavia no se facturo: el control por
      *    comprobante recuerda hasta que fecha ya se devengo y la
      *    corrida factura unicamente el incremento.
           IF WS-SALDO-ABIERTO GREATER ZERO
              PERFORM LEVANTAR-CONTROL-INTERES
              PERFORM CARGAR-PLAN-CUOTAS
              IF WS-CANT-CUOTAS GREATER ZERO
                 PERFORM CALCULAR-POR-CUOTAS
              ELSE
                 PERFORM CALCULAR-POR-VENCIMIENTO
              END-IF
           END-IF.

      *    con disputa abierta el control avanza a hoy aunque no
      *    haya habido interes: el tramo en disputa queda salteado.
           IF TAB-PAR-DISPUTA(IND-TAB-PAR) GREATER ZERO
              PERFORM ASENTAR-CONTROL-INTERES.

           SET IND-TAB-PAR UP BY 1.

       CALCULAR-POR-VENCIMIENTO.
           IF TAB-PAR-VENCIMIENTO(IND-TAB-PAR) GREATER ZERO
              COMPUTE WS-DIAS-EMISION = FUNCTION INTEGER-OF-DATE
                  (TAB-PAR-VENCIMIENTO(IND-TAB-PAR))
              MOVE WS-DIAS-EMISION TO WS-DIAS-DESDE
           ELSE
              COMPUTE WS-DIAS-EMISION = FUNCTION INTEGER-OF-DATE
                  (TAB-PAR-FECHA(IND-TAB-PAR))
              COMPUTE WS-DIAS-DESDE = WS-DIAS-EMISION
                  + WS-DIAS-PLAZO
           END-IF.

           IF WS-DIAS-CTL GREATER WS-DIAS-DESDE
              MOVE WS-DIAS-CTL TO WS-DIAS-DESDE
           END-IF.

           COMPUTE WS-DIAS-MORA = WS-DIAS-HOY - WS-DIAS-DESDE.
           IF WS-DIAS-MORA GREATER ZERO
              MOVE WS-SALDO-ABIERTO TO WS-SALDO-MORA
              MOVE SPACES TO WS-CUOTA-LISTADO
              COMPUTE WS-INTERES ROUNDED =
                  WS-SALDO-MORA * WS-TASA-VIGENTE / 100
                      * WS-DIAS-MORA / 30
              PERFORM GRABAR-DEBITO-INTERES
              PERFORM ASENTAR-CONTROL-INTERES
           END-IF.

      *    un debito por cuota vencida con saldo; el control del
      *    comprobante se asienta una sola vez, y como guarda hasta
      *    que fecha se devengo sirve igual para todas sus cuotas.
       CALCULAR-POR-CUOTAS.
           MOVE 'N' TO WS-HUBO-INTERES.
      *    lo disputado cubre cuotas igual que lo aplicado.
           COMPUTE WS-APLICADO-RESTANTE = TAB-PAR-APLICADO(IND-TAB-PAR)
               + TAB-PAR-DISPUTA(IND-TAB-PAR).
           PERFORM CALCULAR-UNA-CUOTA
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I GREATER WS-CANT-CUOTAS.
           IF HUBO-INTERES
              PERFORM ASENTAR-CONTROL-INTERES.

       CALCULAR-UNA-CUOTA.
           IF WS-APLICADO-RESTANTE GREATER TAB-CUO-IMPORTE(WS-I)
              MOVE TAB-CUO-IMPORTE(WS-I) TO WS-APLICADO-CUOTA
           ELSE
              IF WS-APLICADO-RESTANTE GREATER ZERO
                 MOVE WS-APLICADO-RESTANTE TO WS-APLICADO-CUOTA
              ELSE
                 MOVE 0 TO WS-APLICADO-CUOTA.
           SUBTRACT WS-APLICADO-CUOTA FROM WS-APLICADO-RESTANTE.
           COMPUTE WS-SALDO-MORA = TAB-CUO-IMPORTE(WS-I)
               - WS-APLICADO-CUOTA.

           IF WS-SALDO-MORA GREATER ZERO
              COMPUTE WS-DIAS-DESDE = FUNCTION INTEGER-OF-DATE
                  (TAB-CUO-VENCIMIENTO(WS-I))
              IF WS-DIAS-CTL GREATER WS-DIAS-DESDE
                 MOVE WS-DIAS-CTL TO WS-DIAS-DESDE
              END-IF
              COMPUTE WS-DIAS-MORA = WS-DIAS-HOY - WS-DIAS-DESDE
              IF WS-DIAS-MORA GREATER ZERO
                 MOVE SPACES TO WS-CUOTA-LISTADO
                 STRING '/' TAB-CUO-NRO(WS-I) DELIMITED BY SIZE
                     INTO WS-CUOTA-LISTADO
                 COMPUTE WS-INTERES ROUNDED =
                     WS-SALDO-MORA * WS-TASA-VIGENTE / 100
                         * WS-DIAS-MORA / 30
                 PERFORM GRABAR-DEBITO-INTERES
                 MOVE 'S' TO WS-HUBO-INTERES
              END-IF
           END-IF.

      *    plan de cuotas de la factura: START en la cuota 00 y READ
      *    NEXT mientras no cambie la factura - misma tecnica que
      *    LISTAR-HITOS en CargaHitos. sin plan, WS-CANT-CUOTAS en 0.
       CARGAR-PLAN-CUOTAS.
           MOVE 0 TO WS-CANT-CUOTAS.
           IF CUOTAS-DISPONIBLE
              MOVE TAB-PAR-PV(IND-TAB-PAR) TO CUO-PUNTO-VENTA
              MOVE TAB-PAR-LETRA(IND-TAB-PAR) TO CUO-LETRA
              MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO CUO-NUMERO
              MOVE 0 TO CUO-NRO-CUOTA
              START ARCH-CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
                  INVALID KEY MOVE '10' TO FS-CUOTAS
              END-START
              IF CUO-OK
                 PERFORM LEER-CUOTA
                 PERFORM CARGAR-CUOTA-EN-TABLA
                     UNTIL CUO-EOF
                      OR CUO-PUNTO-VENTA NOT EQUAL
                             TAB-PAR-PV(IND-TAB-PAR)
                      OR CUO-LETRA NOT EQUAL TAB-PAR-LETRA(IND-TAB-PAR)
                      OR CUO-NUMERO NOT EQUAL
                             TAB-PAR-NUMERO(IND-TAB-PAR)
              END-IF
           END-IF.

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

      *    hasta que dia ya se devengo interes de este comprobante;
      *    sin registro, cero (nunca se devengo nada).

       GRABAR-DEBITO-INTERES.
           MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO LIN-INT-NUMERO.
           MOVE WS-CUOTA-LISTADO TO LIN-INT-CUOTA.
           MOVE TAB-PAR-CUIT(IND-TAB-PAR) TO LIN-INT-CUIT.
           MOVE TAB-PAR-FECHA(IND-TAB-PAR) TO LIN-INT-FECHA.
           MOVE WS-DIAS-MORA TO LIN-INT-DIAS.
           MOVE WS-SALDO-MORA TO LIN-INT-SALDO.
           MOVE WS-INTERES TO LIN-INT-INTERES.
           MOVE TAB-PAR-MONEDA(IND-TAB-PAR) TO LIN-INT-MONEDA.
           MOVE LINEA-DETALLE-INTERES TO REG-LISTADO.

       TERMINAR.
           CLOSE ARCH-INT-CTL.
           IF CUOTAS-DISPONIBLE
              CLOSE ARCH-CUOTAS.
           CLOSE ARCH-INTERESES.
           CLOSE ARCH-LISTADO.
           DISPLAY WS-ACUM-DEBITOS ' DEBITOS DE INTERES GENERADOS EN '
