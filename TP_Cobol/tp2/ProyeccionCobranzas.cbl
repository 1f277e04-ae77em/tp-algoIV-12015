      *    presupuesto de caja que hasta ahora se armaba a mano en una
      *    planilla. Un cliente sin historia de pagos proyecta a los
      *    dias por defecto (PROYECCION-DIAS-DEFAULT; 30 si no esta
      *    seteada). Un recibo pagado con cheques cuenta como cobrado
      *    cuando el cheque se acredita (o se deposita/endosa, si
      *    todavia no se acredito), no en la fecha del recibo; y los
      *    cheques de CHEQUES.DAT en cartera o depositados sin
      *    acreditar se proyectan como ingreso del mes de su fecha
      *    de deposito. una factura con plan de cuotas (CUOTAS.DAT)
      *    proyecta cada cuota con saldo por separado, nunca antes de
      *    su vencimiento.

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
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHQ-CLAVE
               ALTERNATE RECORD KEY IS REG-CHQ-RECIBO WITH DUPLICATES
               FILE STATUS IS FS-CHEQUES.

           SELECT ARCH-CUOTAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS FS-CUOTAS.

           SELECT ARCH-PROYECCION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PROYECCION.
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
               88 REG-CHQ-EN-CARTERA     VALUE 'C'.
               88 REG-CHQ-DEPOSITADO     VALUE 'D'.
               88 REG-CHQ-ACREDITADO     VALUE 'A'.
               88 REG-CHQ-RECHAZADO      VALUE 'R'.
           03 REG-CHQ-OBSERVACION        PIC X(30).

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

       FD ARCH-PROYECCION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PROYECCION-COBRANZAS.LST'
       77 FS-PROYECCION    PIC XX.
           88 PROYECCION-OK  VALUE '00'.

       77 FS-CHEQUES       PIC XX.
           88 CHQ-OK         VALUE '00'.
           88 CHQ-EOF        VALUE '10'.

       77 FS-CUOTAS        PIC XX.
           88 CUO-OK         VALUE '00'.
           88 CUO-EOF        VALUE '10'.

       01 WS-CUOTAS-DISPONIBLE       PIC X VALUE 'N'.
           88 CUOTAS-DISPONIBLE      VALUE 'S'.
       01 WS-TIENE-CUOTAS            PIC X VALUE 'N'.
           88 TIENE-CUOTAS           VALUE 'S'.

      *    lo aplicado a la factura que todavia no cubrio cuotas (de
      *    la mas vieja a la mas nueva) y el saldo de la cuota.
       01 WS-APLICADO-RESTANTE       PIC S9(10)V99.
       01 WS-APLICADO-CUOTA          PIC S9(10)V99.
       01 WS-SALDO-CUOTA             PIC S9(10)V99.

       01 WS-CHEQUES-DISPONIBLE      PIC X VALUE 'N'.
           88 CHEQUES-DISPONIBLE     VALUE 'S'.

      *    fecha en que el recibo de la aplicacion se hizo plata: la
      *    del recibo, o la mas tardia de sus cheques.
       01 WS-FECHA-COBRO             PIC 9(8).
       01 WS-FECHA-CHEQUE            PIC 9(8).
       01 WS-ACUM-CHEQUES            PIC 9(5) VALUE 0.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno PROYECCION-MODO vale 'BATCH', el
       01 WS-DIAS-CLIENTE            PIC 9(4).
       01 WS-SALDO-ABIERTO           PIC S9(10)V99.
       01 WS-FECHA-PROYECTADA        PIC 9(8).
      *    emision + dias promedio del cliente: fecha esperada de
      *    cobro de la factura entera, o piso de la de cada cuota.
       01 WS-FECHA-COMPORTAMIENTO    PIC 9(8).
       01 WS-IMPORTE-PROYECTADO      PIC S9(10)V99.
       01 WS-PERIODO-PROYECTADO      PIC 9(6).

       01 WS-ACUM-ARS                PIC S9(12)V99 VALUE 0.
           PERFORM PROCESAR-APLICACIONES.
           PERFORM CALCULAR-PROMEDIOS.
           PERFORM PROYECTAR-FACTURAS-ABIERTAS.
           PERFORM PROYECTAR-CHEQUES-EN-CARTERA.
           PERFORM ORDENAR-MESES.
           PERFORM IMPRIMIR-REPORTE.
           PERFORM TERMINAR.
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-CHEQUES.
           IF CHQ-OK
              MOVE 'S' TO WS-CHEQUES-DISPONIBLE
           ELSE
              DISPLAY 'CHEQUES.DAT NO DISPONIBLE, LOS RECIBOS CUENTAN '
                  'COMO COBRADOS EN SU FECHA'.

      *    sin CUOTAS.DAT toda factura se proyecta entera.
           OPEN INPUT ARCH-CUOTAS.
           IF CUO-OK
              MOVE 'S' TO WS-CUOTAS-DISPONIBLE.

           OPEN OUTPUT ARCH-PROYECCION.
           IF NOT PROYECCION-OK
              DISPLAY 'NO PUDO CREARSE PROYECCION-COBRANZAS.LST '
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

      *    una factura dada de baja por incobrable no se proyecta:
      *    no se espera cobrarla.
       CARGAR-PARTIDA-EN-TABLA.
           IF NOT FAC-ES-NOTA-CREDITO AND NOT FAC-ANULADA
              AND NOT FAC-INCOBRABLE
              IF WS-CANT-PAR IS LESS THAN WS-MAX-PARTIDAS
                 ADD 1 TO WS-CANT-PAR
                 SET IND-TAB-PAR TO WS-CANT-PAR
              END-IF
              COMPUTE WS-DIAS-EMISION = FUNCTION INTEGER-OF-DATE
                  (TAB-PAR-FECHA(IND-TAB-PAR))
              PERFORM DETERMINAR-FECHA-COBRO
              COMPUTE WS-DIAS-COBRO = FUNCTION INTEGER-OF-DATE
                  (WS-FECHA-COBRO)
              COMPUTE WS-DIAS-DEMORA = WS-DIAS-COBRO - WS-DIAS-EMISION
              IF WS-DIAS-DEMORA LESS ZERO
                 MOVE 0 TO WS-DIAS-DEMORA

           PERFORM LEER-APLICACION.

      *    los cheques del recibo se recorren por la clave
      *    alternativa (CUIT + fecha + referencia del recibo); un
      *    rechazado ya desimputo su parte y no cuenta.
       DETERMINAR-FECHA-COBRO.
           MOVE REG-APL-FECHA-COB TO WS-FECHA-COBRO.
           IF CHEQUES-DISPONIBLE
              MOVE REG-APL-CUIT TO REG-CHQ-CUIT
              MOVE REG-APL-FECHA-COB TO REG-CHQ-FECHA-COB
              MOVE REG-APL-REFERENCIA TO REG-CHQ-REFERENCIA
              START ARCH-CHEQUES KEY IS EQUAL REG-CHQ-RECIBO
                  INVALID KEY MOVE '23' TO FS-CHEQUES
              END-START
              IF CHQ-OK
                 PERFORM LEER-CHEQUE
                 PERFORM EVALUAR-CHEQUE-DEL-RECIBO
                     UNTIL CHQ-EOF
                      OR REG-CHQ-CUIT NOT EQUAL REG-APL-CUIT
                      OR REG-CHQ-FECHA-COB NOT EQUAL
                         REG-APL-FECHA-COB
                      OR REG-CHQ-REFERENCIA NOT EQUAL
                         REG-APL-REFERENCIA
              END-IF
           END-IF.

       LEER-CHEQUE.
           READ ARCH-CHEQUES NEXT RECORD
               AT END MOVE '10' TO FS-CHEQUES
           END-READ.

       EVALUAR-CHEQUE-DEL-RECIBO.
           IF NOT REG-CHQ-RECHAZADO
              IF REG-CHQ-ACREDITADO
                 MOVE REG-CHQ-FECHA-ACREDITACION TO WS-FECHA-CHEQUE
              ELSE
                 MOVE REG-CHQ-FECHA-DEPOSITO TO WS-FECHA-CHEQUE
              END-IF
              IF WS-FECHA-CHEQUE GREATER WS-FECHA-COBRO
                 MOVE WS-FECHA-CHEQUE TO WS-FECHA-COBRO
              END-IF
           END-IF.
           PERFORM LEER-CHEQUE.

       UBICAR-FILA-HISTORIA.
           MOVE 'N' TO WS-CUIT-ENCONTRADO.
           SET IND-TAB-HIS TO 1.
              PERFORM BUSCAR-DIAS-CLIENTE
              COMPUTE WS-DIAS-EMISION = FUNCTION INTEGER-OF-DATE
                  (TAB-PAR-FECHA(IND-TAB-PAR))
              COMPUTE WS-FECHA-COMPORTAMIENTO =
                  FUNCTION DATE-OF-INTEGER
                      (WS-DIAS-EMISION + WS-DIAS-CLIENTE)
              MOVE 'N' TO WS-TIENE-CUOTAS
              IF CUOTAS-DISPONIBLE
                 PERFORM PROYECTAR-CUOTAS-FACTURA
              END-IF
              IF NOT TIENE-CUOTAS
                 MOVE WS-FECHA-COMPORTAMIENTO TO WS-FECHA-PROYECTADA
                 MOVE WS-SALDO-ABIERTO TO WS-IMPORTE-PROYECTADO
                 PERFORM SUMAR-EN-MES-PROYECTADO
              END-IF
           END-IF.

           SET IND-TAB-PAR UP BY 1.

       SUMAR-EN-MES-PROYECTADO.
           MOVE WS-FECHA-PROYECTADA (1:6) TO WS-PERIODO-PROYECTADO.
           PERFORM UBICAR-FILA-MES.
           IF TAB-PAR-MONEDA(IND-TAB-PAR) EQUAL 'USD'
              ADD WS-IMPORTE-PROYECTADO TO TAB-MES-USD(IND-TAB-MES)
              ADD WS-IMPORTE-PROYECTADO TO WS-ACUM-USD
           ELSE
              ADD WS-IMPORTE-PROYECTADO TO TAB-MES-ARS(IND-TAB-MES)
              ADD WS-IMPORTE-PROYECTADO TO WS-ACUM-ARS
           END-IF.

      *    cada cuota con saldo se espera cobrar segun el habito del
      *    cliente, pero no antes de su vencimiento: un cliente que
      *    paga a los 20 dias no paga hoy la cuota que vence en seis
      *    meses. START en la cuota 00 de la factura y READ NEXT
      *    mientras no cambie la factura.
       PROYECTAR-CUOTAS-FACTURA.
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
              PERFORM PROYECTAR-UNA-CUOTA
                  UNTIL CUO-EOF
                   OR CUO-PUNTO-VENTA NOT EQUAL TAB-PAR-PV(IND-TAB-PAR)
                   OR CUO-LETRA NOT EQUAL TAB-PAR-LETRA(IND-TAB-PAR)
                   OR CUO-NUMERO NOT EQUAL TAB-PAR-NUMERO(IND-TAB-PAR).

       LEER-CUOTA.
           READ ARCH-CUOTAS NEXT RECORD
               AT END MOVE '10' TO FS-CUOTAS
           END-READ.

       PROYECTAR-UNA-CUOTA.
           MOVE 'S' TO WS-TIENE-CUOTAS.
           IF WS-APLICADO-RESTANTE GREATER CUO-IMPORTE
              MOVE CUO-IMPORTE TO WS-APLICADO-CUOTA
           ELSE
              IF WS-APLICADO-RESTANTE GREATER ZERO
                 MOVE WS-APLICADO-RESTANTE TO WS-APLICADO-CUOTA
              ELSE
                 MOVE 0 TO WS-APLICADO-CUOTA.
           SUBTRACT WS-APLICADO-CUOTA FROM WS-APLICADO-RESTANTE.
           COMPUTE WS-SALDO-CUOTA = CUO-IMPORTE - WS-APLICADO-CUOTA.

           IF WS-SALDO-CUOTA GREATER ZERO
              IF CUO-VENCIMIENTO GREATER WS-FECHA-COMPORTAMIENTO
                 MOVE CUO-VENCIMIENTO TO WS-FECHA-PROYECTADA
              ELSE
                 MOVE WS-FECHA-COMPORTAMIENTO TO WS-FECHA-PROYECTADA
              END-IF
              MOVE WS-SALDO-CUOTA TO WS-IMPORTE-PROYECTADO
              PERFORM SUMAR-EN-MES-PROYECTADO
           END-IF.
           PERFORM LEER-CUOTA.

      *    la factura de un cheque en cartera ya esta cancelada, pero
      *    la plata entra recien en la fecha de deposito del cheque.
       PROYECTAR-CHEQUES-EN-CARTERA.
           IF CHEQUES-DISPONIBLE
              MOVE 0 TO REG-CHQ-BANCO
              MOVE LOW-VALUES TO REG-CHQ-NUMERO
              START ARCH-CHEQUES KEY IS NOT LESS THAN REG-CHQ-CLAVE
                  INVALID KEY MOVE '10' TO FS-CHEQUES
              END-START
              IF CHQ-OK
                 PERFORM LEER-CHEQUE
                 PERFORM PROYECTAR-UN-CHEQUE UNTIL CHQ-EOF
              END-IF
              CLOSE ARCH-CHEQUES
           END-IF.

       PROYECTAR-UN-CHEQUE.
           IF REG-CHQ-EN-CARTERA OR REG-CHQ-DEPOSITADO
              ADD 1 TO WS-ACUM-CHEQUES
              MOVE REG-CHQ-FECHA-DEPOSITO (1:6) TO
                  WS-PERIODO-PROYECTADO
              PERFORM UBICAR-FILA-MES
              IF REG-CHQ-MONEDA EQUAL 'USD'
                 ADD REG-CHQ-IMPORTE TO TAB-MES-USD(IND-TAB-MES)
                 ADD REG-CHQ-IMPORTE TO WS-ACUM-USD
              ELSE
                 ADD REG-CHQ-IMPORTE TO TAB-MES-ARS(IND-TAB-MES)
                 ADD REG-CHQ-IMPORTE TO WS-ACUM-ARS
              END-IF
           END-IF.
           PERFORM LEER-CHEQUE.

       BUSCAR-DIAS-CLIENTE.
           MOVE WS-DIAS-DEFAULT TO WS-DIAS-CLIENTE.
           SET IND-TAB-HIS TO 1.
           SET IND-TAB-MES UP BY 1.

       TERMINAR.
           IF CUOTAS-DISPONIBLE
              CLOSE ARCH-CUOTAS.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-PROYECCION.
           DISPLAY WS-ACUM-CHEQUES ' CHEQUES EN CARTERA PROYECTADOS '
               'A SU FECHA DE DEPOSITO'.
           DISPLAY 'REPORTE GENERADO EN PROYECCION-COBRANZAS.LST'.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
