       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeneraDebitoDirecto.
       AUTHOR. Fede.

      *    presentacion de debito directo: los clientes de abono
      *    adheridos al debito automatico (REG-EMP-IND-DEBITO-AUTO
      *    y su CBU en EMPRESAS-INDEXED.DAT, ver
      *    MantenimientoEmpresas) pagan por debito en su cuenta en
      *    lugar de transferir. este programa recorre FACTURAS.DAT
      *    contra las imputaciones de APLICACIONES.DAT, mismo neteo
      *    que CalculaIntereses, y por cada factura o nota de debito
      *    de una empresa adherida que vence en el periodo pedido
      *    (AAAAMM) y conserva saldo, deja un renglon en el archivo
      *    para el banco DEBITO-PRESENTACION.DAT: CBU, CUIT,
      *    comprobante, fecha de debito e importe. el banco devuelve
      *    el resultado en DEBITO-RESPUESTA.DAT, que procesa
      *    ProcesaRespuestaDebito. DEBITO-PRESENTACION.LST lista lo
      *    presentado con sus totales y lo que no se pudo presentar
      *    (comprobante en dolares: el debito directo es en pesos).
      *    una factura sin vencimiento estampado vence a la emision
      *    mas el plazo de pago de la empresa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
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

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-PRESENTACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PRESENTACION.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

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
      *        serie del comprobante aplicado: el numero solo se
      *        repite entre series (la correlativa corre por
      *        PV + letra), asi que la clave lleva la serie completa.
               05 REG-APL-PV             PIC 9(4).
               05 REG-APL-LETRA          PIC X(1).
           03 REG-APL-IMPORTE            PIC 9(10)V99.
           03 REG-APL-MONEDA             PIC X(3).
      *    importe aplicado expresado en la moneda del comprobante,
      *    cuando difiere de la del recibo (recibo ARS contra factura
      *    USD); en cero, misma moneda y vale REG-APL-IMPORTE - ver
      *    la diferencia de cambio en CargaAplicaciones.
           03 REG-APL-IMPORTE-DOC        PIC 9(10)V99.

       FD ARCH-EMP-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS-INDEXED.DAT'
             DATA RECORD IS REG-EMP-INDEXED.

       01 REG-EMP-INDEXED.
           03 REG-EMP-IND-COD           PIC 9(3).
           03 REG-EMP-IND-RAZON         PIC X(25).
           03 REG-EMP-IND-DIRECCION     PIC X(20).
           03 REG-EMP-IND-TEL           PIC X(20).
           03 REG-EMP-IND-CUIT          PIC 9(11).
           03 REG-EMP-IND-MONEDA        PIC X(3).
           03 REG-EMP-IND-RETENCION-PCT PIC 9(3)V99.
           03 REG-EMP-IND-COND-IVA     PIC X(2).
           03 REG-EMP-IND-LIMITE-CRED  PIC 9(10)V99.
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

      *    un renglon por debito a presentar; el banco devuelve los
      *    mismos campos con el resultado en DEBITO-RESPUESTA.DAT.
       FD ARCH-PRESENTACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DEBITO-PRESENTACION.DAT'
             DATA RECORD IS REG-PRESENTACION.

       01 REG-PRESENTACION.
           03 PRE-CBU                    PIC X(22).
           03 PRE-CUIT                   PIC 9(11).
           03 PRE-COMPROBANTE.
               05 PRE-PUNTO-VENTA        PIC 9(4).
               05 PRE-LETRA              PIC X(1).
               05 PRE-NUMERO             PIC 9(8).
           03 PRE-FECHA-DEBITO           PIC 9(8).
           03 PRE-IMPORTE                PIC 9(10)V99.
           03 PRE-MONEDA                 PIC X(3).

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DEBITO-PRESENTACION.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(90).

       WORKING-STORAGE SECTION.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-PRESENTACION  PIC XX.
           88 PRESENTACION-OK VALUE '00'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

      *    periodo a presentar: vencimientos entre el primero y el
      *    ultimo dia del mes AAAAMM.
       01 WS-PERIODO-X               PIC X(6).
       01 WS-VENC-DESDE.
           03 WS-VENC-DESDE-PERIODO  PIC 9(6).
           03 FILLER                 PIC 9(2) VALUE 01.
       01 WS-VENC-DESDE-N REDEFINES WS-VENC-DESDE PIC 9(8).
       01 WS-VENC-HASTA.
           03 WS-VENC-HASTA-PERIODO  PIC 9(6).
           03 FILLER                 PIC 9(2) VALUE 31.
       01 WS-VENC-HASTA-N REDEFINES WS-VENC-HASTA PIC 9(8).

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-FECHA-DEBITO            PIC 9(8).
       01 WS-FECHA-VENCIMIENTO       PIC 9(8).

      *    una fila por comprobante a presentar, para netear las
      *    imputaciones antes de grabar - mismo dimensionamiento
      *    que TABLA-PARTIDAS en CalculaIntereses.
       01 WS-MAX-PARTIDAS            PIC 9(4) VALUE 5000.

       01 TABLA-PARTIDAS.
           03 TAB-PAR OCCURS 5000 TIMES INDEXED BY IND-TAB-PAR.
               05 TAB-PAR-NUMERO        PIC 9(8).
               05 TAB-PAR-PV            PIC 9(4).
               05 TAB-PAR-LETRA         PIC X(1).
               05 TAB-PAR-CUIT          PIC 9(11).
               05 TAB-PAR-RAZON         PIC X(25).
               05 TAB-PAR-CBU           PIC X(22).
               05 TAB-PAR-VENCIMIENTO   PIC 9(8).
               05 TAB-PAR-TOTAL         PIC S9(10)V99.
               05 TAB-PAR-APLICADO      PIC S9(10)V99.
               05 TAB-PAR-MONEDA        PIC X(3).

       01 WS-CANT-PAR                PIC 9(4) VALUE 0.

       01 WS-FACTURA-ENCONTRADA      PIC X VALUE 'N'.
           88 FACTURA-ENCONTRADA     VALUE 'S'.
       01 WS-APL-LETRA-N             PIC X(1).
       01 WS-APL-PV-N                PIC 9(4).

       01 WS-SALDO                   PIC S9(10)V99.
       01 WS-ACUM-PRESENTADOS        PIC 9(5) VALUE 0.
       01 WS-ACUM-IMPORTE            PIC 9(12)V99 VALUE 0.
       01 WS-ACUM-EXCLUIDOS          PIC 9(5) VALUE 0.

       01 LINEA-ENCABEZADO-1         PIC X(80) VALUE
          'PRESENTACION DE DEBITO DIRECTO'.

       01 LINEA-ENCABEZADO-PERIODO.
           03 FILLER       PIC X(20) VALUE 'VENCIMIENTOS DEL    '.
           03 LIN-ENC-PERIODO        PIC 9(6).
           03 FILLER       PIC X(22) VALUE '  - FECHA DE DEBITO: '.
           03 LIN-ENC-FECHA-DEBITO   PIC 9(8).

       01 LINEA-ENCABEZADO-2.
           03 FILLER       PIC X(16) VALUE 'COMPROBANTE'.
           03 FILLER       PIC X(26) VALUE 'RAZON SOCIAL'.
           03 FILLER       PIC X(23) VALUE 'CBU'.
           03 FILLER       PIC X(9) VALUE 'VENCIM.'.
           03 FILLER       PIC X(14) VALUE '      IMPORTE'.

       01 LINEA-DETALLE-DEBITO.
           03 LIN-DEB-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-DEB-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-DEB-NUMERO         PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DEB-RAZON          PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DEB-CBU            PIC X(22).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DEB-VENCIMIENTO    PIC 9(8).
           03 LIN-DEB-IMPORTE        PIC ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DEB-OBSERVACION    PIC X(3).

       01 LINEA-TOTAL-DEBITOS.
           03 FILLER                 PIC X(22) VALUE
              'DEBITOS PRESENTADOS: '.
           03 LIN-TOT-CANTIDAD       PIC ZZZZ9.
           03 FILLER                 PIC X(12) VALUE '  IMPORTE: '.
           03 LIN-TOT-IMPORTE        PIC ZZZZZZZZZZZ9,99.

       01 LINEA-TOTAL-EXCLUIDOS.
           03 FILLER                 PIC X(42) VALUE
              'NO PRESENTADOS (COMPROBANTE EN DOLARES): '.
           03 LIN-TOT-EXCLUIDOS      PIC ZZZZ9.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(90) VALUE ALL '-'.

       PROCEDURE DIVISION.

       GENERA-DEBITO-DIRECTO.
           PERFORM PEDIR-PARAMETROS.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-TABLA-PARTIDAS.
           PERFORM APLICAR-IMPUTACIONES.
           PERFORM GRABAR-PRESENTACION.
           PERFORM TERMINAR.

      *    periodo en curso y debito en el dia si no se indica otra
      *    cosa.
       PEDIR-PARAMETROS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY 'PERIODO DE VENCIMIENTOS A PRESENTAR (AAAAMM, '
               'ENTER = MES EN CURSO): '.
           MOVE SPACES TO WS-PERIODO-X.
           ACCEPT WS-PERIODO-X.
           IF WS-PERIODO-X IS NUMERIC
              MOVE WS-PERIODO-X TO WS-VENC-DESDE-PERIODO
           ELSE
              DIVIDE WS-FECHA-HOY BY 100
                  GIVING WS-VENC-DESDE-PERIODO.
           MOVE WS-VENC-DESDE-PERIODO TO WS-VENC-HASTA-PERIODO.

           DISPLAY 'FECHA DE DEBITO (AAAAMMDD, 0 = HOY): '.
           ACCEPT WS-FECHA-DEBITO.
           IF WS-FECHA-DEBITO IS NOT NUMERIC
              OR WS-FECHA-DEBITO EQUAL ZERO
              MOVE WS-FECHA-HOY TO WS-FECHA-DEBITO.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-APLICACIONES.
           IF NOT APL-OK
              MOVE '10' TO FS-APLICACIONES
              DISPLAY 'APLICACIONES.DAT NO DISPONIBLE, SE PRESENTA '
                  'EL TOTAL DE CADA COMPROBANTE'.

           OPEN OUTPUT ARCH-PRESENTACION.
           IF NOT PRESENTACION-OK
              DISPLAY 'NO PUDO CREARSE DEBITO-PRESENTACION.DAT '
                  FS-PRESENTACION
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE DEBITO-PRESENTACION.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE LINEA-ENCABEZADO-1 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-VENC-DESDE-PERIODO TO LIN-ENC-PERIODO.
           MOVE WS-FECHA-DEBITO TO LIN-ENC-FECHA-DEBITO.
           MOVE LINEA-ENCABEZADO-PERIODO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO-2 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

       CARGAR-TABLA-PARTIDAS.
           PERFORM LEER-FACTURA.
           PERFORM CARGAR-PARTIDA-EN-TABLA UNTIL FACTURAS-EOF.
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

      *    entran facturas y notas de debito vigentes; las notas de
      *    credito se imputan, no se debitan.
       CARGAR-PARTIDA-EN-TABLA.
           IF NOT FAC-ES-NOTA-CREDITO AND NOT FAC-ANULADA
              AND NOT FAC-INCOBRABLE
              PERFORM EVALUAR-FACTURA-ADHERIDA
           END-IF.
           PERFORM LEER-FACTURA.

       EVALUAR-FACTURA-ADHERIDA.
           MOVE FAC-CUIT TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT
               INVALID KEY MOVE '23' TO FS-ARCH-EMP-IDX
           END-READ.
           IF EMP-OK AND REG-EMP-IND-ADHERIDA
              PERFORM DETERMINAR-VENCIMIENTO
              IF WS-FECHA-VENCIMIENTO NOT LESS WS-VENC-DESDE-N
                 AND WS-FECHA-VENCIMIENTO NOT GREATER WS-VENC-HASTA-N
                 PERFORM AGREGAR-PARTIDA
              END-IF
           END-IF.

      *    vencimiento estampado, o emision mas el plazo de la
      *    empresa en un comprobante viejo.
       DETERMINAR-VENCIMIENTO.
           IF FAC-VENCIMIENTO IS NUMERIC
              AND FAC-VENCIMIENTO GREATER ZERO
              MOVE FAC-VENCIMIENTO TO WS-FECHA-VENCIMIENTO
           ELSE
              IF REG-EMP-IND-PLAZO-PAGO IS NUMERIC
                 COMPUTE WS-FECHA-VENCIMIENTO = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE (FAC-FECHA)
                      + REG-EMP-IND-PLAZO-PAGO)
              ELSE
                 MOVE FAC-FECHA TO WS-FECHA-VENCIMIENTO.

       AGREGAR-PARTIDA.
           IF WS-CANT-PAR IS LESS THAN WS-MAX-PARTIDAS
              ADD 1 TO WS-CANT-PAR
              SET IND-TAB-PAR TO WS-CANT-PAR
              MOVE FAC-NUMERO TO TAB-PAR-NUMERO(IND-TAB-PAR)
              MOVE FAC-CUIT TO TAB-PAR-CUIT(IND-TAB-PAR)
              MOVE REG-EMP-IND-RAZON TO TAB-PAR-RAZON(IND-TAB-PAR)
              MOVE REG-EMP-IND-CBU TO TAB-PAR-CBU(IND-TAB-PAR)
              MOVE WS-FECHA-VENCIMIENTO TO
                  TAB-PAR-VENCIMIENTO(IND-TAB-PAR)
              MOVE FAC-TOTAL TO TAB-PAR-TOTAL(IND-TAB-PAR)
              MOVE 0 TO TAB-PAR-APLICADO(IND-TAB-PAR)
              MOVE FAC-MONEDA TO TAB-PAR-MONEDA(IND-TAB-PAR)
              IF FAC-MONEDA EQUAL SPACES
                 MOVE 'ARS' TO TAB-PAR-MONEDA(IND-TAB-PAR)
              END-IF
              IF FAC-LETRA EQUAL SPACE
                 MOVE 'A' TO TAB-PAR-LETRA(IND-TAB-PAR)
              ELSE
                 MOVE FAC-LETRA TO TAB-PAR-LETRA(IND-TAB-PAR)
              END-IF
              IF FAC-PUNTO-VENTA IS NOT NUMERIC
                 MOVE 0 TO TAB-PAR-PV(IND-TAB-PAR)
              ELSE
                 MOVE FAC-PUNTO-VENTA TO TAB-PAR-PV(IND-TAB-PAR)
              END-IF
           ELSE
              DISPLAY 'ERROR: MAS DE ' WS-MAX-PARTIDAS
                  ' COMPROBANTES, LA TABLA-PARTIDAS NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       APLICAR-IMPUTACIONES.
           IF NOT APL-EOF
              PERFORM LEER-APLICACION
              PERFORM APLICAR-UNA-IMPUTACION UNTIL APL-EOF
              CLOSE ARCH-APLICACIONES.

       LEER-APLICACION.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

       APLICAR-UNA-IMPUTACION.
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

           MOVE 'N' TO WS-FACTURA-ENCONTRADA.
           IF WS-CANT-PAR GREATER ZERO
              SET IND-TAB-PAR TO 1
              SEARCH TAB-PAR
                  WHEN TAB-PAR-NUMERO(IND-TAB-PAR) EQUAL
                       REG-APL-FACTURA
                   AND TAB-PAR-PV(IND-TAB-PAR) EQUAL WS-APL-PV-N
                   AND TAB-PAR-LETRA(IND-TAB-PAR) EQUAL WS-APL-LETRA-N
                      MOVE 'S' TO WS-FACTURA-ENCONTRADA
              END-SEARCH
           END-IF.

           IF FACTURA-ENCONTRADA
              IF REG-APL-IMPORTE-DOC GREATER ZERO
                 ADD REG-APL-IMPORTE-DOC TO
                     TAB-PAR-APLICADO(IND-TAB-PAR)
              ELSE
                 ADD REG-APL-IMPORTE TO TAB-PAR-APLICADO(IND-TAB-PAR)
              END-IF
           END-IF.

           PERFORM LEER-APLICACION.

       GRABAR-PRESENTACION.
           SET IND-TAB-PAR TO 1.
           PERFORM PRESENTAR-UNA-PARTIDA
               UNTIL IND-TAB-PAR GREATER THAN WS-CANT-PAR.

           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-ACUM-PRESENTADOS TO LIN-TOT-CANTIDAD.
           MOVE WS-ACUM-IMPORTE TO LIN-TOT-IMPORTE.
           MOVE LINEA-TOTAL-DEBITOS TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-ACUM-EXCLUIDOS TO LIN-TOT-EXCLUIDOS.
           MOVE LINEA-TOTAL-EXCLUIDOS TO REG-LISTADO.
           WRITE REG-LISTADO.

      *    se debita solo el saldo abierto; un comprobante en dolares
      *    queda en el listado marcado USD y no va al banco.
       PRESENTAR-UNA-PARTIDA.
           COMPUTE WS-SALDO = TAB-PAR-TOTAL(IND-TAB-PAR)
               - TAB-PAR-APLICADO(IND-TAB-PAR).

           IF WS-SALDO GREATER ZERO
              MOVE TAB-PAR-PV(IND-TAB-PAR) TO LIN-DEB-PV
              MOVE TAB-PAR-LETRA(IND-TAB-PAR) TO LIN-DEB-LETRA
              MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO LIN-DEB-NUMERO
              MOVE TAB-PAR-RAZON(IND-TAB-PAR) TO LIN-DEB-RAZON
              MOVE TAB-PAR-CBU(IND-TAB-PAR) TO LIN-DEB-CBU
              MOVE TAB-PAR-VENCIMIENTO(IND-TAB-PAR) TO
                  LIN-DEB-VENCIMIENTO
              MOVE WS-SALDO TO LIN-DEB-IMPORTE
              IF TAB-PAR-MONEDA(IND-TAB-PAR) EQUAL 'ARS'
                 MOVE SPACES TO LIN-DEB-OBSERVACION
                 PERFORM GRABAR-DEBITO
              ELSE
                 MOVE TAB-PAR-MONEDA(IND-TAB-PAR) TO
                     LIN-DEB-OBSERVACION
                 ADD 1 TO WS-ACUM-EXCLUIDOS
              END-IF
              MOVE LINEA-DETALLE-DEBITO TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.

           SET IND-TAB-PAR UP BY 1.

       GRABAR-DEBITO.
           MOVE TAB-PAR-CBU(IND-TAB-PAR) TO PRE-CBU.
           MOVE TAB-PAR-CUIT(IND-TAB-PAR) TO PRE-CUIT.
           MOVE TAB-PAR-PV(IND-TAB-PAR) TO PRE-PUNTO-VENTA.
           MOVE TAB-PAR-LETRA(IND-TAB-PAR) TO PRE-LETRA.
           MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO PRE-NUMERO.
           MOVE WS-FECHA-DEBITO TO PRE-FECHA-DEBITO.
           MOVE WS-SALDO TO PRE-IMPORTE.
           MOVE TAB-PAR-MONEDA(IND-TAB-PAR) TO PRE-MONEDA.
           WRITE REG-PRESENTACION.
           ADD 1 TO WS-ACUM-PRESENTADOS.
           ADD WS-SALDO TO WS-ACUM-IMPORTE.

       TERMINAR.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-PRESENTACION.
           CLOSE ARCH-LISTADO.
           DISPLAY WS-ACUM-PRESENTADOS ' DEBITOS PRESENTADOS EN '
               'DEBITO-PRESENTACION.DAT, ' WS-ACUM-EXCLUIDOS
               ' NO PRESENTADOS (VER DEBITO-PRESENTACION.LST)'.
           STOP RUN.
