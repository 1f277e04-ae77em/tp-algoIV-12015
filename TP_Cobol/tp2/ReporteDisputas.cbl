       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteDisputas.
       AUTHOR. Fede.

      *    seguimiento de disputas abiertas (DISPUTAS.DAT, cargadas
      *    con MantenimientoDisputas): una linea por comprobante en
      *    disputa, de la mas vieja a la mas nueva, con los dias que
      *    lleva en disputa, el responsable y la fecha prevista de
      *    resolucion; las que ya pasaron esa fecha salen marcadas
      *    VENCIDA para que el responsable las retome. al pie, la
      *    cantidad y el importe en disputa por franja de antiguedad
      *    (0-30, 31-60, 61-90, mas de 90 dias), separando pesos de
      *    dolares. las disputas resueltas no se listan.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-DISPUTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DIS-CLAVE
                   FILE STATUS IS FS-DISPUTAS.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

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

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DISPUTAS.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-DISPUTAS      PIC XX.
           88 DISPUTAS-OK    VALUE '00'.
           88 DISPUTAS-EOF   VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno DISPUTAS-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla - mismo criterio que
      *    ReportePartidasAbiertas.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-DIAS-HOY                PIC 9(7).

      *    una fila por disputa abierta; 2000 son muchas mas de las
      *    que se discuten a la vez.
       01 WS-MAX-DIS                 PIC 9(4) VALUE 2000.

       01 REG-TAB-DIS-TEMP.
           03 TAB-DIS-PV-TEMP        PIC 9(4).
           03 TAB-DIS-LETRA-TEMP     PIC X(1).
           03 TAB-DIS-NUMERO-TEMP    PIC 9(8).
           03 TAB-DIS-CUIT-TEMP      PIC 9(11).
           03 TAB-DIS-MONEDA-TEMP    PIC X(3).
           03 TAB-DIS-IMPORTE-TEMP   PIC 9(10)V99.
           03 TAB-DIS-MOTIVO-TEMP    PIC X(40).
           03 TAB-DIS-RESP-TEMP      PIC X(20).
           03 TAB-DIS-ALTA-TEMP      PIC 9(8).
           03 TAB-DIS-PREVISTA-TEMP  PIC 9(8).
           03 TAB-DIS-DIAS-TEMP      PIC 9(5).

       01 TABLA-DISPUTAS.
           03 TAB-DIS OCCURS 2000 TIMES.
               05 TAB-DIS-PV            PIC 9(4).
               05 TAB-DIS-LETRA         PIC X(1).
               05 TAB-DIS-NUMERO        PIC 9(8).
               05 TAB-DIS-CUIT          PIC 9(11).
               05 TAB-DIS-MONEDA        PIC X(3).
               05 TAB-DIS-IMPORTE       PIC 9(10)V99.
               05 TAB-DIS-MOTIVO        PIC X(40).
               05 TAB-DIS-RESP          PIC X(20).
               05 TAB-DIS-ALTA          PIC 9(8).
               05 TAB-DIS-PREVISTA      PIC 9(8).
      *        dias corridos desde el alta de la disputa hasta hoy.
               05 TAB-DIS-DIAS          PIC 9(5).

       01 WS-CANT-DIS                PIC 9(4) VALUE 0.
       01 WS-I                       PIC 9(4).
       01 WS-J                       PIC 9(4).

      *    totales por franja de antiguedad: 1 = 0-30, 2 = 31-60,
      *    3 = 61-90, 4 = mas de 90 dias.
       01 TABLA-FRANJAS.
           03 TAB-FRA OCCURS 4 TIMES.
               05 TAB-FRA-CANT          PIC 9(5).
               05 TAB-FRA-ARS           PIC 9(12)V99.
               05 TAB-FRA-USD           PIC 9(12)V99.

       01 WS-FRANJA                  PIC 9.
       01 WS-CANT-VENCIDAS           PIC 9(5) VALUE 0.

       01 LINEA-ENCABEZADO-1         PIC X(80) VALUE
          'SEGUIMIENTO DE COMPROBANTES EN DISPUTA'.

       01 LINEA-ENCABEZADO-FECHA.
           03 FILLER                 PIC X(10) VALUE 'AL DIA '.
           03 LIN-ENC-FECHA          PIC 9(8).

       01 LINEA-ENCABEZADO-2.
           03 FILLER       PIC X(16) VALUE 'COMPROBANTE'.
           03 FILLER       PIC X(26) VALUE 'EMPRESA'.
           03 FILLER       PIC X(18) VALUE '  IMPORTE DISPUTA'.
           03 FILLER       PIC X(4) VALUE ' MON'.
           03 FILLER       PIC X(10) VALUE '  ALTA'.
           03 FILLER       PIC X(6) VALUE '  DIAS'.
           03 FILLER       PIC X(10) VALUE '  PREVISTA'.
           03 FILLER       PIC X(9) VALUE SPACES.
           03 FILLER       PIC X(20) VALUE 'RESPONSABLE'.

       01 LINEA-DETALLE.
           03 LIN-DET-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-DET-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-DET-NUMERO         PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-RAZON          PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-IMPORTE        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-MONEDA         PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-ALTA           PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-DIAS           PIC ZZZZ9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-PREVISTA       PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-VENCIDA        PIC X(7).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-RESP           PIC X(20).

       01 LINEA-MOTIVO.
           03 FILLER                 PIC X(17) VALUE SPACES.
           03 FILLER                 PIC X(8) VALUE 'MOTIVO: '.
           03 LIN-MOT-MOTIVO         PIC X(40).
           03 FILLER                 PIC X(7) VALUE '  CUIT '.
           03 LIN-MOT-CUIT           PIC 9(11).

       01 LINEA-ENCABEZADO-FRANJAS.
           03 FILLER       PIC X(22) VALUE 'ANTIGUEDAD EN DISPUTA'.
           03 FILLER       PIC X(8) VALUE '    CANT'.
           03 FILLER       PIC X(19) VALUE '        PESOS (ARS)'.
           03 FILLER       PIC X(19) VALUE '      DOLARES (USD)'.

       01 LINEA-FRANJA.
           03 LIN-FRA-DESC           PIC X(22).
           03 LIN-FRA-CANT           PIC ZZZZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FRA-ARS            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FRA-USD            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-VENCIDAS.
           03 FILLER                 PIC X(39) VALUE
              'DISPUTAS CON FECHA PREVISTA VENCIDA: '.
           03 LIN-VEN-CANT           PIC ZZZZ9.

       01 LINEA-SIN-DISPUTAS         PIC X(80) VALUE
          'NO HAY COMPROBANTES EN DISPUTA'.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(132) VALUE ALL '-'.

       01 LINEA-EN-BLANCO            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       REPORTE-DISPUTAS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'DISPUTAS-MODO'.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).
           INITIALIZE TABLA-FRANJAS.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-TABLA-DISPUTAS.
           PERFORM ORDENAR-X-ANTIGUEDAD.
           PERFORM IMPRIMIR-REPORTE.
           PERFORM TERMINAR.

      *    sin DISPUTAS.DAT no hubo nunca una disputa: el listado sale
      *    igual, vacio.
       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-DISPUTAS.
           IF NOT DISPUTAS-OK
              MOVE '10' TO FS-DISPUTAS
              DISPLAY 'DISPUTAS.DAT NO DISPONIBLE, NO HAY '
                  'COMPROBANTES EN DISPUTA'.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE DISPUTAS.LST ' FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       CARGAR-TABLA-DISPUTAS.
           IF NOT DISPUTAS-EOF
              PERFORM LEER-DISPUTA
              PERFORM CARGAR-DISPUTA-EN-TABLA UNTIL DISPUTAS-EOF
              CLOSE ARCH-DISPUTAS.

       LEER-DISPUTA.
           READ ARCH-DISPUTAS NEXT RECORD
               AT END MOVE '10' TO FS-DISPUTAS
           END-READ.

       CARGAR-DISPUTA-EN-TABLA.
           IF DIS-ABIERTA
              IF WS-CANT-DIS NOT LESS WS-MAX-DIS
                 DISPLAY 'ERROR: MAS DE 2000 DISPUTAS ABIERTAS, LA '
                     'TABLA-DISPUTAS NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CANT-DIS
              MOVE DIS-PUNTO-VENTA TO TAB-DIS-PV(WS-CANT-DIS)
              MOVE DIS-LETRA TO TAB-DIS-LETRA(WS-CANT-DIS)
              MOVE DIS-NUMERO TO TAB-DIS-NUMERO(WS-CANT-DIS)
              MOVE DIS-CUIT TO TAB-DIS-CUIT(WS-CANT-DIS)
              MOVE DIS-MONEDA TO TAB-DIS-MONEDA(WS-CANT-DIS)
              MOVE DIS-IMPORTE TO TAB-DIS-IMPORTE(WS-CANT-DIS)
              MOVE DIS-MOTIVO TO TAB-DIS-MOTIVO(WS-CANT-DIS)
              MOVE DIS-RESPONSABLE TO TAB-DIS-RESP(WS-CANT-DIS)
              MOVE DIS-FECHA-ALTA TO TAB-DIS-ALTA(WS-CANT-DIS)
              MOVE DIS-FECHA-PREVISTA TO TAB-DIS-PREVISTA(WS-CANT-DIS)
              MOVE 0 TO TAB-DIS-DIAS(WS-CANT-DIS)
              IF DIS-FECHA-ALTA IS NUMERIC
                 AND DIS-FECHA-ALTA GREATER ZERO
                 AND DIS-FECHA-ALTA LESS WS-FECHA-HOY
                 COMPUTE TAB-DIS-DIAS(WS-CANT-DIS) = WS-DIAS-HOY -
                     FUNCTION INTEGER-OF-DATE (DIS-FECHA-ALTA)
              END-IF
           END-IF.
           PERFORM LEER-DISPUTA.

      *    de la disputa mas vieja a la mas nueva; a igual antiguedad,
      *    por CUIT.
       ORDENAR-X-ANTIGUEDAD.
           MOVE 1 TO WS-I.
           PERFORM ORDENAR-UNA-POSICION
               UNTIL WS-I IS NOT LESS THAN WS-CANT-DIS.

       ORDENAR-UNA-POSICION.
           COMPUTE WS-J = WS-I + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR
               UNTIL WS-J IS GREATER THAN WS-CANT-DIS.
           ADD 1 TO WS-I.

       COMPARAR-E-INTERCAMBIAR.
           IF TAB-DIS-DIAS(WS-I) LESS TAB-DIS-DIAS(WS-J)
              OR (TAB-DIS-DIAS(WS-I) EQUAL TAB-DIS-DIAS(WS-J)
                  AND TAB-DIS-CUIT(WS-I) GREATER TAB-DIS-CUIT(WS-J))
              MOVE TAB-DIS(WS-I) TO REG-TAB-DIS-TEMP
              MOVE TAB-DIS(WS-J) TO TAB-DIS(WS-I)
              MOVE REG-TAB-DIS-TEMP TO TAB-DIS(WS-J).
           ADD 1 TO WS-J.

       IMPRIMIR-REPORTE.
           MOVE LINEA-ENCABEZADO-1 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-FECHA-HOY TO LIN-ENC-FECHA.
           MOVE LINEA-ENCABEZADO-FECHA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           IF WS-CANT-DIS EQUAL ZERO
              MOVE LINEA-SIN-DISPUTAS TO REG-LISTADO
              WRITE REG-LISTADO
           ELSE
              MOVE LINEA-ENCABEZADO-2 TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE 1 TO WS-I
              PERFORM IMPRIMIR-UNA-DISPUTA
                  UNTIL WS-I GREATER THAN WS-CANT-DIS.

           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.
           PERFORM IMPRIMIR-TOTALES-FRANJAS.

       IMPRIMIR-UNA-DISPUTA.
           MOVE TAB-DIS-PV(WS-I) TO LIN-DET-PV.
           MOVE TAB-DIS-LETRA(WS-I) TO LIN-DET-LETRA.
           MOVE TAB-DIS-NUMERO(WS-I) TO LIN-DET-NUMERO.
           MOVE TAB-DIS-CUIT(WS-I) TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF EMP-OK
              MOVE REG-EMP-IND-RAZON TO LIN-DET-RAZON
           ELSE
              MOVE 'CUIT SIN EMPRESA' TO LIN-DET-RAZON.
           MOVE TAB-DIS-IMPORTE(WS-I) TO LIN-DET-IMPORTE.
           MOVE TAB-DIS-MONEDA(WS-I) TO LIN-DET-MONEDA.
           MOVE TAB-DIS-ALTA(WS-I) TO LIN-DET-ALTA.
           MOVE TAB-DIS-DIAS(WS-I) TO LIN-DET-DIAS.
           MOVE TAB-DIS-PREVISTA(WS-I) TO LIN-DET-PREVISTA.
           IF TAB-DIS-PREVISTA(WS-I) LESS WS-FECHA-HOY
              MOVE 'VENCIDA' TO LIN-DET-VENCIDA
              ADD 1 TO WS-CANT-VENCIDAS
           ELSE
              MOVE SPACES TO LIN-DET-VENCIDA.
           MOVE TAB-DIS-RESP(WS-I) TO LIN-DET-RESP.
           MOVE LINEA-DETALLE TO REG-LISTADO.
           WRITE REG-LISTADO.

           MOVE TAB-DIS-MOTIVO(WS-I) TO LIN-MOT-MOTIVO.
           MOVE TAB-DIS-CUIT(WS-I) TO LIN-MOT-CUIT.
           MOVE LINEA-MOTIVO TO REG-LISTADO.
           WRITE REG-LISTADO.

           PERFORM ACUMULAR-EN-FRANJA.
           ADD 1 TO WS-I.

       ACUMULAR-EN-FRANJA.
           IF TAB-DIS-DIAS(WS-I) GREATER 90
              MOVE 4 TO WS-FRANJA
           ELSE
              IF TAB-DIS-DIAS(WS-I) GREATER 60
                 MOVE 3 TO WS-FRANJA
              ELSE
                 IF TAB-DIS-DIAS(WS-I) GREATER 30
                    MOVE 2 TO WS-FRANJA
                 ELSE
                    MOVE 1 TO WS-FRANJA.
           ADD 1 TO TAB-FRA-CANT(WS-FRANJA).
           IF TAB-DIS-MONEDA(WS-I) EQUAL 'USD'
              ADD TAB-DIS-IMPORTE(WS-I) TO TAB-FRA-USD(WS-FRANJA)
           ELSE
              ADD TAB-DIS-IMPORTE(WS-I) TO TAB-FRA-ARS(WS-FRANJA).

       IMPRIMIR-TOTALES-FRANJAS.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO-FRANJAS TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE 1 TO WS-FRANJA.
           MOVE 'HASTA 30 DIAS' TO LIN-FRA-DESC.
           PERFORM IMPRIMIR-UNA-FRANJA.
           MOVE 2 TO WS-FRANJA.
           MOVE 'DE 31 A 60 DIAS' TO LIN-FRA-DESC.
           PERFORM IMPRIMIR-UNA-FRANJA.
           MOVE 3 TO WS-FRANJA.
           MOVE 'DE 61 A 90 DIAS' TO LIN-FRA-DESC.
           PERFORM IMPRIMIR-UNA-FRANJA.
           MOVE 4 TO WS-FRANJA.
           MOVE 'MAS DE 90 DIAS' TO LIN-FRA-DESC.
           PERFORM IMPRIMIR-UNA-FRANJA.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-CANT-VENCIDAS TO LIN-VEN-CANT.
           MOVE LINEA-VENCIDAS TO REG-LISTADO.
           WRITE REG-LISTADO.

       IMPRIMIR-UNA-FRANJA.
           MOVE TAB-FRA-CANT(WS-FRANJA) TO LIN-FRA-CANT.
           MOVE TAB-FRA-ARS(WS-FRANJA) TO LIN-FRA-ARS.
           MOVE TAB-FRA-USD(WS-FRANJA) TO LIN-FRA-USD.
           MOVE LINEA-FRANJA TO REG-LISTADO.
           WRITE REG-LISTADO.

       TERMINAR.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-LISTADO.
           DISPLAY 'REPORTE GENERADO EN DISPUTAS.LST'.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
