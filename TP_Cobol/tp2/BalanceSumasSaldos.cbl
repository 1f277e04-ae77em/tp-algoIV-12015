       IDENTIFICATION DIVISION.
       PROGRAM-ID. BalanceSumasSaldos.
       AUTHOR. Fede.

      *    balance de sumas y saldos al cierre de BALANCE-PERIODO
      *    AAAAMM (el mes actual por defecto): por cada cuenta del
      *    maestro SALDOS-CUENTAS.DAT (ver PasajeMayor) acumula el
      *    DEBE y el HABER de todos los meses hasta el periodo
      *    inclusive y muestra el saldo deudor o acreedor. la
      *    descripcion sale de PLAN-CUENTAS.DAT. si las sumas o los
      *    saldos no cierran, el mayor esta corrupto: el listado sale
      *    igual y el programa termina con RETURN-CODE 12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-SALDOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCT-CLAVE
               FILE STATUS IS FS-SALDOS.

           SELECT ARCH-PLAN ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PLAN.

           SELECT ARCH-BALANCE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BALANCE.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-SALDOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SALDOS-CUENTAS.DAT'
             DATA RECORD IS REG-SALDO-CUENTA.

       01 REG-SALDO-CUENTA.
           03 SCT-CLAVE.
               05 SCT-CUENTA             PIC 9(6).
               05 SCT-PERIODO            PIC 9(6).
           03 SCT-DEBE                   PIC 9(13)V99.
           03 SCT-HABER                  PIC 9(13)V99.

       FD ARCH-PLAN LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PLAN-CUENTAS.DAT'
             DATA RECORD IS REG-PLAN.

       01 REG-PLAN.
           03 PLC-CONCEPTO               PIC X(12).
           03 PLC-CUENTA                 PIC 9(6).
           03 PLC-DESCRIPCION            PIC X(25).

       FD ARCH-BALANCE LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BALANCE-SUMAS-SALDOS.LST'
             DATA RECORD IS REG-BALANCE-LST.

       01 REG-BALANCE-LST                PIC X(120).

       WORKING-STORAGE SECTION.

       77 FS-SALDOS        PIC XX.
           88 SALDOS-OK      VALUE '00'.
           88 SALDOS-EOF     VALUE '10'.

       77 FS-PLAN          PIC XX.
           88 PLAN-OK        VALUE '00'.
           88 PLAN-EOF       VALUE '10'.

       77 FS-BALANCE       PIC XX.
           88 BALANCE-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno BALANCE-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-FECHA-HOY               PIC 9(8).

      *    plan de cuentas en tabla, igual que GeneraAsientos.
       01 WS-MAX-PLAN                PIC 9(2) VALUE 50.

       01 TABLA-PLAN.
           03 TAB-PLC OCCURS 50 TIMES INDEXED BY IND-TAB-PLC.
               05 TAB-PLC-CONCEPTO      PIC X(12).
               05 TAB-PLC-CUENTA        PIC 9(6).
               05 TAB-PLC-DESC          PIC X(25).

       01 WS-CANT-PLAN               PIC 9(2) VALUE 0.

       01 WS-CUENTA-CORTE            PIC 9(6).
       01 WS-SUMA-DEBE               PIC 9(13)V99.
       01 WS-SUMA-HABER              PIC 9(13)V99.
       01 WS-SALDO                   PIC S9(13)V99.

       01 WS-TOT-SUMA-DEBE           PIC 9(14)V99 VALUE 0.
       01 WS-TOT-SUMA-HABER          PIC 9(14)V99 VALUE 0.
       01 WS-TOT-SALDO-DEUDOR        PIC 9(14)V99 VALUE 0.
       01 WS-TOT-SALDO-ACREEDOR      PIC 9(14)V99 VALUE 0.
       01 WS-CANT-CUENTAS            PIC 9(4) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(40) VALUE
              'BALANCE DE SUMAS Y SALDOS AL PERIODO '.
           03 LIN-TIT-PERIODO        PIC 9(6).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(8)  VALUE 'CUENTA'.
           03 FILLER       PIC X(26) VALUE 'DESCRIPCION'.
           03 FILLER       PIC X(20) VALUE '          SUMAS DEBE'.
           03 FILLER       PIC X(20) VALUE '         SUMAS HABER'.
           03 FILLER       PIC X(20) VALUE '       SALDO DEUDOR'.
           03 FILLER       PIC X(20) VALUE '     SALDO ACREEDOR'.

       01 LINEA-DIVISORIA            PIC X(114) VALUE ALL '-'.

       01 LINEA-DETALLE.
           03 LIN-DET-CUENTA         PIC 9(6).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-DESCRIPCION    PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-SUMA-DEBE      PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-SUMA-HABER     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-DEUDOR         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-ACREEDOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-TOTALES.
           03 FILLER                 PIC X(34) VALUE 'TOTALES'.
           03 LIN-TOT-SUMA-DEBE      PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-SUMA-HABER     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-DEUDOR         PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-ACREEDOR       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       BALANCE-SUMAS-SALDOS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'BALANCE-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'BALANCE-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NUMERIC
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              ELSE
                 DISPLAY 'BALANCE-PERIODO INVALIDO: ' WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM CARGAR-PLAN-CUENTAS.
           PERFORM ABRIR-ARCHIVOS.

           MOVE WS-PERIODO TO LIN-TIT-PERIODO.
           MOVE LINEA-TITULO TO REG-BALANCE-LST.
           WRITE REG-BALANCE-LST.
           MOVE LINEA-ENCABEZADO TO REG-BALANCE-LST.
           WRITE REG-BALANCE-LST.
           MOVE LINEA-DIVISORIA TO REG-BALANCE-LST.
           WRITE REG-BALANCE-LST.

           PERFORM LEER-SALDO.
           PERFORM PROCESAR-UNA-CUENTA UNTIL SALDOS-EOF.

           PERFORM IMPRIMIR-TOTALES.
           PERFORM TERMINAR.

       CARGAR-PLAN-CUENTAS.
           OPEN INPUT ARCH-PLAN.
           IF NOT PLAN-OK
              DISPLAY 'NO PUDO ABRIRSE PLAN-CUENTAS.DAT ' FS-PLAN
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-PLAN.
           PERFORM CARGAR-CUENTA-EN-TABLA
               UNTIL PLAN-EOF OR WS-CANT-PLAN NOT LESS WS-MAX-PLAN.
           CLOSE ARCH-PLAN.

       LEER-PLAN.
           READ ARCH-PLAN AT END MOVE '10' TO FS-PLAN.

       CARGAR-CUENTA-EN-TABLA.
           ADD 1 TO WS-CANT-PLAN.
           MOVE PLC-CONCEPTO TO TAB-PLC-CONCEPTO(WS-CANT-PLAN).
           MOVE PLC-CUENTA TO TAB-PLC-CUENTA(WS-CANT-PLAN).
           MOVE PLC-DESCRIPCION TO TAB-PLC-DESC(WS-CANT-PLAN).
           PERFORM LEER-PLAN.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-SALDOS.
           IF NOT SALDOS-OK
              DISPLAY 'NO PUDO ABRIRSE SALDOS-CUENTAS.DAT ' FS-SALDOS
                  ' - CORRER PasajeMayor'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-BALANCE.
           IF NOT BALANCE-OK
              DISPLAY 'NO PUDO CREARSE BALANCE-SUMAS-SALDOS.LST '
                  FS-BALANCE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       LEER-SALDO.
           READ ARCH-SALDOS NEXT RECORD
               AT END MOVE '10' TO FS-SALDOS
           END-READ.

      *    corte de control por cuenta: el maestro viene ordenado por
      *    cuenta + periodo, asi que los meses de una cuenta son
      *    contiguos. solo cuentan los meses hasta el periodo.
       PROCESAR-UNA-CUENTA.
           MOVE SCT-CUENTA TO WS-CUENTA-CORTE.
           MOVE 0 TO WS-SUMA-DEBE.
           MOVE 0 TO WS-SUMA-HABER.
           PERFORM ACUMULAR-UN-MES
               UNTIL SALDOS-EOF OR SCT-CUENTA NOT EQUAL WS-CUENTA-CORTE.
           IF WS-SUMA-DEBE NOT EQUAL ZERO
              OR WS-SUMA-HABER NOT EQUAL ZERO
              PERFORM IMPRIMIR-UNA-CUENTA.

       ACUMULAR-UN-MES.
           IF SCT-PERIODO NOT GREATER WS-PERIODO
              ADD SCT-DEBE TO WS-SUMA-DEBE
              ADD SCT-HABER TO WS-SUMA-HABER.
           PERFORM LEER-SALDO.

       IMPRIMIR-UNA-CUENTA.
           ADD 1 TO WS-CANT-CUENTAS.
           MOVE SPACES TO LINEA-DETALLE.
           MOVE WS-CUENTA-CORTE TO LIN-DET-CUENTA.
           MOVE 'CUENTA FUERA DEL PLAN' TO LIN-DET-DESCRIPCION.
           SET IND-TAB-PLC TO 1.
           SEARCH TAB-PLC
               WHEN IND-TAB-PLC GREATER THAN WS-CANT-PLAN
                   NEXT SENTENCE
               WHEN TAB-PLC-CUENTA(IND-TAB-PLC) EQUAL WS-CUENTA-CORTE
                   MOVE TAB-PLC-DESC(IND-TAB-PLC) TO
                       LIN-DET-DESCRIPCION
           END-SEARCH.
           MOVE WS-SUMA-DEBE TO LIN-DET-SUMA-DEBE.
           MOVE WS-SUMA-HABER TO LIN-DET-SUMA-HABER.
           COMPUTE WS-SALDO = WS-SUMA-DEBE - WS-SUMA-HABER.
           IF WS-SALDO LESS ZERO
              MOVE 0 TO LIN-DET-DEUDOR
              COMPUTE LIN-DET-ACREEDOR = WS-SALDO * -1
              SUBTRACT WS-SALDO FROM WS-TOT-SALDO-ACREEDOR
           ELSE
              MOVE WS-SALDO TO LIN-DET-DEUDOR
              MOVE 0 TO LIN-DET-ACREEDOR
              ADD WS-SALDO TO WS-TOT-SALDO-DEUDOR.
           ADD WS-SUMA-DEBE TO WS-TOT-SUMA-DEBE.
           ADD WS-SUMA-HABER TO WS-TOT-SUMA-HABER.
           MOVE LINEA-DETALLE TO REG-BALANCE-LST.
           WRITE REG-BALANCE-LST.

       IMPRIMIR-TOTALES.
           MOVE LINEA-DIVISORIA TO REG-BALANCE-LST.
           WRITE REG-BALANCE-LST.
           MOVE WS-TOT-SUMA-DEBE TO LIN-TOT-SUMA-DEBE.
           MOVE WS-TOT-SUMA-HABER TO LIN-TOT-SUMA-HABER.
           MOVE WS-TOT-SALDO-DEUDOR TO LIN-TOT-DEUDOR.
           MOVE WS-TOT-SALDO-ACREEDOR TO LIN-TOT-ACREEDOR.
           MOVE LINEA-TOTALES TO REG-BALANCE-LST.
           WRITE REG-BALANCE-LST.
           CLOSE ARCH-SALDOS.
           CLOSE ARCH-BALANCE.

           DISPLAY WS-CANT-CUENTAS ' CUENTAS EN '
               'BALANCE-SUMAS-SALDOS.LST'.
           IF WS-TOT-SUMA-DEBE NOT EQUAL WS-TOT-SUMA-HABER
              OR WS-TOT-SALDO-DEUDOR NOT EQUAL WS-TOT-SALDO-ACREEDOR
              DISPLAY 'EL BALANCE NO CIERRA: SUMAS ' WS-TOT-SUMA-DEBE
                  ' / ' WS-TOT-SUMA-HABER ' - SALDOS '
                  WS-TOT-SALDO-DEUDOR ' / ' WS-TOT-SALDO-ACREEDOR
              MOVE 12 TO RETURN-CODE.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
