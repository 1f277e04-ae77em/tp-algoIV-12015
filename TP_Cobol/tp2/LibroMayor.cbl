       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibroMayor.
       AUTHOR. Fede.

      *    libro mayor por cuenta para un rango de fechas: del diario
      *    MAYOR-MOVIMIENTOS.DAT que deja PasajeMayor arma, por cada
      *    cuenta, el saldo inicial (todo lo pasado antes de
      *    LIBRO-MAYOR-DESDE), los movimientos del rango con su saldo
      *    corrido y el saldo final al LIBRO-MAYOR-HASTA (AAAAMMDD;
      *    por defecto, del primero del mes a hoy). LIBRO-MAYOR-CUENTA
      *    limita el listado a una cuenta (vacia o cero = todas). los
      *    movimientos se ordenan por cuenta y fecha con SORT, mismo
      *    esquema de INPUT/OUTPUT PROCEDURE que TP2.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-MOVIMIENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MOVIMIENTOS.

           SELECT ARCH-ORDEN-MAYOR ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ORDEN-MAYOR.

           SELECT ARCH-PLAN ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PLAN.

           SELECT ARCH-MAYOR-LST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MAYOR-LST.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-MOVIMIENTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'MAYOR-MOVIMIENTOS.DAT'
             DATA RECORD IS REG-MOVIMIENTO.

       01 REG-MOVIMIENTO.
           03 MOV-PERIODO                PIC 9(6).
           03 MOV-FECHA                  PIC 9(8).
           03 MOV-CUENTA                 PIC 9(6).
           03 MOV-DESCRIPCION            PIC X(25).
           03 MOV-DEBE                   PIC 9(12)V99.
           03 MOV-HABER                  PIC 9(12)V99.

       SD ARCH-ORDEN-MAYOR
          DATA RECORD IS REG-ORD.

       01 REG-ORD.
           03 REG-ORD-CUENTA             PIC 9(6).
           03 REG-ORD-FECHA              PIC 9(8).
           03 REG-ORD-SECUENCIA          PIC 9(7).
           03 REG-ORD-DESCRIPCION        PIC X(25).
           03 REG-ORD-DEBE               PIC 9(12)V99.
           03 REG-ORD-HABER              PIC 9(12)V99.

       FD ARCH-PLAN LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PLAN-CUENTAS.DAT'
             DATA RECORD IS REG-PLAN.

       01 REG-PLAN.
           03 PLC-CONCEPTO               PIC X(12).
           03 PLC-CUENTA                 PIC 9(6).
           03 PLC-DESCRIPCION            PIC X(25).

       FD ARCH-MAYOR-LST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'LIBRO-MAYOR.LST'
             DATA RECORD IS REG-MAYOR-LST.

       01 REG-MAYOR-LST                  PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-MOVIMIENTOS   PIC XX.
           88 MOVIMIENTOS-OK  VALUE '00'.
           88 MOVIMIENTOS-EOF VALUE '10'.

       77 FS-ORDEN-MAYOR   PIC XX.

       77 FS-PLAN          PIC XX.
           88 PLAN-OK        VALUE '00'.
           88 PLAN-EOF       VALUE '10'.

       77 FS-MAYOR-LST     PIC XX.
           88 MAYOR-LST-OK   VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno LIBRO-MAYOR-MODO vale 'BATCH',
      *    el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-FECHA-ENV               PIC X(8).
       01 WS-CUENTA-ENV              PIC X(6).
       01 WS-FECHA-DESDE             PIC 9(8).
       01 WS-FECHA-HASTA             PIC 9(8).
       01 WS-CUENTA-FILTRO           PIC 9(6) VALUE 0.

       01 WS-ORD-EOF                 PIC X VALUE 'N'.
           88 ORD-EOF                VALUE 'S'.

      *    orden de llegada al diario: desempata los movimientos de
      *    una misma cuenta y fecha para que salgan como se pasaron.
       01 WS-SECUENCIA               PIC 9(7) VALUE 0.

      *    plan de cuentas en tabla, igual que GeneraAsientos.
       01 WS-MAX-PLAN                PIC 9(2) VALUE 50.

       01 TABLA-PLAN.
           03 TAB-PLC OCCURS 50 TIMES INDEXED BY IND-TAB-PLC.
               05 TAB-PLC-CONCEPTO      PIC X(12).
               05 TAB-PLC-CUENTA        PIC 9(6).
               05 TAB-PLC-DESC          PIC X(25).

       01 WS-CANT-PLAN               PIC 9(2) VALUE 0.

       01 WS-CUENTA-CORTE            PIC 9(6).
       01 WS-SALDO-INICIAL           PIC S9(13)V99.
       01 WS-SALDO-CORRIDO           PIC S9(13)V99.
       01 WS-DEBE-RANGO              PIC 9(13)V99.
       01 WS-HABER-RANGO             PIC 9(13)V99.
       01 WS-CANT-CUENTAS            PIC 9(4) VALUE 0.
       01 WS-CANT-MOVIMIENTOS        PIC 9(7) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(20) VALUE 'LIBRO MAYOR DEL '.
           03 LIN-TIT-DESDE          PIC 9(8).
           03 FILLER                 PIC X(4) VALUE ' AL '.
           03 LIN-TIT-HASTA          PIC 9(8).

       01 LINEA-CUENTA.
           03 FILLER                 PIC X(8) VALUE 'CUENTA '.
           03 LIN-CTA-CUENTA         PIC 9(6).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CTA-DESCRIPCION    PIC X(25).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(10) VALUE 'FECHA'.
           03 FILLER       PIC X(26) VALUE 'CONCEPTO'.
           03 FILLER       PIC X(19) VALUE '              DEBE'.
           03 FILLER       PIC X(19) VALUE '             HABER'.
           03 FILLER       PIC X(20) VALUE '              SALDO'.

       01 LINEA-SALDO.
           03 LIN-SAL-TEXTO          PIC X(74).
           03 LIN-SAL-IMPORTE        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-DETALLE.
           03 LIN-DET-FECHA          PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-DESCRIPCION    PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-DEBE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-HABER          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-SALDO          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-TOTAL-RANGO.
           03 FILLER                 PIC X(36) VALUE
              'MOVIMIENTOS DEL RANGO'.
           03 LIN-TOT-DEBE           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-HABER          PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-EN-BLANCO            PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.

       LIBRO-MAYOR.
           PERFORM DETERMINAR-PARAMETROS.
           PERFORM CARGAR-PLAN-CUENTAS.
           SORT ARCH-ORDEN-MAYOR
                  ON ASCENDING KEY REG-ORD-CUENTA, REG-ORD-FECHA,
                     REG-ORD-SECUENCIA
                  INPUT PROCEDURE IS ENTRADA
                  OUTPUT PROCEDURE IS SALIDA.
           PERFORM TERMINAR.

       DETERMINAR-PARAMETROS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'LIBRO-MAYOR-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-DESDE.
           MOVE '01' TO WS-FECHA-DESDE (7:2).
           MOVE WS-FECHA-HOY TO WS-FECHA-HASTA.

           MOVE SPACES TO WS-FECHA-ENV.
           ACCEPT WS-FECHA-ENV FROM ENVIRONMENT 'LIBRO-MAYOR-DESDE'.
           IF WS-FECHA-ENV NOT EQUAL SPACES
              IF WS-FECHA-ENV IS NUMERIC
                 MOVE WS-FECHA-ENV TO WS-FECHA-DESDE
              ELSE
                 DISPLAY 'LIBRO-MAYOR-DESDE INVALIDO: ' WS-FECHA-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           MOVE SPACES TO WS-FECHA-ENV.
           ACCEPT WS-FECHA-ENV FROM ENVIRONMENT 'LIBRO-MAYOR-HASTA'.
           IF WS-FECHA-ENV NOT EQUAL SPACES
              IF WS-FECHA-ENV IS NUMERIC
                 MOVE WS-FECHA-ENV TO WS-FECHA-HASTA
              ELSE
                 DISPLAY 'LIBRO-MAYOR-HASTA INVALIDO: ' WS-FECHA-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           IF WS-FECHA-DESDE GREATER WS-FECHA-HASTA
              DISPLAY 'RANGO INVALIDO: ' WS-FECHA-DESDE ' AL '
                  WS-FECHA-HASTA
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE SPACES TO WS-CUENTA-ENV.
           ACCEPT WS-CUENTA-ENV FROM ENVIRONMENT 'LIBRO-MAYOR-CUENTA'.
           IF WS-CUENTA-ENV NOT EQUAL SPACES
              IF WS-CUENTA-ENV IS NUMERIC
                 MOVE WS-CUENTA-ENV TO WS-CUENTA-FILTRO
              ELSE
                 DISPLAY 'LIBRO-MAYOR-CUENTA INVALIDA: ' WS-CUENTA-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       CARGAR-PLAN-CUENTAS.
           OPEN INPUT ARCH-PLAN.
           IF PLAN-OK
              PERFORM LEER-PLAN
              PERFORM CARGAR-CUENTA-EN-TABLA
                  UNTIL PLAN-EOF OR WS-CANT-PLAN NOT LESS WS-MAX-PLAN
              CLOSE ARCH-PLAN.

       LEER-PLAN.
           READ ARCH-PLAN AT END MOVE '10' TO FS-PLAN.

       CARGAR-CUENTA-EN-TABLA.
           ADD 1 TO WS-CANT-PLAN.
           MOVE PLC-CONCEPTO TO TAB-PLC-CONCEPTO(WS-CANT-PLAN).
           MOVE PLC-CUENTA TO TAB-PLC-CUENTA(WS-CANT-PLAN).
           MOVE PLC-DESCRIPCION TO TAB-PLC-DESC(WS-CANT-PLAN).
           PERFORM LEER-PLAN.

      *    al sort entra todo lo pasado hasta la fecha HASTA de las
      *    cuentas pedidas: lo anterior al rango arma el saldo
      *    inicial.
       ENTRADA.
           OPEN INPUT ARCH-MOVIMIENTOS.
           IF NOT MOVIMIENTOS-OK
              DISPLAY 'NO PUDO ABRIRSE MAYOR-MOVIMIENTOS.DAT '
                  FS-MOVIMIENTOS ' - CORRER PasajeMayor'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-MOVIMIENTO.
           PERFORM LIBERAR-UN-MOVIMIENTO UNTIL MOVIMIENTOS-EOF.
           CLOSE ARCH-MOVIMIENTOS.

       LEER-MOVIMIENTO.
           READ ARCH-MOVIMIENTOS AT END MOVE '10' TO FS-MOVIMIENTOS.

       LIBERAR-UN-MOVIMIENTO.
           ADD 1 TO WS-SECUENCIA.
           IF MOV-FECHA NOT GREATER WS-FECHA-HASTA
              AND (WS-CUENTA-FILTRO EQUAL ZERO
                   OR MOV-CUENTA EQUAL WS-CUENTA-FILTRO)
              MOVE MOV-CUENTA TO REG-ORD-CUENTA
              MOVE MOV-FECHA TO REG-ORD-FECHA
              MOVE WS-SECUENCIA TO REG-ORD-SECUENCIA
              MOVE MOV-DESCRIPCION TO REG-ORD-DESCRIPCION
              MOVE MOV-DEBE TO REG-ORD-DEBE
              MOVE MOV-HABER TO REG-ORD-HABER
              RELEASE REG-ORD.
           PERFORM LEER-MOVIMIENTO.

       SALIDA.
           OPEN OUTPUT ARCH-MAYOR-LST.
           IF NOT MAYOR-LST-OK
              DISPLAY 'NO PUDO CREARSE LIBRO-MAYOR.LST ' FS-MAYOR-LST
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-FECHA-DESDE TO LIN-TIT-DESDE.
           MOVE WS-FECHA-HASTA TO LIN-TIT-HASTA.
           MOVE LINEA-TITULO TO REG-MAYOR-LST.
           WRITE REG-MAYOR-LST.
           MOVE LINEA-EN-BLANCO TO REG-MAYOR-LST.
           WRITE REG-MAYOR-LST.

           PERFORM LEER-ORDEN-MAYOR.
           PERFORM PROCESAR-UNA-CUENTA UNTIL ORD-EOF.

           CLOSE ARCH-MAYOR-LST.
           DISPLAY WS-CANT-CUENTAS ' CUENTAS Y ' WS-CANT-MOVIMIENTOS
               ' MOVIMIENTOS EN LIBRO-MAYOR.LST'.

       LEER-ORDEN-MAYOR.
           RETURN ARCH-ORDEN-MAYOR AT END MOVE 'S' TO WS-ORD-EOF
           END-RETURN.

      *    corte de control por cuenta: primero se acumula el saldo
      *    inicial con lo anterior al rango, despues se listan los
      *    movimientos del rango con el saldo corrido.
       PROCESAR-UNA-CUENTA.
           MOVE REG-ORD-CUENTA TO WS-CUENTA-CORTE.
           MOVE 0 TO WS-SALDO-INICIAL.
           MOVE 0 TO WS-DEBE-RANGO.
           MOVE 0 TO WS-HABER-RANGO.
           ADD 1 TO WS-CANT-CUENTAS.

           PERFORM ACUMULAR-SALDO-INICIAL
               UNTIL ORD-EOF
                OR REG-ORD-CUENTA NOT EQUAL WS-CUENTA-CORTE
                OR REG-ORD-FECHA NOT LESS WS-FECHA-DESDE.

           PERFORM IMPRIMIR-ENCABEZADO-CUENTA.
           MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRIDO.

           PERFORM IMPRIMIR-UN-MOVIMIENTO
               UNTIL ORD-EOF
                OR REG-ORD-CUENTA NOT EQUAL WS-CUENTA-CORTE.

           PERFORM IMPRIMIR-PIE-CUENTA.

       ACUMULAR-SALDO-INICIAL.
           ADD REG-ORD-DEBE TO WS-SALDO-INICIAL.
           SUBTRACT REG-ORD-HABER FROM WS-SALDO-INICIAL.
           PERFORM LEER-ORDEN-MAYOR.

       IMPRIMIR-ENCABEZADO-CUENTA.
           MOVE WS-CUENTA-CORTE TO LIN-CTA-CUENTA.
           MOVE 'CUENTA FUERA DEL PLAN' TO LIN-CTA-DESCRIPCION.
           SET IND-TAB-PLC TO 1.
           SEARCH TAB-PLC
               WHEN IND-TAB-PLC GREATER THAN WS-CANT-PLAN
                   NEXT SENTENCE
               WHEN TAB-PLC-CUENTA(IND-TAB-PLC) EQUAL WS-CUENTA-CORTE
                   MOVE TAB-PLC-DESC(IND-TAB-PLC) TO
                       LIN-CTA-DESCRIPCION
           END-SEARCH.
           MOVE LINEA-CUENTA TO REG-MAYOR-LST.
           WRITE REG-MAYOR-LST.
           MOVE LINEA-ENCABEZADO TO REG-MAYOR-LST.
           WRITE REG-MAYOR-LST.
           MOVE 'SALDO INICIAL' TO LIN-SAL-TEXTO.
           MOVE WS-SALDO-INICIAL TO LIN-SAL-IMPORTE.
           MOVE LINEA-SALDO TO REG-MAYOR-LST.
           WRITE REG-MAYOR-LST.

       IMPRIMIR-UN-MOVIMIENTO.
           ADD 1 TO WS-CANT-MOVIMIENTOS.
           ADD REG-ORD-DEBE TO WS-SALDO-CORRIDO.
           SUBTRACT REG-ORD-HABER FROM WS-SALDO-CORRIDO.
           ADD REG-ORD-DEBE TO WS-DEBE-RANGO.
           ADD REG-ORD-HABER TO WS-HABER-RANGO.
           MOVE REG-ORD-FECHA TO LIN-DET-FECHA.
           MOVE REG-ORD-DESCRIPCION TO LIN-DET-DESCRIPCION.
           MOVE REG-ORD-DEBE TO LIN-DET-DEBE.
           MOVE REG-ORD-HABER TO LIN-DET-HABER.
           MOVE WS-SALDO-CORRIDO TO LIN-DET-SALDO.
           MOVE LINEA-DETALLE TO REG-MAYOR-LST.
           WRITE REG-MAYOR-LST.
           PERFORM LEER-ORDEN-MAYOR.

       IMPRIMIR-PIE-CUENTA.
           MOVE WS-DEBE-RANGO TO LIN-TOT-DEBE.
           MOVE WS-HABER-RANGO TO LIN-TOT-HABER.
           MOVE LINEA-TOTAL-RANGO TO REG-MAYOR-LST.
           WRITE REG-MAYOR-LST.
           MOVE 'SALDO FINAL' TO LIN-SAL-TEXTO.
           MOVE WS-SALDO-CORRIDO TO LIN-SAL-IMPORTE.
           MOVE LINEA-SALDO TO REG-MAYOR-LST.
           WRITE REG-MAYOR-LST.
           MOVE LINEA-EN-BLANCO TO REG-MAYOR-LST.
           WRITE REG-MAYOR-LST.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
