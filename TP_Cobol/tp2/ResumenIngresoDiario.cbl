       IDENTIFICATION DIVISION.
       PROGRAM-ID. ResumenIngresoDiario.
       AUTHOR. Fede.

      *    resumen de la maniana del ingreso diario de novedades, el
      *    ultimo paso de CorridaIngresoDiario: junta en un solo
      *    listado (RESUMEN-DIARIO.LST) lo que antes habia que ir a
      *    mirar en cuatro lugares:
      *      - los archivos de la bandeja procesados por
      *        ImportarBandejaClientes desde el resumen anterior
      *        (BANDEJA-LEDGER.DAT), con sus registros leidos,
      *        emitidos y rechazados;
      *      - el suspenso que dejo ReprocesarSuspenso
      *        (NOV-SUSPENSO.DAT) por antiguedad de la novedad, mas
      *        las que agotaron los intentos en el ultimo reproceso
      *        (NOV-SUSPENSO-VENCIDOS.LST);
      *      - las novedades que siguen esperando en AprobarNovedades
      *        (NOV-PENDIENTES.DAT), por supervisor. el supervisor de
      *        una novedad es el responsable de la cuenta de su
      *        empresa en EMPRESAS-INDEXED.DAT (el mismo que usa
      *        ReporteClientesEnRiesgo); sin responsable cargado, o
      *        sin maestro de empresas, queda como SIN RESPONSABLE.
      *    el corte de "desde el resumen anterior" se guarda en
      *    RESUMEN-DIARIO-MARCA.DAT (fecha y hora de reloj de la
      *    ultima emision), asi una corrida retomada al dia siguiente
      *    no pierde los archivos importados el dia anterior; sin
      *    marca se toma lo asentado en el dia. la antiguedad se mide
      *    contra la fecha de proceso (FECHA-PROCESO.DAT si esta
      *    cargada, si no el reloj).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-LEDGER ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LEDGER.
           SELECT ARCH-SUSPENSO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SUSPENSO.
           SELECT ARCH-VENCIDOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-VENCIDOS.
           SELECT ARCH-PENDIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PENDIENTES.
           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.
           SELECT ARCH-MARCA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MARCA.
           SELECT ARCH-FECHA-PROCESO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FECHA-PROCESO.
           SELECT ARCH-RESUMEN ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RESUMEN.

       DATA DIVISION.
       FILE SECTION.

      *    mismo layout que ImportarBandejaClientes.
       FD ARCH-LEDGER LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BANDEJA-LEDGER.DAT'
             DATA RECORD IS REG-LEDGER.

       01 REG-LEDGER.
           03 LED-MOMENTO.
               05 LED-FECHA         PIC 9(8).
               05 FILLER            PIC X(1).
               05 LED-HORA          PIC 9(8).
           03 FILLER                PIC X(1).
           03 LED-ARCHIVO           PIC X(40).
           03 FILLER                PIC X(1).
           03 LED-PREFIJO           PIC X(10).
           03 FILLER                PIC X(1).
           03 LED-SALIDA            PIC X(17).
           03 FILLER                PIC X(1).
           03 LED-LEIDOS            PIC 9(6).
           03 FILLER                PIC X(1).
           03 LED-EMITIDOS          PIC 9(6).
           03 FILLER                PIC X(1).
           03 LED-RECHAZADOS        PIC 9(6).
           03 FILLER                PIC X(1).
      *    'OK' convertido, 'ER' fallo la conversion, 'SC' sin
      *    cliente, 'DU' diferido al proximo barrido.
           03 LED-ESTADO            PIC X(2).

      *    mismo layout que ReprocesarSuspenso.
       FD ARCH-SUSPENSO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'NOV-SUSPENSO.DAT'
             DATA RECORD IS REG-SUSPENSO.

       01 REG-SUSPENSO.
           03 REG-SUS-NUMERO            PIC X(5).
           03 REG-SUS-FECHA             PIC 9(8).
           03 REG-SUS-EMPRESA           PIC 9(3).
           03 REG-SUS-TAREA             PIC X(4).
           03 REG-SUS-HORAS             PIC 9(2)V99.
           03 REG-SUS-TIPO              PIC X(1).
           03 REG-SUS-FECHA-HASTA       PIC 9(8).
           03 REG-SUS-ORDEN             PIC X(4).
           03 REG-SUS-MOTIVO            PIC X(30).
           03 REG-SUS-INTENTOS          PIC 9(2).

       FD ARCH-VENCIDOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'NOV-SUSPENSO-VENCIDOS.LST'
             DATA RECORD IS REG-VENCIDO.

       01 REG-VENCIDO                   PIC X(100).

      *    mismo layout que AprobarNovedades.
       FD ARCH-PENDIENTES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'NOV-PENDIENTES.DAT'
             DATA RECORD IS REG-PEND.

       01 REG-PEND.
           03 REG-PEND-CLAVE.
               05 REG-PEND-NUMERO        PIC X(5).
               05 REG-PEND-FECHA         PIC 9(8).
           03 REG-PEND-EMPRESA           PIC 9(3).
           03 REG-PEND-TAREA             PIC X(4).
           03 REG-PEND-HORAS             PIC 9(2)V99.
           03 REG-PEND-TIPO              PIC X(1).
           03 REG-PEND-FECHA-HASTA       PIC 9(8).
           03 REG-PEND-ORDEN             PIC X(4).

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
           03 REG-EMP-IND-DEBITO-AUTO  PIC X(1).
           03 REG-EMP-IND-CBU          PIC X(22).
           03 REG-EMP-IND-CONFORMIDAD PIC X(1).
           03 REG-EMP-IND-RESPONSABLE PIC X(20).
           03 REG-EMP-IND-FECHA-BAJA  PIC 9(8).

      *    fecha y hora de reloj del ultimo resumen emitido.
       FD ARCH-MARCA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'RESUMEN-DIARIO-MARCA.DAT'
             DATA RECORD IS REG-MARCA.

       01 REG-MARCA.
           03 MAR-FECHA                 PIC 9(8).
           03 FILLER                    PIC X(1).
           03 MAR-HORA                  PIC 9(8).

       FD ARCH-FECHA-PROCESO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FECHA-PROCESO.DAT'
             DATA RECORD IS REG-FECHA-PROCESO.

       01 REG-FECHA-PROCESO.
           03 FPR-FECHA                  PIC 9(8).

       FD ARCH-RESUMEN LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'RESUMEN-DIARIO.LST'
             DATA RECORD IS REG-RESUMEN.

       01 REG-RESUMEN                    PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-LEDGER        PIC XX.
           88 LEDGER-OK      VALUE '00'.
           88 LEDGER-EOF     VALUE '10'.

       77 FS-SUSPENSO      PIC XX.
           88 SUS-OK         VALUE '00'.
           88 SUS-EOF        VALUE '10'.

       77 FS-VENCIDOS      PIC XX.
           88 VENC-OK        VALUE '00'.
           88 VENC-EOF       VALUE '10'.

       77 FS-PENDIENTES    PIC XX.
           88 PEND-OK        VALUE '00'.
           88 PEND-EOF       VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-MARCA         PIC XX.
           88 MARCA-OK       VALUE '00'.

       77 FS-FECHA-PROCESO PIC XX.
           88 FECHA-PROCESO-OK VALUE '00'.

       77 FS-RESUMEN       PIC XX.
           88 RESUMEN-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno RESUMEN-DIARIO-MODO vale 'BATCH'
      *    el programa no espera ninguna tecla (CorridaIngresoDiario
      *    la fija al invocarlo).
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-DIAS-HOY                PIC 9(7).
       01 WS-DIAS-NOVEDAD            PIC 9(7).
       01 WS-ANTIGUEDAD              PIC S9(7).

      *    momento de esta emision (reloj), que pasa a ser la marca
      *    del proximo resumen.
       01 WS-MOMENTO-EMISION.
           03 WS-EMI-FECHA            PIC 9(8).
           03 FILLER                  PIC X(1) VALUE SPACE.
           03 WS-EMI-HORA             PIC 9(8).

      *    corte de la bandeja: se listan los asientos posteriores.
       01 WS-MOMENTO-DESDE.
           03 WS-DESDE-FECHA          PIC 9(8).
           03 FILLER                  PIC X(1) VALUE SPACE.
           03 WS-DESDE-HORA           PIC 9(8).

       01 WS-EMP-DISPONIBLE          PIC X VALUE 'N'.
           88 EMP-DISPONIBLE         VALUE 'S'.

       01 WS-ACUM-ARCH-OK            PIC 9(5) VALUE 0.
       01 WS-ACUM-ARCH-ER            PIC 9(5) VALUE 0.
       01 WS-ACUM-ARCH-SC            PIC 9(5) VALUE 0.
       01 WS-ACUM-ARCH-DU            PIC 9(5) VALUE 0.
       01 WS-ACUM-LEIDOS             PIC 9(7) VALUE 0.
       01 WS-ACUM-EMITIDOS           PIC 9(7) VALUE 0.
       01 WS-ACUM-RECHAZADOS         PIC 9(7) VALUE 0.

       01 WS-ACUM-SUSPENSO           PIC 9(6) VALUE 0.
       01 WS-ACUM-VENCIDAS           PIC 9(6) VALUE 0.
       01 WS-SUS-MAS-ANTIGUA         PIC 9(8) VALUE 0.

      *    franjas de antiguedad del suspenso, en dias desde la fecha
      *    de la novedad hasta la fecha de proceso.
       01 TABLA-FRANJAS-VALORES.
           03 FILLER PIC X(23) VALUE '007HASTA 7 DIAS        '.
           03 FILLER PIC X(23) VALUE '0308 A 30 DIAS         '.
           03 FILLER PIC X(23) VALUE '06031 A 60 DIAS        '.
           03 FILLER PIC X(23) VALUE '999MAS DE 60 DIAS      '.

       01 TABLA-FRANJAS REDEFINES TABLA-FRANJAS-VALORES.
           03 TAB-FRA OCCURS 4 TIMES INDEXED BY IND-TAB-FRA.
               05 TAB-FRA-TOPE          PIC 9(3).
               05 TAB-FRA-DESCRIPCION   PIC X(20).

       01 TABLA-FRANJAS-CANT.
           03 TAB-FRA-CANT OCCURS 4 TIMES PIC 9(6).

       01 WS-I                       PIC 9(3).

      *    pendientes por supervisor. si aparecen mas de 99
      *    responsables distintos, el resto se suma en el ultimo
      *    renglon como OTROS SUPERVISORES.
       01 WS-MAX-SUP                 PIC 9(3) VALUE 100.

       01 TABLA-SUPERVISORES.
           03 TAB-SUP OCCURS 100 TIMES INDEXED BY IND-TAB-SUP.
               05 TAB-SUP-NOMBRE        PIC X(20).
               05 TAB-SUP-CANT          PIC 9(5).
               05 TAB-SUP-HORAS         PIC 9(5)V99.
               05 TAB-SUP-MAS-ANTIGUA   PIC 9(8).

       01 WS-CANT-SUP                PIC 9(3) VALUE 0.
       01 WS-SUPERVISOR              PIC X(20).
       01 WS-ACUM-PENDIENTES         PIC 9(6) VALUE 0.
       01 WS-ACUM-HORAS-PEND         PIC 9(7)V99 VALUE 0.

       01 LINEA-ENCABEZADO.
           03 FILLER                 PIC X(40) VALUE
              'RESUMEN DIARIO DE INGRESO DE NOVEDADES'.
           03 FILLER                 PIC X(19) VALUE
              'FECHA DE PROCESO: '.
           03 LIN-ENC-FECHA          PIC 9(8).

       01 LINEA-TITULO               PIC X(100).

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(100) VALUE ALL '-'.

       01 LINEA-DESDE.
           03 FILLER                 PIC X(36) VALUE
              'ASIENTOS DE LA BANDEJA POSTERIORES A'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DES-FECHA          PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DES-HORA           PIC 9(8).

       01 LINEA-TITULOS-BANDEJA.
           03 FILLER                 PIC X(42) VALUE 'ARCHIVO'.
           03 FILLER                 PIC X(12) VALUE 'CLIENTE'.
           03 FILLER                 PIC X(9) VALUE '   LEIDOS'.
           03 FILLER                 PIC X(9) VALUE ' EMITIDOS'.
           03 FILLER                 PIC X(9) VALUE ' RECHAZ.'.
           03 FILLER                 PIC X(4) VALUE '  ES'.

       01 LINEA-DETALLE-BANDEJA.
           03 LIN-BAN-ARCHIVO        PIC X(40).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-BAN-PREFIJO        PIC X(10).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-BAN-LEIDOS         PIC ZZZZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-BAN-EMITIDOS       PIC ZZZZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-BAN-RECHAZADOS     PIC ZZZZZZZ9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-BAN-ESTADO         PIC X(2).

       01 LINEA-TOTAL-ARCHIVOS.
           03 FILLER                 PIC X(21) VALUE
              'ARCHIVOS IMPORTADOS:'.
           03 LIN-TAR-OK             PIC ZZZZ9.
           03 FILLER                 PIC X(13) VALUE '  CON ERROR:'.
           03 LIN-TAR-ER             PIC ZZZZ9.
           03 FILLER                 PIC X(15) VALUE '  SIN CLIENTE:'.
           03 LIN-TAR-SC             PIC ZZZZ9.
           03 FILLER                 PIC X(13) VALUE '  DIFERIDOS:'.
           03 LIN-TAR-DU             PIC ZZZZ9.

       01 LINEA-TOTAL-REGISTROS.
           03 FILLER                 PIC X(21) VALUE
              'REGISTROS LEIDOS:'.
           03 LIN-TRE-LEIDOS         PIC ZZZZZZ9.
           03 FILLER                 PIC X(13) VALUE '  EMITIDOS:'.
           03 LIN-TRE-EMITIDOS       PIC ZZZZZZ9.
           03 FILLER                 PIC X(15) VALUE '  RECHAZADOS:'.
           03 LIN-TRE-RECHAZADOS     PIC ZZZZZZ9.

       01 LINEA-DETALLE-FRANJA.
           03 LIN-FRA-DESCRIPCION    PIC X(20).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-FRA-CANT           PIC ZZZZZ9.

       01 LINEA-CANTIDAD.
           03 LIN-CAN-TEXTO          PIC X(60).
           03 LIN-CAN-VALOR          PIC ZZZZZ9.

       01 LINEA-FECHA-ANTIGUA.
           03 FILLER                 PIC X(60) VALUE
              'NOVEDAD MAS ANTIGUA EN SUSPENSO'.
           03 LIN-ANT-FECHA          PIC 9(8).

       01 LINEA-TITULOS-SUP.
           03 FILLER                 PIC X(22) VALUE 'SUPERVISOR'.
           03 FILLER                 PIC X(10) VALUE '  NOVEDAD.'.
           03 FILLER                 PIC X(12) VALUE '       HORAS'.
           03 FILLER                 PIC X(12) VALUE '  MAS ANTIG.'.

       01 LINEA-DETALLE-SUP.
           03 LIN-SUP-NOMBRE         PIC X(20).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-SUP-CANT           PIC ZZZZZZZZZ9.
           03 LIN-SUP-HORAS          PIC ZZZZZZZ9,99.
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-SUP-MAS-ANTIGUA    PIC 9(8).

       01 LINEA-TOTAL-SUP.
           03 FILLER                 PIC X(22) VALUE
              'TOTAL PENDIENTES'.
           03 LIN-TSU-CANT           PIC ZZZZZZZZZ9.
           03 LIN-TSU-HORAS          PIC ZZZZZZZ9,99.

       PROCEDURE DIVISION.

       RESUMEN-INGRESO-DIARIO.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'RESUMEN-DIARIO-MODO'.

           ACCEPT WS-EMI-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-EMI-HORA FROM TIME.
           MOVE WS-EMI-FECHA TO WS-FECHA-HOY.
           PERFORM OBTENER-FECHA-PROCESO.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).

           PERFORM LEER-MARCA-ANTERIOR.

           OPEN OUTPUT ARCH-RESUMEN.
           IF NOT RESUMEN-OK
              DISPLAY 'NO PUDO CREARSE RESUMEN-DIARIO.LST ' FS-RESUMEN
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-FECHA-HOY TO LIN-ENC-FECHA.
           MOVE LINEA-ENCABEZADO TO REG-RESUMEN.
           WRITE REG-RESUMEN.

           PERFORM RESUMIR-BANDEJA.
           PERFORM RESUMIR-SUSPENSO.
           PERFORM RESUMIR-PENDIENTES.

           CLOSE ARCH-RESUMEN.

           PERFORM GRABAR-MARCA.

           DISPLAY WS-ACUM-ARCH-OK ' ARCHIVOS IMPORTADOS, '
               WS-ACUM-RECHAZADOS ' REGISTROS RECHAZADOS, '
               WS-ACUM-SUSPENSO ' EN SUSPENSO, '
               WS-ACUM-PENDIENTES ' PENDIENTES DE APROBACION - VER '
               'RESUMEN-DIARIO.LST'.
           MOVE 0 TO RETURN-CODE.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.

      *    fecha de negocio: el reloj, pisado por FECHA-PROCESO.DAT
      *    si esta cargada - mantenida desde PRINCIPAL.
       OBTENER-FECHA-PROCESO.
           OPEN INPUT ARCH-FECHA-PROCESO.
           IF FECHA-PROCESO-OK
              READ ARCH-FECHA-PROCESO
                  AT END MOVE SPACES TO REG-FECHA-PROCESO
              END-READ
              IF FPR-FECHA IS NUMERIC AND FPR-FECHA GREATER ZERO
                 MOVE FPR-FECHA TO WS-FECHA-HOY
                 DISPLAY 'FECHA DE PROCESO TOMADA DE '
                     'FECHA-PROCESO.DAT: ' WS-FECHA-HOY
              END-IF
              CLOSE ARCH-FECHA-PROCESO.

      *    sin marca (primer resumen, o marca ilegible) se toma lo
      *    asentado en el dia de reloj.
       LEER-MARCA-ANTERIOR.
           MOVE WS-EMI-FECHA TO WS-DESDE-FECHA.
           MOVE 0 TO WS-DESDE-HORA.
           OPEN INPUT ARCH-MARCA.
           IF MARCA-OK
              READ ARCH-MARCA
                  AT END MOVE SPACES TO REG-MARCA
              END-READ
              IF MAR-FECHA IS NUMERIC AND MAR-FECHA GREATER ZERO
                 AND MAR-HORA IS NUMERIC
                 MOVE MAR-FECHA TO WS-DESDE-FECHA
                 MOVE MAR-HORA TO WS-DESDE-HORA
              END-IF
              CLOSE ARCH-MARCA.

       GRABAR-MARCA.
           OPEN OUTPUT ARCH-MARCA.
           IF MARCA-OK
              MOVE WS-MOMENTO-EMISION TO REG-MARCA
              WRITE REG-MARCA
              CLOSE ARCH-MARCA
           ELSE
              DISPLAY 'NO PUDO GRABARSE RESUMEN-DIARIO-MARCA.DAT '
                  FS-MARCA.

       ESCRIBIR-TITULO.
           MOVE SPACES TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE LINEA-TITULO TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE LINEA-DIVISORIA TO REG-RESUMEN.
           WRITE REG-RESUMEN.

      *-----------------------------------------------------------
      *    archivos de la bandeja
      *-----------------------------------------------------------
       RESUMIR-BANDEJA.
           MOVE 'ARCHIVOS DE LA BANDEJA DE CLIENTES' TO LINEA-TITULO.
           PERFORM ESCRIBIR-TITULO.
           MOVE WS-DESDE-FECHA TO LIN-DES-FECHA.
           MOVE WS-DESDE-HORA TO LIN-DES-HORA.
           MOVE LINEA-DESDE TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE LINEA-TITULOS-BANDEJA TO REG-RESUMEN.
           WRITE REG-RESUMEN.

           OPEN INPUT ARCH-LEDGER.
           IF LEDGER-OK
              PERFORM LEER-LEDGER
              PERFORM RESUMIR-ASIENTO-BANDEJA UNTIL LEDGER-EOF
              CLOSE ARCH-LEDGER
           ELSE
              MOVE 'BANDEJA-LEDGER.DAT NO DISPONIBLE' TO REG-RESUMEN
              WRITE REG-RESUMEN
              DISPLAY 'BANDEJA-LEDGER.DAT NO DISPONIBLE ' FS-LEDGER.

           MOVE WS-ACUM-ARCH-OK TO LIN-TAR-OK.
           MOVE WS-ACUM-ARCH-ER TO LIN-TAR-ER.
           MOVE WS-ACUM-ARCH-SC TO LIN-TAR-SC.
           MOVE WS-ACUM-ARCH-DU TO LIN-TAR-DU.
           MOVE LINEA-TOTAL-ARCHIVOS TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE WS-ACUM-LEIDOS TO LIN-TRE-LEIDOS.
           MOVE WS-ACUM-EMITIDOS TO LIN-TRE-EMITIDOS.
           MOVE WS-ACUM-RECHAZADOS TO LIN-TRE-RECHAZADOS.
           MOVE LINEA-TOTAL-REGISTROS TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       LEER-LEDGER.
           READ ARCH-LEDGER AT END MOVE '10' TO FS-LEDGER.

       RESUMIR-ASIENTO-BANDEJA.
           IF LED-FECHA IS NUMERIC AND LED-HORA IS NUMERIC
              AND LED-MOMENTO GREATER THAN WS-MOMENTO-DESDE
              PERFORM LISTAR-ASIENTO-BANDEJA.
           PERFORM LEER-LEDGER.

       LISTAR-ASIENTO-BANDEJA.
           EVALUATE LED-ESTADO
               WHEN 'OK' ADD 1 TO WS-ACUM-ARCH-OK
               WHEN 'ER' ADD 1 TO WS-ACUM-ARCH-ER
               WHEN 'SC' ADD 1 TO WS-ACUM-ARCH-SC
               WHEN 'DU' ADD 1 TO WS-ACUM-ARCH-DU
           END-EVALUATE.
           IF LED-LEIDOS IS NUMERIC
              ADD LED-LEIDOS TO WS-ACUM-LEIDOS
              MOVE LED-LEIDOS TO LIN-BAN-LEIDOS
           ELSE
              MOVE 0 TO LIN-BAN-LEIDOS.
           IF LED-EMITIDOS IS NUMERIC
              ADD LED-EMITIDOS TO WS-ACUM-EMITIDOS
              MOVE LED-EMITIDOS TO LIN-BAN-EMITIDOS
           ELSE
              MOVE 0 TO LIN-BAN-EMITIDOS.
           IF LED-RECHAZADOS IS NUMERIC
              ADD LED-RECHAZADOS TO WS-ACUM-RECHAZADOS
              MOVE LED-RECHAZADOS TO LIN-BAN-RECHAZADOS
           ELSE
              MOVE 0 TO LIN-BAN-RECHAZADOS.
           MOVE LED-ARCHIVO TO LIN-BAN-ARCHIVO.
           MOVE LED-PREFIJO TO LIN-BAN-PREFIJO.
           MOVE LED-ESTADO TO LIN-BAN-ESTADO.
           MOVE LINEA-DETALLE-BANDEJA TO REG-RESUMEN.
           WRITE REG-RESUMEN.

      *-----------------------------------------------------------
      *    suspenso por antiguedad
      *-----------------------------------------------------------
       RESUMIR-SUSPENSO.
           MOVE 'NOVEDADES EN SUSPENSO POR ANTIGUEDAD'
               TO LINEA-TITULO.
           PERFORM ESCRIBIR-TITULO.

           MOVE 1 TO WS-I.
           PERFORM LIMPIAR-FRANJA UNTIL WS-I GREATER THAN 4.

           OPEN INPUT ARCH-SUSPENSO.
           IF SUS-OK
              PERFORM LEER-SUSPENSO
              PERFORM ENVEJECER-SUSPENDIDA UNTIL SUS-EOF
              CLOSE ARCH-SUSPENSO
           ELSE
              MOVE 'NOV-SUSPENSO.DAT NO DISPONIBLE - SIN SUSPENSO'
                  TO REG-RESUMEN
              WRITE REG-RESUMEN.

           MOVE 1 TO WS-I.
           PERFORM LISTAR-FRANJA UNTIL WS-I GREATER THAN 4.

           MOVE 'TOTAL EN SUSPENSO' TO LIN-CAN-TEXTO.
           MOVE WS-ACUM-SUSPENSO TO LIN-CAN-VALOR.
           MOVE LINEA-CANTIDAD TO REG-RESUMEN.
           WRITE REG-RESUMEN.

           IF WS-SUS-MAS-ANTIGUA GREATER ZERO
              MOVE WS-SUS-MAS-ANTIGUA TO LIN-ANT-FECHA
              MOVE LINEA-FECHA-ANTIGUA TO REG-RESUMEN
              WRITE REG-RESUMEN.

           OPEN INPUT ARCH-VENCIDOS.
           IF VENC-OK
              PERFORM LEER-VENCIDO
              PERFORM CONTAR-VENCIDO UNTIL VENC-EOF
              CLOSE ARCH-VENCIDOS.
           MOVE 'AGOTARON INTENTOS EN EL ULTIMO REPROCESO'
               TO LIN-CAN-TEXTO.
           MOVE WS-ACUM-VENCIDAS TO LIN-CAN-VALOR.
           MOVE LINEA-CANTIDAD TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       LIMPIAR-FRANJA.
           MOVE 0 TO TAB-FRA-CANT(WS-I).
           ADD 1 TO WS-I.

       LEER-SUSPENSO.
           READ ARCH-SUSPENSO AT END MOVE '10' TO FS-SUSPENSO.

      *    una fecha ilegible va a la franja mas vieja: es justo la
      *    que hay que mirar a mano.
       ENVEJECER-SUSPENDIDA.
           ADD 1 TO WS-ACUM-SUSPENSO.
           IF REG-SUS-FECHA IS NUMERIC
              AND REG-SUS-FECHA GREATER 19000101
              COMPUTE WS-DIAS-NOVEDAD =
                  FUNCTION INTEGER-OF-DATE (REG-SUS-FECHA)
           ELSE
              MOVE 0 TO WS-DIAS-NOVEDAD
           END-IF.
           IF WS-DIAS-NOVEDAD EQUAL ZERO
              MOVE 999 TO WS-ANTIGUEDAD
           ELSE
              COMPUTE WS-ANTIGUEDAD = WS-DIAS-HOY - WS-DIAS-NOVEDAD
              IF WS-SUS-MAS-ANTIGUA EQUAL ZERO
                 OR REG-SUS-FECHA LESS THAN WS-SUS-MAS-ANTIGUA
                 MOVE REG-SUS-FECHA TO WS-SUS-MAS-ANTIGUA
              END-IF
           END-IF.
           SET IND-TAB-FRA TO 1.
           SEARCH TAB-FRA
               AT END SET IND-TAB-FRA TO 4
               WHEN WS-ANTIGUEDAD NOT GREATER
                       TAB-FRA-TOPE(IND-TAB-FRA)
                   NEXT SENTENCE
           END-SEARCH.
           SET WS-I TO IND-TAB-FRA.
           ADD 1 TO TAB-FRA-CANT(WS-I).
           PERFORM LEER-SUSPENSO.

       LISTAR-FRANJA.
           MOVE TAB-FRA-DESCRIPCION(WS-I) TO LIN-FRA-DESCRIPCION.
           MOVE TAB-FRA-CANT(WS-I) TO LIN-FRA-CANT.
           MOVE LINEA-DETALLE-FRANJA TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           ADD 1 TO WS-I.

       LEER-VENCIDO.
           READ ARCH-VENCIDOS AT END MOVE '10' TO FS-VENCIDOS.

       CONTAR-VENCIDO.
           IF REG-VENCIDO NOT EQUAL SPACES
              ADD 1 TO WS-ACUM-VENCIDAS.
           PERFORM LEER-VENCIDO.

      *-----------------------------------------------------------
      *    pendientes de aprobacion por supervisor
      *-----------------------------------------------------------
       RESUMIR-PENDIENTES.
           MOVE 'NOVEDADES PENDIENTES DE APROBACION POR SUPERVISOR'
               TO LINEA-TITULO.
           PERFORM ESCRIBIR-TITULO.

           MOVE 1 TO WS-I.
           PERFORM LIMPIAR-SUPERVISOR
               UNTIL WS-I GREATER THAN WS-MAX-SUP.

           OPEN INPUT ARCH-EMP-IDX.
           IF EMP-OK
              MOVE 'S' TO WS-EMP-DISPONIBLE
           ELSE
              DISPLAY 'EMPRESAS-INDEXED.DAT NO DISPONIBLE - '
                  'PENDIENTES SIN SUPERVISOR ' FS-ARCH-EMP-IDX.

           OPEN INPUT ARCH-PENDIENTES.
           IF PEND-OK
              PERFORM LEER-PENDIENTE
              PERFORM ACUMULAR-PENDIENTE UNTIL PEND-EOF
              CLOSE ARCH-PENDIENTES.

           IF EMP-DISPONIBLE
              CLOSE ARCH-EMP-IDX.

           IF WS-CANT-SUP EQUAL ZERO
              MOVE 'SIN NOVEDADES PENDIENTES DE APROBACION'
                  TO REG-RESUMEN
              WRITE REG-RESUMEN
           ELSE
              MOVE LINEA-TITULOS-SUP TO REG-RESUMEN
              WRITE REG-RESUMEN
              SET IND-TAB-SUP TO 1
              PERFORM LISTAR-SUPERVISOR
                  UNTIL IND-TAB-SUP GREATER THAN WS-CANT-SUP
              MOVE WS-ACUM-PENDIENTES TO LIN-TSU-CANT
              MOVE WS-ACUM-HORAS-PEND TO LIN-TSU-HORAS
              MOVE LINEA-TOTAL-SUP TO REG-RESUMEN
              WRITE REG-RESUMEN.

       LEER-PENDIENTE.
           READ ARCH-PENDIENTES AT END MOVE '10' TO FS-PENDIENTES.

       ACUMULAR-PENDIENTE.
           PERFORM DETERMINAR-SUPERVISOR.
           SET IND-TAB-SUP TO 1.
           SEARCH TAB-SUP
               AT END PERFORM AGREGAR-SUPERVISOR
               WHEN IND-TAB-SUP GREATER THAN WS-CANT-SUP
                   PERFORM AGREGAR-SUPERVISOR
               WHEN TAB-SUP-NOMBRE(IND-TAB-SUP) EQUAL WS-SUPERVISOR
                   NEXT SENTENCE
           END-SEARCH.
           ADD 1 TO TAB-SUP-CANT(IND-TAB-SUP).
           ADD 1 TO WS-ACUM-PENDIENTES.
           IF REG-PEND-HORAS IS NUMERIC
              ADD REG-PEND-HORAS TO TAB-SUP-HORAS(IND-TAB-SUP)
              ADD REG-PEND-HORAS TO WS-ACUM-HORAS-PEND.
           IF REG-PEND-FECHA IS NUMERIC
              IF TAB-SUP-MAS-ANTIGUA(IND-TAB-SUP) EQUAL ZERO
                 OR REG-PEND-FECHA LESS THAN
                     TAB-SUP-MAS-ANTIGUA(IND-TAB-SUP)
                 MOVE REG-PEND-FECHA TO
                     TAB-SUP-MAS-ANTIGUA(IND-TAB-SUP).
           PERFORM LEER-PENDIENTE.

       DETERMINAR-SUPERVISOR.
           MOVE SPACES TO WS-SUPERVISOR.
           IF EMP-DISPONIBLE
              MOVE REG-PEND-EMPRESA TO REG-EMP-IND-COD
              READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-COD
              IF EMP-OK
                 MOVE REG-EMP-IND-RESPONSABLE TO WS-SUPERVISOR.
           IF WS-SUPERVISOR EQUAL SPACES
              MOVE 'SIN RESPONSABLE' TO WS-SUPERVISOR.

      *    la tabla llena manda el resto al ultimo renglon.
       AGREGAR-SUPERVISOR.
           IF WS-CANT-SUP LESS THAN WS-MAX-SUP - 1
              ADD 1 TO WS-CANT-SUP
              SET IND-TAB-SUP TO WS-CANT-SUP
              MOVE WS-SUPERVISOR TO TAB-SUP-NOMBRE(IND-TAB-SUP)
           ELSE
              MOVE WS-MAX-SUP TO WS-CANT-SUP
              SET IND-TAB-SUP TO WS-MAX-SUP
              MOVE 'OTROS SUPERVISORES' TO TAB-SUP-NOMBRE(IND-TAB-SUP)
           END-IF.

       LIMPIAR-SUPERVISOR.
           MOVE SPACES TO TAB-SUP-NOMBRE(WS-I).
           MOVE 0 TO TAB-SUP-CANT(WS-I).
           MOVE 0 TO TAB-SUP-HORAS(WS-I).
           MOVE 0 TO TAB-SUP-MAS-ANTIGUA(WS-I).
           ADD 1 TO WS-I.

       LISTAR-SUPERVISOR.
           MOVE TAB-SUP-NOMBRE(IND-TAB-SUP) TO LIN-SUP-NOMBRE.
           MOVE TAB-SUP-CANT(IND-TAB-SUP) TO LIN-SUP-CANT.
           MOVE TAB-SUP-HORAS(IND-TAB-SUP) TO LIN-SUP-HORAS.
           MOVE TAB-SUP-MAS-ANTIGUA(IND-TAB-SUP) TO LIN-SUP-MAS-ANTIGUA.
           MOVE LINEA-DETALLE-SUP TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           SET IND-TAB-SUP UP BY 1.
