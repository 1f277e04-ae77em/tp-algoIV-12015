       IDENTIFICATION DIVISION.
       PROGRAM-ID. DevengamientoWip.
       AUTHOR. Fede.

      *    devengamiento de fin de mes del trabajo en curso no
      *    facturado: las horas de TIMES-INDEXED.DAT con estado
      *    distinto de 'F' trabajadas hasta el ultimo dia del periodo
      *    (DEVENGAMIENTO-PERIODO AAAAMM, el mes actual por defecto),
      *    valorizadas igual que ReporteWip (tarifa vigente a la
      *    fecha del trabajo para el SRT del consultor a esa fecha,
      *    sin convenios). una tarifa en otra moneda se pasa a pesos
      *    a la cotizacion de COTIZACION.DAT vigente al cierre.
      *
      *    el asiento se agrega al final de ASIENTOS.DAT fechado al
      *    cierre, con las cuentas de PLAN-CUENTAS.DAT:
      *      DEBE  NOFACTURADO  deudores por servicios no facturados
      *      HABER HONDEVENGADO honorarios devengados
      *    y su reversion, fechada el primero del mes siguiente, va a
      *    ASIENTOS-DIFERIDOS.DAT para que PasajeMayor la pase con
      *    ese periodo: cuando GeneraFacturas factura esas horas el
      *    ingreso no queda duplicado y cada mes lleva lo que se
      *    trabajo en el. igual que PrevisionIncobrables, se corre
      *    despues de GeneraAsientos y antes de PasajeMayor; un
      *    periodo ya pasado al mayor, ya devengado o anterior al
      *    ultimo devengado no se procesa (RETURN-CODE 12). cada
      *    corrida queda en DEVENGAMIENTO-HISTORIA.DAT y el detalle
      *    por empresa en DEVENGAMIENTO-WIP.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY-TIMES
               ALTERNATE RECORD KEY IS REG-KEY-CUIT WITH DUPLICATES
               FILE STATUS IS FS-ARCH-TIMES-IDX.

           SELECT ARCH-CONS-INDEXED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY-CODE-CONS
               ALTERNATE RECORD KEY IS REG-CONS-DNI
               FILE STATUS IS FS-ARCH-CONS-INDEXED.

           SELECT ARCH-TAR-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TAR-IND
               FILE STATUS IS FS-ARCH-TAR-IDX.

      *    historial de categoria del consultor - opcional, como en
      *    ReporteWip.
           SELECT ARCH-SRT-HIST-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SRT-HIST-IND
               FILE STATUS IS FS-SRT-HIST.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-HISTORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-HISTORIA.

           SELECT ARCH-PERIODOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PERIODOS.

           SELECT ARCH-PLAN ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PLAN.

           SELECT ARCH-ASIENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIENTOS.

           SELECT ARCH-DIFERIDOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DIFERIDOS.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-TIMES-IDX LABEL RECORD IS STANDARD
                VALUE OF FILE-ID IS 'TIMES-INDEXED.DAT'
                DATA RECORD IS REG-TIMES-INDEXED.

       01 REG-TIMES-INDEXED.
           03 REG-KEY-TIMES.
               05     REG-KEY-NUM               PIC X(5).
               05     REG-KEY-FECHA              PIC 9(8).
               05     REG-KEY-CUIT               PIC 9(11).
           03 REG-TIMES-IND-TAREA                 PIC X(4).
           03 REG-TIMES-IND-HORAS                 PIC 9(2)v99.
           03 REG-TIMES-IND-TIPO                  PIC X(1).
           03 REG-TIMES-IND-ESTADO                PIC X(1).
           03 REG-TIMES-IND-CORRIDA               PIC X(14).
           03 REG-TIMES-IND-ORIGEN                PIC X(17).
           03 REG-TIMES-IND-ORDEN        PIC X(4).

       FD ARCH-CONS-INDEXED LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'CONSULTORES-INDEXED.DAT'
           DATA RECORD IS REG-CONSULTORES-INDEXED.

       01 REG-CONSULTORES-INDEXED.
           03 REG-KEY-CODE-CONS      PIC X(5).
           03 REG-CONS-DNI           PIC 9(8).
           03 REG-CONS-SRT           PIC X(2).
           03 REG-CONS-NOMBRE        PIC X(25).
           03 REG-CONS-DIRECCION     PIC X(20).
           03 REG-CONS-TELEFONO      PIC X(20).
           03 REG-CONS-FECHA-ALTA    PIC 9(8).
           03 REG-CONS-FECHA-BAJA    PIC 9(8).
           03 REG-CONS-CBU           PIC X(22).
           03 REG-CONS-CUIT          PIC 9(11).
           03 REG-CONS-COND-GANANCIAS PIC X(1).
      *    proveedor del consultor de una firma externa - ver
      *    ConciliacionProveedores; aca no se usa.
           03 REG-CONS-PROVEEDOR     PIC X(5).

       FD ARCH-TAR-IDX LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TARIFAS-INDEXED.DAT'
           DATA RECORD IS REG-TAR-INDEXED.

       01 REG-TAR-INDEXED.
           03 REG-TAR-IND.
               05 REG-TAR-SRT-IND              PIC X(2).
               05 REG-TAR-VIG-DESDE-IND        PIC 9(8).
           03 REG-TAR-TARIFA-IND               PIC 9(5)V99.
           03 REG-TAR-MONEDA-IND               PIC X(3).

       FD ARCH-SRT-HIST-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SRT-HIST-INDEXED.DAT'
             DATA RECORD IS REG-SRT-HIST-INDEXED.

       01 REG-SRT-HIST-INDEXED.
           03 REG-SRT-HIST-IND.
               05 REG-SRT-HIST-NUM         PIC X(5).
               05 REG-SRT-HIST-FECHA       PIC 9(8).
           03 REG-SRT-HIST-SRT             PIC X(2).

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

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA              PIC 9(8).
           03 REG-COT-VALOR              PIC 9(5)V99.

      *    un renglon por periodo devengado: horas, registros e
      *    importe asentado en pesos.
       FD ARCH-HISTORIA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DEVENGAMIENTO-HISTORIA.DAT'
             DATA RECORD IS REG-HISTORIA.

       01 REG-HISTORIA.
           03 DVH-PERIODO                PIC 9(6).
           03 DVH-FECHA-PROCESO          PIC 9(8).
           03 DVH-REGISTROS              PIC 9(6).
           03 DVH-HORAS                  PIC S9(7)V99.
           03 DVH-IMPORTE                PIC S9(12)V99.

      *    periodos ya pasados al mayor - ver PasajeMayor.
       FD ARCH-PERIODOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'MAYOR-PERIODOS.DAT'
             DATA RECORD IS REG-PERIODO.

       01 REG-PERIODO.
           03 MPE-PERIODO                PIC 9(6).
           03 MPE-FECHA-PASE             PIC 9(8).
           03 MPE-LINEAS                 PIC 9(5).
           03 MPE-TOTAL-DEBE             PIC 9(13)V99.
           03 MPE-TOTAL-HABER            PIC 9(13)V99.

       FD ARCH-PLAN LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PLAN-CUENTAS.DAT'
             DATA RECORD IS REG-PLAN.

       01 REG-PLAN.
           03 PLC-CONCEPTO               PIC X(12).
           03 PLC-CUENTA                 PIC 9(6).
           03 PLC-DESCRIPCION            PIC X(25).

       FD ARCH-ASIENTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS.DAT'
             DATA RECORD IS REG-ASIENTO.

       01 REG-ASIENTO.
           03 ASI-FECHA                  PIC 9(8).
           03 FILLER                     PIC X(1).
           03 ASI-CUENTA                 PIC 9(6).
           03 FILLER                     PIC X(1).
           03 ASI-DESCRIPCION            PIC X(25).
           03 FILLER                     PIC X(1).
           03 ASI-DEBE                   PIC 9(12)V99.
           03 FILLER                     PIC X(1).
           03 ASI-HABER                  PIC 9(12)V99.
           03 FILLER                     PIC X(1).
      *    entidad emisora del asiento; 0 = asiento de toda la
      *    cartera, sin entidad (prevision, revaluacion, WIP).
           03 ASI-ENTIDAD                PIC 9(2).

      *    reversiones del periodo siguiente - mismo formato que
      *    ASIENTOS.DAT, ver PasajeMayor.
       FD ARCH-DIFERIDOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS-DIFERIDOS.DAT'
             DATA RECORD IS REG-DIFERIDO.

       01 REG-DIFERIDO                   PIC X(74).

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DEVENGAMIENTO-WIP.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-ARCH-TIMES-IDX    PIC XX.
           88 TIMES-OK        VALUE '00'.
           88 TIMES-EOF       VALUE '10'.

       77 FS-ARCH-CONS-INDEXED    PIC XX.
           88 CONS-OK        VALUE '00'.

       77 FS-ARCH-TAR-IDX    PIC XX.
           88 TAR-OK        VALUE '00'.

       77 FS-SRT-HIST      PIC XX.
           88 SRT-HIST-OK    VALUE '00'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.
           88 COTIZACION-EOF VALUE '10'.

       77 FS-HISTORIA      PIC XX.
           88 HISTORIA-OK    VALUE '00'.
           88 HISTORIA-EOF   VALUE '10'.

       77 FS-PERIODOS      PIC XX.
           88 PERIODOS-OK    VALUE '00'.
           88 PERIODOS-EOF   VALUE '10'.

       77 FS-PLAN          PIC XX.
           88 PLAN-OK        VALUE '00'.
           88 PLAN-EOF       VALUE '10'.

       77 FS-ASIENTOS      PIC XX.
           88 ASIENTOS-OK    VALUE '00'.

       77 FS-DIFERIDOS     PIC XX.
           88 DIFERIDOS-OK   VALUE '00'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-SRT-HIST-DISPONIBLE     PIC X VALUE 'N'.
           88 SRT-HIST-DISPONIBLE    VALUE 'S'.

      *    SRT vigente a la fecha del trabajo (historial mediante);
      *    sin historial queda el REG-CONS-SRT actual del maestro.
       01 WS-SRT-VIGENTE             PIC X(2).

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno DEVENGAMIENTO-MODO vale 'BATCH',
      *    el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANIO        PIC 9(4).
           03 WS-PERIODO-MES         PIC 9(2).
       01 WS-FECHA-HOY               PIC 9(8).

      *    ultimo dia del periodo: el primero del mes siguiente
      *    menos un dia. el primero del mes siguiente es ademas la
      *    fecha de la reversion.
       01 WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-SIGUIENTE.
           03 WS-PS-ANIO             PIC 9(4).
           03 WS-PS-MES              PIC 9(2).
           03 WS-PS-DIA              PIC 9(2).
       01 WS-FECHA-CIERRE            PIC 9(8).
       01 WS-DIAS-CIERRE             PIC 9(7).

       01 WS-COTIZ-CIERRE            PIC 9(5)V99 VALUE 0.

       01 WS-TAR-FECHA-BUSCADA.
           03 WS-TAR-FECHA-B-AAAA    PIC 9(4).
           03 WS-TAR-FECHA-B-MM      PIC 9(2).
           03 WS-TAR-FECHA-B-DD      PIC 9(2).
       01 WS-TAR-FECHA-BUSCADA-N REDEFINES WS-TAR-FECHA-BUSCADA
                                              PIC 9(8).

       01 WS-HORAS-NETO              PIC S9(4)V99.
       01 WS-TARIFA-VIGENTE          PIC 9(5)V99.
       01 WS-MONEDA-TARIFA           PIC X(3).
       01 WS-IMPORTE-ESTIMADO        PIC S9(8)V99.
       01 WS-IMPORTE-ARS             PIC S9(12)V99.

      *    acumulados por empresa de lo no facturado al cierre.
       01 TABLA-WIP.
           03 TAB-WIP OCCURS 999 TIMES INDEXED BY IND-TAB-WIP.
               05 TAB-WIP-CUIT          PIC 9(11).
               05 TAB-WIP-HORAS         PIC S9(7)V99.
               05 TAB-WIP-IMPORTE       PIC S9(12)V99.
               05 TAB-WIP-REGISTROS     PIC 9(5).

       01 WS-CANT-WIP                PIC 9(4) VALUE 0.

       01 WS-FILA-ENCONTRADA         PIC X VALUE 'N'.
           88 FILA-ENCONTRADA        VALUE 'S'.

      *    totales del periodo.
       01 WS-TOT-REGISTROS           PIC 9(6) VALUE 0.
       01 WS-TOT-HORAS               PIC S9(7)V99 VALUE 0.
       01 WS-TOT-IMPORTE             PIC S9(12)V99 VALUE 0.
       01 WS-CANT-SIN-TARIFA         PIC 9(6) VALUE 0.

      *    control contra la historia y el mayor.
       01 WS-ULTIMO-PERIODO          PIC 9(6) VALUE 0.
       01 WS-PERIODO-YA-PROCESADO    PIC X VALUE 'N'.
           88 PERIODO-YA-PROCESADO   VALUE 'S'.
       01 WS-PERIODO-PASADO          PIC X VALUE 'N'.
           88 PERIODO-PASADO         VALUE 'S'.

      *    plan de cuentas en tabla, igual que GeneraAsientos.
       01 WS-MAX-PLAN                PIC 9(2) VALUE 50.

       01 TABLA-PLAN.
           03 TAB-PLC OCCURS 50 TIMES INDEXED BY IND-TAB-PLC.
               05 TAB-PLC-CONCEPTO      PIC X(12).
               05 TAB-PLC-CUENTA        PIC 9(6).
               05 TAB-PLC-DESC          PIC X(25).

       01 WS-CANT-PLAN               PIC 9(2) VALUE 0.

       01 WS-CONCEPTO-BUSCADO        PIC X(12).
       01 WS-CUENTA-HALLADA          PIC 9(6).
       01 WS-DESC-HALLADA            PIC X(25).
       01 WS-CONCEPTO-HALLADO        PIC X VALUE 'N'.
           88 CONCEPTO-HALLADO       VALUE 'S'.

       01 WS-IMPORTE-LINEA           PIC S9(12)V99.
       01 WS-FECHA-LINEA             PIC 9(8).
       01 WS-LADO-LINEA              PIC X.
           88 LINEA-AL-DEBE          VALUE 'D'.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(43) VALUE
              'DEVENGAMIENTO DE TRABAJO NO FACTURADO - AL '.
           03 LIN-TIT-FECHA          PIC 9(8).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(13) VALUE 'CUIT'.
           03 FILLER       PIC X(27) VALUE 'EMPRESA'.
           03 FILLER       PIC X(12) VALUE '      HORAS'.
           03 FILLER       PIC X(20) VALUE '   IMPORTE EN PESOS'.
           03 FILLER       PIC X(10) VALUE ' REGISTROS'.

       01 LINEA-DIVISORIA            PIC X(82) VALUE ALL '-'.

       01 LINEA-DETALLE.
           03 LIN-DET-CUIT           PIC 9(11).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-RAZON          PIC X(25).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-HORAS          PIC -ZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-IMPORTE        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(5) VALUE SPACES.
           03 LIN-DET-REGISTROS      PIC ZZZZ9.

       01 LINEA-TOTAL.
           03 FILLER                 PIC X(40) VALUE 'TOTAL'.
           03 LIN-TOT-HORAS          PIC -ZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-IMPORTE        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-TOT-REGISTROS      PIC ZZZZZ9.

       PROCEDURE DIVISION.

       DEVENGAMIENTO-WIP.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'DEVENGAMIENTO-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT
               'DEVENGAMIENTO-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NUMERIC
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              ELSE
                 DISPLAY 'DEVENGAMIENTO-PERIODO INVALIDO: '
                     WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM CALCULAR-FECHA-CIERRE.
           PERFORM CONTROLAR-HISTORIA.
           PERFORM CONTROLAR-PASE-AL-MAYOR.
           PERFORM CARGAR-PLAN-CUENTAS.
           PERFORM BUSCAR-COTIZACION-CIERRE.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-TIMES.
           PERFORM EVALUAR-REGISTRO UNTIL TIMES-EOF.
           PERFORM IMPRIMIR-LISTADO.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM GRABAR-ASIENTOS.
           PERFORM GRABAR-HISTORIA.
           PERFORM TERMINAR.

       CALCULAR-FECHA-CIERRE.
           IF WS-PERIODO-MES LESS 1 OR WS-PERIODO-MES GREATER 12
              DISPLAY 'DEVENGAMIENTO-PERIODO INVALIDO: ' WS-PERIODO
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF WS-PERIODO-MES EQUAL 12
              COMPUTE WS-PS-ANIO = WS-PERIODO-ANIO + 1
              MOVE 1 TO WS-PS-MES
           ELSE
              MOVE WS-PERIODO-ANIO TO WS-PS-ANIO
              COMPUTE WS-PS-MES = WS-PERIODO-MES + 1.
           MOVE 1 TO WS-PS-DIA.
           COMPUTE WS-DIAS-CIERRE = FUNCTION INTEGER-OF-DATE
               (WS-PRIMERO-SIGUIENTE) - 1.
           COMPUTE WS-FECHA-CIERRE = FUNCTION DATE-OF-INTEGER
               (WS-DIAS-CIERRE).

      *    un periodo ya devengado duplicaria el asiento; uno
      *    anterior al ultimo dejaria la reversion del siguiente
      *    desfasada. DEVENGAMIENTO-HISTORIA.DAT no existe antes de
      *    la primera corrida.
       CONTROLAR-HISTORIA.
           OPEN INPUT ARCH-HISTORIA.
           IF HISTORIA-OK
              PERFORM LEER-HISTORIA
              PERFORM EVALUAR-UNA-HISTORIA UNTIL HISTORIA-EOF
              CLOSE ARCH-HISTORIA.
           IF PERIODO-YA-PROCESADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA TIENE '
                  'DEVENGAMIENTO ASENTADO - NO SE VUELVE A CORRER'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.
           IF WS-ULTIMO-PERIODO GREATER WS-PERIODO
              DISPLAY 'YA SE DEVENGO EL PERIODO POSTERIOR '
                  WS-ULTIMO-PERIODO ' - NO SE PUEDE DEVENGAR '
                  WS-PERIODO
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-HISTORIA.
           READ ARCH-HISTORIA AT END MOVE '10' TO FS-HISTORIA.

       EVALUAR-UNA-HISTORIA.
           IF DVH-PERIODO EQUAL WS-PERIODO
              MOVE 'S' TO WS-PERIODO-YA-PROCESADO.
           IF DVH-PERIODO GREATER WS-ULTIMO-PERIODO
              MOVE DVH-PERIODO TO WS-ULTIMO-PERIODO.
           PERFORM LEER-HISTORIA.

      *    el asiento tiene que entrar al mayor con su periodo: si
      *    PasajeMayor ya lo paso, el devengamiento quedaria afuera
      *    y la reversion entraria sola en el mes siguiente.
      *    MAYOR-PERIODOS.DAT no existe antes del primer pase.
       CONTROLAR-PASE-AL-MAYOR.
           OPEN INPUT ARCH-PERIODOS.
           IF PERIODOS-OK
              PERFORM LEER-PERIODO
              PERFORM EVALUAR-UN-PERIODO UNTIL PERIODOS-EOF
              CLOSE ARCH-PERIODOS.
           IF PERIODO-PASADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA ESTA PASADO AL '
                  'MAYOR - NO SE PUEDE DEVENGAR'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-PERIODO.
           READ ARCH-PERIODOS AT END MOVE '10' TO FS-PERIODOS.

       EVALUAR-UN-PERIODO.
           IF MPE-PERIODO EQUAL WS-PERIODO
              MOVE 'S' TO WS-PERIODO-PASADO.
           PERFORM LEER-PERIODO.

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

      *    cotizacion vigente al cierre, mismo criterio que
      *    PrevisionIncobrables. solo hace falta si alguna tarifa no
      *    esta en pesos; se controla al usarla.
       BUSCAR-COTIZACION-CIERRE.
           MOVE 0 TO WS-COTIZ-CIERRE.
           OPEN INPUT ARCH-COTIZACION.
           IF COTIZACION-OK
              PERFORM LEER-COTIZACION
              PERFORM EVALUAR-UNA-COTIZACION UNTIL COTIZACION-EOF
              CLOSE ARCH-COTIZACION.

       LEER-COTIZACION.
           READ ARCH-COTIZACION AT END MOVE '10' TO FS-COTIZACION.

       EVALUAR-UNA-COTIZACION.
           IF REG-COT-FECHA NOT GREATER WS-FECHA-CIERRE
              MOVE REG-COT-VALOR TO WS-COTIZ-CIERRE.
           PERFORM LEER-COTIZACION.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-TIMES-IDX.
           IF NOT TIMES-OK
              DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT '
                  FS-ARCH-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-CONS-INDEXED.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT '
                  FS-ARCH-CONS-INDEXED
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-TAR-IDX.
           IF NOT TAR-OK
              DISPLAY 'NO PUDO ABRIRSE TARIFAS-INDEXED.DAT '
                  FS-ARCH-TAR-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-SRT-HIST-IDX.
           IF SRT-HIST-OK
              MOVE 'S' TO WS-SRT-HIST-DISPONIBLE
           ELSE
              MOVE 'N' TO WS-SRT-HIST-DISPONIBLE
              DISPLAY 'SRT-HIST-INDEXED.DAT NO DISPONIBLE, SE '
                  'VALORIZA CON EL SRT ACTUAL DE CADA CONSULTOR'.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       LEER-TIMES.
           READ ARCH-TIMES-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TIMES-IDX
           END-READ.

      *    REG-KEY-FECHA viene DDMMAAAA; solo entra lo trabajado
      *    hasta el cierre.
       EVALUAR-REGISTRO.
           MOVE REG-KEY-FECHA (5:4) TO WS-TAR-FECHA-B-AAAA.
           MOVE REG-KEY-FECHA (3:2) TO WS-TAR-FECHA-B-MM.
           MOVE REG-KEY-FECHA (1:2) TO WS-TAR-FECHA-B-DD.
           IF REG-TIMES-IND-ESTADO NOT EQUAL 'F'
              AND WS-TAR-FECHA-BUSCADA-N NOT GREATER WS-FECHA-CIERRE
              PERFORM ACUMULAR-WIP
           END-IF.
           PERFORM LEER-TIMES.

       ACUMULAR-WIP.
           IF REG-TIMES-IND-TIPO EQUAL 'C'
              COMPUTE WS-HORAS-NETO = REG-TIMES-IND-HORAS * -1
           ELSE
              MOVE REG-TIMES-IND-HORAS TO WS-HORAS-NETO.

           PERFORM ESTIMAR-IMPORTE.
           PERFORM VALUAR-EN-PESOS.

           PERFORM UBICAR-FILA-WIP.

           ADD WS-HORAS-NETO TO TAB-WIP-HORAS(IND-TAB-WIP).
           ADD WS-IMPORTE-ARS TO TAB-WIP-IMPORTE(IND-TAB-WIP).
           ADD 1 TO TAB-WIP-REGISTROS(IND-TAB-WIP).
           ADD WS-HORAS-NETO TO WS-TOT-HORAS.
           ADD WS-IMPORTE-ARS TO WS-TOT-IMPORTE.
           ADD 1 TO WS-TOT-REGISTROS.

      *    tarifa vigente a la fecha del trabajo para el SRT del
      *    consultor, igual que ESTIMAR-IMPORTE en ReporteWip; sin
      *    consultor o sin tarifa el registro entra con importe cero
      *    y se cuenta para el aviso final.
       ESTIMAR-IMPORTE.
           MOVE 0 TO WS-TARIFA-VIGENTE.
           MOVE 0 TO WS-IMPORTE-ESTIMADO.
           MOVE SPACES TO WS-MONEDA-TARIFA.

           MOVE REG-KEY-NUM TO REG-KEY-CODE-CONS.
           READ ARCH-CONS-INDEXED RECORD KEY IS REG-KEY-CODE-CONS.
           IF CONS-OK
              PERFORM DETERMINAR-SRT-VIGENTE
              MOVE WS-SRT-VIGENTE TO REG-TAR-SRT-IND
              MOVE WS-TAR-FECHA-BUSCADA-N TO REG-TAR-VIG-DESDE-IND
              START ARCH-TAR-IDX KEY IS LESS THAN OR EQUAL TO
                      REG-TAR-IND
                  INVALID KEY NEXT SENTENCE
              END-START
              IF TAR-OK
                 READ ARCH-TAR-IDX NEXT RECORD
                     AT END NEXT SENTENCE
                 END-READ
                 IF TAR-OK AND REG-TAR-SRT-IND EQUAL WS-SRT-VIGENTE
                    MOVE REG-TAR-TARIFA-IND TO WS-TARIFA-VIGENTE
                    MOVE REG-TAR-MONEDA-IND TO WS-MONEDA-TARIFA
                 END-IF
              END-IF
              COMPUTE WS-IMPORTE-ESTIMADO =
                  WS-HORAS-NETO * WS-TARIFA-VIGENTE
           END-IF.
           IF WS-TARIFA-VIGENTE EQUAL ZERO
              ADD 1 TO WS-CANT-SIN-TARIFA.

       DETERMINAR-SRT-VIGENTE.
           MOVE REG-CONS-SRT TO WS-SRT-VIGENTE.
           IF SRT-HIST-DISPONIBLE
              MOVE REG-KEY-NUM TO REG-SRT-HIST-NUM
              MOVE WS-TAR-FECHA-BUSCADA-N TO REG-SRT-HIST-FECHA
              START ARCH-SRT-HIST-IDX KEY IS LESS THAN OR EQUAL TO
                      REG-SRT-HIST-IND
                  INVALID KEY NEXT SENTENCE
              END-START
              IF SRT-HIST-OK
                 READ ARCH-SRT-HIST-IDX NEXT RECORD
                     AT END NEXT SENTENCE
                 END-READ
                 IF SRT-HIST-OK
                    AND REG-SRT-HIST-NUM EQUAL REG-KEY-NUM
                    MOVE REG-SRT-HIST-SRT TO WS-SRT-VIGENTE
                 END-IF
              END-IF
           END-IF.

      *    los libros van en pesos: una tarifa en otra moneda se
      *    valua a la cotizacion del cierre; sin ella no se puede
      *    asentar y se corta la corrida antes de grabar nada.
       VALUAR-EN-PESOS.
           IF WS-MONEDA-TARIFA EQUAL 'ARS'
              OR WS-MONEDA-TARIFA EQUAL SPACES
              MOVE WS-IMPORTE-ESTIMADO TO WS-IMPORTE-ARS
           ELSE
              IF WS-COTIZ-CIERRE EQUAL ZERO
                 DISPLAY 'SIN COTIZACION AL ' WS-FECHA-CIERRE
                     ' EN COTIZACION.DAT PARA VALUAR TARIFAS EN '
                     WS-MONEDA-TARIFA
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-IMPORTE-ARS ROUNDED = WS-IMPORTE-ESTIMADO
                  * WS-COTIZ-CIERRE.

       UBICAR-FILA-WIP.
           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-WIP TO 1.
           SEARCH TAB-WIP
               WHEN IND-TAB-WIP GREATER THAN WS-CANT-WIP
                   NEXT SENTENCE
               WHEN TAB-WIP-CUIT(IND-TAB-WIP) EQUAL REG-KEY-CUIT
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.

           IF NOT FILA-ENCONTRADA
              IF WS-CANT-WIP IS LESS THAN 999
                 ADD 1 TO WS-CANT-WIP
                 SET IND-TAB-WIP TO WS-CANT-WIP
                 MOVE REG-KEY-CUIT TO TAB-WIP-CUIT(IND-TAB-WIP)
                 MOVE 0 TO TAB-WIP-HORAS(IND-TAB-WIP)
                 MOVE 0 TO TAB-WIP-IMPORTE(IND-TAB-WIP)
                 MOVE 0 TO TAB-WIP-REGISTROS(IND-TAB-WIP)
              ELSE
                 DISPLAY 'ERROR: MAS DE 999 EMPRESAS CON TRABAJO NO '
                     'FACTURADO'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       IMPRIMIR-LISTADO.
           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE DEVENGAMIENTO-WIP.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-FECHA-CIERRE TO LIN-TIT-FECHA.
           MOVE LINEA-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           SET IND-TAB-WIP TO 1.
           PERFORM IMPRIMIR-FILA-WIP
               UNTIL IND-TAB-WIP GREATER THAN WS-CANT-WIP.

           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-TOT-HORAS TO LIN-TOT-HORAS.
           MOVE WS-TOT-IMPORTE TO LIN-TOT-IMPORTE.
           MOVE WS-TOT-REGISTROS TO LIN-TOT-REGISTROS.
           MOVE LINEA-TOTAL TO REG-LISTADO.
           WRITE REG-LISTADO.
           CLOSE ARCH-LISTADO.

       IMPRIMIR-FILA-WIP.
           MOVE TAB-WIP-CUIT(IND-TAB-WIP) TO LIN-DET-CUIT.
           MOVE TAB-WIP-CUIT(IND-TAB-WIP) TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF EMP-OK
              MOVE REG-EMP-IND-RAZON TO LIN-DET-RAZON
           ELSE
              MOVE 'CUIT SIN EMPRESA' TO LIN-DET-RAZON.
           MOVE TAB-WIP-HORAS(IND-TAB-WIP) TO LIN-DET-HORAS.
           MOVE TAB-WIP-IMPORTE(IND-TAB-WIP) TO LIN-DET-IMPORTE.
           MOVE TAB-WIP-REGISTROS(IND-TAB-WIP) TO LIN-DET-REGISTROS.
           MOVE LINEA-DETALLE TO REG-LISTADO.
           WRITE REG-LISTADO.
           SET IND-TAB-WIP UP BY 1.

       CERRAR-ARCHIVOS.
           CLOSE ARCH-TIMES-IDX.
           CLOSE ARCH-CONS-INDEXED.
           CLOSE ARCH-TAR-IDX.
           IF SRT-HIST-DISPONIBLE
              CLOSE ARCH-SRT-HIST-IDX.
           CLOSE ARCH-EMP-IDX.
           DISPLAY WS-TOT-REGISTROS ' REGISTROS SIN FACTURAR AL '
               WS-FECHA-CIERRE ' - VER DEVENGAMIENTO-WIP.LST'.
           IF WS-CANT-SIN-TARIFA GREATER ZERO
              DISPLAY 'ATENCION: ' WS-CANT-SIN-TARIFA
                  ' REGISTROS SIN CONSULTOR O SIN TARIFA VIGENTE '
                  'ENTRAN CON IMPORTE CERO'.

      *    el devengamiento va al final de ASIENTOS.DAT fechado al
      *    cierre y la reversion, con los lados invertidos, a
      *    ASIENTOS-DIFERIDOS.DAT fechada el primero del mes
      *    siguiente. los conceptos se controlan antes de abrir
      *    nada para no dejar un asiento a medias. un saldo neto
      *    negativo (mas creditos que horas) no se devenga.
       GRABAR-ASIENTOS.
           IF WS-TOT-IMPORTE NOT GREATER ZERO
              DISPLAY 'SIN TRABAJO NO FACTURADO A DEVENGAR EN EL '
                  'PERIODO ' WS-PERIODO ' - NO HAY ASIENTO'
           ELSE
              MOVE WS-TOT-IMPORTE TO WS-IMPORTE-LINEA
              MOVE 'NOFACTURADO' TO WS-CONCEPTO-BUSCADO
              PERFORM CONTROLAR-UN-CONCEPTO
              MOVE 'HONDEVENGADO' TO WS-CONCEPTO-BUSCADO
              PERFORM CONTROLAR-UN-CONCEPTO
              PERFORM GRABAR-DEVENGAMIENTO
              PERFORM GRABAR-REVERSION.

       CONTROLAR-UN-CONCEPTO.
           PERFORM BUSCAR-CUENTA-CONCEPTO.
           IF NOT CONCEPTO-HALLADO
              DISPLAY 'EL CONCEPTO ' WS-CONCEPTO-BUSCADO
                  ' NO EXISTE EN PLAN-CUENTAS.DAT - NO SE GRABA '
                  'EL ASIENTO'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       GRABAR-DEVENGAMIENTO.
           OPEN EXTEND ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              OPEN OUTPUT ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              DISPLAY 'NO PUDO ABRIRSE ASIENTOS.DAT ' FS-ASIENTOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-FECHA-CIERRE TO WS-FECHA-LINEA.
           MOVE 'NOFACTURADO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM ARMAR-LINEA-ASIENTO.
           WRITE REG-ASIENTO.
           MOVE 'HONDEVENGADO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM ARMAR-LINEA-ASIENTO.
           WRITE REG-ASIENTO.
           CLOSE ARCH-ASIENTOS.
           DISPLAY 'DEVENGAMIENTO DE ' WS-IMPORTE-LINEA
               ' AGREGADO A ASIENTOS.DAT'.

      *    ASIENTOS-DIFERIDOS.DAT no existe antes de la primera
      *    reversion.
       GRABAR-REVERSION.
           OPEN EXTEND ARCH-DIFERIDOS.
           IF NOT DIFERIDOS-OK
              OPEN OUTPUT ARCH-DIFERIDOS.
           IF NOT DIFERIDOS-OK
              DISPLAY 'NO PUDO ABRIRSE ASIENTOS-DIFERIDOS.DAT '
                  FS-DIFERIDOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PRIMERO-SIGUIENTE TO WS-FECHA-LINEA.
           MOVE 'HONDEVENGADO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM ARMAR-LINEA-ASIENTO.
           WRITE REG-DIFERIDO FROM REG-ASIENTO.
           MOVE 'NOFACTURADO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM ARMAR-LINEA-ASIENTO.
           WRITE REG-DIFERIDO FROM REG-ASIENTO.
           CLOSE ARCH-DIFERIDOS.
           DISPLAY 'REVERSION AL ' WS-PRIMERO-SIGUIENTE
               ' AGREGADA A ASIENTOS-DIFERIDOS.DAT'.

       ARMAR-LINEA-ASIENTO.
           PERFORM BUSCAR-CUENTA-CONCEPTO.
           MOVE SPACES TO REG-ASIENTO.
           MOVE WS-FECHA-LINEA TO ASI-FECHA.
           MOVE WS-CUENTA-HALLADA TO ASI-CUENTA.
           MOVE WS-DESC-HALLADA TO ASI-DESCRIPCION.
           MOVE 0 TO ASI-ENTIDAD.
           IF LINEA-AL-DEBE
              MOVE WS-IMPORTE-LINEA TO ASI-DEBE
              MOVE 0 TO ASI-HABER
           ELSE
              MOVE 0 TO ASI-DEBE
              MOVE WS-IMPORTE-LINEA TO ASI-HABER.

       BUSCAR-CUENTA-CONCEPTO.
           MOVE 'N' TO WS-CONCEPTO-HALLADO.
           SET IND-TAB-PLC TO 1.
           SEARCH TAB-PLC
               WHEN IND-TAB-PLC GREATER THAN WS-CANT-PLAN
                   NEXT SENTENCE
               WHEN TAB-PLC-CONCEPTO(IND-TAB-PLC) EQUAL
                       WS-CONCEPTO-BUSCADO
                   MOVE 'S' TO WS-CONCEPTO-HALLADO
                   MOVE TAB-PLC-CUENTA(IND-TAB-PLC) TO
                       WS-CUENTA-HALLADA
                   MOVE TAB-PLC-DESC(IND-TAB-PLC) TO
                       WS-DESC-HALLADA
           END-SEARCH.

       GRABAR-HISTORIA.
           OPEN EXTEND ARCH-HISTORIA.
           IF NOT HISTORIA-OK
              OPEN OUTPUT ARCH-HISTORIA.
           IF NOT HISTORIA-OK
              DISPLAY 'NO PUDO GRABARSE DEVENGAMIENTO-HISTORIA.DAT '
                  FS-HISTORIA
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PERIODO TO DVH-PERIODO.
           MOVE WS-FECHA-HOY TO DVH-FECHA-PROCESO.
           MOVE WS-TOT-REGISTROS TO DVH-REGISTROS.
           MOVE WS-TOT-HORAS TO DVH-HORAS.
           IF WS-TOT-IMPORTE GREATER ZERO
              MOVE WS-TOT-IMPORTE TO DVH-IMPORTE
           ELSE
              MOVE 0 TO DVH-IMPORTE.
           WRITE REG-HISTORIA.
           CLOSE ARCH-HISTORIA.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
