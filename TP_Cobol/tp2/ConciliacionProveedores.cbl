       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliacionProveedores.
       AUTHOR. Fede.

      *    control de tres puntas de las facturas de proveedores: para
      *    el periodo pedido (variable de entorno
      *    CONCILIACION-PROV-PERIODO, AAAAMM; el mes actual si no esta
      *    seteada) junta por proveedor
      *      - las horas cargadas en TIMES-INDEXED.DAT por sus
      *        consultores (REG-CONS-PROVEEDOR del maestro), con las
      *        correcciones restando;
      *      - esas mismas horas valuadas al costo acordado del SRT
      *        vigente a la fecha trabajada en COSTOS-INDEXED.DAT -
      *        mismo SRT-HIST + START LESS-THAN-OR-EQUAL que
      *        LiquidacionConsultores, que a estos consultores no los
      *        liquida;
      *      - lo que el proveedor facturo para ese mes de horas en
      *        FACTURAS-PROVEEDOR.DAT (ver CargaFacturasProveedor),
      *        facturas menos notas de credito.
      *    la factura esta conforme si las horas facturadas son las
      *    cargadas y el neto no se aparta del costo mas de
      *    WS-TOLERANCIA (redondeos). un proveedor con horas y sin
      *    factura, o con factura y sin horas, tambien es diferencia.
      *    cada comprobante del periodo queda marcado conforme (C) o
      *    con diferencias (D) con las horas y el costo contra los
      *    que se comparo, asi se puede volver a correr despues de
      *    una nota de credito o una correccion de horas. los costos
      *    se toman en pesos como en la liquidacion; un comprobante en
      *    otra moneda no se compara por importe y queda observado.
      *    el proveedor se toma del maestro de consultores tal como
      *    esta hoy.
      *
      *    salida: CONCILIACION-PROV-AAAAMM.LST con un renglon por
      *    proveedor; con alguna diferencia el programa termina con
      *    RETURN-CODE 12 para que esas facturas no se paguen asi.

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
               FILE STATUS IS FS-ARCH-TIMES-IDX.

           SELECT ARCH-CONS-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY-CODE-CONS
               ALTERNATE RECORD KEY IS REG-CONS-DNI
               FILE STATUS IS FS-ARCH-CONS-IDX.

           SELECT ARCH-COSTOS-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-COSTO-IND
               FILE STATUS IS FS-ARCH-COSTOS-IDX.

           SELECT ARCH-SRT-HIST-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SRT-HIST-IND
               FILE STATUS IS FS-SRT-HIST.

           SELECT ARCH-PROVEEDORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

           SELECT ARCH-FAC-PROVEEDOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPV-CLAVE
               ALTERNATE RECORD KEY IS FPV-FECHA
                   WITH DUPLICATES
               FILE STATUS IS FS-FAC-PROVEEDOR.

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
            05  REG-KEY-NUM             PIC X(5).
            05  REG-KEY-FECHA           PIC 9(8).
            05  REG-KEY-CUIT            PIC 9(11).
          03 REG-TIMES-TAREA              PIC X(4).
          03 REG-TIMES-HORAS              PIC 9(2)V99.
          03 REG-TIMES-TIPO               PIC X(1).
          03 REG-TIMES-ESTADO             PIC X(1).
          03 REG-TIMES-CORRIDA            PIC X(14).
          03 REG-TIMES-ORIGEN             PIC X(17).
          03 REG-TIMES-ORDEN            PIC X(4).

       FD ARCH-CONS-IDX LABEL RECORD IS STANDARD
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
      *    proveedor del consultor de una firma externa; en blanco,
      *    personal propio, que no entra en esta conciliacion.
           03 REG-CONS-PROVEEDOR     PIC X(5).

       FD ARCH-COSTOS-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COSTOS-INDEXED.DAT'
             DATA RECORD IS REG-COSTO-INDEXED.

       01 REG-COSTO-INDEXED.
           03 REG-COSTO-IND.
               05 REG-COSTO-SRT-IND            PIC X(2).
               05 REG-COSTO-VIG-DESDE-IND      PIC 9(8).
           03 REG-COSTO-VALOR-IND              PIC 9(5)V99.
           03 REG-COSTO-MONEDA-IND             PIC X(3).

       FD ARCH-SRT-HIST-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SRT-HIST-INDEXED.DAT'
             DATA RECORD IS REG-SRT-HIST-INDEXED.

       01 REG-SRT-HIST-INDEXED.
           03 REG-SRT-HIST-IND.
               05 REG-SRT-HIST-NUM         PIC X(5).
               05 REG-SRT-HIST-FECHA       PIC 9(8).
           03 REG-SRT-HIST-SRT             PIC X(2).

       FD ARCH-PROVEEDORES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PROVEEDORES.DAT'
             DATA RECORD IS REG-PROVEEDOR.

       01 REG-PROVEEDOR.
           03 PRV-CODIGO                 PIC X(5).
           03 PRV-RAZON-SOCIAL           PIC X(30).
           03 PRV-CUIT                   PIC 9(11).
           03 PRV-COND-IVA               PIC X(2).
           03 PRV-ESTADO                 PIC X(1).

       FD ARCH-FAC-PROVEEDOR LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-PROVEEDOR.DAT'
             DATA RECORD IS REG-FAC-PROVEEDOR.

       01 REG-FAC-PROVEEDOR.
           03 FPV-CLAVE.
               05 FPV-PROVEEDOR          PIC X(5).
               05 FPV-NUMERO             PIC X(13).
           03 FPV-TIPO                   PIC X(1).
               88 FPV-ES-FACTURA         VALUE 'F'.
               88 FPV-ES-NOTA-CREDITO    VALUE 'N'.
           03 FPV-LETRA                  PIC X(1).
           03 FPV-FECHA                  PIC 9(8).
           03 FPV-PERIODO                PIC 9(6).
           03 FPV-HORAS                  PIC 9(5)V99.
           03 FPV-NETO                   PIC 9(10)V99.
           03 FPV-IVA                    PIC 9(10)V99.
           03 FPV-TOTAL                  PIC 9(10)V99.
           03 FPV-MONEDA                 PIC X(3).
           03 FPV-ESTADO                 PIC X(1).
               88 FPV-PENDIENTE          VALUE 'P'.
               88 FPV-CONFORME           VALUE 'C'.
               88 FPV-CON-DIFERENCIAS    VALUE 'D'.
           03 FPV-HORAS-REGISTRADAS      PIC 9(5)V99.
           03 FPV-COSTO-ACORDADO         PIC 9(10)V99.

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-LISTADO
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-ARCH-TIMES-IDX PIC XX.
           88 TIMES-OK       VALUE '00'.
           88 TIMES-EOF      VALUE '10'.

       77 FS-ARCH-CONS-IDX PIC XX.
           88 CONS-OK        VALUE '00'.

       77 FS-ARCH-COSTOS-IDX PIC XX.
           88 COSTO-OK       VALUE '00'.

       77 FS-SRT-HIST      PIC XX.
           88 SRT-HIST-OK    VALUE '00'.

       77 FS-PROVEEDORES   PIC XX.
           88 PRV-OK         VALUE '00'.

       77 FS-FAC-PROVEEDOR PIC XX.
           88 FPV-OK         VALUE '00'.
           88 FPV-EOF        VALUE '10'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno CONCILIACION-PROV-MODO vale
      *    'BATCH', el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-FECHA-HOY               PIC 9(8).

       01 WS-NOMBRE-LISTADO          PIC X(30).

       01 WS-SRT-HIST-DISPONIBLE     PIC X VALUE 'N'.
           88 SRT-HIST-DISPONIBLE    VALUE 'S'.

      *    diferencia de importe que se acepta entre el neto facturado
      *    y las horas al costo acordado.
       01 WS-TOLERANCIA              PIC S9(3)V99 VALUE 1.
       01 WS-TOLERANCIA-NEG          PIC S9(3)V99 VALUE -1.

      *    una fila por proveedor con horas o comprobantes del
      *    periodo.
       01 WS-MAX-PRV                 PIC 9(3) VALUE 500.

       01 TABLA-PROVEEDORES.
           03 TAB-PRV OCCURS 500 TIMES INDEXED BY IND-TAB-PRV.
               05 TAB-PRV-CODIGO        PIC X(5).
               05 TAB-PRV-HORAS         PIC S9(6)V99.
               05 TAB-PRV-COSTO         PIC S9(10)V99.
               05 TAB-PRV-FAC-HORAS     PIC S9(6)V99.
               05 TAB-PRV-FAC-NETO      PIC S9(10)V99.
               05 TAB-PRV-CANT-FAC      PIC 9(3).
               05 TAB-PRV-OTRA-MONEDA   PIC X(1).
                   88 TAB-PRV-CON-OTRA-MONEDA VALUE 'S'.
               05 TAB-PRV-RESULTADO     PIC X(1).
                   88 TAB-PRV-CONFORME  VALUE 'C'.

       01 WS-CANT-PRV                PIC 9(3) VALUE 0.
       01 WS-PRV-BUSCADO             PIC X(5).

       01 WS-PERIODO-REG             PIC 9(6).
       01 WS-FECHA-TRABAJO-N         PIC 9(8).
       01 WS-HORAS-NETO              PIC S9(4)V99.
       01 WS-IMPORTE-TRABAJO         PIC S9(8)V99.
       01 WS-SRT-VIGENTE             PIC X(2).
       01 WS-COSTO-VIGENTE           PIC 9(5)V99.
       01 WS-PROVEEDOR-REG           PIC X(5).

       01 WS-DIF-HORAS               PIC S9(6)V99.
       01 WS-DIF-IMPORTE             PIC S9(10)V99.

       01 WS-CANT-HORAS-LEIDAS       PIC 9(6) VALUE 0.
       01 WS-CANT-SIN-COSTO          PIC 9(5) VALUE 0.
       01 WS-CANT-COMPROBANTES       PIC 9(5) VALUE 0.
       01 WS-CANT-MARCADOS           PIC 9(5) VALUE 0.
       01 WS-CANT-CONFORMES          PIC 9(3) VALUE 0.
       01 WS-CANT-DIFERENCIAS        PIC 9(3) VALUE 0.

       01 WS-ACUM-COSTO              PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-FACTURADO          PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-DIF-IMPORTE        PIC S9(12)V99 VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(47) VALUE
              'CONCILIACION DE FACTURAS DE PROVEEDORES - MES  '.
           03 LIN-TIT-PERIODO        PIC 9(6).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(6) VALUE 'PROV.'.
           03 FILLER       PIC X(21) VALUE 'RAZON SOCIAL'.
           03 FILLER       PIC X(10) VALUE ' HS.CARG.'.
           03 FILLER       PIC X(10) VALUE ' HS.FACT.'.
           03 FILLER       PIC X(10) VALUE '  DIF.HS.'.
           03 FILLER       PIC X(15) VALUE ' COSTO ACORDADO'.
           03 FILLER       PIC X(15) VALUE ' NETO FACTURADO'.
           03 FILLER       PIC X(15) VALUE '   DIF. IMPORTE'.
           03 FILLER       PIC X(4) VALUE ' CB.'.
           03 FILLER       PIC X(12) VALUE ' RESULTADO'.

       01 LINEA-DETALLE.
           03 LIN-DET-PROVEEDOR      PIC X(5).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-RAZON          PIC X(20).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-HORAS          PIC -ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-FAC-HORAS      PIC -ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-DIF-HORAS      PIC -ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-COSTO          PIC -ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-FAC-NETO       PIC -ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-DIF-IMPORTE    PIC -ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-CANT-FAC       PIC ZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-RESULTADO      PIC X(12).

       01 LINEA-TOTALES.
           03 FILLER                 PIC X(57) VALUE
              'TOTALES DEL PERIODO'.
           03 LIN-TOT-COSTO          PIC -ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-FACTURADO      PIC -ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-DIF-IMPORTE    PIC -ZZZZZZZZZ9,99.

       01 LINEA-RESUMEN.
           03 LIN-RES-CONFORMES      PIC ZZ9.
           03 FILLER                 PIC X(22) VALUE
              ' PROVEEDORES CONFORMES'.
           03 FILLER                 PIC X(3) VALUE ' - '.
           03 LIN-RES-DIFERENCIAS    PIC ZZ9.
           03 FILLER                 PIC X(27) VALUE
              ' CON DIFERENCIAS A REVISAR'.

       01 LINEA-OBSERVACION.
           03 FILLER                 PIC X(4) VALUE '*** '.
           03 LIN-OBS-TEXTO          PIC X(80).

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(129) VALUE ALL '-'.

       PROCEDURE DIVISION.

       CONCILIACION-PROVEEDORES.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'CONCILIACION-PROV-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT
               'CONCILIACION-PROV-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NOT NUMERIC
                 DISPLAY 'CONCILIACION-PROV-PERIODO INVALIDO: '
                     WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              END-IF
           END-IF.

           MOVE SPACES TO WS-NOMBRE-LISTADO.
           STRING 'CONCILIACION-PROV-' WS-PERIODO '.LST'
               DELIMITED BY SIZE INTO WS-NOMBRE-LISTADO.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM ACUMULAR-HORAS-PERIODO.
           PERFORM ACUMULAR-COMPROBANTES.
           PERFORM EVALUAR-PROVEEDORES.
           PERFORM MARCAR-COMPROBANTES.
           PERFORM IMPRIMIR-CONCILIACION.
           PERFORM TERMINAR.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-TIMES-IDX.
           IF NOT TIMES-OK
              DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT '
                  FS-ARCH-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-CONS-IDX.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT '
                  FS-ARCH-CONS-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-COSTOS-IDX.
           IF NOT COSTO-OK
              DISPLAY 'NO PUDO ABRIRSE COSTOS-INDEXED.DAT '
                  FS-ARCH-COSTOS-IDX
              DISPLAY 'SIN COSTOS CARGADOS NO HAY CONCILIACION'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-SRT-HIST-IDX.
           IF SRT-HIST-OK
              MOVE 'S' TO WS-SRT-HIST-DISPONIBLE
           ELSE
              MOVE 'N' TO WS-SRT-HIST-DISPONIBLE
              DISPLAY 'SRT-HIST-INDEXED.DAT NO DISPONIBLE, SE '
                  'VALUA CON EL SRT ACTUAL DE CADA CONSULTOR'.

           OPEN INPUT ARCH-PROVEEDORES.
           IF NOT PRV-OK
              DISPLAY 'NO PUDO ABRIRSE PROVEEDORES.DAT '
                  FS-PROVEEDORES
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN I-O ARCH-FAC-PROVEEDOR.
           IF NOT FPV-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS-PROVEEDOR.DAT '
                  FS-FAC-PROVEEDOR
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-LISTADO ' '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    una pasada de TIMES-INDEXED: las horas del periodo de los
      *    consultores con proveedor, valuadas como en
      *    LiquidacionConsultores.
       ACUMULAR-HORAS-PERIODO.
           PERFORM LEER-TIMES.
           PERFORM ACUMULAR-UN-REGISTRO UNTIL TIMES-EOF.
           CLOSE ARCH-TIMES-IDX.

       LEER-TIMES.
           READ ARCH-TIMES-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TIMES-IDX
           END-READ.

       ACUMULAR-UN-REGISTRO.
           MOVE REG-KEY-FECHA (5:4) TO WS-PERIODO-REG (1:4).
           MOVE REG-KEY-FECHA (3:2) TO WS-PERIODO-REG (5:2).

           IF WS-PERIODO-REG EQUAL WS-PERIODO
              MOVE REG-KEY-FECHA (5:4) TO WS-FECHA-TRABAJO-N (1:4)
              MOVE REG-KEY-FECHA (3:2) TO WS-FECHA-TRABAJO-N (5:2)
              MOVE REG-KEY-FECHA (1:2) TO WS-FECHA-TRABAJO-N (7:2)
              PERFORM DETERMINAR-SRT-VIGENTE
              IF WS-PROVEEDOR-REG NOT EQUAL SPACES
                 PERFORM VALUAR-HORAS-PROVEEDOR
              END-IF
           END-IF.
           PERFORM LEER-TIMES.

       VALUAR-HORAS-PROVEEDOR.
           ADD 1 TO WS-CANT-HORAS-LEIDAS.
           IF REG-TIMES-TIPO EQUAL 'C'
              COMPUTE WS-HORAS-NETO = REG-TIMES-HORAS * -1
           ELSE
              MOVE REG-TIMES-HORAS TO WS-HORAS-NETO.
           PERFORM BUSCAR-COSTO-VIGENTE.
           IF WS-COSTO-VIGENTE EQUAL ZERO
              ADD 1 TO WS-CANT-SIN-COSTO.
           COMPUTE WS-IMPORTE-TRABAJO ROUNDED =
               WS-HORAS-NETO * WS-COSTO-VIGENTE.
           MOVE WS-PROVEEDOR-REG TO WS-PRV-BUSCADO.
           PERFORM UBICAR-PROVEEDOR.
           ADD WS-HORAS-NETO TO TAB-PRV-HORAS(IND-TAB-PRV).
           ADD WS-IMPORTE-TRABAJO TO TAB-PRV-COSTO(IND-TAB-PRV).

      *    ademas del SRT vigente deja en WS-PROVEEDOR-REG el
      *    proveedor del consultor (blanco = personal propio o
      *    consultor sin maestro).
       DETERMINAR-SRT-VIGENTE.
           MOVE SPACES TO WS-SRT-VIGENTE.
           MOVE SPACES TO WS-PROVEEDOR-REG.
           MOVE REG-KEY-NUM TO REG-KEY-CODE-CONS.
           READ ARCH-CONS-IDX RECORD KEY IS REG-KEY-CODE-CONS.
           IF CONS-OK
              MOVE REG-CONS-SRT TO WS-SRT-VIGENTE
              MOVE REG-CONS-PROVEEDOR TO WS-PROVEEDOR-REG.

           IF SRT-HIST-DISPONIBLE
              AND WS-PROVEEDOR-REG NOT EQUAL SPACES
              MOVE REG-KEY-NUM TO REG-SRT-HIST-NUM
              MOVE WS-FECHA-TRABAJO-N TO REG-SRT-HIST-FECHA
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

       BUSCAR-COSTO-VIGENTE.
           MOVE 0 TO WS-COSTO-VIGENTE.
           MOVE WS-SRT-VIGENTE TO REG-COSTO-SRT-IND.
           MOVE WS-FECHA-TRABAJO-N TO REG-COSTO-VIG-DESDE-IND.

           START ARCH-COSTOS-IDX KEY IS LESS THAN OR EQUAL TO
                   REG-COSTO-IND
               INVALID KEY NEXT SENTENCE.

           IF COSTO-OK
              READ ARCH-COSTOS-IDX NEXT RECORD
                  AT END NEXT SENTENCE
              END-READ
              IF COSTO-OK AND REG-COSTO-SRT-IND EQUAL WS-SRT-VIGENTE
                 MOVE REG-COSTO-VALOR-IND TO WS-COSTO-VIGENTE
              END-IF
           END-IF.

      *    deja IND-TAB-PRV en el proveedor WS-PRV-BUSCADO; si no esta
      *    en la tabla lo agrega en cero.
       UBICAR-PROVEEDOR.
           SET IND-TAB-PRV TO 1.
           SEARCH TAB-PRV
               AT END
                   PERFORM AGREGAR-PROVEEDOR
               WHEN IND-TAB-PRV GREATER THAN WS-CANT-PRV
                   PERFORM AGREGAR-PROVEEDOR
               WHEN TAB-PRV-CODIGO(IND-TAB-PRV) EQUAL WS-PRV-BUSCADO
                   NEXT SENTENCE
           END-SEARCH.

       AGREGAR-PROVEEDOR.
           IF WS-CANT-PRV NOT LESS WS-MAX-PRV
              DISPLAY 'ERROR: MAS DE ' WS-MAX-PRV ' PROVEEDORES, '
                  'LA TABLA-PROVEEDORES NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-PRV.
           SET IND-TAB-PRV TO WS-CANT-PRV.
           MOVE WS-PRV-BUSCADO TO TAB-PRV-CODIGO(IND-TAB-PRV).
           MOVE 0 TO TAB-PRV-HORAS(IND-TAB-PRV)
               TAB-PRV-COSTO(IND-TAB-PRV)
               TAB-PRV-FAC-HORAS(IND-TAB-PRV)
               TAB-PRV-FAC-NETO(IND-TAB-PRV)
               TAB-PRV-CANT-FAC(IND-TAB-PRV).
           MOVE 'N' TO TAB-PRV-OTRA-MONEDA(IND-TAB-PRV).
           MOVE 'D' TO TAB-PRV-RESULTADO(IND-TAB-PRV).

      *    los comprobantes cuyo mes de horas es el periodo, las notas
      *    de credito restando.
       ACUMULAR-COMPROBANTES.
           MOVE LOW-VALUES TO FPV-CLAVE.
           START ARCH-FAC-PROVEEDOR KEY IS NOT LESS THAN FPV-CLAVE
               INVALID KEY MOVE '10' TO FS-FAC-PROVEEDOR.
           IF FPV-OK
              PERFORM LEER-COMPROBANTE
              PERFORM ACUMULAR-UN-COMPROBANTE UNTIL FPV-EOF
           END-IF.

       LEER-COMPROBANTE.
           READ ARCH-FAC-PROVEEDOR NEXT RECORD
               AT END MOVE '10' TO FS-FAC-PROVEEDOR
           END-READ.

       ACUMULAR-UN-COMPROBANTE.
           IF FPV-PERIODO EQUAL WS-PERIODO
              ADD 1 TO WS-CANT-COMPROBANTES
              MOVE FPV-PROVEEDOR TO WS-PRV-BUSCADO
              PERFORM UBICAR-PROVEEDOR
              ADD 1 TO TAB-PRV-CANT-FAC(IND-TAB-PRV)
              IF FPV-ES-NOTA-CREDITO
                 SUBTRACT FPV-HORAS FROM TAB-PRV-FAC-HORAS(IND-TAB-PRV)
              ELSE
                 ADD FPV-HORAS TO TAB-PRV-FAC-HORAS(IND-TAB-PRV)
              END-IF
              IF FPV-MONEDA NOT EQUAL 'ARS'
                 AND FPV-MONEDA NOT EQUAL SPACES
                 MOVE 'S' TO TAB-PRV-OTRA-MONEDA(IND-TAB-PRV)
              ELSE
                 IF FPV-ES-NOTA-CREDITO
                    SUBTRACT FPV-NETO FROM
                        TAB-PRV-FAC-NETO(IND-TAB-PRV)
                 ELSE
                    ADD FPV-NETO TO TAB-PRV-FAC-NETO(IND-TAB-PRV)
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-COMPROBANTE.

       EVALUAR-PROVEEDORES.
           SET IND-TAB-PRV TO 1.
           PERFORM EVALUAR-UN-PROVEEDOR
               UNTIL IND-TAB-PRV GREATER THAN WS-CANT-PRV.

      *    conforme: hay comprobante, las horas coinciden, el neto
      *    esta dentro de la tolerancia y todo vino en pesos.
       EVALUAR-UN-PROVEEDOR.
           COMPUTE WS-DIF-HORAS = TAB-PRV-FAC-HORAS(IND-TAB-PRV)
               - TAB-PRV-HORAS(IND-TAB-PRV).
           COMPUTE WS-DIF-IMPORTE = TAB-PRV-FAC-NETO(IND-TAB-PRV)
               - TAB-PRV-COSTO(IND-TAB-PRV).
           IF TAB-PRV-CANT-FAC(IND-TAB-PRV) GREATER ZERO
              AND WS-DIF-HORAS EQUAL ZERO
              AND WS-DIF-IMPORTE NOT GREATER WS-TOLERANCIA
              AND WS-DIF-IMPORTE NOT LESS WS-TOLERANCIA-NEG
              AND NOT TAB-PRV-CON-OTRA-MONEDA(IND-TAB-PRV)
              MOVE 'C' TO TAB-PRV-RESULTADO(IND-TAB-PRV)
              ADD 1 TO WS-CANT-CONFORMES
           ELSE
              MOVE 'D' TO TAB-PRV-RESULTADO(IND-TAB-PRV)
              ADD 1 TO WS-CANT-DIFERENCIAS
           END-IF.
           SET IND-TAB-PRV UP BY 1.

      *    segunda pasada de FACTURAS-PROVEEDOR: cada comprobante del
      *    periodo toma el resultado de su proveedor.
       MARCAR-COMPROBANTES.
           MOVE LOW-VALUES TO FPV-CLAVE.
           START ARCH-FAC-PROVEEDOR KEY IS NOT LESS THAN FPV-CLAVE
               INVALID KEY MOVE '10' TO FS-FAC-PROVEEDOR.
           IF FPV-OK
              PERFORM LEER-COMPROBANTE
              PERFORM MARCAR-UN-COMPROBANTE UNTIL FPV-EOF
           END-IF.

       MARCAR-UN-COMPROBANTE.
           IF FPV-PERIODO EQUAL WS-PERIODO
              MOVE FPV-PROVEEDOR TO WS-PRV-BUSCADO
              PERFORM UBICAR-PROVEEDOR
              MOVE TAB-PRV-RESULTADO(IND-TAB-PRV) TO FPV-ESTADO
              MOVE 0 TO FPV-HORAS-REGISTRADAS
              MOVE 0 TO FPV-COSTO-ACORDADO
              IF TAB-PRV-HORAS(IND-TAB-PRV) GREATER ZERO
                 MOVE TAB-PRV-HORAS(IND-TAB-PRV) TO
                     FPV-HORAS-REGISTRADAS
              END-IF
              IF TAB-PRV-COSTO(IND-TAB-PRV) GREATER ZERO
                 MOVE TAB-PRV-COSTO(IND-TAB-PRV) TO
                     FPV-COSTO-ACORDADO
              END-IF
              REWRITE REG-FAC-PROVEEDOR
              IF FPV-OK
                 ADD 1 TO WS-CANT-MARCADOS
              ELSE
                 DISPLAY 'NO PUDO MARCARSE EL COMPROBANTE '
                     FPV-PROVEEDOR ' ' FPV-NUMERO ' ' FS-FAC-PROVEEDOR
              END-IF
           END-IF.
           PERFORM LEER-COMPROBANTE.

       IMPRIMIR-CONCILIACION.
           MOVE WS-PERIODO TO LIN-TIT-PERIODO.
           MOVE LINEA-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           SET IND-TAB-PRV TO 1.
           PERFORM IMPRIMIR-UN-PROVEEDOR
               UNTIL IND-TAB-PRV GREATER THAN WS-CANT-PRV.

           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-ACUM-COSTO TO LIN-TOT-COSTO.
           MOVE WS-ACUM-FACTURADO TO LIN-TOT-FACTURADO.
           MOVE WS-ACUM-DIF-IMPORTE TO LIN-TOT-DIF-IMPORTE.
           MOVE LINEA-TOTALES TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-CANT-CONFORMES TO LIN-RES-CONFORMES.
           MOVE WS-CANT-DIFERENCIAS TO LIN-RES-DIFERENCIAS.
           MOVE LINEA-RESUMEN TO REG-LISTADO.
           WRITE REG-LISTADO.

           IF WS-CANT-PRV EQUAL ZERO
              MOVE
                  'SIN HORAS NI FACTURAS DE PROVEEDORES EN EL PERIODO'
                  TO LIN-OBS-TEXTO
              PERFORM IMPRIMIR-OBSERVACION
           END-IF.
           IF WS-CANT-SIN-COSTO GREATER ZERO
              MOVE 'HAY HORAS SIN COSTO VIGENTE PARA SU SRT'
                  TO LIN-OBS-TEXTO
              PERFORM IMPRIMIR-OBSERVACION
           END-IF.

      *    el resultado dice la primera causa de la diferencia.
       IMPRIMIR-UN-PROVEEDOR.
           MOVE TAB-PRV-CODIGO(IND-TAB-PRV) TO LIN-DET-PROVEEDOR.
           MOVE TAB-PRV-CODIGO(IND-TAB-PRV) TO PRV-CODIGO.
           READ ARCH-PROVEEDORES RECORD KEY IS PRV-CODIGO.
           IF PRV-OK
              MOVE PRV-RAZON-SOCIAL TO LIN-DET-RAZON
           ELSE
              MOVE 'PROVEEDOR SIN MAESTRO' TO LIN-DET-RAZON.
           COMPUTE WS-DIF-HORAS = TAB-PRV-FAC-HORAS(IND-TAB-PRV)
               - TAB-PRV-HORAS(IND-TAB-PRV).
           COMPUTE WS-DIF-IMPORTE = TAB-PRV-FAC-NETO(IND-TAB-PRV)
               - TAB-PRV-COSTO(IND-TAB-PRV).
           MOVE TAB-PRV-HORAS(IND-TAB-PRV) TO LIN-DET-HORAS.
           MOVE TAB-PRV-FAC-HORAS(IND-TAB-PRV) TO LIN-DET-FAC-HORAS.
           MOVE WS-DIF-HORAS TO LIN-DET-DIF-HORAS.
           MOVE TAB-PRV-COSTO(IND-TAB-PRV) TO LIN-DET-COSTO.
           MOVE TAB-PRV-FAC-NETO(IND-TAB-PRV) TO LIN-DET-FAC-NETO.
           MOVE WS-DIF-IMPORTE TO LIN-DET-DIF-IMPORTE.
           MOVE TAB-PRV-CANT-FAC(IND-TAB-PRV) TO LIN-DET-CANT-FAC.

           IF TAB-PRV-CONFORME(IND-TAB-PRV)
              MOVE 'CONFORME' TO LIN-DET-RESULTADO
           ELSE
              IF TAB-PRV-CANT-FAC(IND-TAB-PRV) EQUAL ZERO
                 MOVE 'SIN FACTURA' TO LIN-DET-RESULTADO
              ELSE
                 IF TAB-PRV-HORAS(IND-TAB-PRV) EQUAL ZERO
                    MOVE 'SIN HORAS' TO LIN-DET-RESULTADO
                 ELSE
                    IF TAB-PRV-CON-OTRA-MONEDA(IND-TAB-PRV)
                       MOVE 'OTRA MONEDA' TO LIN-DET-RESULTADO
                    ELSE
                       IF WS-DIF-HORAS NOT EQUAL ZERO
                          MOVE 'DIF. HORAS' TO LIN-DET-RESULTADO
                       ELSE
                          MOVE 'DIF. IMPORTE' TO LIN-DET-RESULTADO.
           MOVE LINEA-DETALLE TO REG-LISTADO.
           WRITE REG-LISTADO.

           ADD TAB-PRV-COSTO(IND-TAB-PRV) TO WS-ACUM-COSTO.
           ADD TAB-PRV-FAC-NETO(IND-TAB-PRV) TO WS-ACUM-FACTURADO.
           ADD WS-DIF-IMPORTE TO WS-ACUM-DIF-IMPORTE.
           SET IND-TAB-PRV UP BY 1.

       IMPRIMIR-OBSERVACION.
           MOVE LINEA-OBSERVACION TO REG-LISTADO.
           WRITE REG-LISTADO.

       TERMINAR.
           CLOSE ARCH-CONS-IDX.
           CLOSE ARCH-COSTOS-IDX.
           IF SRT-HIST-DISPONIBLE
              CLOSE ARCH-SRT-HIST-IDX.
           CLOSE ARCH-PROVEEDORES.
           CLOSE ARCH-FAC-PROVEEDOR.
           CLOSE ARCH-LISTADO.
           DISPLAY WS-CANT-HORAS-LEIDAS ' REGISTROS DE HORAS DE '
               'PROVEEDORES Y ' WS-CANT-COMPROBANTES
               ' COMPROBANTES DEL PERIODO ' WS-PERIODO.
           DISPLAY WS-CANT-MARCADOS ' COMPROBANTES MARCADOS - '
               WS-NOMBRE-LISTADO.
           IF WS-CANT-DIFERENCIAS GREATER ZERO
              DISPLAY 'ATENCION: ' WS-CANT-DIFERENCIAS
                  ' PROVEEDORES CON DIFERENCIAS - NO SE PAGAN ASI'
              MOVE 12 TO RETURN-CODE.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
