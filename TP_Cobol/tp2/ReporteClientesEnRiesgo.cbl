       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteClientesEnRiesgo.
       AUTHOR. Fede.

      *    alerta temprana de clientes que se estan yendo: el reporte
      *    de dias sin carga mira a los consultores, pero nada avisaba
      *    cuando un cliente dejaba de pedir horas. se marca cada
      *    empresa de EMPRESAS-INDEXED.DAT que cae en alguno de estos
      *    tres casos:
      *      I - inactiva: sin horas en TIMES-INDEXED.DAT ni en
      *          TIMES-HISTORICO-INDEXED.DAT en los ultimos N meses
      *          completos (RIESGO-MESES, 3 por defecto);
      *      C - en caida: las horas del ultimo trimestre completo
      *          bajaron mas de un X% (RIESGO-CAIDA-PCT, 30 por
      *          defecto) contra el mismo trimestre del anio
      *          anterior;
      *      V - vencida: su ultimo engagement de ENGAGEMENTS.DAT
      *          vencio en los ultimos 12 meses y no tiene otro
      *          vigente ni a futuro que lo reemplace.
      *    por cada empresa marcada se informa la fecha del ultimo
      *    trabajo, las horas de los dos trimestres, lo facturado en
      *    los ultimos 12 meses completos (FACTURAS.DAT, sin IVA,
      *    notas de credito restando, anuladas afuera, USD a la
      *    ultima cotizacion de COTIZACION.DAT) como facturacion en
      *    riesgo, y el responsable de la cuenta. el listado sale
      *    ordenado por facturacion en riesgo, de mayor a menor, en
      *    CLIENTES-RIESGO.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY-TIMES
               ALTERNATE RECORD KEY IS REG-KEY-CUIT WITH DUPLICATES
               FILE STATUS IS FS-ARCH-TIMES-IDX.

           SELECT ARCH-TIMES-HIST-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY-TIMES-HIST
               ALTERNATE RECORD KEY IS REG-KEY-CUIT-HIST
                   WITH DUPLICATES
               FILE STATUS IS FS-TIMES-HIST.

           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS.

           SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENGAGEMENTS.

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

           SELECT ARCH-SORT-RIESGO ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.

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
               88 REG-EMP-IND-ADHERIDA   VALUE 'S'.
           03 REG-EMP-IND-CBU          PIC X(22).
           03 REG-EMP-IND-CONFORMIDAD PIC X(1).
               88 REG-EMP-IND-EXIGE-CONFORMIDAD VALUE 'S'.
           03 REG-EMP-IND-RESPONSABLE PIC X(20).
      *    fecha de baja logica (retiro) de la empresa: la baja
      *    fisica se rechaza si tiene movimientos, y el retiro la
      *    deja legible para la historia. 0 o blanco = activa.
           03 REG-EMP-IND-FECHA-BAJA  PIC 9(8).

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
          03 REG-TIMES-ORDEN              PIC X(4).

       FD ARCH-TIMES-HIST-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'TIMES-HISTORICO-INDEXED.DAT'
             DATA RECORD IS REG-TIMES-HIST-INDEXED.

       01 REG-TIMES-HIST-INDEXED.
           03 REG-KEY-TIMES-HIST.
               05 REG-KEY-NUM-HIST       PIC X(5).
               05 REG-KEY-FECHA-HIST     PIC 9(8).
               05 REG-KEY-CUIT-HIST      PIC 9(11).
           03 REG-TIMES-HIST-TAREA       PIC X(4).
           03 REG-TIMES-HIST-HORAS       PIC 9(2)V99.
           03 REG-TIMES-HIST-TIPO        PIC X(1).
           03 REG-TIMES-HIST-ESTADO      PIC X(1).
           03 REG-TIMES-HIST-CORRIDA     PIC X(14).
           03 REG-TIMES-HIST-ORIGEN      PIC X(17).
           03 REG-TIMES-HIST-ORDEN       PIC X(4).

       FD ARCH-FACTURAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS.DAT'
             DATA RECORD IS REG-FACTURA.

       01 REG-FACTURA.
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
               88 FAC-ES-NOTA-DEBITO     VALUE 'D'.
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

       FD ARCH-ENGAGEMENTS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENGAGEMENTS.DAT'
             DATA RECORD IS REG-ENGAGEMENT.

       01 REG-ENGAGEMENT.
           03 REG-ENG-EMPRESA            PIC 9(3).
           03 REG-ENG-VIG-DESDE          PIC 9(8).
           03 REG-ENG-VIG-HASTA          PIC 9(8).
           03 REG-ENG-HORAS-MENSUALES    PIC 9(5)V99.
           03 REG-ENG-HORAS-TOTALES      PIC 9(7)V99.

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA         PIC 9(8).
           03 REG-COT-VALOR         PIC 9(5)V99.

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CLIENTES-RIESGO.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(140).

       SD ARCH-SORT-RIESGO
          DATA RECORD IS REG-SORT-RIESGO.

       01 REG-SORT-RIESGO.
           03 SRT-FACTURADO             PIC S9(12)V99.
           03 SRT-RAZON                 PIC X(25).
           03 SRT-CUIT                  PIC 9(11).
           03 SRT-MOTIVOS               PIC X(3).
           03 SRT-ULT-FECHA             PIC 9(8).
           03 SRT-HS-TRIM               PIC S9(6)V99.
           03 SRT-HS-TRIM-ANT           PIC S9(6)V99.
           03 SRT-ULT-VENC              PIC 9(8).
           03 SRT-RESPONSABLE           PIC X(20).

       WORKING-STORAGE SECTION.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       77 FS-ARCH-TIMES-IDX PIC XX.
           88 TIMES-OK       VALUE '00'.
           88 TIMES-EOF      VALUE '10'.

       77 FS-TIMES-HIST    PIC XX.
           88 TIMES-HIST-OK  VALUE '00'.
           88 TIMES-HIST-EOF VALUE '10'.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-ENGAGEMENTS   PIC XX.
           88 ENG-OK         VALUE '00'.
           88 ENG-EOF        VALUE '10'.

       77 FS-COTIZACION    PIC XX.
           88 COT-OK         VALUE '00'.
           88 COT-EOF        VALUE '10'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno RIESGO-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-MESES-ENV               PIC X(3).
       01 WS-MESES-INACTIVA          PIC 9(2) VALUE 3.
       01 WS-CAIDA-ENV               PIC X(6).
       01 WS-CAIDA-PCT               PIC 9(3)V99 VALUE 30.

       01 WS-FIN-SORT                PIC X VALUE 'N'.
           88 FIN-SORT               VALUE 'S'.

      *    fechas de corte, todas AAAAMMDD y armadas a partir del mes
      *    actual: los rangos toman el dia desde inclusive y el hasta
      *    exclusive (primer dia del mes siguiente al rango).
       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-MES-ACTUAL-ABS          PIC 9(6).
       01 WS-MES-ABS                 PIC 9(6).
       01 WS-FECHA-MES.
           03 WS-FECHA-MES-AAAA      PIC 9(4).
           03 WS-FECHA-MES-MM        PIC 9(2).
           03 WS-FECHA-MES-DD        PIC 9(2).
       01 WS-FECHA-MES-N REDEFINES WS-FECHA-MES PIC 9(8).

       01 WS-CORTE-INACTIVA          PIC 9(8).
       01 WS-TRIM-DESDE              PIC 9(8).
       01 WS-TRIM-ANT-DESDE          PIC 9(8).
       01 WS-TRIM-ANT-HASTA          PIC 9(8).
       01 WS-ANIO-DESDE              PIC 9(8).
       01 WS-MES-ACTUAL-DESDE        PIC 9(8).

      *    la fecha de la clave de TIMES viene DDMMAAAA: se recompone
      *    a AAAAMMDD antes de comparar, mismo criterio que TP2.
       01 WS-FECHA-AM.
           03 WS-FECHA-AM-AAAA       PIC 9(4).
           03 WS-FECHA-AM-MM         PIC 9(2).
           03 WS-FECHA-AM-DD         PIC 9(2).
       01 WS-FECHA-AM-N REDEFINES WS-FECHA-AM PIC 9(8).

       01 WS-CUIT-BUSCADO            PIC 9(11).
       01 WS-HORAS-NETO              PIC S9(4)V99.
       01 WS-EMP-ENCONTRADA          PIC X VALUE 'N'.
           88 EMP-ENCONTRADA         VALUE 'S'.

       01 WS-COTIZ-ULTIMA            PIC 9(5)V99 VALUE 0.
       01 WS-COTIZ-FECHA             PIC 9(8) VALUE 0.
       01 WS-IMPORTE-FAC             PIC S9(12)V99.
       01 WS-ACUM-SIN-COTIZ          PIC 9(6) VALUE 0.

       01 WS-MAX-EMP                 PIC 9(3) VALUE 500.
       01 TABLA-EMPRESAS.
           03 TAB-EMP OCCURS 500 TIMES INDEXED BY IND-TAB-EMP.
               05 TAB-EMP-COD           PIC 9(3).
               05 TAB-EMP-CUIT          PIC 9(11).
               05 TAB-EMP-RAZON         PIC X(25).
               05 TAB-EMP-RESPONSABLE   PIC X(20).
               05 TAB-EMP-ULT-FECHA     PIC 9(8).
               05 TAB-EMP-HS-TRIM       PIC S9(6)V99.
               05 TAB-EMP-HS-TRIM-ANT   PIC S9(6)V99.
               05 TAB-EMP-FACTURADO     PIC S9(12)V99.
               05 TAB-EMP-CANT-ENG      PIC 9(3).
               05 TAB-EMP-ULT-VENC      PIC 9(8).
               05 TAB-EMP-ENG-VIGENTE   PIC X.
                   88 TAB-EMP-CON-VIGENTE VALUE 'S'.
       01 WS-CANT-EMP                PIC 9(3) VALUE 0.

       01 WS-MOTIVOS                 PIC X(3).
       01 WS-LIMITE-CAIDA            PIC S9(6)V99.
       01 WS-VARIACION               PIC S9(5)V9.

       01 WS-ACUM-MARCADAS           PIC 9(3) VALUE 0.
       01 WS-TOTAL-RIESGO            PIC S9(13)V99 VALUE 0.

       01 LINEA-TITULO-1             PIC X(80) VALUE
          'CLIENTES EN RIESGO - ALERTA TEMPRANA'.

       01 LINEA-TITULO-2.
           03 FILLER                 PIC X(12) VALUE 'FECHA: '.
           03 LIN-TIT-FECHA          PIC 9(8).
           03 FILLER                 PIC X(20) VALUE
              '   INACTIVA DESDE: '.
           03 LIN-TIT-CORTE          PIC 9(8).
           03 FILLER                 PIC X(16) VALUE
              '   CAIDA MAYOR '.
           03 LIN-TIT-CAIDA          PIC ZZ9,99.
           03 FILLER                 PIC X(2) VALUE ' %'.

       01 LINEA-TITULO-3.
           03 FILLER                 PIC X(20) VALUE
              'TRIMESTRE: '.
           03 LIN-TIT-TRIM-DESDE     PIC 9(8).
           03 FILLER                 PIC X(20) VALUE
              '   MISMO TRIM. ANT: '.
           03 LIN-TIT-TRIM-ANT       PIC 9(8).
           03 FILLER                 PIC X(22) VALUE
              '   FACTURADO DESDE: '.
           03 LIN-TIT-ANIO-DESDE     PIC 9(8).

       01 LINEA-LEYENDA.
           03 FILLER                 PIC X(38) VALUE
              'MOTIVOS: I = SIN HORAS EN EL PLAZO'.
           03 FILLER                 PIC X(25) VALUE
              'C = CAIDA DE HORAS'.
           03 FILLER                 PIC X(40) VALUE
              'V = ENGAGEMENT VENCIDO SIN REEMPLAZO'.

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(26) VALUE 'RAZON SOCIAL'.
           03 FILLER       PIC X(12) VALUE 'CUIT'.
           03 FILLER       PIC X(4) VALUE 'MOT'.
           03 FILLER       PIC X(9) VALUE 'ULT.TRAB'.
           03 FILLER       PIC X(10) VALUE '  HS TRIM'.
           03 FILLER       PIC X(10) VALUE ' HS ANT.'.
           03 FILLER       PIC X(9) VALUE '   VAR %'.
           03 FILLER       PIC X(9) VALUE ' VENCIO'.
           03 FILLER       PIC X(20) VALUE '  FACTURADO 12 MESES'.
           03 FILLER       PIC X(1) VALUE SPACE.
           03 FILLER       PIC X(20) VALUE 'RESPONSABLE'.

       01 LINEA-DETALLE.
           03 LIN-DET-RAZON          PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-CUIT           PIC 9(11).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-MOTIVOS        PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-ULT-FECHA      PIC X(8).
           03 LIN-DET-HS-TRIM        PIC -ZZZZZ9,99.
           03 LIN-DET-HS-TRIM-ANT    PIC -ZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-VARIACION      PIC -ZZZZ9,9.
           03 LIN-DET-ULT-VENC       PIC X(8).
           03 LIN-DET-FACTURADO      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-RESPONSABLE    PIC X(20).

       01 LINEA-TOTAL.
           03 FILLER                 PIC X(30) VALUE
              'CLIENTES MARCADOS: '.
           03 LIN-TOT-CANTIDAD       PIC ZZ9.
           03 FILLER                 PIC X(30) VALUE
              '   FACTURACION EN RIESGO: '.
           03 LIN-TOT-IMPORTE        PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINEA-SIN-COTIZ.
           03 FILLER                 PIC X(40) VALUE
              'COMPROBANTES USD SIN COTIZACION: '.
           03 LIN-SIN-COTIZ          PIC ZZZZZ9.

       01 LINEA-SIN-CASOS            PIC X(50) VALUE
          'NO HAY CLIENTES EN RIESGO'.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(139) VALUE ALL '-'.

       PROCEDURE DIVISION.

       REPORTE-CLIENTES-EN-RIESGO.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'RIESGO-MODO'.
           PERFORM LEER-PARAMETROS.
           PERFORM CALCULAR-FECHAS-DE-CORTE.

           PERFORM CARGAR-TABLA-EMPRESAS.
           PERFORM CARGAR-ULTIMA-COTIZACION.
           PERFORM ACUMULAR-TIMES-VIVO.
           PERFORM ACUMULAR-TIMES-HISTORICO.
           PERFORM ACUMULAR-FACTURACION.
           PERFORM EVALUAR-ENGAGEMENTS.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE CLIENTES-RIESGO.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM IMPRIMIR-ENCABEZADO.

           SORT ARCH-SORT-RIESGO
                  ON DESCENDING KEY SRT-FACTURADO
                  ON ASCENDING KEY SRT-RAZON
                  INPUT PROCEDURE IS SELECCION
                  OUTPUT PROCEDURE IS IMPRESION.

           PERFORM IMPRIMIR-TOTALES.
           CLOSE ARCH-LISTADO.

           DISPLAY WS-ACUM-MARCADAS ' CLIENTES EN RIESGO - VER '
               'CLIENTES-RIESGO.LST'.
           MOVE 0 TO RETURN-CODE.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.

       LEER-PARAMETROS.
           MOVE SPACES TO WS-MESES-ENV.
           ACCEPT WS-MESES-ENV FROM ENVIRONMENT 'RIESGO-MESES'.
           IF WS-MESES-ENV NOT EQUAL SPACES
              COMPUTE WS-MESES-INACTIVA =
                  FUNCTION NUMVAL (WS-MESES-ENV).
           IF WS-MESES-INACTIVA EQUAL ZERO
              OR WS-MESES-INACTIVA GREATER 24
              MOVE 3 TO WS-MESES-INACTIVA.

           MOVE SPACES TO WS-CAIDA-ENV.
           ACCEPT WS-CAIDA-ENV FROM ENVIRONMENT 'RIESGO-CAIDA-PCT'.
           IF WS-CAIDA-ENV NOT EQUAL SPACES
              COMPUTE WS-CAIDA-PCT = FUNCTION NUMVAL (WS-CAIDA-ENV).
           IF WS-CAIDA-PCT EQUAL ZERO
              OR WS-CAIDA-PCT GREATER 100
              MOVE 30 TO WS-CAIDA-PCT.

      *    los meses se cuentan como AAAA * 12 + MM - 1 para poder
      *    restar sin preocuparse por el cambio de anio.
       CALCULAR-FECHAS-DE-CORTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY TO WS-FECHA-MES-N.
           COMPUTE WS-MES-ACTUAL-ABS =
               WS-FECHA-MES-AAAA * 12 + WS-FECHA-MES-MM - 1.

           MOVE WS-MES-ACTUAL-ABS TO WS-MES-ABS.
           PERFORM ARMAR-PRIMER-DIA.
           MOVE WS-FECHA-MES-N TO WS-MES-ACTUAL-DESDE.

           COMPUTE WS-MES-ABS = WS-MES-ACTUAL-ABS - WS-MESES-INACTIVA.
           PERFORM ARMAR-PRIMER-DIA.
           MOVE WS-FECHA-MES-N TO WS-CORTE-INACTIVA.

           COMPUTE WS-MES-ABS = WS-MES-ACTUAL-ABS - 3.
           PERFORM ARMAR-PRIMER-DIA.
           MOVE WS-FECHA-MES-N TO WS-TRIM-DESDE.

           COMPUTE WS-MES-ABS = WS-MES-ACTUAL-ABS - 12.
           PERFORM ARMAR-PRIMER-DIA.
           MOVE WS-FECHA-MES-N TO WS-ANIO-DESDE.
           MOVE WS-FECHA-MES-N TO WS-TRIM-ANT-HASTA.

           COMPUTE WS-MES-ABS = WS-MES-ACTUAL-ABS - 15.
           PERFORM ARMAR-PRIMER-DIA.
           MOVE WS-FECHA-MES-N TO WS-TRIM-ANT-DESDE.

       ARMAR-PRIMER-DIA.
           DIVIDE WS-MES-ABS BY 12 GIVING WS-FECHA-MES-AAAA
               REMAINDER WS-FECHA-MES-MM.
           ADD 1 TO WS-FECHA-MES-MM.
           MOVE 01 TO WS-FECHA-MES-DD.

       CARGAR-TABLA-EMPRESAS.
           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-EMPRESA.
           PERFORM CARGAR-EMPRESA-EN-TABLA UNTIL EMP-EOF
               OR WS-CANT-EMP NOT LESS WS-MAX-EMP.
           CLOSE ARCH-EMP-IDX.

       LEER-EMPRESA.
           READ ARCH-EMP-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-EMP-IDX
           END-READ.

       CARGAR-EMPRESA-EN-TABLA.
           ADD 1 TO WS-CANT-EMP.
           MOVE REG-EMP-IND-COD TO TAB-EMP-COD(WS-CANT-EMP).
           MOVE REG-EMP-IND-CUIT TO TAB-EMP-CUIT(WS-CANT-EMP).
           MOVE REG-EMP-IND-RAZON TO TAB-EMP-RAZON(WS-CANT-EMP).
           MOVE REG-EMP-IND-RESPONSABLE TO
               TAB-EMP-RESPONSABLE(WS-CANT-EMP).
           MOVE 0 TO TAB-EMP-ULT-FECHA(WS-CANT-EMP).
           MOVE 0 TO TAB-EMP-HS-TRIM(WS-CANT-EMP).
           MOVE 0 TO TAB-EMP-HS-TRIM-ANT(WS-CANT-EMP).
           MOVE 0 TO TAB-EMP-FACTURADO(WS-CANT-EMP).
           MOVE 0 TO TAB-EMP-CANT-ENG(WS-CANT-EMP).
           MOVE 0 TO TAB-EMP-ULT-VENC(WS-CANT-EMP).
           MOVE 'N' TO TAB-EMP-ENG-VIGENTE(WS-CANT-EMP).
           PERFORM LEER-EMPRESA.

      *    COTIZACION.DAT es opcional: se queda con la de fecha mas
      *    reciente. sin cotizacion lo facturado en USD se suma sin
      *    convertir y se cuenta al pie del listado.
       CARGAR-ULTIMA-COTIZACION.
           OPEN INPUT ARCH-COTIZACION.
           IF COT-OK
              PERFORM LEER-COTIZACION
              PERFORM TOMAR-COTIZACION UNTIL COT-EOF
              CLOSE ARCH-COTIZACION.

       LEER-COTIZACION.
           READ ARCH-COTIZACION AT END MOVE '10' TO FS-COTIZACION.

       TOMAR-COTIZACION.
           IF REG-COT-FECHA NOT LESS WS-COTIZ-FECHA
              AND REG-COT-VALOR GREATER ZERO
              MOVE REG-COT-FECHA TO WS-COTIZ-FECHA
              MOVE REG-COT-VALOR TO WS-COTIZ-ULTIMA.
           PERFORM LEER-COTIZACION.

      *    empresa de la tabla con el CUIT WS-CUIT-BUSCADO.
       UBICAR-EMPRESA-POR-CUIT.
           MOVE 'N' TO WS-EMP-ENCONTRADA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   CONTINUE
               WHEN TAB-EMP-CUIT(IND-TAB-EMP) EQUAL WS-CUIT-BUSCADO
                   MOVE 'S' TO WS-EMP-ENCONTRADA
           END-SEARCH.

       ACUMULAR-TIMES-VIVO.
           OPEN INPUT ARCH-TIMES-IDX.
           IF NOT TIMES-OK
              DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT '
                  FS-ARCH-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-TIMES.
           PERFORM ACUMULAR-UN-TIMES UNTIL TIMES-EOF.
           CLOSE ARCH-TIMES-IDX.

       LEER-TIMES.
           READ ARCH-TIMES-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TIMES-IDX
           END-READ.

       ACUMULAR-UN-TIMES.
           MOVE REG-KEY-FECHA (5:4) TO WS-FECHA-AM-AAAA.
           MOVE REG-KEY-FECHA (3:2) TO WS-FECHA-AM-MM.
           MOVE REG-KEY-FECHA (1:2) TO WS-FECHA-AM-DD.
           IF REG-TIMES-TIPO EQUAL 'C'
              COMPUTE WS-HORAS-NETO = REG-TIMES-HORAS * -1
           ELSE
              MOVE REG-TIMES-HORAS TO WS-HORAS-NETO
           END-IF.
           MOVE REG-KEY-CUIT TO WS-CUIT-BUSCADO.
           PERFORM REGISTRAR-TRABAJO.
           PERFORM LEER-TIMES.

      *    el historico es opcional: sin el, la historia de horas
      *    empieza donde empieza TIMES-INDEXED.DAT.
       ACUMULAR-TIMES-HISTORICO.
           OPEN INPUT ARCH-TIMES-HIST-IDX.
           IF TIMES-HIST-OK
              PERFORM LEER-TIMES-HIST
              PERFORM ACUMULAR-UN-TIMES-HIST UNTIL TIMES-HIST-EOF
              CLOSE ARCH-TIMES-HIST-IDX.

       LEER-TIMES-HIST.
           READ ARCH-TIMES-HIST-IDX NEXT RECORD
               AT END MOVE '10' TO FS-TIMES-HIST
           END-READ.

       ACUMULAR-UN-TIMES-HIST.
           MOVE REG-KEY-FECHA-HIST (5:4) TO WS-FECHA-AM-AAAA.
           MOVE REG-KEY-FECHA-HIST (3:2) TO WS-FECHA-AM-MM.
           MOVE REG-KEY-FECHA-HIST (1:2) TO WS-FECHA-AM-DD.
           IF REG-TIMES-HIST-TIPO EQUAL 'C'
              COMPUTE WS-HORAS-NETO = REG-TIMES-HIST-HORAS * -1
           ELSE
              MOVE REG-TIMES-HIST-HORAS TO WS-HORAS-NETO
           END-IF.
           MOVE REG-KEY-CUIT-HIST TO WS-CUIT-BUSCADO.
           PERFORM REGISTRAR-TRABAJO.
           PERFORM LEER-TIMES-HIST.

      *    un renglon de horas (WS-FECHA-AM-N, WS-HORAS-NETO) de la
      *    empresa WS-CUIT-BUSCADO: ultima fecha trabajada y horas
      *    de los dos trimestres comparados.
       REGISTRAR-TRABAJO.
           PERFORM UBICAR-EMPRESA-POR-CUIT.
           IF EMP-ENCONTRADA
              IF WS-HORAS-NETO GREATER ZERO
                 AND WS-FECHA-AM-N GREATER
                     TAB-EMP-ULT-FECHA(IND-TAB-EMP)
                 MOVE WS-FECHA-AM-N TO TAB-EMP-ULT-FECHA(IND-TAB-EMP)
              END-IF
              IF WS-FECHA-AM-N NOT LESS WS-TRIM-DESDE
                 AND WS-FECHA-AM-N LESS WS-MES-ACTUAL-DESDE
                 ADD WS-HORAS-NETO TO TAB-EMP-HS-TRIM(IND-TAB-EMP)
              END-IF
              IF WS-FECHA-AM-N NOT LESS WS-TRIM-ANT-DESDE
                 AND WS-FECHA-AM-N LESS WS-TRIM-ANT-HASTA
                 ADD WS-HORAS-NETO TO
                     TAB-EMP-HS-TRIM-ANT(IND-TAB-EMP)
              END-IF
           END-IF.

      *    FACTURAS.DAT de los ultimos 12 meses completos, sin IVA.
       ACUMULAR-FACTURACION.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-FACTURA.
           PERFORM ACUMULAR-UNA-FACTURA UNTIL FACTURAS-EOF.
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

       ACUMULAR-UNA-FACTURA.
           IF NOT FAC-ANULADA
              AND FAC-FECHA NOT LESS WS-ANIO-DESDE
              AND FAC-FECHA LESS WS-MES-ACTUAL-DESDE
              MOVE FAC-CUIT TO WS-CUIT-BUSCADO
              PERFORM UBICAR-EMPRESA-POR-CUIT
              IF EMP-ENCONTRADA
                 MOVE FAC-IMPORTE-BRUTO TO WS-IMPORTE-FAC
                 IF FAC-MONEDA EQUAL 'USD'
                    IF WS-COTIZ-ULTIMA GREATER ZERO
                       COMPUTE WS-IMPORTE-FAC ROUNDED =
                           FAC-IMPORTE-BRUTO * WS-COTIZ-ULTIMA
                    ELSE
                       ADD 1 TO WS-ACUM-SIN-COTIZ
                    END-IF
                 END-IF
                 IF FAC-ES-NOTA-CREDITO
                    SUBTRACT WS-IMPORTE-FAC FROM
                        TAB-EMP-FACTURADO(IND-TAB-EMP)
                 ELSE
                    ADD WS-IMPORTE-FAC TO
                        TAB-EMP-FACTURADO(IND-TAB-EMP)
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-FACTURA.

      *    por empresa, el vencimiento mas reciente y si tiene algun
      *    engagement que siga vigente hoy o empiece mas adelante.
      *    ENGAGEMENTS.DAT es opcional: sin el no se marca ninguna V.
       EVALUAR-ENGAGEMENTS.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF ENG-OK
              PERFORM LEER-ENGAGEMENT
              PERFORM EVALUAR-UN-ENGAGEMENT UNTIL ENG-EOF
              CLOSE ARCH-ENGAGEMENTS.

       LEER-ENGAGEMENT.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       EVALUAR-UN-ENGAGEMENT.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   CONTINUE
               WHEN TAB-EMP-COD(IND-TAB-EMP) EQUAL REG-ENG-EMPRESA
                   ADD 1 TO TAB-EMP-CANT-ENG(IND-TAB-EMP)
                   IF REG-ENG-VIG-HASTA NOT LESS WS-FECHA-HOY
                      MOVE 'S' TO TAB-EMP-ENG-VIGENTE(IND-TAB-EMP)
                   END-IF
                   IF REG-ENG-VIG-HASTA GREATER
                          TAB-EMP-ULT-VENC(IND-TAB-EMP)
                      MOVE REG-ENG-VIG-HASTA TO
                          TAB-EMP-ULT-VENC(IND-TAB-EMP)
                   END-IF
           END-SEARCH.
           PERFORM LEER-ENGAGEMENT.

       IMPRIMIR-ENCABEZADO.
           MOVE LINEA-TITULO-1 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-FECHA-HOY TO LIN-TIT-FECHA.
           MOVE WS-CORTE-INACTIVA TO LIN-TIT-CORTE.
           MOVE WS-CAIDA-PCT TO LIN-TIT-CAIDA.
           MOVE LINEA-TITULO-2 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-TRIM-DESDE TO LIN-TIT-TRIM-DESDE.
           MOVE WS-TRIM-ANT-DESDE TO LIN-TIT-TRIM-ANT.
           MOVE WS-ANIO-DESDE TO LIN-TIT-ANIO-DESDE.
           MOVE LINEA-TITULO-3 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-LEYENDA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

       IMPRIMIR-TOTALES.
           IF WS-ACUM-MARCADAS EQUAL ZERO
              MOVE LINEA-SIN-CASOS TO REG-LISTADO
              WRITE REG-LISTADO
           ELSE
              MOVE LINEA-DIVISORIA TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE WS-ACUM-MARCADAS TO LIN-TOT-CANTIDAD
              MOVE WS-TOTAL-RIESGO TO LIN-TOT-IMPORTE
              MOVE LINEA-TOTAL TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           IF WS-ACUM-SIN-COTIZ GREATER ZERO
              MOVE WS-ACUM-SIN-COTIZ TO LIN-SIN-COTIZ
              MOVE LINEA-SIN-COTIZ TO REG-LISTADO
              WRITE REG-LISTADO.

       SELECCION SECTION.
       SELECCIONAR-EMPRESAS.
           SET IND-TAB-EMP TO 1.
           PERFORM EVALUAR-EMPRESA
               UNTIL IND-TAB-EMP GREATER THAN WS-CANT-EMP.
           GO TO SELECCION-FIN.

      *    una empresa que nunca trabajo ni facturo en el anio es un
      *    alta sin actividad todavia, no un cliente que se va.
       EVALUAR-EMPRESA.
           MOVE '---' TO WS-MOTIVOS.
           IF TAB-EMP-ULT-FECHA(IND-TAB-EMP) LESS WS-CORTE-INACTIVA
              AND (TAB-EMP-ULT-FECHA(IND-TAB-EMP) GREATER ZERO
                   OR TAB-EMP-FACTURADO(IND-TAB-EMP) NOT EQUAL ZERO)
              MOVE 'I' TO WS-MOTIVOS (1:1).

           IF TAB-EMP-HS-TRIM-ANT(IND-TAB-EMP) GREATER ZERO
              COMPUTE WS-LIMITE-CAIDA ROUNDED =
                  TAB-EMP-HS-TRIM-ANT(IND-TAB-EMP)
                  * (100 - WS-CAIDA-PCT) / 100
              IF TAB-EMP-HS-TRIM(IND-TAB-EMP) LESS WS-LIMITE-CAIDA
                 MOVE 'C' TO WS-MOTIVOS (2:1)
              END-IF
           END-IF.

           IF TAB-EMP-CANT-ENG(IND-TAB-EMP) GREATER ZERO
              AND NOT TAB-EMP-CON-VIGENTE(IND-TAB-EMP)
              AND TAB-EMP-ULT-VENC(IND-TAB-EMP) NOT LESS
                  WS-ANIO-DESDE
              MOVE 'V' TO WS-MOTIVOS (3:1).

           IF WS-MOTIVOS NOT EQUAL '---'
              MOVE TAB-EMP-FACTURADO(IND-TAB-EMP) TO SRT-FACTURADO
              MOVE TAB-EMP-RAZON(IND-TAB-EMP) TO SRT-RAZON
              MOVE TAB-EMP-CUIT(IND-TAB-EMP) TO SRT-CUIT
              MOVE WS-MOTIVOS TO SRT-MOTIVOS
              MOVE TAB-EMP-ULT-FECHA(IND-TAB-EMP) TO SRT-ULT-FECHA
              MOVE TAB-EMP-HS-TRIM(IND-TAB-EMP) TO SRT-HS-TRIM
              MOVE TAB-EMP-HS-TRIM-ANT(IND-TAB-EMP) TO
                  SRT-HS-TRIM-ANT
              MOVE TAB-EMP-ULT-VENC(IND-TAB-EMP) TO SRT-ULT-VENC
              MOVE TAB-EMP-RESPONSABLE(IND-TAB-EMP) TO
                  SRT-RESPONSABLE
              RELEASE REG-SORT-RIESGO.

           SET IND-TAB-EMP UP BY 1.

       SELECCION-FIN.
           EXIT.

       IMPRESION SECTION.
       IMPRIMIR-EMPRESAS.
           PERFORM RETORNAR-DEL-SORT.
           PERFORM IMPRIMIR-UNA-EMPRESA UNTIL FIN-SORT.
           GO TO IMPRESION-FIN.

       RETORNAR-DEL-SORT.
           RETURN ARCH-SORT-RIESGO
               AT END SET FIN-SORT TO TRUE
           END-RETURN.

       IMPRIMIR-UNA-EMPRESA.
           ADD 1 TO WS-ACUM-MARCADAS.
           ADD SRT-FACTURADO TO WS-TOTAL-RIESGO.
           MOVE SRT-RAZON TO LIN-DET-RAZON.
           MOVE SRT-CUIT TO LIN-DET-CUIT.
           MOVE SRT-MOTIVOS TO LIN-DET-MOTIVOS.
           IF SRT-ULT-FECHA EQUAL ZERO
              MOVE 'SIN HS' TO LIN-DET-ULT-FECHA
           ELSE
              MOVE SRT-ULT-FECHA TO LIN-DET-ULT-FECHA.
           MOVE SRT-HS-TRIM TO LIN-DET-HS-TRIM.
           MOVE SRT-HS-TRIM-ANT TO LIN-DET-HS-TRIM-ANT.
           IF SRT-HS-TRIM-ANT GREATER ZERO
              COMPUTE WS-VARIACION ROUNDED =
                  (SRT-HS-TRIM - SRT-HS-TRIM-ANT) * 100
                  / SRT-HS-TRIM-ANT
                  ON SIZE ERROR MOVE 0 TO WS-VARIACION
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-VARIACION.
           MOVE WS-VARIACION TO LIN-DET-VARIACION.
           IF SRT-ULT-VENC EQUAL ZERO
              MOVE SPACES TO LIN-DET-ULT-VENC
           ELSE
              MOVE SRT-ULT-VENC TO LIN-DET-ULT-VENC.
           MOVE SRT-FACTURADO TO LIN-DET-FACTURADO.
           IF SRT-RESPONSABLE EQUAL SPACES
              MOVE 'SIN RESPONSABLE' TO LIN-DET-RESPONSABLE
           ELSE
              MOVE SRT-RESPONSABLE TO LIN-DET-RESPONSABLE.
           MOVE LINEA-DETALLE TO REG-LISTADO.
           WRITE REG-LISTADO.
           PERFORM RETORNAR-DEL-SORT.

       IMPRESION-FIN.
           EXIT.
