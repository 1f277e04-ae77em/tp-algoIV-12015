       IDENTIFICATION DIVISION.
       PROGRAM-ID. LiquidacionIibbCm.
       AUTHOR. Fede.

      *    base mensual de IIBB por Convenio Multilateral: lo que el
      *    contador rearmaba a mano todos los meses desde el libro IVA
      *    ventas. toma de FACTURAS.DAT el neto facturado del periodo
      *    pedido (variable de entorno IIBB-CM-PERIODO, AAAAMM; el mes
      *    actual si no esta seteada), con las notas de credito en
      *    negativo y sin los comprobantes anulados, igual que
      *    LibroIvaVentas. lo facturado en moneda extranjera se valua
      *    en pesos a la cotizacion de COTIZACION.DAT vigente a la
      *    fecha del comprobante.
      *    cada comprobante se atribuye a la jurisdiccion de la
      *    empresa (REG-EMP-IND-JURISDICCION, 0 = sin jurisdiccion),
      *    que sale como informacion. la base imponible de cada
      *    jurisdiccion es la del regimen general del convenio: el
      *    total facturado del mes por el coeficiente unificado del
      *    anio, que junto con la alicuota sale de COEFICIENTES-CM.DAT
      *    (ver CargaCoeficientesCm); una base total negativa no
      *    genera impuesto. al impuesto se le restan las retenciones
      *    de IIBB sufridas en el mes (RETENCIONES-SUFRIDAS.DAT,
      *    regimen IIBB), atribuidas a la jurisdiccion de la empresa
      *    que retuvo, para llegar al saldo a pagar o a favor.
      *    cada entidad emisora presenta su propia declaracion: con
      *    IIBB-CM-ENTIDAD (99) se toman solo sus comprobantes
      *    (FAC-ENTIDAD) y las retenciones que le practicaron a ella
      *    - la del recibo que acompana el certificado, o la asignada
      *    a la empresa a esa fecha si el recibo no esta - y las
      *    salidas son IIBB-CM-E99-AAAAMM.LST/.TXT, con su razon
      *    social y CUIT en el titulo. sin la variable sale el
      *    consolidado de siempre, igual que LibroIvaVentas.
      *
      *    salidas: IIBB-CM-AAAAMM.LST con el detalle por
      *    jurisdiccion y los controles, e IIBB-CM-AAAAMM.TXT de
      *    formato fijo con un renglon por jurisdiccion con
      *    coeficiente o retenciones, para cargar la declaracion.
      *    facturacion atribuida a una jurisdiccion sin coeficiente,
      *    coeficientes que no suman 1 o comprobantes sin cotizacion
      *    quedan marcados en el listado y el programa termina con
      *    RETURN-CODE 12: esa liquidacion no se presenta asi. es
      *    solo un reporte, se puede volver a correr.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
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

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-RETENCIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-RET-CLAVE
               FILE STATUS IS FS-RETENCIONES.

      *    solo para saber que entidad emitio el recibo de un
      *    certificado: misma clave que RETENCIONES-SUFRIDAS.DAT.
           SELECT ARCH-COBRANZAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-COB-CLAVE
               FILE STATUS IS FS-COBRANZAS.

           SELECT ARCH-COEFICIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COEFICIENTES.

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

           SELECT ARCH-EXPORTACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EXPORTACION.

       DATA DIVISION.
       FILE SECTION.

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
           03 FAC-ENTIDAD                PIC 9(2).

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
           03 REG-EMP-IND-FECHA-BAJA  PIC 9(8).

      *    ver CargaRetenciones.
       FD ARCH-RETENCIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'RETENCIONES-SUFRIDAS.DAT'
             DATA RECORD IS REG-RETENCION.

       01 REG-RETENCION.
           03 REG-RET-CLAVE.
               05 REG-RET-CUIT           PIC 9(11).
               05 REG-RET-FECHA          PIC 9(8).
               05 REG-RET-REFERENCIA     PIC X(10).
           03 REG-RET-CERTIFICADO        PIC X(12).
           03 REG-RET-REGIMEN            PIC X(10).
           03 REG-RET-IMPORTE            PIC 9(10)V99.
           03 REG-RET-MONEDA             PIC X(3).

       FD ARCH-COBRANZAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COBRANZAS.DAT'
             DATA RECORD IS REG-COBRANZA.

       01 REG-COBRANZA.
           03 REG-COB-CLAVE.
               05 REG-COB-CUIT           PIC 9(11).
               05 REG-COB-FECHA          PIC 9(8).
               05 REG-COB-REFERENCIA     PIC X(10).
           03 REG-COB-IMPORTE            PIC 9(10)V99.
           03 REG-COB-MONEDA             PIC X(3).
           03 REG-COB-ESTADO             PIC X(1).
               88 REG-COB-ANULADO        VALUE 'A'.
           03 REG-COB-NRO-RECIBO         PIC 9(8).
           03 REG-COB-MEDIO-PAGO         PIC X(1).
      *    entidad que emitio el recibo; 0 o blanco en un registro
      *    viejo = entidad 01.
           03 REG-COB-ENTIDAD            PIC 9(2).

      *    ver CargaCoeficientesCm.
       FD ARCH-COEFICIENTES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COEFICIENTES-CM.DAT'
             DATA RECORD IS REG-COEFICIENTE-CM.

       01 REG-COEFICIENTE-CM.
           03 CCM-ANIO                   PIC 9(4).
           03 CCM-JURISDICCION           PIC 9(3).
           03 CCM-NOMBRE                 PIC X(20).
           03 CCM-COEFICIENTE            PIC 9V9(4).
           03 CCM-ALICUOTA               PIC 9(2)V99.

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA              PIC 9(8).
           03 REG-COT-VALOR              PIC 9(5)V99.

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-LISTADO
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(132).

      *    un renglon por jurisdiccion declarada; el saldo va sin
      *    signo con su tipo: P a pagar, F a favor.
       FD ARCH-EXPORTACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-EXPORTACION
             DATA RECORD IS REG-EXPORTACION.

       01 REG-EXPORTACION.
           03 EXP-PERIODO                PIC 9(6).
           03 EXP-JURISDICCION           PIC 9(3).
           03 EXP-COEFICIENTE            PIC 9V9(4).
           03 EXP-BASE                   PIC 9(12)V99.
           03 EXP-ALICUOTA               PIC 9(2)V99.
           03 EXP-IMPUESTO               PIC 9(12)V99.
           03 EXP-RETENCIONES            PIC 9(12)V99.
           03 EXP-SALDO                  PIC 9(12)V99.
           03 EXP-SALDO-TIPO             PIC X(1).

       WORKING-STORAGE SECTION.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-RETENCIONES   PIC XX.
           88 RET-OK         VALUE '00'.
           88 RET-EOF        VALUE '10'.

       77 FS-COBRANZAS     PIC XX.
           88 COB-OK         VALUE '00'.

       77 FS-COEFICIENTES  PIC XX.
           88 CCM-OK         VALUE '00'.
           88 CCM-EOF        VALUE '10'.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.
           88 COTIZACION-EOF VALUE '10'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       77 FS-EXPORTACION   PIC XX.
           88 EXPORTACION-OK VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno IIBB-CM-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANIO        PIC 9(4).
           03 WS-PERIODO-MES         PIC 9(2).
       01 WS-FECHA-HOY               PIC 9(8).

       01 WS-NOMBRE-LISTADO          PIC X(24).
       01 WS-NOMBRE-EXPORTACION      PIC X(24).

      *    entidad pedida en IIBB-CM-ENTIDAD; 0 = consolidado.
       01 WS-ENTIDAD-ENV             PIC X(2).
       01 WS-ENTIDAD-PEDIDA          PIC 9(2) VALUE 0.
       01 WS-FAC-ENTIDAD             PIC 9(2).
       01 WS-RET-ENTIDAD             PIC 9(2).

       01 WS-COB-DISPONIBLE          PIC X VALUE 'N'.
           88 COB-DISPONIBLE         VALUE 'S'.

      *    parametros de SUB-RUTINA-ENTIDADES.
       01 WS-ENT-OPER                PIC X.
       01 WS-ENT-CUIT-EMPRESA        PIC 9(11) VALUE 0.
       01 WS-ENT-FECHA               PIC 9(8) VALUE 0.
       01 WS-ENT-CODIGO              PIC 9(2).
       01 WS-ENT-CUIT                PIC 9(11).
       01 WS-ENT-RAZON               PIC X(30).
       01 WS-ENT-DOMICILIO           PIC X(30).
       01 WS-ENT-COND-IVA            PIC X(2).
       01 WS-ENT-INICIO-ACT          PIC 9(8).
       01 WS-ENT-PUNTO-VENTA         PIC 9(4).
       01 WS-ENT-ERROR               PIC XX.

      *    jurisdicciones del anio (las de COEFICIENTES-CM.DAT) mas
      *    las que aparecen en la facturacion o en las retenciones
      *    sin coeficiente; la 000 junta lo que no tiene jurisdiccion.
       01 WS-MAX-JUR                 PIC 9(3) VALUE 50.

       01 TABLA-JURISDICCIONES.
           03 TAB-JUR OCCURS 50 TIMES INDEXED BY IND-TAB-JUR.
               05 TAB-JUR-CODIGO        PIC 9(3).
               05 TAB-JUR-NOMBRE        PIC X(20).
               05 TAB-JUR-CON-COEF      PIC X(1).
                   88 TAB-JUR-TIENE-COEF VALUE 'S'.
               05 TAB-JUR-COEFICIENTE   PIC 9V9(4).
               05 TAB-JUR-ALICUOTA      PIC 9(2)V99.
               05 TAB-JUR-FACTURADO     PIC S9(12)V99.
               05 TAB-JUR-BASE          PIC S9(12)V99.
               05 TAB-JUR-IMPUESTO      PIC S9(12)V99.
               05 TAB-JUR-RETENIDO      PIC S9(12)V99.
               05 TAB-JUR-SALDO         PIC S9(12)V99.

       01 WS-CANT-JUR                PIC 9(3) VALUE 0.
       01 WS-JUR-BUSCADA             PIC 9(3).

      *    cotizaciones en tabla, en el orden del archivo (fecha
      *    ascendente), igual que ReporteComisiones.
       01 TABLA-COTIZACIONES.
           03 TAB-COT OCCURS 4000 TIMES INDEXED BY IND-TAB-COT.
               05 TAB-COT-FECHA         PIC 9(8).
               05 TAB-COT-VALOR         PIC 9(5)V99.

       01 WS-CANT-COT                PIC 9(4) VALUE 0.
       01 WS-FECHA-CONSULTA          PIC 9(8).
       01 WS-COTIZ-CONSULTA          PIC 9(5)V99.
       01 WS-K                       PIC 9(4).

       01 WS-IMPORTE-ARS             PIC S9(12)V99.
       01 WS-MONEDA-CONSULTA         PIC X(3).
       01 WS-CUIT-CONSULTA           PIC 9(11).

       01 WS-TOTAL-FACTURADO         PIC S9(12)V99 VALUE 0.
       01 WS-BASE-TOTAL              PIC S9(12)V99 VALUE 0.
       01 WS-SUMA-COEFICIENTES       PIC 9(3)V9(4) VALUE 0.
       01 WS-ACUM-BASE               PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-IMPUESTO           PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-RETENIDO           PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-SALDO              PIC S9(12)V99 VALUE 0.

       01 WS-CANT-COMPROBANTES       PIC 9(5) VALUE 0.
       01 WS-CANT-RETENCIONES        PIC 9(5) VALUE 0.
       01 WS-CANT-SIN-COTIZ          PIC 9(5) VALUE 0.
       01 WS-CANT-EXPORTADOS         PIC 9(3) VALUE 0.

       01 WS-HAY-OBSERVACION         PIC X VALUE 'N'.
           88 HAY-OBSERVACION        VALUE 'S'.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(45) VALUE
              'IIBB CONVENIO MULTILATERAL - BASE DEL PERIODO'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TIT-PERIODO        PIC 9(6).

       01 LINEA-TITULO-ENTIDAD.
           03 FILLER                 PIC X(9) VALUE 'ENTIDAD '.
           03 LIN-TIT-ENTIDAD        PIC 9(2).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TIT-RAZON          PIC X(30).
           03 FILLER                 PIC X(7) VALUE ' CUIT: '.
           03 LIN-TIT-CUIT           PIC 9(11).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(4) VALUE 'JUR'.
           03 FILLER       PIC X(21) VALUE 'NOMBRE'.
           03 FILLER       PIC X(16) VALUE ' FACT.ATRIBUIDA'.
           03 FILLER       PIC X(9) VALUE 'COEFIC.'.
           03 FILLER       PIC X(16) VALUE ' BASE IMPONIBLE'.
           03 FILLER       PIC X(6) VALUE 'ALIC.'.
           03 FILLER       PIC X(16) VALUE '       IMPUESTO'.
           03 FILLER       PIC X(15) VALUE '   RETENCIONES'.
           03 FILLER       PIC X(16) VALUE '          SALDO'.

       01 LINEA-DETALLE.
           03 LIN-DET-JUR            PIC 9(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-NOMBRE         PIC X(20).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-FACTURADO      PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-COEFICIENTE    PIC 9,9999.
      *    '*' jurisdiccion con facturacion o retenciones y sin
      *    coeficiente en el anio.
           03 LIN-DET-MARCA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-BASE           PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-ALICUOTA       PIC Z9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-IMPUESTO       PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-RETENIDO       PIC ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-SALDO          PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-CONDICION      PIC X(8).

       01 LINEA-TOTALES.
           03 FILLER                 PIC X(25) VALUE
              'TOTALES DEL PERIODO'.
           03 LIN-TOT-FACTURADO      PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-COEFICIENTE    PIC 9,9999.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-TOT-BASE           PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(7) VALUE SPACES.
           03 LIN-TOT-IMPUESTO       PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-RETENIDO       PIC ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-SALDO          PIC -ZZZZZZZZZZ9,99.

       01 LINEA-OBSERVACION.
           03 FILLER                 PIC X(4) VALUE '*** '.
           03 LIN-OBS-TEXTO          PIC X(80).

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(127) VALUE ALL '-'.

       PROCEDURE DIVISION.

       LIQUIDACION-IIBB-CM.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'IIBB-CM-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'IIBB-CM-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NOT NUMERIC
                 DISPLAY 'IIBB-CM-PERIODO INVALIDO: ' WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              END-IF
           END-IF.

           MOVE SPACES TO WS-NOMBRE-LISTADO.
           STRING 'IIBB-CM-' WS-PERIODO '.LST'
               DELIMITED BY SIZE INTO WS-NOMBRE-LISTADO.
           MOVE SPACES TO WS-NOMBRE-EXPORTACION.
           STRING 'IIBB-CM-' WS-PERIODO '.TXT'
               DELIMITED BY SIZE INTO WS-NOMBRE-EXPORTACION.

           MOVE SPACES TO WS-ENTIDAD-ENV.
           ACCEPT WS-ENTIDAD-ENV FROM ENVIRONMENT 'IIBB-CM-ENTIDAD'.
           IF WS-ENTIDAD-ENV NOT EQUAL SPACES
              PERFORM TOMAR-ENTIDAD-PEDIDA
           END-IF.

           PERFORM CARGAR-COEFICIENTES.
           PERFORM CARGAR-COTIZACIONES.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ACUMULAR-FACTURACION.
           PERFORM ACUMULAR-RETENCIONES.
           PERFORM CALCULAR-JURISDICCIONES.
           PERFORM IMPRIMIR-LIQUIDACION.
           PERFORM TERMINAR.

      *    una entidad inexistente es un error de parametro: no se
      *    emite una liquidacion vacia que parezca valida. la
      *    subrutina queda abierta para atribuir las retenciones.
       TOMAR-ENTIDAD-PEDIDA.
           IF WS-ENTIDAD-ENV IS NOT NUMERIC
              OR WS-ENTIDAD-ENV EQUAL '00'
              DISPLAY 'IIBB-CM-ENTIDAD INVALIDA: ' WS-ENTIDAD-ENV
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-ENTIDAD-ENV TO WS-ENTIDAD-PEDIDA.
           MOVE 'O' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           MOVE WS-ENTIDAD-PEDIDA TO WS-ENT-CODIGO.
           MOVE 'Q' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR NOT EQUAL 'OK'
              DISPLAY 'LA ENTIDAD ' WS-ENTIDAD-PEDIDA ' NO EXISTE EN '
                  'ENTIDADES.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-ENTIDAD-PEDIDA TO LIN-TIT-ENTIDAD.
           MOVE WS-ENT-RAZON TO LIN-TIT-RAZON.
           MOVE WS-ENT-CUIT TO LIN-TIT-CUIT.
           MOVE SPACES TO WS-NOMBRE-LISTADO.
           STRING 'IIBB-CM-E' WS-ENTIDAD-PEDIDA '-' WS-PERIODO '.LST'
               DELIMITED BY SIZE INTO WS-NOMBRE-LISTADO.
           MOVE SPACES TO WS-NOMBRE-EXPORTACION.
           STRING 'IIBB-CM-E' WS-ENTIDAD-PEDIDA '-' WS-PERIODO '.TXT'
               DELIMITED BY SIZE INTO WS-NOMBRE-EXPORTACION.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER, WS-ENT-CUIT-EMPRESA,
               WS-ENT-FECHA, WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

      *    sin coeficientes del anio no hay como repartir la base: no
      *    se emite una liquidacion vacia que parezca valida.
       CARGAR-COEFICIENTES.
           OPEN INPUT ARCH-COEFICIENTES.
           IF NOT CCM-OK
              DISPLAY 'NO PUDO ABRIRSE COEFICIENTES-CM.DAT '
                  FS-COEFICIENTES
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-COEFICIENTE.
           PERFORM TOMAR-COEFICIENTE UNTIL CCM-EOF.
           CLOSE ARCH-COEFICIENTES.
           IF WS-CANT-JUR EQUAL ZERO
              DISPLAY 'NO HAY COEFICIENTES CARGADOS PARA EL ANIO '
                  WS-PERIODO-ANIO ' EN COEFICIENTES-CM.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       LEER-COEFICIENTE.
           READ ARCH-COEFICIENTES AT END MOVE '10' TO FS-COEFICIENTES.

      *    una jurisdiccion repetida en el anio toma el ultimo renglon.
       TOMAR-COEFICIENTE.
           IF CCM-ANIO EQUAL WS-PERIODO-ANIO
              MOVE CCM-JURISDICCION TO WS-JUR-BUSCADA
              PERFORM UBICAR-JURISDICCION
              MOVE CCM-NOMBRE TO TAB-JUR-NOMBRE(IND-TAB-JUR)
              MOVE CCM-COEFICIENTE TO TAB-JUR-COEFICIENTE(IND-TAB-JUR)
              MOVE CCM-ALICUOTA TO TAB-JUR-ALICUOTA(IND-TAB-JUR)
              MOVE 'S' TO TAB-JUR-CON-COEF(IND-TAB-JUR).
           PERFORM LEER-COEFICIENTE.

      *    deja IND-TAB-JUR en la jurisdiccion WS-JUR-BUSCADA; si no
      *    esta en la tabla la agrega en cero y sin coeficiente.
       UBICAR-JURISDICCION.
           SET IND-TAB-JUR TO 1.
           SEARCH TAB-JUR
               AT END
                   PERFORM AGREGAR-JURISDICCION
               WHEN IND-TAB-JUR GREATER THAN WS-CANT-JUR
                   PERFORM AGREGAR-JURISDICCION
               WHEN TAB-JUR-CODIGO(IND-TAB-JUR) EQUAL WS-JUR-BUSCADA
                   NEXT SENTENCE
           END-SEARCH.

       AGREGAR-JURISDICCION.
           IF WS-CANT-JUR NOT LESS WS-MAX-JUR
              DISPLAY 'ERROR: MAS DE ' WS-MAX-JUR ' JURISDICCIONES, '
                  'LA TABLA-JURISDICCIONES NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-JUR.
           SET IND-TAB-JUR TO WS-CANT-JUR.
           MOVE WS-JUR-BUSCADA TO TAB-JUR-CODIGO(IND-TAB-JUR).
           IF WS-JUR-BUSCADA EQUAL ZERO
              MOVE 'SIN JURISDICCION' TO TAB-JUR-NOMBRE(IND-TAB-JUR)
           ELSE
              MOVE 'SIN COEFICIENTE' TO TAB-JUR-NOMBRE(IND-TAB-JUR)
           END-IF.
           MOVE 'N' TO TAB-JUR-CON-COEF(IND-TAB-JUR).
           MOVE 0 TO TAB-JUR-COEFICIENTE(IND-TAB-JUR)
               TAB-JUR-ALICUOTA(IND-TAB-JUR)
               TAB-JUR-FACTURADO(IND-TAB-JUR)
               TAB-JUR-BASE(IND-TAB-JUR)
               TAB-JUR-IMPUESTO(IND-TAB-JUR)
               TAB-JUR-RETENIDO(IND-TAB-JUR)
               TAB-JUR-SALDO(IND-TAB-JUR).

      *    COTIZACION.DAT solo hace falta si hay importes en moneda
      *    extranjera; se controla al usarla.
       CARGAR-COTIZACIONES.
           OPEN INPUT ARCH-COTIZACION.
           IF COTIZACION-OK
              PERFORM LEER-COTIZACION
              PERFORM CARGAR-COTIZACION-EN-TABLA
                  UNTIL COTIZACION-EOF OR WS-CANT-COT NOT LESS 4000
              CLOSE ARCH-COTIZACION.

       LEER-COTIZACION.
           READ ARCH-COTIZACION AT END MOVE '10' TO FS-COTIZACION.

       CARGAR-COTIZACION-EN-TABLA.
           ADD 1 TO WS-CANT-COT.
           MOVE REG-COT-FECHA TO TAB-COT-FECHA(WS-CANT-COT).
           MOVE REG-COT-VALOR TO TAB-COT-VALOR(WS-CANT-COT).
           PERFORM LEER-COTIZACION.

      *    RETENCIONES-SUFRIDAS.DAT puede no existir todavia: sin
      *    certificados no hay nada que restar.
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

           OPEN INPUT ARCH-RETENCIONES.
           IF NOT RET-OK
              DISPLAY 'RETENCIONES-SUFRIDAS.DAT NO DISPONIBLE, SE '
                  'LIQUIDA SIN RETENCIONES'
              MOVE '10' TO FS-RETENCIONES.

           IF WS-ENTIDAD-PEDIDA GREATER ZERO
              OPEN INPUT ARCH-COBRANZAS
              IF COB-OK
                 MOVE 'S' TO WS-COB-DISPONIBLE
              END-IF
           END-IF.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-LISTADO ' '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-EXPORTACION.
           IF NOT EXPORTACION-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-EXPORTACION ' '
                  FS-EXPORTACION
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    solo los comprobantes del periodo: START en la clave
      *    alternativa FAC-FECHA, igual que LibroIvaVentas.
       ACUMULAR-FACTURACION.
           COMPUTE FAC-FECHA = WS-PERIODO * 100 + 1.
           START ARCH-FACTURAS KEY IS NOT LESS THAN FAC-FECHA
               INVALID KEY MOVE '10' TO FS-FACTURAS.
           IF FACTURAS-OK
              PERFORM LEER-FACTURA
              PERFORM ACUMULAR-COMPROBANTE
                  UNTIL FACTURAS-EOF
                   OR FAC-FECHA (1:6) GREATER WS-PERIODO
           END-IF.
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

      *    comprobante viejo sin entidad = entidad 01.
       ACUMULAR-COMPROBANTE.
           IF FAC-ENTIDAD IS NUMERIC AND FAC-ENTIDAD GREATER ZERO
              MOVE FAC-ENTIDAD TO WS-FAC-ENTIDAD
           ELSE
              MOVE 1 TO WS-FAC-ENTIDAD
           END-IF.
           IF FAC-FECHA (1:6) EQUAL WS-PERIODO
              AND NOT FAC-ANULADA
              AND (WS-ENTIDAD-PEDIDA EQUAL ZERO
                   OR WS-FAC-ENTIDAD EQUAL WS-ENTIDAD-PEDIDA)
              ADD 1 TO WS-CANT-COMPROBANTES
              MOVE FAC-IMPORTE-BRUTO TO WS-IMPORTE-ARS
              MOVE FAC-MONEDA TO WS-MONEDA-CONSULTA
              MOVE FAC-FECHA TO WS-FECHA-CONSULTA
              PERFORM VALUAR-EN-PESOS
              IF WS-COTIZ-CONSULTA EQUAL ZERO
                 DISPLAY 'SIN COTIZACION AL ' FAC-FECHA
                     ' PARA EL COMPROBANTE ' FAC-PUNTO-VENTA '-'
                     FAC-LETRA '-' FAC-NUMERO
              END-IF
              IF FAC-ES-NOTA-CREDITO
                 COMPUTE WS-IMPORTE-ARS = WS-IMPORTE-ARS * -1
              END-IF
              MOVE FAC-CUIT TO WS-CUIT-CONSULTA
              PERFORM BUSCAR-JURISDICCION-EMPRESA
              PERFORM UBICAR-JURISDICCION
              ADD WS-IMPORTE-ARS TO TAB-JUR-FACTURADO(IND-TAB-JUR)
              ADD WS-IMPORTE-ARS TO WS-TOTAL-FACTURADO
           END-IF.
           PERFORM LEER-FACTURA.

      *    solo las retenciones de IIBB cuyo certificado es del mes.
       ACUMULAR-RETENCIONES.
           IF RET-OK
              MOVE LOW-VALUES TO REG-RET-CLAVE
              START ARCH-RETENCIONES KEY IS NOT LESS THAN
                  REG-RET-CLAVE
                  INVALID KEY MOVE '10' TO FS-RETENCIONES
              END-START
              IF RET-OK
                 PERFORM LEER-RETENCION
                 PERFORM ACUMULAR-UNA-RETENCION UNTIL RET-EOF
              END-IF
              CLOSE ARCH-RETENCIONES
           END-IF.

       LEER-RETENCION.
           READ ARCH-RETENCIONES NEXT RECORD
               AT END MOVE '10' TO FS-RETENCIONES
           END-READ.

       ACUMULAR-UNA-RETENCION.
           MOVE WS-ENTIDAD-PEDIDA TO WS-RET-ENTIDAD.
           IF WS-ENTIDAD-PEDIDA GREATER ZERO
              AND REG-RET-FECHA (1:6) EQUAL WS-PERIODO
              AND REG-RET-REGIMEN (1:4) EQUAL 'IIBB'
              PERFORM BUSCAR-ENTIDAD-RETENCION
           END-IF.
           IF REG-RET-FECHA (1:6) EQUAL WS-PERIODO
              AND REG-RET-REGIMEN (1:4) EQUAL 'IIBB'
              AND WS-RET-ENTIDAD EQUAL WS-ENTIDAD-PEDIDA
              ADD 1 TO WS-CANT-RETENCIONES
              MOVE REG-RET-IMPORTE TO WS-IMPORTE-ARS
              MOVE REG-RET-MONEDA TO WS-MONEDA-CONSULTA
              MOVE REG-RET-FECHA TO WS-FECHA-CONSULTA
              PERFORM VALUAR-EN-PESOS
              IF WS-COTIZ-CONSULTA EQUAL ZERO
                 DISPLAY 'SIN COTIZACION AL ' REG-RET-FECHA
                     ' PARA EL CERTIFICADO ' REG-RET-CERTIFICADO
              END-IF
              MOVE REG-RET-CUIT TO WS-CUIT-CONSULTA
              PERFORM BUSCAR-JURISDICCION-EMPRESA
              PERFORM UBICAR-JURISDICCION
              ADD WS-IMPORTE-ARS TO TAB-JUR-RETENIDO(IND-TAB-JUR)
           END-IF.
           PERFORM LEER-RETENCION.

      *    la retencion se le practico a la entidad que emitio el
      *    recibo que acompana el certificado; sin ese recibo, a la
      *    que tenia asignada la empresa a la fecha del certificado.
       BUSCAR-ENTIDAD-RETENCION.
           IF COB-DISPONIBLE
              MOVE REG-RET-CLAVE TO REG-COB-CLAVE
              READ ARCH-COBRANZAS RECORD KEY IS REG-COB-CLAVE
              IF COB-OK
                 PERFORM TOMAR-ENTIDAD-RECIBO
              ELSE
                 PERFORM RESOLVER-ENTIDAD-EMPRESA
              END-IF
           ELSE
              PERFORM RESOLVER-ENTIDAD-EMPRESA
           END-IF.

       TOMAR-ENTIDAD-RECIBO.
           IF REG-COB-ENTIDAD IS NUMERIC
              AND REG-COB-ENTIDAD GREATER ZERO
              MOVE REG-COB-ENTIDAD TO WS-RET-ENTIDAD
           ELSE
              MOVE 1 TO WS-RET-ENTIDAD.

       RESOLVER-ENTIDAD-EMPRESA.
           MOVE REG-RET-CUIT TO WS-ENT-CUIT-EMPRESA.
           MOVE REG-RET-FECHA TO WS-ENT-FECHA.
           MOVE 'R' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           MOVE WS-ENT-CODIGO TO WS-RET-ENTIDAD.

      *    WS-IMPORTE-ARS en pesos a la cotizacion vigente a
      *    WS-FECHA-CONSULTA. sin cotizacion queda en cero y se cuenta:
      *    WS-COTIZ-CONSULTA en cero lo avisa al que llama.
       VALUAR-EN-PESOS.
           MOVE 1 TO WS-COTIZ-CONSULTA.
           IF WS-MONEDA-CONSULTA NOT EQUAL 'ARS'
              AND WS-MONEDA-CONSULTA NOT EQUAL SPACES
              PERFORM BUSCAR-COTIZACION
              IF WS-COTIZ-CONSULTA EQUAL ZERO
                 ADD 1 TO WS-CANT-SIN-COTIZ
                 MOVE 0 TO WS-IMPORTE-ARS
              ELSE
                 COMPUTE WS-IMPORTE-ARS ROUNDED =
                     WS-IMPORTE-ARS * WS-COTIZ-CONSULTA
              END-IF
           END-IF.

      *    cotizacion vigente a WS-FECHA-CONSULTA: la ultima anterior
      *    o igual, mismo criterio que ConciliacionDeudores. cero si
      *    no hay.
       BUSCAR-COTIZACION.
           MOVE 0 TO WS-COTIZ-CONSULTA.
           MOVE 1 TO WS-K.
           PERFORM EVALUAR-UNA-COTIZACION
               UNTIL WS-K GREATER THAN WS-CANT-COT.

       EVALUAR-UNA-COTIZACION.
           IF TAB-COT-FECHA(WS-K) NOT GREATER WS-FECHA-CONSULTA
              MOVE TAB-COT-VALOR(WS-K) TO WS-COTIZ-CONSULTA.
           ADD 1 TO WS-K.

      *    jurisdiccion de la empresa de WS-CUIT-CONSULTA en
      *    WS-JUR-BUSCADA; empresa inexistente o registro viejo sin
      *    jurisdiccion = 000.
       BUSCAR-JURISDICCION-EMPRESA.
           MOVE 0 TO WS-JUR-BUSCADA.
           MOVE WS-CUIT-CONSULTA TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF EMP-OK
              AND REG-EMP-IND-JURISDICCION IS NUMERIC
              MOVE REG-EMP-IND-JURISDICCION TO WS-JUR-BUSCADA.

      *    base del regimen general: el total del mes por el
      *    coeficiente de cada jurisdiccion. un mes con mas notas de
      *    credito que facturas no genera impuesto.
       CALCULAR-JURISDICCIONES.
           MOVE WS-TOTAL-FACTURADO TO WS-BASE-TOTAL.
           IF WS-BASE-TOTAL LESS THAN ZERO
              MOVE 0 TO WS-BASE-TOTAL.
           SET IND-TAB-JUR TO 1.
           PERFORM CALCULAR-UNA-JURISDICCION
               UNTIL IND-TAB-JUR GREATER THAN WS-CANT-JUR.

       CALCULAR-UNA-JURISDICCION.
           IF TAB-JUR-TIENE-COEF(IND-TAB-JUR)
              ADD TAB-JUR-COEFICIENTE(IND-TAB-JUR)
                  TO WS-SUMA-COEFICIENTES
              COMPUTE TAB-JUR-BASE(IND-TAB-JUR) ROUNDED =
                  WS-BASE-TOTAL * TAB-JUR-COEFICIENTE(IND-TAB-JUR)
              COMPUTE TAB-JUR-IMPUESTO(IND-TAB-JUR) ROUNDED =
                  TAB-JUR-BASE(IND-TAB-JUR)
                  * TAB-JUR-ALICUOTA(IND-TAB-JUR) / 100
           END-IF.
           COMPUTE TAB-JUR-SALDO(IND-TAB-JUR) =
               TAB-JUR-IMPUESTO(IND-TAB-JUR)
               - TAB-JUR-RETENIDO(IND-TAB-JUR).
           ADD TAB-JUR-BASE(IND-TAB-JUR) TO WS-ACUM-BASE.
           ADD TAB-JUR-IMPUESTO(IND-TAB-JUR) TO WS-ACUM-IMPUESTO.
           ADD TAB-JUR-RETENIDO(IND-TAB-JUR) TO WS-ACUM-RETENIDO.
           ADD TAB-JUR-SALDO(IND-TAB-JUR) TO WS-ACUM-SALDO.
           SET IND-TAB-JUR UP BY 1.

       IMPRIMIR-LIQUIDACION.
           MOVE WS-PERIODO TO LIN-TIT-PERIODO.
           MOVE LINEA-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.
           IF WS-ENTIDAD-PEDIDA GREATER ZERO
              MOVE LINEA-TITULO-ENTIDAD TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.
           MOVE LINEA-ENCABEZADO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           SET IND-TAB-JUR TO 1.
           PERFORM IMPRIMIR-UNA-JURISDICCION
               UNTIL IND-TAB-JUR GREATER THAN WS-CANT-JUR.

           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-TOTAL-FACTURADO TO LIN-TOT-FACTURADO.
           MOVE WS-SUMA-COEFICIENTES TO LIN-TOT-COEFICIENTE.
           MOVE WS-ACUM-BASE TO LIN-TOT-BASE.
           MOVE WS-ACUM-IMPUESTO TO LIN-TOT-IMPUESTO.
           MOVE WS-ACUM-RETENIDO TO LIN-TOT-RETENIDO.
           MOVE WS-ACUM-SALDO TO LIN-TOT-SALDO.
           MOVE LINEA-TOTALES TO REG-LISTADO.
           WRITE REG-LISTADO.

           IF WS-SUMA-COEFICIENTES NOT EQUAL 1
              MOVE 'LOS COEFICIENTES DEL ANIO NO SUMAN 1'
                  TO LIN-OBS-TEXTO
              PERFORM IMPRIMIR-OBSERVACION
           END-IF.
           IF WS-CANT-SIN-COTIZ GREATER ZERO
              MOVE
                  'HAY IMPORTES EN MONEDA EXTRANJERA SIN COTIZACION'
                  TO LIN-OBS-TEXTO
              PERFORM IMPRIMIR-OBSERVACION
           END-IF.

      *    '*' marca facturacion o retenciones en una jurisdiccion sin
      *    coeficiente; la facturacion sin jurisdiccion (000) solo es
      *    informativa porque la base sale del total.
       IMPRIMIR-UNA-JURISDICCION.
           MOVE TAB-JUR-CODIGO(IND-TAB-JUR) TO LIN-DET-JUR.
           MOVE TAB-JUR-NOMBRE(IND-TAB-JUR) TO LIN-DET-NOMBRE.
           MOVE TAB-JUR-FACTURADO(IND-TAB-JUR) TO LIN-DET-FACTURADO.
           MOVE TAB-JUR-COEFICIENTE(IND-TAB-JUR) TO
               LIN-DET-COEFICIENTE.
           MOVE SPACE TO LIN-DET-MARCA.
           IF NOT TAB-JUR-TIENE-COEF(IND-TAB-JUR)
              AND (TAB-JUR-CODIGO(IND-TAB-JUR) NOT EQUAL ZERO
                   OR TAB-JUR-RETENIDO(IND-TAB-JUR) NOT EQUAL ZERO)
              MOVE '*' TO LIN-DET-MARCA
              MOVE 'S' TO WS-HAY-OBSERVACION
           END-IF.
           MOVE TAB-JUR-BASE(IND-TAB-JUR) TO LIN-DET-BASE.
           MOVE TAB-JUR-ALICUOTA(IND-TAB-JUR) TO LIN-DET-ALICUOTA.
           MOVE TAB-JUR-IMPUESTO(IND-TAB-JUR) TO LIN-DET-IMPUESTO.
           MOVE TAB-JUR-RETENIDO(IND-TAB-JUR) TO LIN-DET-RETENIDO.
           MOVE TAB-JUR-SALDO(IND-TAB-JUR) TO LIN-DET-SALDO.
           IF TAB-JUR-SALDO(IND-TAB-JUR) LESS THAN ZERO
              MOVE 'A FAVOR' TO LIN-DET-CONDICION
           ELSE
              MOVE 'A PAGAR' TO LIN-DET-CONDICION
           END-IF.
           MOVE LINEA-DETALLE TO REG-LISTADO.
           WRITE REG-LISTADO.

           IF TAB-JUR-TIENE-COEF(IND-TAB-JUR)
              OR TAB-JUR-RETENIDO(IND-TAB-JUR) NOT EQUAL ZERO
              PERFORM GRABAR-EXPORTACION
           END-IF.
           SET IND-TAB-JUR UP BY 1.

       GRABAR-EXPORTACION.
           MOVE WS-PERIODO TO EXP-PERIODO.
           MOVE TAB-JUR-CODIGO(IND-TAB-JUR) TO EXP-JURISDICCION.
           MOVE TAB-JUR-COEFICIENTE(IND-TAB-JUR) TO EXP-COEFICIENTE.
           MOVE TAB-JUR-BASE(IND-TAB-JUR) TO EXP-BASE.
           MOVE TAB-JUR-ALICUOTA(IND-TAB-JUR) TO EXP-ALICUOTA.
           MOVE TAB-JUR-IMPUESTO(IND-TAB-JUR) TO EXP-IMPUESTO.
           MOVE TAB-JUR-RETENIDO(IND-TAB-JUR) TO EXP-RETENCIONES.
           IF TAB-JUR-SALDO(IND-TAB-JUR) LESS THAN ZERO
              COMPUTE EXP-SALDO = TAB-JUR-SALDO(IND-TAB-JUR) * -1
              MOVE 'F' TO EXP-SALDO-TIPO
           ELSE
              MOVE TAB-JUR-SALDO(IND-TAB-JUR) TO EXP-SALDO
              MOVE 'P' TO EXP-SALDO-TIPO
           END-IF.
           WRITE REG-EXPORTACION.
           ADD 1 TO WS-CANT-EXPORTADOS.

       IMPRIMIR-OBSERVACION.
           MOVE 'S' TO WS-HAY-OBSERVACION.
           MOVE LINEA-OBSERVACION TO REG-LISTADO.
           WRITE REG-LISTADO.

       TERMINAR.
           CLOSE ARCH-EMP-IDX.
           IF COB-DISPONIBLE
              CLOSE ARCH-COBRANZAS.
           IF WS-ENTIDAD-PEDIDA GREATER ZERO
              MOVE 'C' TO WS-ENT-OPER
              PERFORM LLAMAR-ENTIDADES.
           CLOSE ARCH-LISTADO.
           CLOSE ARCH-EXPORTACION.
           DISPLAY WS-CANT-COMPROBANTES ' COMPROBANTES Y '
               WS-CANT-RETENCIONES ' RETENCIONES DEL PERIODO - '
               WS-NOMBRE-LISTADO.
           DISPLAY WS-CANT-EXPORTADOS ' JURISDICCIONES EXPORTADAS EN '
               WS-NOMBRE-EXPORTACION.
           IF HAY-OBSERVACION
              DISPLAY 'ATENCION: HAY OBSERVACIONES EN LA LIQUIDACION '
                  '- NO SE PRESENTA ASI'
              MOVE 12 TO RETURN-CODE.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
