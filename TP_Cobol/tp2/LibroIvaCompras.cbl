       IDENTIFICATION DIVISION.
       PROGRAM-ID. LibroIvaCompras.
       AUTHOR. Fede.

      *    libro IVA compras mensual, la contracara de LibroIvaVentas:
      *    toma de FACTURAS-PROVEEDOR.DAT (ver CargaFacturasProveedor)
      *    los comprobantes con fecha de emision en el periodo pedido
      *    (la misma variable de entorno LIBRO-IVA-PERIODO, AAAAMM; el
      *    mes actual si no esta seteada), los lista en orden de fecha
      *    con el proveedor, neto, IVA credito fiscal y total, y cierra
      *    con los totales del mes. las notas de credito restan. solo
      *    el comprobante A de un proveedor responsable inscripto
      *    trae IVA; el C de un monotributista o exento va entero al
      *    neto sin credito fiscal. lo facturado en moneda extranjera
      *    se valua en pesos a la cotizacion de COTIZACION.DAT vigente
      *    a la fecha del comprobante; un comprobante sin cotizacion
      *    queda marcado y el programa termina con RETURN-CODE 12,
      *    porque un libro asi no se presenta. la columna EST muestra
      *    el estado de la conciliacion contra las horas (ver
      *    ConciliacionProveedores), solo informativa.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FAC-PROVEEDOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPV-CLAVE
               ALTERNATE RECORD KEY IS FPV-FECHA
                   WITH DUPLICATES
               FILE STATUS IS FS-FAC-PROVEEDOR.

           SELECT ARCH-PROVEEDORES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRV-CODIGO
               FILE STATUS IS FS-PROVEEDORES.

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-LIBRO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LIBRO.

       DATA DIVISION.
       FILE SECTION.

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
           03 FPV-HORAS-REGISTRADAS      PIC 9(5)V99.
           03 FPV-COSTO-ACORDADO         PIC 9(10)V99.

       FD ARCH-PROVEEDORES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PROVEEDORES.DAT'
             DATA RECORD IS REG-PROVEEDOR.

       01 REG-PROVEEDOR.
           03 PRV-CODIGO                 PIC X(5).
           03 PRV-RAZON-SOCIAL           PIC X(30).
           03 PRV-CUIT                   PIC 9(11).
           03 PRV-COND-IVA               PIC X(2).
           03 PRV-ESTADO                 PIC X(1).

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA              PIC 9(8).
           03 REG-COT-VALOR              PIC 9(5)V99.

       FD ARCH-LIBRO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'LIBRO-IVA-COMPRAS.LST'
             DATA RECORD IS REG-LIBRO.

       01 REG-LIBRO                      PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-FAC-PROVEEDOR PIC XX.
           88 FPV-OK         VALUE '00'.
           88 FPV-EOF        VALUE '10'.

       77 FS-PROVEEDORES   PIC XX.
           88 PRV-OK         VALUE '00'.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.
           88 COTIZACION-EOF VALUE '10'.

       77 FS-LIBRO         PIC XX.
           88 LIBRO-OK       VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno LIBRO-IVA-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-FECHA-HOY               PIC 9(8).

      *    cotizaciones en tabla, en el orden del archivo (fecha
      *    ascendente), igual que LiquidacionIibbCm.
       01 TABLA-COTIZACIONES.
           03 TAB-COT OCCURS 4000 TIMES INDEXED BY IND-TAB-COT.
               05 TAB-COT-FECHA         PIC 9(8).
               05 TAB-COT-VALOR         PIC 9(5)V99.

       01 WS-CANT-COT                PIC 9(4) VALUE 0.
       01 WS-FECHA-CONSULTA          PIC 9(8).
       01 WS-COTIZ-CONSULTA          PIC 9(5)V99.
       01 WS-K                       PIC 9(4).

      *    importes del comprobante en pesos y con signo: la nota de
      *    credito entra en negativo.
       01 WS-NETO-ARS                PIC S9(12)V99.
       01 WS-IVA-ARS                 PIC S9(12)V99.
       01 WS-TOTAL-ARS               PIC S9(12)V99.

       01 WS-ACUM-NETO               PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-IVA                PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-TOTAL              PIC S9(12)V99 VALUE 0.

       01 WS-CANT-COMP               PIC 9(5) VALUE 0.
       01 WS-CANT-SIN-COTIZ          PIC 9(5) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(27) VALUE
              'LIBRO IVA COMPRAS - PERIODO'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TIT-PERIODO        PIC 9(6).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(10) VALUE 'FECHA'.
           03 FILLER       PIC X(4) VALUE 'TIPO'.
           03 FILLER       PIC X(17) VALUE ' COMPROBANTE'.
           03 FILLER       PIC X(13) VALUE 'CUIT'.
           03 FILLER       PIC X(27) VALUE 'PROVEEDOR'.
           03 FILLER       PIC X(14) VALUE '        NETO'.
           03 FILLER       PIC X(14) VALUE ' IVA CREDITO'.
           03 FILLER       PIC X(14) VALUE '       TOTAL'.
           03 FILLER       PIC X(4) VALUE 'EST'.

       01 LINEA-DETALLE.
           03 LIN-DET-FECHA          PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-TIPO           PIC X(2).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-DET-NUMERO         PIC X(13).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-CUIT           PIC 9(11).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-RAZON          PIC X(25).
           03 LIN-DET-NETO           PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-IVA            PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-TOTAL          PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-ESTADO         PIC X(1).
      *    '*' comprobante en moneda extranjera sin cotizacion: sus
      *    importes quedan en cero.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-MARCA          PIC X(1).

       01 LINEA-TOTALES.
           03 FILLER                 PIC X(60) VALUE
              'TOTALES DEL PERIODO'.
           03 LIN-TOT-NETO           PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-IVA            PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-TOTAL          PIC -ZZZZZZZZZZ9,99.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(120) VALUE ALL '-'.

       PROCEDURE DIVISION.

       LIBRO-IVA-COMPRAS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'LIBRO-IVA-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'LIBRO-IVA-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              MOVE WS-PERIODO-ENV TO WS-PERIODO.

           PERFORM CARGAR-COTIZACIONES.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM IMPRIMIR-COMPROBANTES-DEL-MES.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM TERMINAR.

      *    COTIZACION.DAT solo hace falta si hay comprobantes en
      *    moneda extranjera; se controla al usarla.
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

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-FAC-PROVEEDOR.
           IF NOT FPV-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS-PROVEEDOR.DAT '
                  FS-FAC-PROVEEDOR
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-PROVEEDORES.
           IF NOT PRV-OK
              DISPLAY 'NO PUDO ABRIRSE PROVEEDORES.DAT '
                  FS-PROVEEDORES
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-LIBRO.
           IF NOT LIBRO-OK
              DISPLAY 'NO PUDO CREARSE LIBRO-IVA-COMPRAS.LST '
                  FS-LIBRO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       IMPRIMIR-ENCABEZADO.
           MOVE WS-PERIODO TO LIN-TIT-PERIODO.
           MOVE LINEA-TITULO TO REG-LIBRO.
           WRITE REG-LIBRO.
           MOVE LINEA-ENCABEZADO TO REG-LIBRO.
           WRITE REG-LIBRO.
           MOVE LINEA-DIVISORIA TO REG-LIBRO.
           WRITE REG-LIBRO.

      *    solo los comprobantes del periodo: START en la clave
      *    alternativa FPV-FECHA en el primer dia del mes y READ NEXT
      *    hasta pasar el ultimo, mismo recorrido que LibroIvaVentas.
       IMPRIMIR-COMPROBANTES-DEL-MES.
           COMPUTE FPV-FECHA = WS-PERIODO * 100 + 1.
           START ARCH-FAC-PROVEEDOR KEY IS NOT LESS THAN FPV-FECHA
               INVALID KEY MOVE '10' TO FS-FAC-PROVEEDOR.
           IF FPV-OK
              PERFORM LEER-COMPROBANTE
              PERFORM IMPRIMIR-COMPROBANTE
                  UNTIL FPV-EOF
                   OR FPV-FECHA (1:6) GREATER WS-PERIODO
           END-IF.

       LEER-COMPROBANTE.
           READ ARCH-FAC-PROVEEDOR NEXT RECORD
               AT END MOVE '10' TO FS-FAC-PROVEEDOR
           END-READ.

       IMPRIMIR-COMPROBANTE.
           ADD 1 TO WS-CANT-COMP.
           MOVE FPV-NETO TO WS-NETO-ARS.
           MOVE FPV-IVA TO WS-IVA-ARS.
           MOVE FPV-TOTAL TO WS-TOTAL-ARS.
           MOVE SPACE TO LIN-DET-MARCA.
           PERFORM VALUAR-EN-PESOS.
           IF FPV-ES-NOTA-CREDITO
              COMPUTE WS-NETO-ARS = WS-NETO-ARS * -1
              COMPUTE WS-IVA-ARS = WS-IVA-ARS * -1
              COMPUTE WS-TOTAL-ARS = WS-TOTAL-ARS * -1
              MOVE 'NC' TO LIN-DET-TIPO
           ELSE
              MOVE 'FC' TO LIN-DET-TIPO.

           MOVE FPV-FECHA TO LIN-DET-FECHA.
           MOVE FPV-LETRA TO LIN-DET-LETRA.
           MOVE FPV-NUMERO TO LIN-DET-NUMERO.
           MOVE FPV-PROVEEDOR TO PRV-CODIGO.
           READ ARCH-PROVEEDORES RECORD KEY IS PRV-CODIGO.
           IF PRV-OK
              MOVE PRV-CUIT TO LIN-DET-CUIT
              MOVE PRV-RAZON-SOCIAL TO LIN-DET-RAZON
           ELSE
              MOVE 0 TO LIN-DET-CUIT
              MOVE 'PROVEEDOR SIN MAESTRO' TO LIN-DET-RAZON.
           MOVE WS-NETO-ARS TO LIN-DET-NETO.
           MOVE WS-IVA-ARS TO LIN-DET-IVA.
           MOVE WS-TOTAL-ARS TO LIN-DET-TOTAL.
           MOVE FPV-ESTADO TO LIN-DET-ESTADO.
           MOVE LINEA-DETALLE TO REG-LIBRO.
           WRITE REG-LIBRO.

           ADD WS-NETO-ARS TO WS-ACUM-NETO.
           ADD WS-IVA-ARS TO WS-ACUM-IVA.
           ADD WS-TOTAL-ARS TO WS-ACUM-TOTAL.
           PERFORM LEER-COMPROBANTE.

      *    importes en pesos a la cotizacion vigente a la fecha del
      *    comprobante; sin cotizacion quedan en cero y marcados.
       VALUAR-EN-PESOS.
           IF FPV-MONEDA NOT EQUAL 'ARS'
              AND FPV-MONEDA NOT EQUAL SPACES
              MOVE FPV-FECHA TO WS-FECHA-CONSULTA
              PERFORM BUSCAR-COTIZACION
              IF WS-COTIZ-CONSULTA EQUAL ZERO
                 ADD 1 TO WS-CANT-SIN-COTIZ
                 MOVE '*' TO LIN-DET-MARCA
                 MOVE 0 TO WS-NETO-ARS WS-IVA-ARS WS-TOTAL-ARS
              ELSE
                 COMPUTE WS-NETO-ARS ROUNDED =
                     WS-NETO-ARS * WS-COTIZ-CONSULTA
                 COMPUTE WS-IVA-ARS ROUNDED =
                     WS-IVA-ARS * WS-COTIZ-CONSULTA
                 COMPUTE WS-TOTAL-ARS = WS-NETO-ARS + WS-IVA-ARS
              END-IF
           END-IF.

      *    cotizacion vigente a WS-FECHA-CONSULTA: la ultima anterior
      *    o igual, mismo criterio que LiquidacionIibbCm. cero si no
      *    hay.
       BUSCAR-COTIZACION.
           MOVE 0 TO WS-COTIZ-CONSULTA.
           MOVE 1 TO WS-K.
           PERFORM EVALUAR-UNA-COTIZACION
               UNTIL WS-K GREATER THAN WS-CANT-COT.

       EVALUAR-UNA-COTIZACION.
           IF TAB-COT-FECHA(WS-K) NOT GREATER WS-FECHA-CONSULTA
              MOVE TAB-COT-VALOR(WS-K) TO WS-COTIZ-CONSULTA.
           ADD 1 TO WS-K.

       IMPRIMIR-TOTALES.
           MOVE LINEA-DIVISORIA TO REG-LIBRO.
           WRITE REG-LIBRO.
           MOVE WS-ACUM-NETO TO LIN-TOT-NETO.
           MOVE WS-ACUM-IVA TO LIN-TOT-IVA.
           MOVE WS-ACUM-TOTAL TO LIN-TOT-TOTAL.
           MOVE LINEA-TOTALES TO REG-LIBRO.
           WRITE REG-LIBRO.

       TERMINAR.
           CLOSE ARCH-FAC-PROVEEDOR.
           CLOSE ARCH-PROVEEDORES.
           CLOSE ARCH-LIBRO.
           DISPLAY WS-CANT-COMP ' COMPROBANTES EN EL LIBRO - '
               'LIBRO-IVA-COMPRAS.LST'.
           IF WS-CANT-SIN-COTIZ GREATER ZERO
              DISPLAY 'ATENCION: ' WS-CANT-SIN-COTIZ ' COMPROBANTES '
                  'SIN COTIZACION - EL LIBRO NO SE PRESENTA ASI'
              MOVE 12 TO RETURN-CODE.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
