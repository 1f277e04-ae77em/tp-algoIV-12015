       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditoriaNumeracion.
       AUTHOR. Fede.

      *    control de la correlativa legal por serie (punto de venta
      *    + letra): GeneraFacturas, las notas de credito, la
      *    reemision de AnulacionFacturas y CargaCae tocan la misma
      *    numeracion y hasta ahora nada probaba que cada serie
      *    siguiera siendo estrictamente correlativa. recorre
      *    FACTURAS.DAT y CAE.DAT juntos por su clave comun
      *    PV + letra + numero (los dos maestros indexados devuelven
      *    sus registros en ese orden) e informa:
      *      huecos en la numeracion de cada serie (incluido el
      *      arranque: una serie empieza en 1, y la del punto de
      *      venta configurado sigue a la historica de PV 0 con su
      *      misma letra, que es la que sembro la numeracion legada)
      *      numeros repetidos entre la serie historica de PV 0 y la
      *      del punto de venta configurado - el mismo comprobante
      *      legal con dos claves en el maestro
      *      comprobantes vigentes sin CAE otorgado (los anulados no
      *      se piden, los historicos de PV 0 son anteriores al
      *      regimen electronico)
      *      CAE otorgados a un comprobante que no esta en el maestro
      *    lo que ArchivarCuentasHistorico paso a
      *    FACTURAS-HISTORICO.DAT sigue siendo numeracion emitida: el
      *    historico se recorre junto con FACTURAS.DAT, intercalado
      *    por la misma clave, y tambien se busca en el la serie de
      *    PV 0.
      *    al final, por serie, el primer y ultimo numero del maestro
      *    al lado del ultimo de FACTURA-NUMERO.DAT: una numeracion
      *    adelantada consumio numeros sin comprobante y una
      *    atrasada va a repetir numeros en la proxima emision.
      *    cualquier quiebre termina con RETURN-CODE 12, para que
      *    CorridaCierreMensual corte la cadena. el detalle sale en
      *    AUDITORIA-NUMERACION.LST.

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

      *    el mismo maestro abierto por segunda vez, solo para leer
      *    por clave la serie historica de PV 0 mientras el recorrido
      *    principal va por la serie del punto de venta configurado.
           SELECT ARCH-FAC-LEGADO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FLG-CLAVE
                   ALTERNATE RECORD KEY IS FLG-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FLG-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FAC-LEGADO.

      *    comprobantes archivados, mismo layout y claves.
           SELECT ARCH-FACTURAS-HIST ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FAH-CLAVE
                   ALTERNATE RECORD KEY IS FAH-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAH-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS-HIST.

           SELECT ARCH-HIST-LEGADO ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FHL-CLAVE
                   ALTERNATE RECORD KEY IS FHL-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FHL-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-HIST-LEGADO.

           SELECT ARCH-CAE ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS CAE-CLAVE
                   FILE STATUS IS FS-CAE.

           SELECT ARCH-NUMERO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NUMERO.

           SELECT ARCH-AUDITORIA-NUM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-AUDITORIA-NUM.

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
               88 FAC-ES-NOTA-DEBITO     VALUE 'D'.
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

       FD ARCH-FAC-LEGADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS.DAT'
             DATA RECORD IS REG-FAC-LEGADO.

       01 REG-FAC-LEGADO.
           03 FLG-CLAVE.
               05 FLG-PUNTO-VENTA        PIC 9(4).
               05 FLG-LETRA              PIC X(1).
               05 FLG-NUMERO             PIC 9(8).
           03 FLG-FECHA                  PIC 9(8).
           03 FLG-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(78).

      *    el resto del registro se lee sobre REG-FACTURA.
       FD ARCH-FACTURAS-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-HISTORICO.DAT'
             DATA RECORD IS REG-FACTURA-HIST.

       01 REG-FACTURA-HIST.
           03 FAH-CLAVE.
               05 FAH-PUNTO-VENTA        PIC 9(4).
               05 FAH-LETRA              PIC X(1).
               05 FAH-NUMERO             PIC 9(8).
           03 FAH-FECHA                  PIC 9(8).
           03 FAH-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(78).

       FD ARCH-HIST-LEGADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-HISTORICO.DAT'
             DATA RECORD IS REG-HIST-LEGADO.

       01 REG-HIST-LEGADO.
           03 FHL-CLAVE.
               05 FHL-PUNTO-VENTA        PIC 9(4).
               05 FHL-LETRA              PIC X(1).
               05 FHL-NUMERO             PIC 9(8).
           03 FHL-FECHA                  PIC 9(8).
           03 FHL-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(78).

      *    maestro de CAE otorgados que mantiene CargaCae, con la
      *    misma clave PV + letra + numero que FACTURAS.DAT.
       FD ARCH-CAE LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CAE.DAT'
             DATA RECORD IS REG-CAE.

       01 REG-CAE.
           03 CAE-CLAVE.
               05 CAE-PUNTO-VENTA        PIC 9(4).
               05 CAE-LETRA              PIC X(1).
               05 CAE-NUMERO             PIC 9(8).
           03 CAE-CODIGO                 PIC X(14).
           03 CAE-VENCIMIENTO            PIC 9(8).

      *    correlativas por serie que mantiene GeneraFacturas: un
      *    renglon por PV + letra + ultimo numero usado; un archivo
      *    de la numeracion vieja (un unico renglon de 8 digitos)
      *    es la serie A del punto de venta configurado.
       FD ARCH-NUMERO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURA-NUMERO.DAT'
             DATA RECORD IS REG-NUMERO.

       01 REG-NUMERO.
           03 NUM-PUNTO-VENTA            PIC 9(4).
           03 NUM-LETRA                  PIC X(1).
           03 NUM-ULTIMA-FACTURA         PIC 9(8).

       01 REG-NUMERO-VIEJO REDEFINES REG-NUMERO.
           03 NUM-LEGACY                 PIC 9(8).
           03 FILLER                     PIC X(5).

       FD ARCH-AUDITORIA-NUM LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'AUDITORIA-NUMERACION.LST'
             DATA RECORD IS REG-AUDITORIA-NUM-LST.

       01 REG-AUDITORIA-NUM-LST          PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-FAC-LEGADO    PIC XX.
           88 FAC-LEGADO-OK  VALUE '00'.

       77 FS-FACTURAS-HIST PIC XX.
           88 FAC-HIST-OK    VALUE '00'.
           88 FAC-HIST-EOF   VALUE '10'.

       77 FS-HIST-LEGADO   PIC XX.
           88 HIST-LEGADO-OK VALUE '00'.

       77 FS-CAE           PIC XX.
           88 CAE-OK         VALUE '00'.
           88 CAE-EOF        VALUE '10'.

       77 FS-NUMERO        PIC XX.
           88 NUMERO-OK      VALUE '00'.
           88 NUMERO-EOF     VALUE '10'.

       77 FS-AUDITORIA-NUM PIC XX.
           88 AUDITORIA-NUM-OK VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno AUDITORIA-NUMERACION-MODO vale
      *    'BATCH', el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

      *    punto de venta de la instalacion, la misma variable
      *    FACTURAS-PUNTO-VENTA de GeneraFacturas; 0001 por defecto.
       01 WS-PV-ENV                  PIC X(4).
       01 WS-PUNTO-VENTA             PIC 9(4) VALUE 0001.

       01 WS-FECHA-HOY               PIC 9(8).

       01 WS-LEGADO-DISPONIBLE       PIC X VALUE 'N'.
           88 LEGADO-DISPONIBLE      VALUE 'S'.

       01 WS-CAE-ABIERTO             PIC X VALUE 'N'.
           88 CAE-ABIERTO            VALUE 'S'.

       01 WS-HISTORICO-ABIERTO       PIC X VALUE 'N'.
           88 HISTORICO-ABIERTO      VALUE 'S'.

      *    apareo de FACTURAS.DAT con FACTURAS-HISTORICO.DAT: el
      *    proximo registro del maestro espera aca mientras se
      *    entregan los del historico de clave menor; el elegido se
      *    deja en REG-FACTURA.
       01 WS-FAC-SIGUIENTE.
           03 WS-FSG-CLAVE              PIC X(13).
           03 FILLER                    PIC X(97).
       01 WS-FAC-ELEGIDA             PIC X(110).
       01 WS-FIN-COMPROBANTES        PIC X VALUE 'N'.
           88 FIN-COMPROBANTES       VALUE 'S'.

      *    ultimo numero por serie segun FACTURA-NUMERO.DAT.
       01 WS-MAX-SERIES-NUM          PIC 9(2) VALUE 20.

       01 TABLA-NUMERACION.
           03 TAB-NUM OCCURS 20 TIMES INDEXED BY IND-TAB-NUM.
               05 TAB-NUM-PV            PIC 9(4).
               05 TAB-NUM-LETRA         PIC X(1).
               05 TAB-NUM-ULTIMO        PIC 9(8).
               05 TAB-NUM-EN-MAESTRO    PIC X(1).

       01 WS-CANT-NUM                PIC 9(2) VALUE 0.

      *    series halladas en el maestro, en el orden de la clave.
       01 WS-MAX-SERIES              PIC 9(2) VALUE 50.

       01 TABLA-SERIES.
           03 TAB-SER OCCURS 50 TIMES INDEXED BY IND-TAB-SER.
               05 TAB-SER-PV            PIC 9(4).
               05 TAB-SER-LETRA         PIC X(1).
               05 TAB-SER-PRIMERO       PIC 9(8).
               05 TAB-SER-ULTIMO        PIC 9(8).
               05 TAB-SER-CANT          PIC 9(7).
               05 TAB-SER-HUECOS        PIC 9(7).

       01 WS-CANT-SER                PIC 9(2) VALUE 0.

      *    serie en curso del recorrido y su numero esperado.
       01 WS-SER-ACTUAL              PIC 9(2) VALUE 0.
       01 WS-SER-PV                  PIC 9(4) VALUE 0.
       01 WS-SER-LETRA               PIC X(1) VALUE LOW-VALUE.
       01 WS-NUMERO-ESPERADO         PIC 9(8).

      *    la serie historica de PV 0 con la letra de la serie en
      *    curso, si existe.
       01 WS-LEGADO-ULTIMO           PIC 9(8).
       01 WS-LEGADO-HALLADO          PIC X VALUE 'N'.
           88 LEGADO-HALLADO         VALUE 'S'.
       01 WS-SERIE-BUSCADA-PV        PIC 9(4).
       01 WS-SERIE-BUSCADA-LETRA     PIC X(1).
       01 WS-SERIE-HALLADA           PIC X VALUE 'N'.
           88 SERIE-HALLADA          VALUE 'S'.

       01 WS-CON-CAE                 PIC X VALUE 'N'.
           88 CON-CAE                VALUE 'S'.

       01 WS-ULTIMO-EFECTIVO         PIC 9(8).
       01 WS-ESTADO-SERIE            PIC X(30).

      *    quiebre en curso, antes de imprimirlo.
       01 WS-QUI-TIPO                PIC X(28).
       01 WS-QUI-PV                  PIC 9(4).
       01 WS-QUI-LETRA               PIC X(1).
       01 WS-QUI-DESDE               PIC 9(8).
       01 WS-QUI-HASTA               PIC 9(8).
       01 WS-QUI-CANT                PIC 9(8).
       01 WS-QUI-CUIT                PIC 9(11).
       01 WS-QUI-DETALLE             PIC X(14).

       01 WS-CANT-HUECOS             PIC 9(5) VALUE 0.
       01 WS-CANT-FALTANTES          PIC 9(8) VALUE 0.
       01 WS-CANT-DUPLICADOS         PIC 9(5) VALUE 0.
       01 WS-CANT-SIN-CAE            PIC 9(5) VALUE 0.
       01 WS-CANT-CAE-HUERFANOS      PIC 9(5) VALUE 0.
       01 WS-CANT-DESFASADAS         PIC 9(5) VALUE 0.
       01 WS-CANT-QUIEBRES           PIC 9(6) VALUE 0.
       01 WS-CANT-COMPROBANTES       PIC 9(7) VALUE 0.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(45) VALUE
              'AUDITORIA DE NUMERACION DE COMPROBANTES AL '.
           03 LIN-TIT-FECHA          PIC 9(8).
           03 FILLER                 PIC X(22) VALUE
              '  PUNTO DE VENTA CONF '.
           03 LIN-TIT-PV             PIC 9(4).

       01 LINEA-ENCABEZADO-QUIEBRES.
           03 FILLER       PIC X(29) VALUE 'QUIEBRE'.
           03 FILLER       PIC X(7)  VALUE 'SERIE'.
           03 FILLER       PIC X(9)  VALUE '  NUMERO'.
           03 FILLER       PIC X(9)  VALUE '   HASTA'.
           03 FILLER       PIC X(9)  VALUE '    CANT'.
           03 FILLER       PIC X(12) VALUE '       CUIT'.
           03 FILLER       PIC X(15) VALUE ' DETALLE'.

       01 LINEA-QUIEBRE.
           03 LIN-QUI-TIPO           PIC X(28).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-QUI-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-QUI-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-QUI-DESDE          PIC ZZZZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-QUI-HASTA          PIC ZZZZZZZ9 BLANK WHEN ZERO.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-QUI-CANT           PIC ZZZZZZZ9 BLANK WHEN ZERO.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-QUI-CUIT           PIC ZZZZZZZZZZ9 BLANK WHEN ZERO.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-QUI-DETALLE        PIC X(14).

       01 LINEA-ENCABEZADO-SERIES.
           03 FILLER       PIC X(7)  VALUE 'SERIE'.
           03 FILLER       PIC X(9)  VALUE ' PRIMERO'.
           03 FILLER       PIC X(9)  VALUE '  ULTIMO'.
           03 FILLER       PIC X(9)  VALUE ' COMPROB'.
           03 FILLER       PIC X(9)  VALUE '  HUECOS'.
           03 FILLER       PIC X(9)  VALUE ' FAC-NUM'.
           03 FILLER       PIC X(30) VALUE ' ESTADO'.

       01 LINEA-SERIE.
           03 LIN-SER-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-SER-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SER-PRIMERO        PIC ZZZZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SER-ULTIMO         PIC ZZZZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SER-CANT           PIC ZZZZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SER-HUECOS         PIC ZZZZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SER-NUMERO         PIC ZZZZZZZ9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-SER-ESTADO         PIC X(30).

       01 LINEA-TOTAL.
           03 LIN-TOT-TEXTO          PIC X(45).
           03 LIN-TOT-CANT           PIC ZZZZZZZ9.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(100) VALUE ALL '-'.

       01 LINEA-EN-BLANCO            PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.

       AUDITORIA-NUMERACION.
           PERFORM DETERMINAR-PARAMETROS.
           PERFORM CARGAR-NUMERACION.
           PERFORM ABRIR-MAESTROS.

           OPEN OUTPUT ARCH-AUDITORIA-NUM.
           IF NOT AUDITORIA-NUM-OK
              DISPLAY 'NO PUDO CREARSE AUDITORIA-NUMERACION.LST '
                  FS-AUDITORIA-NUM
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-FECHA-HOY TO LIN-TIT-FECHA.
           MOVE WS-PUNTO-VENTA TO LIN-TIT-PV.
           MOVE LINEA-TITULO TO REG-AUDITORIA-NUM-LST.
           WRITE REG-AUDITORIA-NUM-LST.
           MOVE LINEA-DIVISORIA TO REG-AUDITORIA-NUM-LST.
           WRITE REG-AUDITORIA-NUM-LST.
           MOVE LINEA-ENCABEZADO-QUIEBRES TO REG-AUDITORIA-NUM-LST.
           WRITE REG-AUDITORIA-NUM-LST.

      *    apareo por clave: un comprobante sin CAE de igual clave
      *    queda de un lado y un CAE sin comprobante del otro.
           PERFORM LEER-FACTURA-MAESTRO.
           PERFORM LEER-FACTURA-HISTORICO.
           PERFORM LEER-FACTURA.
           PERFORM LEER-CAE.
           PERFORM CONTROLAR-CLAVE
               UNTIL FIN-COMPROBANTES AND CAE-EOF.

           CLOSE ARCH-FACTURAS.
           IF LEGADO-DISPONIBLE
              CLOSE ARCH-FAC-LEGADO.
           IF HISTORICO-ABIERTO
              CLOSE ARCH-FACTURAS-HIST
              CLOSE ARCH-HIST-LEGADO.
           IF CAE-ABIERTO
              CLOSE ARCH-CAE.

           PERFORM IMPRIMIR-RESUMEN.
           CLOSE ARCH-AUDITORIA-NUM.

           IF WS-CANT-QUIEBRES GREATER ZERO
              DISPLAY WS-CANT-QUIEBRES ' QUIEBRES EN LA NUMERACION '
                  'LEGAL - VER AUDITORIA-NUMERACION.LST'
              MOVE 12 TO RETURN-CODE
           ELSE
              DISPLAY 'NUMERACION CORRELATIVA EN TODAS LAS SERIES - '
                  WS-CANT-COMPROBANTES ' COMPROBANTES CONTROLADOS'.
           PERFORM TERMINAR.

       DETERMINAR-PARAMETROS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'AUDITORIA-NUMERACION-MODO'.

           MOVE SPACES TO WS-PV-ENV.
           ACCEPT WS-PV-ENV FROM ENVIRONMENT 'FACTURAS-PUNTO-VENTA'.
           IF WS-PV-ENV NOT EQUAL SPACES
              MOVE WS-PV-ENV TO WS-PUNTO-VENTA
           END-IF.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.

      *    mismo criterio de carga que CARGAR-ULTIMO-NUMERO en
      *    GeneraFacturas; sin el archivo no hay contra que comparar
      *    y toda serie del maestro sale atrasada.
       CARGAR-NUMERACION.
           OPEN INPUT ARCH-NUMERO.
           IF NUMERO-OK
              PERFORM LEER-NUMERO
              PERFORM CARGAR-SERIE-NUMERO UNTIL NUMERO-EOF
              CLOSE ARCH-NUMERO
           ELSE
              DISPLAY 'NO SE ENCONTRO FACTURA-NUMERO.DAT ' FS-NUMERO.

       LEER-NUMERO.
           READ ARCH-NUMERO AT END MOVE '10' TO FS-NUMERO.

       CARGAR-SERIE-NUMERO.
           IF WS-CANT-NUM IS LESS THAN WS-MAX-SERIES-NUM
              ADD 1 TO WS-CANT-NUM
              MOVE 'N' TO TAB-NUM-EN-MAESTRO(WS-CANT-NUM)
              IF NUM-LETRA EQUAL 'A' OR NUM-LETRA EQUAL 'B'
                 MOVE NUM-PUNTO-VENTA TO TAB-NUM-PV(WS-CANT-NUM)
                 MOVE NUM-LETRA TO TAB-NUM-LETRA(WS-CANT-NUM)
                 MOVE NUM-ULTIMA-FACTURA TO
                     TAB-NUM-ULTIMO(WS-CANT-NUM)
              ELSE
                 MOVE WS-PUNTO-VENTA TO TAB-NUM-PV(WS-CANT-NUM)
                 MOVE 'A' TO TAB-NUM-LETRA(WS-CANT-NUM)
                 MOVE NUM-LEGACY TO TAB-NUM-ULTIMO(WS-CANT-NUM)
              END-IF
           END-IF.
           PERFORM LEER-NUMERO.

      *    FACTURAS.DAT es obligatorio; CAE.DAT no: sin el, todo
      *    comprobante vigente sale sin CAE.
       ABRIR-MAESTROS.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-FAC-LEGADO.
           IF FAC-LEGADO-OK
              MOVE 'S' TO WS-LEGADO-DISPONIBLE.

      *    sin FACTURAS-HISTORICO.DAT nunca se archivo nada.
           OPEN INPUT ARCH-FACTURAS-HIST.
           IF FAC-HIST-OK
              OPEN INPUT ARCH-HIST-LEGADO
              IF HIST-LEGADO-OK
                 MOVE 'S' TO WS-HISTORICO-ABIERTO
              ELSE
                 CLOSE ARCH-FACTURAS-HIST.

           OPEN INPUT ARCH-CAE.
           IF CAE-OK
              MOVE 'S' TO WS-CAE-ABIERTO
           ELSE
              DISPLAY 'NO SE ENCONTRO CAE.DAT - NINGUN COMPROBANTE '
                  'TIENE CAE REGISTRADO'
              MOVE '10' TO FS-CAE
              MOVE HIGH-VALUES TO CAE-CLAVE.

      *    el siguiente comprobante emitido, del maestro o del
      *    historico, el de menor clave.
       LEER-FACTURA.
           IF WS-FSG-CLAVE EQUAL HIGH-VALUES
              AND FAH-CLAVE EQUAL HIGH-VALUES
              MOVE 'S' TO WS-FIN-COMPROBANTES
              MOVE HIGH-VALUES TO FAC-CLAVE
           ELSE
              IF WS-FSG-CLAVE NOT GREATER THAN FAH-CLAVE
                 MOVE WS-FAC-SIGUIENTE TO WS-FAC-ELEGIDA
                 PERFORM LEER-FACTURA-MAESTRO
                 MOVE WS-FAC-ELEGIDA TO REG-FACTURA
              ELSE
                 MOVE REG-FACTURA-HIST TO REG-FACTURA
                 PERFORM LEER-FACTURA-HISTORICO
              END-IF
           END-IF.

      *    el READ pisa REG-FACTURA: por eso el comprobante elegido
      *    se guarda en WS-FAC-ELEGIDA hasta despues de leer.
       LEER-FACTURA-MAESTRO.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.
           IF FACTURAS-EOF
              MOVE HIGH-VALUES TO WS-FSG-CLAVE
           ELSE
              MOVE REG-FACTURA TO WS-FAC-SIGUIENTE.

       LEER-FACTURA-HISTORICO.
           IF HISTORICO-ABIERTO
              READ ARCH-FACTURAS-HIST NEXT RECORD
                  AT END MOVE '10' TO FS-FACTURAS-HIST
              END-READ
           ELSE
              MOVE '10' TO FS-FACTURAS-HIST.
           IF FAC-HIST-EOF
              MOVE HIGH-VALUES TO FAH-CLAVE.

       LEER-CAE.
           IF NOT CAE-EOF
              READ ARCH-CAE NEXT RECORD
                  AT END MOVE '10' TO FS-CAE
              END-READ
              IF CAE-EOF
                 MOVE HIGH-VALUES TO CAE-CLAVE.

       CONTROLAR-CLAVE.
           IF FAC-CLAVE LESS THAN CAE-CLAVE
              MOVE 'N' TO WS-CON-CAE
              PERFORM CONTROLAR-COMPROBANTE
              PERFORM LEER-FACTURA
           ELSE
              IF FAC-CLAVE EQUAL CAE-CLAVE
                 MOVE 'S' TO WS-CON-CAE
                 PERFORM CONTROLAR-COMPROBANTE
                 PERFORM LEER-FACTURA
                 PERFORM LEER-CAE
              ELSE
                 PERFORM REGISTRAR-CAE-HUERFANO
                 PERFORM LEER-CAE
              END-IF
           END-IF.

      *    cada comprobante del maestro: correlatividad dentro de su
      *    serie, repeticion contra la serie historica y CAE.
       CONTROLAR-COMPROBANTE.
           ADD 1 TO WS-CANT-COMPROBANTES.
           IF FAC-PUNTO-VENTA NOT EQUAL WS-SER-PV
              OR FAC-LETRA NOT EQUAL WS-SER-LETRA
              PERFORM ABRIR-SERIE
           END-IF.

           IF FAC-NUMERO GREATER THAN WS-NUMERO-ESPERADO
              MOVE 'HUECO EN LA NUMERACION' TO WS-QUI-TIPO
              MOVE WS-NUMERO-ESPERADO TO WS-QUI-DESDE
              COMPUTE WS-QUI-HASTA = FAC-NUMERO - 1
              COMPUTE WS-QUI-CANT = FAC-NUMERO - WS-NUMERO-ESPERADO
              MOVE 0 TO WS-QUI-CUIT
              MOVE SPACES TO WS-QUI-DETALLE
              PERFORM REGISTRAR-QUIEBRE
              ADD 1 TO WS-CANT-HUECOS
              ADD WS-QUI-CANT TO WS-CANT-FALTANTES
              ADD 1 TO TAB-SER-HUECOS(WS-SER-ACTUAL)
           END-IF.

           ADD 1 TO TAB-SER-CANT(WS-SER-ACTUAL).
           MOVE FAC-NUMERO TO TAB-SER-ULTIMO(WS-SER-ACTUAL).
           COMPUTE WS-NUMERO-ESPERADO = FAC-NUMERO + 1.

           IF LEGADO-HALLADO
              PERFORM CONTROLAR-REPETIDO-LEGADO
           END-IF.

           IF NOT CON-CAE
              AND NOT FAC-ANULADA
              AND FAC-PUNTO-VENTA NOT EQUAL ZERO
              MOVE 'COMPROBANTE SIN CAE' TO WS-QUI-TIPO
              MOVE FAC-NUMERO TO WS-QUI-DESDE
              MOVE 0 TO WS-QUI-HASTA
              MOVE 0 TO WS-QUI-CANT
              MOVE FAC-CUIT TO WS-QUI-CUIT
              MOVE SPACES TO WS-QUI-DETALLE
              IF FAC-ES-NOTA-CREDITO
                 STRING 'NC ' FAC-FECHA DELIMITED BY SIZE
                     INTO WS-QUI-DETALLE
              ELSE
                 IF FAC-ES-NOTA-DEBITO
                    STRING 'ND ' FAC-FECHA DELIMITED BY SIZE
                        INTO WS-QUI-DETALLE
                 ELSE
                    STRING 'FC ' FAC-FECHA DELIMITED BY SIZE
                        INTO WS-QUI-DETALLE
                 END-IF
              END-IF
              PERFORM REGISTRAR-QUIEBRE
              ADD 1 TO WS-CANT-SIN-CAE
           END-IF.

      *    una serie nueva del recorrido arranca en 1, salvo la del
      *    punto de venta configurado que continua la historica de
      *    PV 0 con su misma letra (ver CARGAR-ULTIMO-NUMERO en
      *    GeneraFacturas).
       ABRIR-SERIE.
           MOVE FAC-PUNTO-VENTA TO WS-SER-PV.
           MOVE FAC-LETRA TO WS-SER-LETRA.
           MOVE 1 TO WS-NUMERO-ESPERADO.
           MOVE 'N' TO WS-LEGADO-HALLADO.
           MOVE 0 TO WS-LEGADO-ULTIMO.

           IF FAC-PUNTO-VENTA EQUAL WS-PUNTO-VENTA
              MOVE 0 TO WS-SERIE-BUSCADA-PV
              MOVE FAC-LETRA TO WS-SERIE-BUSCADA-LETRA
              PERFORM UBICAR-SERIE-EN-TABLA
              IF SERIE-HALLADA
                 MOVE 'S' TO WS-LEGADO-HALLADO
                 MOVE TAB-SER-ULTIMO(IND-TAB-SER) TO WS-LEGADO-ULTIMO
                 COMPUTE WS-NUMERO-ESPERADO = WS-LEGADO-ULTIMO + 1
              END-IF
           END-IF.

           IF WS-CANT-SER IS LESS THAN WS-MAX-SERIES
              ADD 1 TO WS-CANT-SER
              MOVE WS-CANT-SER TO WS-SER-ACTUAL
              MOVE FAC-PUNTO-VENTA TO TAB-SER-PV(WS-SER-ACTUAL)
              MOVE FAC-LETRA TO TAB-SER-LETRA(WS-SER-ACTUAL)
              MOVE FAC-NUMERO TO TAB-SER-PRIMERO(WS-SER-ACTUAL)
              MOVE 0 TO TAB-SER-ULTIMO(WS-SER-ACTUAL)
              MOVE 0 TO TAB-SER-CANT(WS-SER-ACTUAL)
              MOVE 0 TO TAB-SER-HUECOS(WS-SER-ACTUAL)
           ELSE
              DISPLAY 'ERROR: MAS DE ' WS-MAX-SERIES ' SERIES EN '
                  'FACTURAS.DAT, LA TABLA-SERIES NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    el numero de la serie configurada ya existe en la
      *    historica de PV 0 de la misma letra: dos claves para el
      *    mismo comprobante legal. el PV 0 puede estar en el
      *    maestro o ya archivado en el historico.
       CONTROLAR-REPETIDO-LEGADO.
           IF LEGADO-DISPONIBLE
              AND FAC-NUMERO NOT GREATER THAN WS-LEGADO-ULTIMO
              MOVE 0 TO FLG-PUNTO-VENTA
              MOVE FAC-LETRA TO FLG-LETRA
              MOVE FAC-NUMERO TO FLG-NUMERO
              READ ARCH-FAC-LEGADO RECORD KEY IS FLG-CLAVE
              IF FAC-LEGADO-OK
                 PERFORM REGISTRAR-REPETIDO-LEGADO
              ELSE
                 IF HISTORICO-ABIERTO
                    MOVE FLG-CLAVE TO FHL-CLAVE
                    READ ARCH-HIST-LEGADO RECORD KEY IS FHL-CLAVE
                    IF HIST-LEGADO-OK
                       MOVE FHL-CUIT TO FLG-CUIT
                       PERFORM REGISTRAR-REPETIDO-LEGADO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       REGISTRAR-REPETIDO-LEGADO.
           MOVE 'NUMERO REPETIDO CON PV 0' TO WS-QUI-TIPO.
           MOVE FAC-NUMERO TO WS-QUI-DESDE.
           MOVE 0 TO WS-QUI-HASTA.
           MOVE 0 TO WS-QUI-CANT.
           MOVE FAC-CUIT TO WS-QUI-CUIT.
           MOVE SPACES TO WS-QUI-DETALLE.
           STRING 'PV0 ' FLG-CUIT DELIMITED BY SIZE
               INTO WS-QUI-DETALLE.
           PERFORM REGISTRAR-QUIEBRE.
           ADD 1 TO WS-CANT-DUPLICADOS.

       REGISTRAR-CAE-HUERFANO.
           MOVE 'CAE SIN COMPROBANTE' TO WS-QUI-TIPO.
           MOVE CAE-PUNTO-VENTA TO WS-QUI-PV.
           MOVE CAE-LETRA TO WS-QUI-LETRA.
           MOVE CAE-NUMERO TO WS-QUI-DESDE.
           MOVE 0 TO WS-QUI-HASTA.
           MOVE 0 TO WS-QUI-CANT.
           MOVE 0 TO WS-QUI-CUIT.
           MOVE CAE-CODIGO TO WS-QUI-DETALLE.
           PERFORM IMPRIMIR-QUIEBRE.
           ADD 1 TO WS-CANT-CAE-HUERFANOS.

      *    quiebre del comprobante en curso del maestro.
       REGISTRAR-QUIEBRE.
           MOVE FAC-PUNTO-VENTA TO WS-QUI-PV.
           MOVE FAC-LETRA TO WS-QUI-LETRA.
           PERFORM IMPRIMIR-QUIEBRE.

       IMPRIMIR-QUIEBRE.
           ADD 1 TO WS-CANT-QUIEBRES.
           MOVE WS-QUI-TIPO TO LIN-QUI-TIPO.
           MOVE WS-QUI-PV TO LIN-QUI-PV.
           MOVE WS-QUI-LETRA TO LIN-QUI-LETRA.
           MOVE WS-QUI-DESDE TO LIN-QUI-DESDE.
           MOVE WS-QUI-HASTA TO LIN-QUI-HASTA.
           MOVE WS-QUI-CANT TO LIN-QUI-CANT.
           MOVE WS-QUI-CUIT TO LIN-QUI-CUIT.
           MOVE WS-QUI-DETALLE TO LIN-QUI-DETALLE.
           MOVE LINEA-QUIEBRE TO REG-AUDITORIA-NUM-LST.
           WRITE REG-AUDITORIA-NUM-LST.

       UBICAR-SERIE-EN-TABLA.
           MOVE 'N' TO WS-SERIE-HALLADA.
           SET IND-TAB-SER TO 1.
           SEARCH TAB-SER
               WHEN IND-TAB-SER GREATER THAN WS-CANT-SER
                   NEXT SENTENCE
               WHEN TAB-SER-PV(IND-TAB-SER) EQUAL WS-SERIE-BUSCADA-PV
                AND TAB-SER-LETRA(IND-TAB-SER) EQUAL
                       WS-SERIE-BUSCADA-LETRA
                   MOVE 'S' TO WS-SERIE-HALLADA
           END-SEARCH.

       UBICAR-SERIE-NUMERO.
           MOVE 'N' TO WS-SERIE-HALLADA.
           SET IND-TAB-NUM TO 1.
           SEARCH TAB-NUM
               WHEN IND-TAB-NUM GREATER THAN WS-CANT-NUM
                   NEXT SENTENCE
               WHEN TAB-NUM-PV(IND-TAB-NUM) EQUAL WS-SERIE-BUSCADA-PV
                AND TAB-NUM-LETRA(IND-TAB-NUM) EQUAL
                       WS-SERIE-BUSCADA-LETRA
                   MOVE 'S' TO WS-SERIE-HALLADA
           END-SEARCH.

       IMPRIMIR-RESUMEN.
           IF WS-CANT-QUIEBRES EQUAL ZERO
              MOVE 'SIN QUIEBRES EN LA NUMERACION' TO
                  REG-AUDITORIA-NUM-LST
              WRITE REG-AUDITORIA-NUM-LST.
           MOVE LINEA-EN-BLANCO TO REG-AUDITORIA-NUM-LST.
           WRITE REG-AUDITORIA-NUM-LST.
           MOVE LINEA-ENCABEZADO-SERIES TO REG-AUDITORIA-NUM-LST.
           WRITE REG-AUDITORIA-NUM-LST.

           SET IND-TAB-SER TO 1.
           PERFORM IMPRIMIR-UNA-SERIE
               UNTIL IND-TAB-SER GREATER THAN WS-CANT-SER.
           SET IND-TAB-NUM TO 1.
           PERFORM IMPRIMIR-SERIE-SIN-MAESTRO
               UNTIL IND-TAB-NUM GREATER THAN WS-CANT-NUM.

           MOVE LINEA-DIVISORIA TO REG-AUDITORIA-NUM-LST.
           WRITE REG-AUDITORIA-NUM-LST.
           MOVE 'COMPROBANTES CONTROLADOS' TO LIN-TOT-TEXTO.
           MOVE WS-CANT-COMPROBANTES TO LIN-TOT-CANT.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'HUECOS EN LA NUMERACION' TO LIN-TOT-TEXTO.
           MOVE WS-CANT-HUECOS TO LIN-TOT-CANT.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'NUMEROS FALTANTES' TO LIN-TOT-TEXTO.
           MOVE WS-CANT-FALTANTES TO LIN-TOT-CANT.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'NUMEROS REPETIDOS' TO LIN-TOT-TEXTO.
           MOVE WS-CANT-DUPLICADOS TO LIN-TOT-CANT.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'COMPROBANTES SIN CAE' TO LIN-TOT-TEXTO.
           MOVE WS-CANT-SIN-CAE TO LIN-TOT-CANT.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'CAE SIN COMPROBANTE' TO LIN-TOT-TEXTO.
           MOVE WS-CANT-CAE-HUERFANOS TO LIN-TOT-CANT.
           PERFORM IMPRIMIR-LINEA-TOTAL.
           MOVE 'SERIES DESFASADAS CONTRA FACTURA-NUMERO.DAT' TO
               LIN-TOT-TEXTO.
           MOVE WS-CANT-DESFASADAS TO LIN-TOT-CANT.
           PERFORM IMPRIMIR-LINEA-TOTAL.

      *    la serie historica de PV 0 no tiene renglon propio en
      *    FACTURA-NUMERO.DAT (la sigue la del punto de venta
      *    configurado); cualquier otra se compara con el suyo.
       IMPRIMIR-UNA-SERIE.
           MOVE TAB-SER-PV(IND-TAB-SER) TO LIN-SER-PV.
           MOVE TAB-SER-LETRA(IND-TAB-SER) TO LIN-SER-LETRA.
           MOVE TAB-SER-PRIMERO(IND-TAB-SER) TO LIN-SER-PRIMERO.
           MOVE TAB-SER-ULTIMO(IND-TAB-SER) TO LIN-SER-ULTIMO.
           MOVE TAB-SER-CANT(IND-TAB-SER) TO LIN-SER-CANT.
           MOVE TAB-SER-HUECOS(IND-TAB-SER) TO LIN-SER-HUECOS.
           MOVE 0 TO LIN-SER-NUMERO.

           IF TAB-SER-PV(IND-TAB-SER) EQUAL ZERO
              MOVE 'SERIE HISTORICA' TO WS-ESTADO-SERIE
           ELSE
              MOVE TAB-SER-PV(IND-TAB-SER) TO WS-SERIE-BUSCADA-PV
              MOVE TAB-SER-LETRA(IND-TAB-SER) TO
                  WS-SERIE-BUSCADA-LETRA
              PERFORM UBICAR-SERIE-NUMERO
              IF SERIE-HALLADA
                 MOVE 'S' TO TAB-NUM-EN-MAESTRO(IND-TAB-NUM)
                 MOVE TAB-NUM-ULTIMO(IND-TAB-NUM) TO LIN-SER-NUMERO
                 MOVE TAB-SER-ULTIMO(IND-TAB-SER) TO
                     WS-ULTIMO-EFECTIVO
                 PERFORM COMPARAR-CON-NUMERACION
              ELSE
                 MOVE 'SIN RENGLON EN FACTURA-NUMERO' TO
                     WS-ESTADO-SERIE
                 ADD 1 TO WS-CANT-DESFASADAS
                 ADD 1 TO WS-CANT-QUIEBRES
              END-IF
           END-IF.

           MOVE WS-ESTADO-SERIE TO LIN-SER-ESTADO.
           MOVE LINEA-SERIE TO REG-AUDITORIA-NUM-LST.
           WRITE REG-AUDITORIA-NUM-LST.
           SET IND-TAB-SER UP BY 1.

      *    una serie de FACTURA-NUMERO.DAT sin comprobantes en el
      *    maestro: la del punto de venta configurado recien sembrada
      *    por la numeracion legada se mide contra la historica de
      *    PV 0; cualquier otra deberia estar en cero.
       IMPRIMIR-SERIE-SIN-MAESTRO.
           IF TAB-NUM-EN-MAESTRO(IND-TAB-NUM) NOT EQUAL 'S'
              MOVE TAB-NUM-PV(IND-TAB-NUM) TO LIN-SER-PV
              MOVE TAB-NUM-LETRA(IND-TAB-NUM) TO LIN-SER-LETRA
              MOVE 0 TO LIN-SER-PRIMERO
              MOVE 0 TO LIN-SER-ULTIMO
              MOVE 0 TO LIN-SER-CANT
              MOVE 0 TO LIN-SER-HUECOS
              MOVE TAB-NUM-ULTIMO(IND-TAB-NUM) TO LIN-SER-NUMERO
              MOVE 0 TO WS-ULTIMO-EFECTIVO
              IF TAB-NUM-PV(IND-TAB-NUM) EQUAL WS-PUNTO-VENTA
                 MOVE 0 TO WS-SERIE-BUSCADA-PV
                 MOVE TAB-NUM-LETRA(IND-TAB-NUM) TO
                     WS-SERIE-BUSCADA-LETRA
                 PERFORM UBICAR-SERIE-EN-TABLA
                 IF SERIE-HALLADA
                    MOVE TAB-SER-ULTIMO(IND-TAB-SER) TO
                        WS-ULTIMO-EFECTIVO
                 END-IF
              END-IF
              PERFORM COMPARAR-CON-NUMERACION
              MOVE WS-ESTADO-SERIE TO LIN-SER-ESTADO
              MOVE LINEA-SERIE TO REG-AUDITORIA-NUM-LST
              WRITE REG-AUDITORIA-NUM-LST
           END-IF.
           SET IND-TAB-NUM UP BY 1.

      *    adelantada: FACTURA-NUMERO.DAT consumio numeros que no
      *    tienen comprobante (hueco al final de la serie). atrasada:
      *    la proxima emision tomaria un numero ya usado.
       COMPARAR-CON-NUMERACION.
           IF TAB-NUM-ULTIMO(IND-TAB-NUM) EQUAL WS-ULTIMO-EFECTIVO
              MOVE 'OK' TO WS-ESTADO-SERIE
           ELSE
              ADD 1 TO WS-CANT-DESFASADAS
              ADD 1 TO WS-CANT-QUIEBRES
              IF TAB-NUM-ULTIMO(IND-TAB-NUM) GREATER THAN
                     WS-ULTIMO-EFECTIVO
                 MOVE 'NUMERACION ADELANTADA' TO WS-ESTADO-SERIE
              ELSE
                 MOVE 'NUMERACION ATRASADA' TO WS-ESTADO-SERIE
              END-IF
           END-IF.

       IMPRIMIR-LINEA-TOTAL.
           MOVE LINEA-TOTAL TO REG-AUDITORIA-NUM-LST.
           WRITE REG-AUDITORIA-NUM-LST.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
