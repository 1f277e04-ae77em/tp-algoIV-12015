      *    saltos: un numero faltante queda marcado en el listado y
      *    el programa termina con RETURN-CODE 12, porque un libro
      *    con huecos de numeracion no se presenta.
      *    un mes ya archivado (ArchivarCuentasHistorico) se arma
      *    igual, leyendo tambien FACTURAS-HISTORICO.DAT.
      *    cada entidad emisora presenta su propio libro: con
      *    LIBRO-IVA-ENTIDAD (99) se listan solo sus comprobantes en
      *    LIBRO-IVA-VENTAS-E99.LST, con su razon social y CUIT en el
      *    titulo. sin la variable sale el consolidado de siempre en
      *    LIBRO-IVA-VENTAS.LST, para uso interno.
      *    los productos de reventa (ver CargaProductos) van dentro
      *    del neto y del IVA de la factura, pero cada uno con su
      *    propia alicuota: del desglose que GeneraFacturas deja en
      *    FACTURAS-CONCEPTOS.DAT sale, bajo el comprobante que los
      *    incluye, un renglon con su neto e IVA, y el total del mes
      *    de productos al pie. sin ese archivo el libro sale igual,
      *    sin el desglose.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

      *    comprobantes que ArchivarCuentasHistorico ya paso al
      *    historico; se leen solo cuando lo pedido empieza antes
      *    del corte anotado en CUENTAS-HISTORICO-CORTE.DAT.
           SELECT ARCH-FACTURAS-HIST ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAH-CLAVE
                   ALTERNATE RECORD KEY IS FAH-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAH-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS-HIST.

           SELECT ARCH-CORTE-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CORTE-HIST.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LIBRO.

           SELECT ARCH-CONCEPTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONCEPTOS.

       DATA DIVISION.
       FILE SECTION.

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
           03 FAC-MONEDA                 PIC X(3).
           03 FAC-TIPO                   PIC X(1).
               88 FAC-ES-NOTA-CREDITO    VALUE 'N'.
               88 FAC-ES-NOTA-DEBITO     VALUE 'D'.
      *    'A' comprobante anulado por AnulacionFacturas: se lo
      *    saltea todo proceso posterior; en blanco, vigente.
           03 FAC-ESTADO                 PIC X(1).
      *    vencimiento estampado por GeneraFacturas (emision mas el
      *    plazo de pago de la empresa); cero en un registro viejo.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

      *    mismo layout que FACTURAS.DAT.
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

       FD ARCH-CORTE-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CUENTAS-HISTORICO-CORTE.DAT'
             DATA RECORD IS REG-CORTE-HIST.

       01 REG-CORTE-HIST.
           03 HCO-FECHA-CORTE            PIC 9(8).
           03 FILLER                     PIC X(1).
           03 HCO-FECHA-CORRIDA          PIC 9(8).
           03 FILLER                     PIC X(1).
           03 HCO-USUARIO                PIC X(20).

       FD ARCH-EMP-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS-INDEXED.DAT'
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

       FD ARCH-LIBRO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-LIBRO
             DATA RECORD IS REG-LIBRO.

       01 REG-LIBRO                      PIC X(120).

      *    desglose de conceptos por comprobante, ver
      *    GRABAR-CONCEPTOS-FACTURA en GeneraFacturas.
       FD ARCH-CONCEPTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-CONCEPTOS.DAT'
             DATA RECORD IS REG-FAC-CONCEPTOS.

       01 REG-FAC-CONCEPTOS.
           03 FCO-CLAVE.
               05 FCO-PUNTO-VENTA        PIC 9(4).
               05 FCO-LETRA              PIC X(1).
               05 FCO-NUMERO             PIC 9(8).
           03 FCO-CUIT                   PIC 9(11).
           03 FCO-MONEDA                 PIC X(3).
           03 FCO-BRUTO                  PIC 9(10)V99.
           03 FCO-INTERES                PIC 9(10)V99.
           03 FCO-GASTOS                 PIC 9(10)V99.
           03 FCO-TOTAL                  PIC 9(10)V99.
      *    neto e IVA de los productos de reventa de la factura; un
      *    renglon anterior a los productos se lee con blancos.
           03 FCO-PRODUCTOS              PIC 9(10)V99.
           03 FCO-IVA-PRODUCTOS          PIC 9(10)V99.

       WORKING-STORAGE SECTION.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-FACTURAS-HIST PIC XX.
           88 FAC-HIST-OK    VALUE '00'.

       77 FS-CORTE-HIST    PIC XX.
           88 CORTE-HIST-OK  VALUE '00'.

      *    lo anterior a esta fecha puede estar en los historicos
      *    (0 = nunca se archivo); mientras LEYENDO-HISTORICO,
      *    LEER-FACTURA lee FACTURAS-HISTORICO.DAT sobre REG-FACTURA.
       01 WS-FECHA-CORTE-HIST        PIC 9(8) VALUE 0.
       01 WS-LEYENDO-HISTORICO       PIC X VALUE 'N'.
           88 LEYENDO-HISTORICO      VALUE 'S'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-LIBRO         PIC XX.
           88 LIBRO-OK       VALUE '00'.

       77 FS-CONCEPTOS     PIC XX.
           88 CONCEPTOS-OK   VALUE '00'.
           88 CONCEPTOS-EOF  VALUE '10'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno LIBRO-IVA-MODO vale 'BATCH', el
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-NOMBRE-LIBRO            PIC X(28) VALUE
          'LIBRO-IVA-VENTAS.LST'.

      *    entidad pedida en LIBRO-IVA-ENTIDAD; 0 = consolidado.
      *    datos de la entidad via SUB-RUTINA-ENTIDADES.
       01 WS-ENTIDAD-ENV             PIC X(2).
       01 WS-ENTIDAD-PEDIDA          PIC 9(2) VALUE 0.
       01 WS-FAC-ENTIDAD             PIC 9(2).
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

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-FECHA-HOY               PIC 9(8).
           03 TAB-COMP-NETO-TEMP     PIC S9(10)V99.
           03 TAB-COMP-IVA-TEMP      PIC S9(10)V99.
           03 TAB-COMP-TOTAL-TEMP    PIC S9(10)V99.
           03 TAB-COMP-PROD-TEMP     PIC S9(10)V99.
           03 TAB-COMP-IVA-PROD-TEMP PIC S9(10)V99.

       01 TABLA-COMPROBANTES.
           03 TAB-COMP OCCURS 2000 TIMES INDEXED BY IND-TAB-COMP.
               05 TAB-COMP-NETO         PIC S9(10)V99.
               05 TAB-COMP-IVA          PIC S9(10)V99.
               05 TAB-COMP-TOTAL        PIC S9(10)V99.
      *        parte del neto y del IVA que es producto de reventa.
               05 TAB-COMP-PROD         PIC S9(10)V99.
               05 TAB-COMP-IVA-PROD     PIC S9(10)V99.

       01 WS-CANT-COMP               PIC 9(4) VALUE 0.

       01 WS-ACUM-NETO               PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-IVA                PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-TOTAL              PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-PROD               PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-IVA-PROD           PIC S9(12)V99 VALUE 0.

       01 WS-COMP-ENCONTRADO         PIC X VALUE 'N'.
           88 COMP-ENCONTRADO        VALUE 'S'.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(26) VALUE
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
           03 FILLER       PIC X(15) VALUE 'COMPROBANTE'.
           03 FILLER       PIC X(10) VALUE 'FECHA'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-TOTAL          PIC -ZZZZZZZZZZ9,99.

       01 LINEA-PRODUCTOS.
           03 FILLER                 PIC X(69) VALUE
              '   INCLUYE PRODUCTOS DE REVENTA'.
           03 LIN-PROD-NETO          PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PROD-IVA           PIC -ZZZZZZZZ9,99.

       01 LINEA-TOTALES-PRODUCTOS.
           03 FILLER                 PIC X(53) VALUE
              'DE LOS CUALES PRODUCTOS DE REVENTA'.
           03 LIN-TOT-PROD-NETO      PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-PROD-IVA       PIC -ZZZZZZZZZZ9,99.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(110) VALUE ALL '-'.

              MOVE WS-PERIODO-ENV TO WS-PERIODO
           END-IF.

           MOVE SPACES TO WS-ENTIDAD-ENV.
           ACCEPT WS-ENTIDAD-ENV FROM ENVIRONMENT 'LIBRO-IVA-ENTIDAD'.
           IF WS-ENTIDAD-ENV NOT EQUAL SPACES
              PERFORM TOMAR-ENTIDAD-PEDIDA
           END-IF.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-COMPROBANTES-DEL-MES.
           PERFORM CARGAR-CONCEPTOS.
           PERFORM ORDENAR-POR-NUMERO.
           PERFORM IMPRIMIR-LIBRO.
           PERFORM TERMINAR.

      *    una entidad inexistente es un error de parametro: no se
      *    emite un libro vacio que parezca valido.
       TOMAR-ENTIDAD-PEDIDA.
           IF WS-ENTIDAD-ENV IS NOT NUMERIC
              OR WS-ENTIDAD-ENV EQUAL '00'
              DISPLAY 'LIBRO-IVA-ENTIDAD INVALIDA: ' WS-ENTIDAD-ENV
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
           MOVE 'C' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           MOVE SPACES TO WS-NOMBRE-LIBRO.
           STRING 'LIBRO-IVA-VENTAS-E' WS-ENTIDAD-PEDIDA '.LST'
               DELIMITED BY SIZE INTO WS-NOMBRE-LIBRO.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER, WS-ENT-CUIT-EMPRESA,
               WS-ENT-FECHA, WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK

           OPEN OUTPUT ARCH-LIBRO.
           IF NOT LIBRO-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-LIBRO ' ' FS-LIBRO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    solo los comprobantes del periodo: START en la clave
      *    alternativa FAC-FECHA en el primer dia del mes y READ NEXT
      *    hasta pasar el ultimo.
       CARGAR-COMPROBANTES-DEL-MES.
           COMPUTE FAC-FECHA = WS-PERIODO * 100 + 1.
           START ARCH-FACTURAS KEY IS NOT LESS THAN FAC-FECHA
               INVALID KEY MOVE '10' TO FS-FACTURAS.
           IF FACTURAS-OK
              PERFORM LEER-FACTURA
              PERFORM CARGAR-COMPROBANTE
                  UNTIL FACTURAS-EOF
                   OR FAC-FECHA (1:6) GREATER WS-PERIODO
           END-IF.
           PERFORM CARGAR-COMPROBANTES-HISTORICO.
           CLOSE ARCH-FACTURAS.

      *    un mes anterior al corte de ArchivarCuentasHistorico puede
      *    tener comprobantes ya archivados: se cargan igual, con el
      *    mismo START por fecha, para que el libro y el control de
      *    numeracion salgan completos.
       CARGAR-COMPROBANTES-HISTORICO.
           PERFORM LEER-CORTE-HISTORICO.
           IF WS-PERIODO * 100 + 1 LESS WS-FECHA-CORTE-HIST
              OPEN INPUT ARCH-FACTURAS-HIST
              IF NOT FAC-HIST-OK
                 DISPLAY 'NO PUDO ABRIRSE FACTURAS-HISTORICO.DAT '
                     FS-FACTURAS-HIST ' - EL PERIODO ESTA ARCHIVADO'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'S' TO WS-LEYENDO-HISTORICO
              MOVE '00' TO FS-FACTURAS
              COMPUTE FAH-FECHA = WS-PERIODO * 100 + 1
              START ARCH-FACTURAS-HIST
                  KEY IS NOT LESS THAN FAH-FECHA
                  INVALID KEY MOVE '10' TO FS-FACTURAS
              END-START
              IF FACTURAS-OK
                 PERFORM LEER-FACTURA
                 PERFORM CARGAR-COMPROBANTE
                     UNTIL FACTURAS-EOF
                      OR FAC-FECHA (1:6) GREATER WS-PERIODO
              END-IF
              MOVE 'N' TO WS-LEYENDO-HISTORICO
              CLOSE ARCH-FACTURAS-HIST
           END-IF.

      *    fecha de corte de ArchivarCuentasHistorico; sin el
      *    archivo no hay nada archivado.
       LEER-CORTE-HISTORICO.
           MOVE 0 TO WS-FECHA-CORTE-HIST.
           OPEN INPUT ARCH-CORTE-HIST.
           IF CORTE-HIST-OK
              READ ARCH-CORTE-HIST
              IF CORTE-HIST-OK AND HCO-FECHA-CORTE IS NUMERIC
                 MOVE HCO-FECHA-CORTE TO WS-FECHA-CORTE-HIST
              END-IF
              CLOSE ARCH-CORTE-HIST.

       LEER-FACTURA.
           IF LEYENDO-HISTORICO
              READ ARCH-FACTURAS-HIST NEXT RECORD INTO REG-FACTURA
                  AT END MOVE '10' TO FS-FACTURAS
              END-READ
           ELSE
              READ ARCH-FACTURAS NEXT RECORD
                  AT END MOVE '10' TO FS-FACTURAS
              END-READ
           END-IF.

      *    comprobante viejo sin entidad = entidad 01.
       CARGAR-COMPROBANTE.
           IF FAC-ENTIDAD IS NUMERIC AND FAC-ENTIDAD GREATER ZERO
              MOVE FAC-ENTIDAD TO WS-FAC-ENTIDAD
           ELSE
              MOVE 1 TO WS-FAC-ENTIDAD
           END-IF.
           IF FAC-FECHA (1:6) EQUAL WS-PERIODO
              AND (WS-ENTIDAD-PEDIDA EQUAL ZERO
                   OR WS-FAC-ENTIDAD EQUAL WS-ENTIDAD-PEDIDA)
              IF WS-CANT-COMP IS LESS THAN WS-MAX-COMP
                 ADD 1 TO WS-CANT-COMP
                 SET IND-TAB-COMP TO WS-CANT-COMP
                 MOVE FAC-FECHA TO TAB-COMP-FECHA(IND-TAB-COMP)
                 MOVE FAC-CUIT TO TAB-COMP-CUIT(IND-TAB-COMP)
                 MOVE FAC-TIPO TO TAB-COMP-TIPO(IND-TAB-COMP)
                 MOVE 0 TO TAB-COMP-PROD(IND-TAB-COMP)
                 MOVE 0 TO TAB-COMP-IVA-PROD(IND-TAB-COMP)
      *          un comprobante anulado se lista en cero marcado
      *          ANUL: mantiene la correlatividad del libro sin
      *          aportar debito fiscal.
           END-IF.
           PERFORM LEER-FACTURA.

      *    FACTURAS-CONCEPTOS.DAT puede no existir; una factura que
      *    una corrida retomada volvio a emitir toma el ultimo renglon.
      *    solo interesan los comprobantes ya cargados del mes.
       CARGAR-CONCEPTOS.
           OPEN INPUT ARCH-CONCEPTOS.
           IF CONCEPTOS-OK
              PERFORM LEER-CONCEPTOS
              PERFORM APLICAR-UN-CONCEPTO UNTIL CONCEPTOS-EOF
              CLOSE ARCH-CONCEPTOS.

       LEER-CONCEPTOS.
           READ ARCH-CONCEPTOS AT END MOVE '10' TO FS-CONCEPTOS.

      *    la nota de credito no lleva productos (ver GeneraFacturas)
      *    y el anulado queda en cero, asi que solo se toman las
      *    facturas y notas de debito vigentes.
       APLICAR-UN-CONCEPTO.
           IF FCO-PRODUCTOS IS NUMERIC
              AND FCO-IVA-PRODUCTOS IS NUMERIC
              AND FCO-PRODUCTOS GREATER ZERO
              PERFORM BUSCAR-COMPROBANTE
              IF COMP-ENCONTRADO
                 AND TAB-COMP-TIPO(IND-TAB-COMP) NOT EQUAL 'X'
                 AND TAB-COMP-TIPO(IND-TAB-COMP) NOT EQUAL 'N'
                 MOVE FCO-PRODUCTOS TO TAB-COMP-PROD(IND-TAB-COMP)
                 MOVE FCO-IVA-PRODUCTOS TO
                     TAB-COMP-IVA-PROD(IND-TAB-COMP).
           PERFORM LEER-CONCEPTOS.

       BUSCAR-COMPROBANTE.
           MOVE 'N' TO WS-COMP-ENCONTRADO.
           SET IND-TAB-COMP TO 1.
           SEARCH TAB-COMP
               WHEN IND-TAB-COMP GREATER THAN WS-CANT-COMP
                   NEXT SENTENCE
               WHEN TAB-COMP-PV(IND-TAB-COMP) EQUAL FCO-PUNTO-VENTA
                AND TAB-COMP-LETRA(IND-TAB-COMP) EQUAL FCO-LETRA
                AND TAB-COMP-NUMERO(IND-TAB-COMP) EQUAL FCO-NUMERO
                   MOVE 'S' TO WS-COMP-ENCONTRADO
           END-SEARCH.

      *    selection sort ascendente por serie (PV + letra) y numero,
      *    mismo armado que ORDERNAR-EMPRESAS-X-RAZ-SOC en TP1: dos
      *    puntos de venta llevan correlativas independientes y no
           MOVE WS-PERIODO TO LIN-TIT-PERIODO.
           MOVE LINEA-TITULO TO REG-LIBRO.
           WRITE REG-LIBRO.
           IF WS-ENTIDAD-PEDIDA GREATER ZERO
              MOVE WS-ENTIDAD-PEDIDA TO LIN-TIT-ENTIDAD
              MOVE WS-ENT-RAZON TO LIN-TIT-RAZON
              MOVE WS-ENT-CUIT TO LIN-TIT-CUIT
              MOVE LINEA-TITULO-ENTIDAD TO REG-LIBRO
              WRITE REG-LIBRO
           END-IF.
           MOVE LINEA-ENCABEZADO TO REG-LIBRO.
           WRITE REG-LIBRO.
           MOVE LINEA-DIVISORIA TO REG-LIBRO.
           MOVE WS-ACUM-TOTAL TO LIN-TOT-TOTAL.
           MOVE LINEA-TOTALES TO REG-LIBRO.
           WRITE REG-LIBRO.
           IF WS-ACUM-PROD NOT EQUAL ZERO
              MOVE WS-ACUM-PROD TO LIN-TOT-PROD-NETO
              MOVE WS-ACUM-IVA-PROD TO LIN-TOT-PROD-IVA
              MOVE LINEA-TOTALES-PRODUCTOS TO REG-LIBRO
              WRITE REG-LIBRO
           END-IF.

      *    control duro de correlatividad dentro del mes: entre el
      *    comprobante anterior y este no puede faltar ningun numero.
              IF TAB-COMP-TIPO(IND-TAB-COMP) EQUAL 'X'
                 MOVE 'ANUL' TO LIN-DET-TIPO
              ELSE
                 IF TAB-COMP-TIPO(IND-TAB-COMP) EQUAL 'D'
                    MOVE 'ND' TO LIN-DET-TIPO
                 ELSE
                    MOVE 'FC' TO LIN-DET-TIPO
                 END-IF
              END-IF
           END-IF.
           MOVE TAB-COMP-CUIT(IND-TAB-COMP) TO LIN-DET-CUIT.
           ADD TAB-COMP-IVA(IND-TAB-COMP) TO WS-ACUM-IVA.
           ADD TAB-COMP-TOTAL(IND-TAB-COMP) TO WS-ACUM-TOTAL.

           IF TAB-COMP-PROD(IND-TAB-COMP) NOT EQUAL ZERO
              MOVE TAB-COMP-PROD(IND-TAB-COMP) TO LIN-PROD-NETO
              MOVE TAB-COMP-IVA-PROD(IND-TAB-COMP) TO LIN-PROD-IVA
              MOVE LINEA-PRODUCTOS TO REG-LIBRO
              WRITE REG-LIBRO
              ADD TAB-COMP-PROD(IND-TAB-COMP) TO WS-ACUM-PROD
              ADD TAB-COMP-IVA-PROD(IND-TAB-COMP) TO WS-ACUM-IVA-PROD
           END-IF.

           SET IND-TAB-COMP UP BY 1.

       MARCAR-NUMERO-FALTANTE.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-LIBRO.
           DISPLAY WS-CANT-COMP ' COMPROBANTES EN EL LIBRO - '
               WS-NOMBRE-LIBRO.
           IF HAY-SALTO
              DISPLAY 'ATENCION: HAY SALTOS DE NUMERACION EN EL MES '
                  '- EL LIBRO NO SE PRESENTA ASI'
