      *    los comprobantes del periodo del maestro FACTURAS.DAT
      *    (ASIENTOS-PERIODO AAAAMM, el mes actual por defecto), el
      *    desglose de conceptos del extracto (recargo no laborable,
      *    gastos '4', abonos '5', descuentos '6', productos de
      *    reventa 'P') y el plan de
      *    cuentas PLAN-CUENTAS.DAT (un renglon por concepto con su
      *    cuenta, mantenido con el editor igual que INDICE.DAT), y
      *    arma el archivo ASIENTOS.DAT con las partidas DEBE/HABER.
      *      HABER RECARGO    recargo por dia no laborable
      *      HABER GASTOS     gastos reembolsables facturados
      *      HABER ABONO      cuotas de abono facturadas
      *      HABER PRODUCTOS  productos de reventa facturados (sin
      *                       IVA; su IVA va en la linea IVA)
      *      HABER INTERES    intereses por mora facturados (de
      *                       INTERESES-FACTURADO.DAT, el archivo
      *                       que GeneraFacturas rota al facturarlos
      *                       - al extracto de TP1 nunca llegan)
      *      HABER NOTACRED   (en negativo via DEBE) bruto de las NC
      *      HABER IVA        debito fiscal (menos IVA de NC)
      *      DEBE  PRONTOPAGO descuentos de pronto pago tomados en
      *                       el periodo (aplicaciones PRONTOPAGO
      *                       de CargaAplicaciones, por la fecha del
      *                       recibo)
      *      HABER DEUDORES   los mismos descuentos, que cancelan
      *                       las facturas cobradas con descuento
      *
      *    los libros van en pesos: un comprobante en otra moneda se
      *    asienta a la cotizacion de COTIZACION.DAT vigente a su
      *    fecha de emision (la misma que usa CargaAplicaciones para
      *    la diferencia de cambio), y los conceptos del extracto en
      *    esa moneda a la cotizacion promedio de lo facturado en
      *    ella - el redondeo queda en el residuo de honorarios.
      *
      *    cada entidad emisora lleva su propio asiento balanceado:
      *    los comprobantes van por FAC-ENTIDAD, los conceptos del
      *    extracto y los intereses por la entidad que facturo al
      *    CUIT en su periodo (SUB-RUTINA-ENTIDADES) y el pronto pago
      *    por la entidad de la factura descontada. cada linea lleva
      *    la entidad en ASI-ENTIDAD. sin variable, ASIENTOS.DAT trae
      *    los asientos de todas las entidades (el mayor sigue
      *    consolidado); con ASIENTOS-ENTIDAD (99) sale solo esa en
      *    ASIENTOS-E99.DAT, para la contabilidad de esa entidad.
      *    si un asiento no cierra no se graba el de ninguna.

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

           SELECT ARCH-GL-EXTRACT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PLAN.

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

      *    aplicaciones de cobranzas: solo interesan los descuentos
      *    de pronto pago (referencia PRONTOPAGO).
           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-ASIENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIENTOS.
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
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
      *    vencimiento estampado por GeneraFacturas (emision mas el
      *    plazo de pago de la empresa); cero en un registro viejo.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

       FD ARCH-APLICACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'APLICACIONES.DAT'
             DATA RECORD IS REG-APLICACION.

       01 REG-APLICACION.
           03 REG-APL-CLAVE.
               05 REG-APL-CUIT           PIC 9(11).
               05 REG-APL-FECHA-COB      PIC 9(8).
               05 REG-APL-REFERENCIA     PIC X(10).
               05 REG-APL-FACTURA        PIC 9(8).
               05 REG-APL-PV             PIC 9(4).
               05 REG-APL-LETRA          PIC X(1).
           03 REG-APL-IMPORTE            PIC 9(10)V99.
           03 REG-APL-MONEDA             PIC X(3).
           03 REG-APL-IMPORTE-DOC        PIC 9(10)V99.

       FD ARCH-GL-EXTRACT LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'GL-EXTRACT.DAT'
               88 REG-GL-ABONO           VALUE '5'.
               88 REG-GL-DESCUENTO       VALUE '6'.
               88 REG-GL-TOTAL-GRAL      VALUE '9'.
               88 REG-GL-REVENTA         VALUE 'P'.
           03 REG-GL-CONSULTOR           PIC X(5).
           03 REG-GL-CUIT-EMPRESA        PIC 9(11).
           03 REG-GL-PERIODO             PIC 9(8).
      *    reconstruirla): GeneraFacturas regrosa el bruto con este
      *    importe real. cero en un extracto viejo.
           03 REG-GL-RETENIDO            PIC 9(10)V99.
      *    orden de trabajo y tarea de los trabajos del registro: el
      *    '1' y el '2' salen uno por empresa, orden y tarea del
      *    bloque del consultor, para que GeneraFacturas pueda partir
      *    la factura segun la politica de la empresa. en blanco en
      *    los demas tipos y en un extracto viejo.
           03 REG-GL-ORDEN               PIC X(4).
           03 REG-GL-TAREA               PIC X(4).
      *    producto de reventa del 'P': codigo, descripcion, cantidad,
      *    precio unitario y alicuota de IVA del renglon de la orden
      *    (REG-GL-IMPORTE es cantidad x precio). en blanco en los
      *    demas tipos y en un extracto viejo.
           03 REG-GL-PRODUCTO-DATOS.
               05 REG-GL-PRODUCTO        PIC X(8).
               05 REG-GL-PROD-DESC       PIC X(30).
               05 REG-GL-CANTIDAD        PIC 9(5)V99.
               05 REG-GL-PRECIO-UNIT     PIC 9(8)V99.
               05 REG-GL-IVA-PCT         PIC 9(3)V99.

      *    plan de cuentas: un renglon por concepto, mantenido con el
      *    editor igual que INDICE.DAT.
           03 PLC-CUENTA                 PIC 9(6).
           03 PLC-DESCRIPCION            PIC X(25).

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA              PIC 9(8).
           03 REG-COT-VALOR              PIC 9(5)V99.

       FD ARCH-ASIENTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-ASIENTOS
             DATA RECORD IS REG-ASIENTO.

       01 REG-ASIENTO.
           03 ASI-DEBE                   PIC 9(12)V99.
           03 FILLER                     PIC X(1).
           03 ASI-HABER                  PIC 9(12)V99.
           03 FILLER                     PIC X(1).
      *    entidad emisora del asiento; 0 = asiento de toda la
      *    cartera, sin entidad (prevision, revaluacion, WIP).
           03 ASI-ENTIDAD                PIC 9(2).

       WORKING-STORAGE SECTION.

           88 PLAN-OK        VALUE '00'.
           88 PLAN-EOF       VALUE '10'.

       77 FS-COTIZACION    PIC XX.
           88 COTIZACION-OK  VALUE '00'.
           88 COTIZACION-EOF VALUE '10'.

       77 FS-ASIENTOS      PIC XX.
           88 ASIENTOS-OK    VALUE '00'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno ASIENTOS-MODO vale 'BATCH', el

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-ANIO        PIC 9(4).
           03 WS-PERIODO-MES         PIC 9(2).
       01 WS-FECHA-HOY               PIC 9(8).

       01 WS-NOMBRE-ASIENTOS         PIC X(28) VALUE
          'ASIENTOS.DAT'.

      *    entidad pedida en ASIENTOS-ENTIDAD; 0 = todas.
      *    datos de la entidad via SUB-RUTINA-ENTIDADES.
       01 WS-ENTIDAD-ENV             PIC X(2).
       01 WS-ENTIDAD-PEDIDA          PIC 9(2) VALUE 0.
       01 WS-ENTIDAD-ACTUAL          PIC 9(3).
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

      *    el periodo del extracto y de los intereses viene DDMMAAAA.
       01 WS-ENT-PERIODO             PIC 9(8).
       01 WS-ENT-PERIODO-R REDEFINES WS-ENT-PERIODO.
           03 WS-ENT-PER-DD          PIC 9(2).
           03 WS-ENT-PER-MM          PIC 9(2).
           03 WS-ENT-PER-AAAA        PIC 9(4).

      *    primera pasada: arma y controla el asiento de cada
      *    entidad; segunda pasada: recien ahi graba.
       01 WS-FASE                    PIC X VALUE 'C'.
           88 FASE-CONTROL           VALUE 'C'.
           88 FASE-GRABACION         VALUE 'G'.
       01 WS-ACUM-COMPROBANTES       PIC 9(5) VALUE 0.

      *    fecha de las lineas: hoy si el periodo es el mes en curso,
      *    si no el ultimo dia del periodo (el primero del mes
      *    siguiente menos un dia) - PasajeMayor solo pasa lineas
      *    fechadas dentro del periodo.
       01 WS-FECHA-ASIENTO           PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE       PIC 9(8).
       01 WS-PRIMERO-SIGUIENTE-R REDEFINES WS-PRIMERO-SIGUIENTE.
           03 WS-PS-ANIO             PIC 9(4).
           03 WS-PS-MES              PIC 9(2).
           03 WS-PS-DIA              PIC 9(2).
       01 WS-DIAS-FECHA              PIC 9(7).

      *    plan de cuentas en tabla - 50 conceptos alcanzan.
       01 WS-MAX-PLAN                PIC 9(2) VALUE 50.

       01 WS-TOT-RECARGO             PIC S9(12)V99 VALUE 0.
       01 WS-TOT-GASTOS              PIC S9(12)V99 VALUE 0.
       01 WS-TOT-ABONOS              PIC S9(12)V99 VALUE 0.
       01 WS-TOT-PRODUCTOS           PIC S9(12)V99 VALUE 0.
       01 WS-TOT-INTERESES           PIC S9(12)V99 VALUE 0.
       01 WS-TOT-DESCUENTOS          PIC S9(12)V99 VALUE 0.
       01 WS-TOT-PRONTO-PAGO         PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-PRONTO-PAGO        PIC 9(5) VALUE 0.
       01 WS-PRONTO-PAGO-ARS         PIC S9(12)V99.
       01 WS-HONORARIOS-RESIDUAL     PIC S9(12)V99 VALUE 0.

      *    valuacion en pesos del comprobante en curso y
      *    acumulados de lo facturado en moneda extranjera (nominal y
      *    en pesos) para convertir los conceptos del extracto.
       01 WS-COTIZ-VALOR             PIC 9(5)V99.
       01 WS-FAC-TOTAL-ARS           PIC S9(12)V99.
       01 WS-FAC-RET-ARS             PIC S9(12)V99.
       01 WS-FAC-IVA-ARS             PIC S9(12)V99.
       01 WS-FAC-BRUTO-ARS           PIC S9(12)V99.
       01 WS-BRUTO-ME                PIC S9(12)V99 VALUE 0.
       01 WS-BRUTO-ME-ARS            PIC S9(12)V99 VALUE 0.
       01 WS-IMPORTE-CONCEPTO        PIC S9(12)V99.
       01 WS-MONEDA-CONCEPTO         PIC X(3).

       01 WS-TOT-DEBE                PIC S9(13)V99 VALUE 0.
       01 WS-TOT-HABER               PIC S9(13)V99 VALUE 0.

           IF WS-PERIODO-ENV NOT EQUAL SPACES
              MOVE WS-PERIODO-ENV TO WS-PERIODO
           END-IF.
           PERFORM DETERMINAR-FECHA-ASIENTO.

           PERFORM CARGAR-PLAN-CUENTAS.

           MOVE 'O' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           MOVE SPACES TO WS-ENTIDAD-ENV.
           ACCEPT WS-ENTIDAD-ENV FROM ENVIRONMENT 'ASIENTOS-ENTIDAD'.
           IF WS-ENTIDAD-ENV NOT EQUAL SPACES
              PERFORM TOMAR-ENTIDAD-PEDIDA
           END-IF.

           MOVE 'C' TO WS-FASE.
           PERFORM PROCESAR-ENTIDADES.
           IF WS-ACUM-COMPROBANTES EQUAL ZERO
              DISPLAY 'SIN COMPROBANTES DEL PERIODO ' WS-PERIODO
                  ' EN FACTURAS.DAT, NO HAY ASIENTO'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

           OPEN OUTPUT ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-ASIENTOS ' '
                  FS-ASIENTOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE 'G' TO WS-FASE.
           PERFORM PROCESAR-ENTIDADES.
           CLOSE ARCH-ASIENTOS.
           DISPLAY WS-ACUM-LINEAS ' LINEAS DE ASIENTO GRABADAS EN '
               WS-NOMBRE-ASIENTOS.
           PERFORM TERMINAR.

      *    una entidad inexistente es un error de parametro.
       TOMAR-ENTIDAD-PEDIDA.
           IF WS-ENTIDAD-ENV IS NOT NUMERIC
              OR WS-ENTIDAD-ENV EQUAL '00'
              DISPLAY 'ASIENTOS-ENTIDAD INVALIDA: ' WS-ENTIDAD-ENV
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-ENTIDAD-ENV TO WS-ENTIDAD-PEDIDA.
           MOVE WS-ENTIDAD-PEDIDA TO WS-ENT-CODIGO.
           MOVE 'Q' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR NOT EQUAL 'OK'
              DISPLAY 'LA ENTIDAD ' WS-ENTIDAD-PEDIDA ' NO EXISTE EN '
                  'ENTIDADES.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE SPACES TO WS-NOMBRE-ASIENTOS.
           STRING 'ASIENTOS-E' WS-ENTIDAD-PEDIDA '.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-ASIENTOS.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER, WS-ENT-CUIT-EMPRESA,
               WS-ENT-FECHA, WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

      *    la entidad pedida, o todos los codigos de 01 a 99 que
      *    existan en ENTIDADES.DAT (la 01 existe siempre).
       PROCESAR-ENTIDADES.
           IF WS-ENTIDAD-PEDIDA NOT EQUAL ZERO
              MOVE WS-ENTIDAD-PEDIDA TO WS-ENTIDAD-ACTUAL
              PERFORM ASENTAR-ENTIDAD
           ELSE
              PERFORM ASENTAR-SI-EXISTE
                  VARYING WS-ENTIDAD-ACTUAL FROM 1 BY 1
                  UNTIL WS-ENTIDAD-ACTUAL GREATER 99
           END-IF.

       ASENTAR-SI-EXISTE.
           MOVE WS-ENTIDAD-ACTUAL TO WS-ENT-CODIGO.
           MOVE 'Q' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR EQUAL 'OK'
              PERFORM ASENTAR-ENTIDAD.

       ASENTAR-ENTIDAD.
           PERFORM INICIALIZAR-ACUMULADOS.
           PERFORM ACUMULAR-FACTURAS-PERIODO.
           PERFORM ACUMULAR-CONCEPTOS-EXTRACTO.
           PERFORM ACUMULAR-INTERESES-FACTURADOS.
           PERFORM ACUMULAR-PRONTO-PAGO-PERIODO.
      *    una entidad sin comprobantes ni descuentos en el periodo
      *    no lleva asiento.
           IF WS-ACUM-FACTURAS NOT EQUAL ZERO
              OR WS-ACUM-PRONTO-PAGO NOT EQUAL ZERO
              PERFORM ARMAR-Y-CONTROLAR-ASIENTO
           END-IF.

       INICIALIZAR-ACUMULADOS.
           MOVE 0 TO WS-TOT-FAC-TOTAL WS-TOT-FAC-RET WS-TOT-FAC-BRUTO
               WS-TOT-FAC-IVA WS-TOT-NC-TOTAL WS-TOT-NC-RET
               WS-TOT-NC-BRUTO WS-TOT-NC-IVA WS-TOT-RECARGO
               WS-TOT-GASTOS WS-TOT-ABONOS WS-TOT-PRODUCTOS
               WS-TOT-INTERESES WS-TOT-DESCUENTOS WS-TOT-PRONTO-PAGO
               WS-ACUM-PRONTO-PAGO WS-HONORARIOS-RESIDUAL
               WS-BRUTO-ME WS-BRUTO-ME-ARS WS-ACUM-FACTURAS
               WS-TOT-DEBE WS-TOT-HABER.

       DETERMINAR-FECHA-ASIENTO.
           IF WS-FECHA-HOY (1:6) EQUAL WS-PERIODO
              MOVE WS-FECHA-HOY TO WS-FECHA-ASIENTO
           ELSE
              IF WS-PERIODO-MES EQUAL 12
                 COMPUTE WS-PS-ANIO = WS-PERIODO-ANIO + 1
                 MOVE 1 TO WS-PS-MES
              ELSE
                 MOVE WS-PERIODO-ANIO TO WS-PS-ANIO
                 COMPUTE WS-PS-MES = WS-PERIODO-MES + 1
              END-IF
              MOVE 1 TO WS-PS-DIA
              COMPUTE WS-DIAS-FECHA = FUNCTION INTEGER-OF-DATE
                  (WS-PRIMERO-SIGUIENTE) - 1
              COMPUTE WS-FECHA-ASIENTO = FUNCTION DATE-OF-INTEGER
                  (WS-DIAS-FECHA)
           END-IF.

       CARGAR-PLAN-CUENTAS.
           OPEN INPUT ARCH-PLAN.
           MOVE PLC-DESCRIPCION TO TAB-PLC-DESC(WS-CANT-PLAN).
           PERFORM LEER-PLAN.

      *    solo los comprobantes del periodo: START en la clave
      *    alternativa FAC-FECHA en el primer dia del mes y READ NEXT
      *    hasta pasar el ultimo.
       ACUMULAR-FACTURAS-PERIODO.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           COMPUTE FAC-FECHA = WS-PERIODO * 100 + 1.
           START ARCH-FACTURAS KEY IS NOT LESS THAN FAC-FECHA
               INVALID KEY MOVE '10' TO FS-FACTURAS.
           IF FACTURAS-OK
              PERFORM LEER-FACTURA
              PERFORM ACUMULAR-UNA-FACTURA
                  UNTIL FACTURAS-EOF
                   OR FAC-FECHA (1:6) GREATER WS-PERIODO
           END-IF.
           CLOSE ARCH-FACTURAS.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

       ACUMULAR-UNA-FACTURA.
           IF FAC-ENTIDAD IS NUMERIC AND FAC-ENTIDAD GREATER ZERO
              MOVE FAC-ENTIDAD TO WS-FAC-ENTIDAD
           ELSE
              MOVE 1 TO WS-FAC-ENTIDAD
           END-IF.
           IF FAC-FECHA (1:6) EQUAL WS-PERIODO
              AND NOT FAC-ANULADA
              AND WS-FAC-ENTIDAD EQUAL WS-ENTIDAD-ACTUAL
              ADD 1 TO WS-ACUM-FACTURAS
              PERFORM VALUAR-FACTURA-EN-PESOS
              IF FAC-ES-NOTA-CREDITO
                 ADD WS-FAC-TOTAL-ARS TO WS-TOT-NC-TOTAL
                 ADD WS-FAC-RET-ARS TO WS-TOT-NC-RET
                 ADD WS-FAC-BRUTO-ARS TO WS-TOT-NC-BRUTO
                 ADD WS-FAC-IVA-ARS TO WS-TOT-NC-IVA
              ELSE
                 ADD WS-FAC-TOTAL-ARS TO WS-TOT-FAC-TOTAL
                 ADD WS-FAC-RET-ARS TO WS-TOT-FAC-RET
                 ADD WS-FAC-BRUTO-ARS TO WS-TOT-FAC-BRUTO
                 ADD WS-FAC-IVA-ARS TO WS-TOT-FAC-IVA
              END-IF
           END-IF.
           PERFORM LEER-FACTURA.

      *    en pesos, el comprobante se toma tal cual. en otra moneda
      *    se valuan total, retencion e IVA a la cotizacion de la
      *    fecha de emision y el bruto sale por diferencia, asi la
      *    identidad TOTAL + RETENCION = BRUTO + IVA sigue cerrando
      *    al centavo. sin cotizacion no hay asiento.
       VALUAR-FACTURA-EN-PESOS.
           IF FAC-MONEDA EQUAL 'ARS' OR FAC-MONEDA EQUAL SPACES
              MOVE FAC-TOTAL TO WS-FAC-TOTAL-ARS
              MOVE FAC-RETENCION TO WS-FAC-RET-ARS
              MOVE FAC-IVA TO WS-FAC-IVA-ARS
              MOVE FAC-IMPORTE-BRUTO TO WS-FAC-BRUTO-ARS
           ELSE
              PERFORM BUSCAR-COTIZACION-FACTURA
              IF WS-COTIZ-VALOR EQUAL ZERO
                 DISPLAY 'SIN COTIZACION AL ' FAC-FECHA
                     ' EN COTIZACION.DAT PARA EL COMPROBANTE '
                     FAC-NUMERO ' EN ' FAC-MONEDA ' - NO HAY ASIENTO'
                 CLOSE ARCH-FACTURAS
                 MOVE 12 TO RETURN-CODE
                 PERFORM TERMINAR
              END-IF
              COMPUTE WS-FAC-TOTAL-ARS ROUNDED =
                  FAC-TOTAL * WS-COTIZ-VALOR
              COMPUTE WS-FAC-RET-ARS ROUNDED =
                  FAC-RETENCION * WS-COTIZ-VALOR
              COMPUTE WS-FAC-IVA-ARS ROUNDED =
                  FAC-IVA * WS-COTIZ-VALOR
              COMPUTE WS-FAC-BRUTO-ARS = WS-FAC-TOTAL-ARS
                  + WS-FAC-RET-ARS - WS-FAC-IVA-ARS
              IF NOT FAC-ES-NOTA-CREDITO
                 ADD FAC-IMPORTE-BRUTO TO WS-BRUTO-ME
                 ADD WS-FAC-BRUTO-ARS TO WS-BRUTO-ME-ARS
              END-IF
           END-IF.

      *    cotizacion vigente a la fecha de emision: la ultima
      *    anterior o igual, releyendo COTIZACION.DAT igual que
      *    BUSCAR-COTIZACION-FACTURA en CargaAplicaciones.
       BUSCAR-COTIZACION-FACTURA.
           MOVE 0 TO WS-COTIZ-VALOR.
           OPEN INPUT ARCH-COTIZACION.
           IF COTIZACION-OK
              PERFORM LEER-COTIZACION
              PERFORM EVALUAR-UNA-COTIZACION UNTIL COTIZACION-EOF
              CLOSE ARCH-COTIZACION.

       LEER-COTIZACION.
           READ ARCH-COTIZACION AT END MOVE '10' TO FS-COTIZACION.

       EVALUAR-UNA-COTIZACION.
           IF REG-COT-FECHA NOT GREATER FAC-FECHA
              MOVE REG-COT-VALOR TO WS-COTIZ-VALOR.
           PERFORM LEER-COTIZACION.

      *    un concepto del extracto en moneda extranjera pasa a pesos
      *    a la cotizacion promedio de lo facturado en esa moneda en
      *    el periodo (bruto en pesos sobre bruto nominal).
       VALUAR-CONCEPTO-EN-PESOS.
           IF WS-MONEDA-CONCEPTO NOT EQUAL 'ARS'
              AND WS-MONEDA-CONCEPTO NOT EQUAL SPACES
              AND WS-BRUTO-ME GREATER ZERO
              COMPUTE WS-IMPORTE-CONCEPTO ROUNDED =
                  WS-IMPORTE-CONCEPTO * WS-BRUTO-ME-ARS / WS-BRUTO-ME.

      *    conceptos desglosados de la ultima corrida: recargo (en
      *    los '1'), gastos '4', abonos '5', descuentos '6' y
      *    productos de reventa 'P'. se
      *    toman a su valor del extracto y el bruto de honorarios
      *    queda como residuo, asi el asiento cierra aunque la
      *    retencion haya regrosado los importes. los intereses no

       LEER-GL-EXTRACT.
           READ ARCH-GL-EXTRACT AT END MOVE '10' TO FS-GL-EXTRACT.
      *    un renglon mas largo que el registro (status 06) vuelve
      *    partido en dos lecturas: la corrida se corta en vez de
      *    sumar el pedazo sobrante como otro registro.
           IF NOT GL-OK AND NOT GL-EOF
              DISPLAY 'ERROR LEYENDO GL-EXTRACT.DAT ' FS-GL-EXTRACT
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       ACUMULAR-UN-GL.
           MOVE REG-GL-CUIT-EMPRESA TO WS-ENT-CUIT-EMPRESA.
           MOVE REG-GL-PERIODO TO WS-ENT-PERIODO.
           PERFORM RESOLVER-ENTIDAD-CUIT.
           IF WS-ENT-CODIGO EQUAL WS-ENTIDAD-ACTUAL
              PERFORM ACUMULAR-CONCEPTO-GL.
           PERFORM LEER-GL-EXTRACT.

      *    la entidad que facturo al CUIT en el periodo, con el mismo
      *    criterio que GeneraFacturas.
       RESOLVER-ENTIDAD-CUIT.
           COMPUTE WS-ENT-FECHA = WS-ENT-PER-AAAA * 10000
               + WS-ENT-PER-MM * 100 + WS-ENT-PER-DD.
           MOVE 'R' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR NOT EQUAL 'OK'
              DISPLAY 'CUIT ' WS-ENT-CUIT-EMPRESA ' ASIGNADO A UNA '
                  'ENTIDAD INEXISTENTE: ' WS-ENT-CODIGO
                  ' - NO HAY ASIENTO'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       ACUMULAR-CONCEPTO-GL.
           MOVE REG-GL-MONEDA TO WS-MONEDA-CONCEPTO.
           IF REG-GL-DETALLE
              MOVE REG-GL-RECARGO TO WS-IMPORTE-CONCEPTO
           ELSE
              MOVE REG-GL-IMPORTE TO WS-IMPORTE-CONCEPTO.
           PERFORM VALUAR-CONCEPTO-EN-PESOS.
           IF REG-GL-DETALLE
              ADD WS-IMPORTE-CONCEPTO TO WS-TOT-RECARGO
           ELSE
              IF REG-GL-GASTO
                 ADD WS-IMPORTE-CONCEPTO TO WS-TOT-GASTOS
              ELSE
                 IF REG-GL-ABONO
                    ADD WS-IMPORTE-CONCEPTO TO WS-TOT-ABONOS
                 ELSE
                    IF REG-GL-DESCUENTO
                       ADD WS-IMPORTE-CONCEPTO TO WS-TOT-DESCUENTOS
                    ELSE
                       IF REG-GL-REVENTA
                          ADD WS-IMPORTE-CONCEPTO TO WS-TOT-PRODUCTOS.

      *    los intereses facturados salen del archivo que
      *    GeneraFacturas rota al consumirlos: sin esta pasada

       ACUMULAR-UN-INTERES.
           IF REG-INT-DEBITO
              MOVE REG-INT-CUIT-EMPRESA TO WS-ENT-CUIT-EMPRESA
              MOVE REG-INT-PERIODO TO WS-ENT-PERIODO
              PERFORM RESOLVER-ENTIDAD-CUIT
           END-IF.
           IF REG-INT-DEBITO
              AND WS-ENT-CODIGO EQUAL WS-ENTIDAD-ACTUAL
              MOVE REG-INT-MONEDA TO WS-MONEDA-CONCEPTO
              MOVE REG-INT-IMPORTE TO WS-IMPORTE-CONCEPTO
              PERFORM VALUAR-CONCEPTO-EN-PESOS
              ADD WS-IMPORTE-CONCEPTO TO WS-TOT-INTERESES
           END-IF.
           PERFORM LEER-INT-FACT.

      *    descuentos de pronto pago tomados en el periodo, por la
      *    fecha del recibo que los origino. APLICACIONES.DAT va por
      *    CUIT y se recorre entero. en otra moneda el descuento se
      *    valua a la cotizacion de emision de su factura, la misma
      *    con que la factura entro a DEUDORES - asi la cancelacion
      *    baja la cuenta control por lo mismo que el auxiliar. el
      *    archivo puede no existir (nunca se aplicaron cobranzas).
       ACUMULAR-PRONTO-PAGO-PERIODO.
           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              OPEN INPUT ARCH-FACTURAS
              PERFORM LEER-APLICACION
              PERFORM ACUMULAR-UN-PRONTO-PAGO UNTIL APL-EOF
              CLOSE ARCH-FACTURAS
              CLOSE ARCH-APLICACIONES.

       LEER-APLICACION.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

      *    el descuento va a la entidad que emitio la factura
      *    descontada; una factura que ya no esta cae en la 01.
       ACUMULAR-UN-PRONTO-PAGO.
           IF REG-APL-REFERENCIA EQUAL 'PRONTOPAGO'
              AND REG-APL-FECHA-COB (1:6) EQUAL WS-PERIODO
              PERFORM LEER-FACTURA-DESCONTADA
           ELSE
              MOVE 0 TO WS-FAC-ENTIDAD
           END-IF.
           IF WS-FAC-ENTIDAD EQUAL WS-ENTIDAD-ACTUAL
              ADD 1 TO WS-ACUM-PRONTO-PAGO
              IF REG-APL-MONEDA EQUAL 'ARS'
                 OR REG-APL-MONEDA EQUAL SPACES
                 MOVE REG-APL-IMPORTE TO WS-PRONTO-PAGO-ARS
              ELSE
                 PERFORM VALUAR-PRONTO-PAGO-EN-PESOS
              END-IF
              ADD WS-PRONTO-PAGO-ARS TO WS-TOT-PRONTO-PAGO
           END-IF.
           PERFORM LEER-APLICACION.

       LEER-FACTURA-DESCONTADA.
           MOVE REG-APL-PV TO FAC-PUNTO-VENTA.
           MOVE REG-APL-LETRA TO FAC-LETRA.
           MOVE REG-APL-FACTURA TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.
           IF FACTURAS-OK
              AND FAC-ENTIDAD IS NUMERIC AND FAC-ENTIDAD GREATER ZERO
              MOVE FAC-ENTIDAD TO WS-FAC-ENTIDAD
           ELSE
              MOVE 1 TO WS-FAC-ENTIDAD
           END-IF.

       VALUAR-PRONTO-PAGO-EN-PESOS.
           MOVE 0 TO WS-COTIZ-VALOR.
           IF FACTURAS-OK
              PERFORM BUSCAR-COTIZACION-FACTURA.
           IF WS-COTIZ-VALOR EQUAL ZERO
              DISPLAY 'SIN COTIZACION DE EMISION PARA LA FACTURA '
                  REG-APL-FACTURA ' DEL DESCUENTO DE PRONTO PAGO EN '
                  REG-APL-MONEDA ' - NO HAY ASIENTO'
              CLOSE ARCH-FACTURAS
              CLOSE ARCH-APLICACIONES
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.
           COMPUTE WS-PRONTO-PAGO-ARS ROUNDED =
               REG-APL-IMPORTE * WS-COTIZ-VALOR.

      *    arma todas las lineas en memoria (los acumulados), suma
      *    DEBE y HABER y recien si cierran al centavo graba
      *    ASIENTOS.DAT - un asiento desbalanceado no se escribe.
       ARMAR-Y-CONTROLAR-ASIENTO.
      *    el bruto residual de honorarios: lo facturado bruto menos
      *    los conceptos que llevan linea propia.
           COMPUTE WS-HONORARIOS-RESIDUAL = WS-TOT-FAC-BRUTO
               - WS-TOT-RECARGO - WS-TOT-GASTOS - WS-TOT-ABONOS
               - WS-TOT-PRODUCTOS
               - WS-TOT-INTERESES + WS-TOT-DESCUENTOS.
           IF WS-HONORARIOS-RESIDUAL LESS ZERO
              IF FASE-CONTROL
                 DISPLAY 'ATENCION: ENTIDAD ' WS-ENTIDAD-ACTUAL
                     ' - LOS CONCEPTOS DEL EXTRACTO SUPERAN EL BRUTO '
                     'FACTURADO - SE ASIENTA TODO COMO HONORARIOS'
              END-IF
              MOVE WS-TOT-FAC-BRUTO TO WS-HONORARIOS-RESIDUAL
              MOVE 0 TO WS-TOT-RECARGO WS-TOT-GASTOS WS-TOT-ABONOS
                  WS-TOT-PRODUCTOS WS-TOT-INTERESES WS-TOT-DESCUENTOS.

      *    suma de las lineas que se van a grabar, un lado contra el
      *    otro: la identidad TOTAL + RETENCION = BRUTO + IVA de cada
           COMPUTE WS-TOT-DEBE =
                 WS-TOT-FAC-TOTAL - WS-TOT-NC-TOTAL
               + WS-TOT-FAC-RET - WS-TOT-NC-RET
               + WS-TOT-DESCUENTOS + WS-TOT-NC-BRUTO
               + WS-TOT-PRONTO-PAGO.
      *    el descuento NO se suma aca: su linea va al DEBE y el
      *    residual de honorarios ya lo devolvio al haber - sumarlo
      *    de nuevo desbalancearia el control (no el asiento) por
      *    exactamente el descuento.
           COMPUTE WS-TOT-HABER = WS-HONORARIOS-RESIDUAL
               + WS-TOT-RECARGO + WS-TOT-GASTOS + WS-TOT-ABONOS
               + WS-TOT-PRODUCTOS + WS-TOT-INTERESES
               + WS-TOT-FAC-IVA - WS-TOT-NC-IVA
               + WS-TOT-PRONTO-PAGO.

           IF WS-TOT-DEBE NOT EQUAL WS-TOT-HABER
              DISPLAY 'ASIENTO DESBALANCEADO ENTIDAD '
                  WS-ENTIDAD-ACTUAL ': DEBE ' WS-TOT-DEBE
                  ' CONTRA HABER ' WS-TOT-HABER ' - NO SE GRABA '
                  WS-NOMBRE-ASIENTOS
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

           IF FASE-GRABACION
              PERFORM GRABAR-ASIENTO
           ELSE
              ADD WS-ACUM-FACTURAS WS-ACUM-PRONTO-PAGO
                  TO WS-ACUM-COMPROBANTES.

       GRABAR-ASIENTO.
           COMPUTE WS-IMPORTE-LINEA = WS-TOT-FAC-TOTAL
               - WS-TOT-NC-TOTAL.
           MOVE 'DEUDORES' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE WS-TOT-PRODUCTOS TO WS-IMPORTE-LINEA.
           MOVE 'PRODUCTOS' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE WS-TOT-INTERESES TO WS-IMPORTE-LINEA.
           MOVE 'INTERES' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE WS-TOT-PRONTO-PAGO TO WS-IMPORTE-LINEA.
           MOVE 'PRONTOPAGO' TO WS-CONCEPTO-BUSCADO.
           MOVE 'D' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           MOVE WS-TOT-PRONTO-PAGO TO WS-IMPORTE-LINEA.
           MOVE 'DEUDORES' TO WS-CONCEPTO-BUSCADO.
           MOVE 'H' TO WS-LADO-LINEA.
           PERFORM GRABAR-LINEA-ASIENTO.

           DISPLAY 'ENTIDAD ' WS-ENTIDAD-ACTUAL
               ' - DEBE = HABER = ' WS-TOT-DEBE.

      *    una linea por concepto con importe; un concepto con
      *    importe cero no genera linea. un concepto usado que falte
                 STOP RUN
              END-IF
              MOVE SPACES TO REG-ASIENTO
              MOVE WS-FECHA-ASIENTO TO ASI-FECHA
              MOVE WS-CUENTA-HALLADA TO ASI-CUENTA
              MOVE WS-DESC-HALLADA TO ASI-DESCRIPCION
              MOVE WS-ENTIDAD-ACTUAL TO ASI-ENTIDAD
              IF LINEA-AL-DEBE
                 MOVE WS-IMPORTE-LINEA TO ASI-DEBE
                 MOVE 0 TO ASI-HABER
