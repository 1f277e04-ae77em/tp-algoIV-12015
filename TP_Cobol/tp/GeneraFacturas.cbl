      *    como NOTA DE CREDITO numerada en la misma secuencia legal,
      *    en lugar de quedar absorbido en silencio en el total y
      *    obligar a contaduria a tipear la nota a mano.
      *    la emision es reiniciable con el mismo esquema de
      *    checkpoint de TP1: FACTURAS-CHECKPOINT.DAT guarda, al
      *    cerrar cada empresa, la ultima fila emitida completa, las
      *    series de numeracion y los renglones escritos en
      *    FACTURAS.LST y CAE-SOLICITUD.DAT. si la corrida se corta,
      *    la proxima arranca desde ahi: descarta del maestro lo que
      *    la empresa interrumpida alcanzo a grabar, recorta las dos
      *    salidas y sigue con el mismo numero - sin huecos ni
      *    comprobantes repetidos en la correlativa legal. cada
      *    comprobante emitido queda anotado en
      *    DESPACHO-DOCUMENTOS.DAT (su imagen esta en FACTURAS.LST)
      *    para el manifiesto y el registro de envios de
      *    GestionDespachos; lo que una corrida retomada vuelve a
      *    emitir se anota de nuevo y GestionDespachos lo toma una
      *    sola vez. cada factura deja ademas su apertura por
      *    concepto (bruto, intereses, gastos) en
      *    FACTURAS-CONCEPTOS.DAT, de donde ReporteComisiones saca
      *    la parte comisionable de lo cobrado.
      *    una empresa que exige conformidad de horas (ver
      *    GeneraSolicitudConformidad y CargaConformidad) no se
      *    factura hasta que el cliente devuelve la del periodo: su
      *    factura queda retenida y sus registros se arrastran en
      *    GL-RETENIDO.DAT a la corrida siguiente, donde salen en una
      *    factura propia con su periodo original. con la conformidad
      *    recibida la factura descuenta las horas observadas, que
      *    vuelven por el suspenso. el detalle queda en
      *    CONFORMIDAD-FACTURACION.LST.
      *    la empresa con politica de corte en
      *    POLITICA-FACTURACION.DAT (ver CargaPoliticaFacturacion)
      *    recibe una factura por orden de trabajo, por linea de
      *    practica o por consultor en lugar de la unica: los '1' y
      *    '2' del extracto traen orden y tarea, y cada factura lleva
      *    impresa su referencia. lo que no tiene orden, linea ni
      *    consultor (abono, hitos, intereses) va a la factura general
      *    de la empresa; la retencion sale de cada registro, el
      *    descuento por volumen se reparte en proporcion a los
      *    honorarios de cada factura y el IVA se calcula sobre el
      *    bruto de cada una.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NUMERO.
           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   LOCK MODE IS AUTOMATIC
                   FILE STATUS IS FS-FACTURAS.
           SELECT ARCH-FACTURAS-LST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAE-CLAVE
                   FILE STATUS IS FS-CAE.
      *    condiciones de pronto pago por empresa (CargaProntoPago):
      *    la vigente a la emision sale impresa en la factura -
      *    opcional.
           SELECT ARCH-PRONTO-PAGO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PRONTO-PAGO.
      *    punto de reinicio de una emision cortada - ver
      *    CARGAR-CHECKPOINT-FACTURAS.
           SELECT ARCH-CHECKPOINT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CHECKPOINT.
      *    par generico de lectura/copia para recortar una salida a
      *    la cantidad de renglones asentada en el checkpoint antes
      *    de reabrirla en EXTEND - ver RECORTAR-SALIDAS-A-CHECKPOINT.
           SELECT ARCH-RECORTE-ENT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RECORTE-ENT.
           SELECT ARCH-RECORTE-SAL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RECORTE-SAL.
      *    registro de documentos generados, para despacharlos a
      *    los contactos del cliente (ver GestionDespachos).
           SELECT ARCH-DESPACHO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DESPACHO.
      *    apertura por concepto de cada factura emitida, para
      *    liquidar comisiones sobre lo cobrado (ver
      *    ReporteComisiones).
           SELECT ARCH-CONCEPTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONCEPTOS.
      *    conformidad de horas por empresa y periodo (ver
      *    GeneraSolicitudConformidad y CargaConformidad) - opcional.
           SELECT ARCH-CONFORMIDADES ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CNF-CLAVE
                   FILE STATUS IS FS-CONFORMIDADES.
      *    registros de facturacion retenidos por falta de
      *    conformidad en corridas anteriores, y el arrastre que
      *    deja esta corrida - ver GRABAR-GL-RETENIDO.
           SELECT ARCH-GL-RETENIDO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-GL-RETENIDO.
           SELECT ARCH-GL-RET-NUEVO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-GL-RET-NUEVO.
           SELECT ARCH-CONFORMIDAD-LST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONFORMIDAD-LST.
      *    politica de corte de la factura por empresa y mapa tarea
      *    -> linea de practica, los dos opcionales - ver
      *    CARGAR-POLITICAS-FACTURACION.
           SELECT ARCH-POLITICA-FACT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-POLITICA-FACT.
           SELECT ARCH-LINEAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LINEAS.

       DATA DIVISION.
       FILE SECTION.
      *        descuento por volumen del mes, en positivo: se RESTA
      *        de la factura - ver APLICAR-DESCUENTOS-VOLUMEN en TP1.
               88 REG-GL-DESCUENTO       VALUE '6'.
      *        hito aceptado de un engagement a precio fijo - ver
      *        FACTURAR-HITOS-ACEPTADOS en TP1; concepto propio en
      *        la factura de su CUIT.
               88 REG-GL-HITO            VALUE '7'.
      *        dias de guardia de un consultor en el mes - ver
      *        FACTURAR-GUARDIAS-PERIODO en TP1; concepto propio en
      *        la factura de su CUIT.
               88 REG-GL-GUARDIA         VALUE '8'.
      *        renglon confirmado de una orden de venta de productos
      *        de reventa - ver FACTURAR-ORDENES-CONFIRMADAS en TP1;
      *        sale en la factura de su CUIT como cantidad x precio.
               88 REG-GL-REVENTA         VALUE 'P'.
      *        interes por mora de una factura retenida: solo en
      *        GL-RETENIDO.DAT, arrastrado desde INTERESES.DAT.
               88 REG-GL-INTERES         VALUE '3'.
               88 REG-GL-TOTAL-GRAL      VALUE '9'.
           03 REG-GL-CONSULTOR           PIC X(5).
           03 REG-GL-CUIT-EMPRESA        PIC 9(11).
      *    reconstruirla): GeneraFacturas regrosa el bruto con este
      *    importe real. cero en un extracto viejo.
           03 REG-GL-RETENIDO            PIC 9(10)V99.
      *    orden de trabajo y tarea de los '1' y '2' (TP1 los graba
      *    uno por empresa, orden y tarea del bloque del consultor):
      *    con esto se parte la factura segun la politica de la
      *    empresa. en blanco en un extracto viejo.
           03 REG-GL-ORDEN               PIC X(4).
           03 REG-GL-TAREA               PIC X(4).
      *    producto de reventa del 'P' (REG-GL-IMPORTE es cantidad x
      *    precio): la alicuota de IVA es la del producto, no la
      *    general de la factura. en blanco en los demas tipos.
           03 REG-GL-PRODUCTO-DATOS.
               05 REG-GL-PRODUCTO        PIC X(8).
               05 REG-GL-PROD-DESC       PIC X(30).
               05 REG-GL-CANTIDAD        PIC 9(5)V99.
               05 REG-GL-PRECIO-UNIT     PIC 9(8)V99.
               05 REG-GL-IVA-PCT         PIC 9(3)V99.

      *    fecha de negocio mantenida desde PRINCIPAL: si existe con
      *    una fecha valida se usa como "hoy"; el reloj real queda
      *    plazo de pago en dias (0 = contado).
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

      *    correlativas legales por punto de venta y letra: un
      *    renglon por serie (PV + letra + ultimo numero usado), que
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
      *    interpreta como factura.
           03 FAC-TIPO                   PIC X(1).
               88 FAC-ES-NOTA-CREDITO    VALUE 'N'.
      *    'A' comprobante anulado por AnulacionFacturas: se lo
      *    saltea todo proceso posterior; en blanco, vigente.
           03 FAC-ESTADO                 PIC X(1).
      *    columna se lee en cero (se envejece por emision, como
      *    antes).
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

       FD ARCH-PRONTO-PAGO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PRONTO-PAGO.DAT'
             DATA RECORD IS REG-PRONTO-PAGO.

       01 REG-PRONTO-PAGO.
           03 PPG-CUIT                   PIC 9(11).
           03 PPG-DIAS                   PIC 9(3).
           03 PPG-PORCENTAJE             PIC 9(3)V99.
           03 PPG-VIG-DESDE              PIC 9(8).
           03 PPG-VIG-HASTA              PIC 9(8).

       FD ARCH-FACTURAS-LST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS.LST'
      *    lleva la serie completa y la respuesta debe devolverla.
           03 SOL-PUNTO-VENTA            PIC 9(4).
           03 SOL-LETRA                  PIC X(1).
      *    entidad emisora y su CUIT: el CAE se pide con el CUIT de
      *    quien emite, que ya no es uno solo.
           03 SOL-ENTIDAD                PIC 9(2).
           03 SOL-CUIT-EMISOR            PIC 9(11).

      *    maestro de CAE otorgados que mantiene CargaCae con la
      *    respuesta del regimen: numero y vencimiento del CAE por
           03 CAE-CODIGO                 PIC X(14).
           03 CAE-VENCIMIENTO            PIC 9(8).

      *    un unico renglon, regrabado al cerrar cada empresa: corrida
      *    y parametros de la emision, ultima fila de TABLA-FACTURABLES
      *    emitida completa, acumulados, renglones escritos en cada
      *    salida y la TABLA-NUMERACION al momento. la etapa distingue
      *    una corrida cortada emitiendo ('E') de una cortada en el
      *    cierre, con todo emitido ('C') o ya asentada en el libro de
      *    corridas ('A'). vacio = sin corrida pendiente.
       FD ARCH-CHECKPOINT LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-CHECKPOINT.DAT'
             DATA RECORD IS REG-CKP-FACTURAS.

       01 REG-CKP-FACTURAS.
           03 CKF-CORRIDA                PIC X(14).
           03 CKF-FECHA-EMISION          PIC 9(8).
           03 CKF-PUNTO-VENTA            PIC 9(4).
           03 CKF-IVA-PCT                PIC 9(3)V99.
           03 CKF-ETAPA                  PIC X(1).
           03 CKF-ULTIMO-INDICE          PIC 9(4).
           03 CKF-ULTIMO-CUIT            PIC 9(11).
           03 CKF-CANT-FAC               PIC 9(4).
           03 CKF-ACUM-FACTURAS          PIC 9(4).
           03 CKF-ACUM-NOTAS-CRED        PIC 9(4).
           03 CKF-ULTIMA-FACTURA         PIC 9(8).
           03 CKF-ESCR-LST               PIC 9(7).
           03 CKF-ESCR-SOL               PIC 9(7).
           03 CKF-CANT-SERIES            PIC 9(2).
           03 CKF-TABLA-NUM              PIC X(260).

       FD ARCH-RECORTE-ENT LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-RECORTE
             DATA RECORD IS REG-RECORTE-ENT.

       01 REG-RECORTE-ENT                PIC X(80).

       FD ARCH-RECORTE-SAL LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'RECORTE-FACTURAS.TMP'
             DATA RECORD IS REG-RECORTE-SAL.

       01 REG-RECORTE-SAL                PIC X(80).

       FD ARCH-DESPACHO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DESPACHO-DOCUMENTOS.DAT'
             DATA RECORD IS REG-DOC-DESPACHO.

       01 REG-DOC-DESPACHO.
           03 DES-FECHA-GEN              PIC 9(8).
           03 FILLER                     PIC X(1).
           03 DES-HORA-GEN               PIC 9(8).
           03 FILLER                     PIC X(1).
           03 DES-PROGRAMA               PIC X(24).
           03 FILLER                     PIC X(1).
           03 DES-TIPO                   PIC X(2).
           03 FILLER                     PIC X(1).
           03 DES-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(1).
           03 DES-ARCHIVO                PIC X(40).
           03 FILLER                     PIC X(1).
           03 DES-REFERENCIA             PIC X(16).

      *    un renglon por factura (no por nota de credito): bruto
      *    del comprobante y la parte de intereses y gastos que
      *    lleva adentro, que no comisionan, mas los productos de
      *    reventa con su IVA propio (ver LibroIvaVentas). acumula
      *    entre corridas
      *    como DESPACHO-DOCUMENTOS.DAT; lo que una corrida retomada
      *    vuelve a emitir pisa al renglon anterior de la misma
      *    clave.
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
           03 FCO-PRODUCTOS              PIC 9(10)V99.
           03 FCO-IVA-PRODUCTOS          PIC 9(10)V99.

      *    ver GeneraSolicitudConformidad.
       FD ARCH-CONFORMIDADES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONFORMIDADES.DAT'
             DATA RECORD IS REG-CONFORMIDAD.

       01 REG-CONFORMIDAD.
           03 CNF-CLAVE.
               05 CNF-CUIT               PIC 9(11).
               05 CNF-PERIODO            PIC 9(6).
           03 CNF-ESTADO                 PIC X(1).
               88 CNF-PENDIENTE          VALUE 'P'.
               88 CNF-RECIBIDA           VALUE 'R'.
               88 CNF-FACTURADA          VALUE 'F'.
           03 CNF-FECHA-SOLICITUD        PIC 9(8).
           03 CNF-REGISTROS              PIC 9(5).
           03 CNF-HORAS-SOLICITADAS      PIC S9(5)V99.
           03 CNF-FECHA-RESPUESTA        PIC 9(8).
           03 CNF-HORAS-ACEPTADAS        PIC S9(5)V99.
           03 CNF-HORAS-OBSERVADAS       PIC S9(5)V99.
           03 CNF-FECHA-FACTURA          PIC 9(8).
           03 CNF-USUARIO                PIC X(20).

      *    mismo formato que GL-EXTRACT.DAT (se lee sobre
      *    REG-GL-EXTRACT), mas los intereses retenidos como '3'.
       FD ARCH-GL-RETENIDO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'GL-RETENIDO.DAT'
             DATA RECORD IS REG-GL-ARRASTRE.

       01 REG-GL-ARRASTRE                PIC X(163).

      *    un interes de INTERESES.DAT ocupa los primeros campos del
      *    formato GL tal cual, sin corrida, retencion ni producto.
       FD ARCH-GL-RET-NUEVO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'GL-RETENIDO-NUEVO.DAT'
             DATA RECORD IS REG-GL-RET-NUEVO.

       01 REG-GL-RET-NUEVO.
           03 GRN-COMUN                  PIC X(69).
           03 GRN-CORRIDA                PIC X(14).
           03 GRN-RETENIDO               PIC 9(10)V99.
           03 GRN-ORDEN-TAREA            PIC X(8).
           03 GRN-PRODUCTO-DATOS         PIC X(60).

       FD ARCH-CONFORMIDAD-LST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONFORMIDAD-FACTURACION.LST'
             DATA RECORD IS REG-CONFORMIDAD-LST.

       01 REG-CONFORMIDAD-LST            PIC X(100).

      *    mismo layout que CargaPoliticaFacturacion.
       FD ARCH-POLITICA-FACT LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'POLITICA-FACTURACION.DAT'
             DATA RECORD IS REG-POLITICA-FACT.

       01 REG-POLITICA-FACT.
           03 PCF-EMPRESA                PIC 9(3).
           03 PCF-CUIT                   PIC 9(11).
           03 PCF-CRITERIO               PIC X(1).

      *    maestro de lineas de practica, mismo layout que
      *    ReporteMargen: un renglon por codigo de tarea.
       FD ARCH-LINEAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'LINEAS.DAT'
             DATA RECORD IS REG-LINEA-PRACT.

       01 REG-LINEA-PRACT.
           03 LNA-TAREA                  PIC X(4).
           03 LNA-CODIGO                 PIC X(2).
           03 LNA-DESCRIPCION            PIC X(20).

       WORKING-STORAGE SECTION.

       77 FS-GL-EXTRACT    PIC XX.
       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.
           88 FACTURAS-DUPLICADA VALUE '22'.

       77 FS-FACTURAS-LST  PIC XX.
           88 FACTURAS-LST-OK VALUE '00'.
       01 WS-ACUM-INT-LEIDOS         PIC 9(5) VALUE 0.
       01 WS-COMANDO-INT             PIC X(80).

       77 FS-CONFORMIDADES PIC XX.
           88 CONFORMIDADES-OK VALUE '00'.

       77 FS-GL-RETENIDO   PIC XX.
           88 GL-RETENIDO-OK  VALUE '00'.
           88 GL-RETENIDO-EOF VALUE '10'.

       77 FS-GL-RET-NUEVO  PIC XX.
           88 GL-RET-NUEVO-OK VALUE '00'.

       77 FS-CONFORMIDAD-LST PIC XX.
           88 CONFORMIDAD-LST-OK VALUE '00'.

       77 FS-POLITICA-FACT PIC XX.
           88 POLITICA-FACT-OK  VALUE '00'.
           88 POLITICA-FACT-EOF VALUE '10'.

       77 FS-LINEAS        PIC XX.
           88 LINEAS-OK      VALUE '00'.
           88 LINEAS-EOF     VALUE '10'.

      *    politica de corte por CUIT (la ultima cargada de cada
      *    empresa) y mapa tarea -> linea de practica, que solo se
      *    carga si alguna empresa factura por linea.
       01 WS-MAX-PCF                 PIC 9(3) VALUE 200.

       01 TABLA-POLITICAS-FACT.
           03 TAB-PCF OCCURS 200 TIMES INDEXED BY IND-TAB-PCF.
               05 TAB-PCF-CUIT          PIC 9(11).
               05 TAB-PCF-CRITERIO      PIC X(1).

       01 WS-CANT-PCF                PIC 9(3) VALUE 0.
       01 WS-POLITICA-ENCONTRADA     PIC X VALUE 'N'.
           88 POLITICA-ENCONTRADA    VALUE 'S'.
       01 WS-HAY-CORTE-LINEA         PIC X VALUE 'N'.
           88 HAY-CORTE-LINEA        VALUE 'S'.

       01 WS-MAX-LNA                 PIC 9(3) VALUE 500.

       01 TABLA-LINEAS-MAP.
           03 TAB-LNA OCCURS 500 TIMES INDEXED BY IND-TAB-LNA.
               05 TAB-LNA-TAREA         PIC X(4).
               05 TAB-LNA-CODIGO        PIC X(2).
               05 TAB-LNA-DESC          PIC X(20).

       01 WS-CANT-LNA                PIC 9(3) VALUE 0.

      *    corte del registro en curso: CUIT buscado, criterio de su
      *    empresa ('E' sin politica) y referencia de la fila.
       01 WS-CUIT-CORTE              PIC 9(11).
       01 WS-CRITERIO-FILA           PIC X VALUE 'E'.
           88 CORTE-POR-ORDEN        VALUE 'O'.
           88 CORTE-POR-LINEA        VALUE 'L'.
           88 CORTE-POR-CONSULTOR    VALUE 'C'.
       01 WS-CORTE-FILA              PIC X(5).

      *    reparto del descuento por volumen entre las facturas de
      *    una empresa partida - ver REPARTIR-DESCUENTO-EMPRESA.
       01 WS-PRO-DESCUENTO           PIC S9(10)V99.
       01 WS-PRO-RESTO               PIC S9(10)V99.
       01 WS-PRO-PARTE               PIC S9(10)V99.
       01 WS-PRO-BASE                PIC S9(11)V99.
       01 WS-PRO-HONORARIOS          PIC S9(11)V99.
       01 WS-PRO-ULTIMA              PIC 9(4) VALUE 0.

      *    conformidad de horas: la fila de una empresa que la exige
      *    no se factura hasta recibirla; las horas que el cliente
      *    observo se descuentan al valor hora promedio de la fila.
       01 WS-CONFORMIDADES-DISPONIBLE PIC X VALUE 'N'.
           88 CONFORMIDADES-DISPONIBLE VALUE 'S'.
       01 WS-CONFORMIDAD-LEIDA       PIC X VALUE 'N'.
           88 CONFORMIDAD-LEIDA      VALUE 'S'.
       01 WS-IND-CONFORMIDAD         PIC 9(4) VALUE 0.
       01 WS-CNF-FECHA-FILA          PIC 9(8).
       01 WS-CNF-FECHA-FILA-R REDEFINES WS-CNF-FECHA-FILA.
           03 WS-CNF-FILA-DD         PIC 9(2).
           03 WS-CNF-FILA-MM         PIC 9(2).
           03 WS-CNF-FILA-AAAA       PIC 9(4).
       01 WS-CNF-PERIODO-FILA        PIC 9(6).
       01 WS-CNF-PERIODO-FILA-R REDEFINES WS-CNF-PERIODO-FILA.
           03 WS-CNF-PER-AAAA        PIC 9(4).
           03 WS-CNF-PER-MM          PIC 9(2).
       01 WS-HS-OBSERVADAS           PIC S9(5)V99.
       01 WS-IMP-OBSERVADO           PIC S9(10)V99.
       01 WS-RET-OBSERVADO           PIC S9(10)V99.
       01 WS-ACUM-RETENIDAS          PIC 9(4) VALUE 0.
       01 WS-ACUM-DESCONTADAS        PIC 9(4) VALUE 0.
       01 WS-ACUM-EXIGEN             PIC 9(4) VALUE 0.
       01 WS-DESCUENTO-TOMADO        PIC X VALUE 'N'.
           88 DESCUENTO-TOMADO       VALUE 'S'.

      *    origen de la fila que se arma o se busca en
      *    TABLA-FACTURABLES: en blanco la facturacion del mes, 'R'
      *    la arrastrada de GL-RETENIDO.DAT.
       01 WS-ORIGEN-FILA             PIC X VALUE SPACE.
       01 WS-CUIT-RETENIDO           PIC 9(11).
       01 WS-FILA-RETENIDA           PIC X VALUE 'N'.
           88 FILA-RETENIDA          VALUE 'S'.
       01 WS-ACUM-RET-LEIDOS         PIC 9(5) VALUE 0.
       01 WS-ACUM-RET-GRABADOS       PIC 9(5) VALUE 0.
       01 WS-COMANDO-RET             PIC X(160).

       77 FS-CAE-SOL       PIC XX.
           88 CAE-SOL-OK     VALUE '00'.

       01 WS-CAE-DISPONIBLE          PIC X VALUE 'N'.
           88 CAE-DISPONIBLE         VALUE 'S'.

       77 FS-PRONTO-PAGO   PIC XX.
           88 PPG-OK         VALUE '00'.
           88 PPG-EOF        VALUE '10'.

       77 FS-CHECKPOINT    PIC XX.
           88 CHECKPOINT-OK  VALUE '00'.

       77 FS-RECORTE-ENT   PIC XX.
           88 RECORTE-ENT-OK VALUE '00'.

       77 FS-RECORTE-SAL   PIC XX.
           88 RECORTE-SAL-OK VALUE '00'.

      *    corrida retomada desde FACTURAS-CHECKPOINT.DAT y etapa en
      *    que quedo (ver REG-CKP-FACTURAS).
       01 WS-REINICIO                PIC X VALUE 'N'.
           88 REINICIO               VALUE 'S'.
       01 WS-ETAPA-EMISION           PIC X VALUE 'E'.
           88 ETAPA-EMITIENDO        VALUE 'E'.
           88 ETAPA-CERRADA          VALUE 'C'.
           88 ETAPA-ASENTADA         VALUE 'A'.
      *    el arrastre de retenidos ya quedo grabado en
      *    GL-RETENIDO-NUEVO.DAT: solo falta ponerlo en su lugar.
           88 ETAPA-RETENIDOS-GRABADOS VALUE 'G'.

      *    ultima fila de TABLA-FACTURABLES emitida completa (factura
      *    y nota de credito grabadas en las tres salidas) y la fila
      *    desde la que se retoma.
       01 WS-IND-EMITIDO             PIC 9(4) VALUE 0.
       01 WS-IND-RETOMA              PIC 9(4) VALUE 0.
       01 WS-CKP-CORRIDA             PIC X(14) VALUE SPACES.
       01 WS-CKP-ULTIMO-CUIT         PIC 9(11) VALUE 0.
       01 WS-CKP-CANT-FAC            PIC 9(4) VALUE 0.

      *    renglones escritos en cada salida secuencial: se asientan
      *    en el checkpoint para recortarlas al retomar.
       01 WS-ESCRITOS-LST            PIC 9(7) VALUE 0.
       01 WS-ESCRITOS-SOL            PIC 9(7) VALUE 0.
       01 WS-NOMBRE-RECORTE          PIC X(24).
       01 WS-RECORTE-OBJETIVO        PIC 9(7).
       01 WS-RECORTE-COPIADAS        PIC 9(7).
       01 WS-COMANDO-REC             PIC X(80).

      *    comprobantes que la empresa interrumpida alcanzo a grabar
      *    en el maestro y se descartan para volver a emitirlos.
       01 WS-CUIT-PARCIAL            PIC 9(11).
       01 WS-BORRADOS-PARCIALES      PIC 9(4) VALUE 0.

      *    letra legal del comprobante en curso, decidida por la
      *    condicion frente al IVA de la empresa: 'A' para
      *    responsable inscripto, 'B' para el resto.
       01 WS-PV-ENV                  PIC X(4).
       01 WS-PUNTO-VENTA             PIC 9(4) VALUE 0001.

      *    entidad emisora de la empresa en curso, resuelta por
      *    SUB-RUTINA-ENTIDADES con la fecha del periodo facturado.
      *    el PV de emision es el de la entidad; la 01 con PV 0 usa
      *    el de la instalacion (WS-PUNTO-VENTA), y si trae uno
      *    propio ese pasa a ser el de la instalacion.
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
       01 WS-PV-EMISION              PIC 9(4).
       01 WS-ENT-PERIODO             PIC 9(8).
       01 WS-ENT-PERIODO-R REDEFINES WS-ENT-PERIODO.
           03 WS-ENT-PER-DD          PIC 9(2).
           03 WS-ENT-PER-MM          PIC 9(2).
           03 WS-ENT-PER-AAAA        PIC 9(4).

      *    correlativas por serie PV + letra cargadas de
      *    FACTURA-NUMERO.DAT; 20 series cubren varios puntos de
      *    venta con sus dos letras.
       01 WS-IVA-PCT-ENV             PIC X(6).
       01 WS-IVA-PCT                 PIC 9(3)V99 VALUE 021,00.

      *    un acumulado por factura a emitir (la empresa, o cada
      *    corte de su politica): mismo dimensionamiento de tabla
      *    OCCURS + SEARCH que TP1 usa para TABLA-EMPRESAS.
       01 TABLA-FACTURABLES.
           03 TAB-FAC OCCURS 999 TIMES
                   INDEXED BY IND-TAB-FAC IND-TAB-ANT.
               05 TAB-FAC-CUIT          PIC 9(11).
               05 TAB-FAC-PERIODO       PIC 9(8).
               05 TAB-FAC-HORAS         PIC S9(5)V99.
      *        incluida en TAB-FAC-IMPORTE y desglosada como linea
      *        propia en la factura.
               05 TAB-FAC-ABONO         PIC S9(10)V99.
      *        hitos de precio fijo del CUIT (registros '7'),
      *        incluidos en TAB-FAC-IMPORTE y desglosados como linea
      *        propia en la factura.
               05 TAB-FAC-HITOS         PIC S9(10)V99.
      *        dias de guardia del CUIT (registros '8'), incluidos en
      *        TAB-FAC-IMPORTE y desglosados como linea propia en la
      *        factura.
               05 TAB-FAC-GUARDIAS      PIC S9(10)V99.
      *        productos de reventa del CUIT (registros 'P'),
      *        incluidos en TAB-FAC-IMPORTE y detallados renglon por
      *        renglon en la factura (ver TABLA-RENGLONES-PRODUCTO),
      *        con el IVA de cada renglon a la alicuota del producto.
               05 TAB-FAC-PRODUCTOS     PIC S9(10)V99.
               05 TAB-FAC-IVA-PRODUCTOS PIC S9(10)V99.
      *        descuento por volumen del CUIT (registros '6'), ya
      *        restado de TAB-FAC-IMPORTE y desglosado en negativo en
      *        la factura.
               05 TAB-FAC-DESCUENTO     PIC S9(10)V99.
      *        blanco, facturacion del mes; 'R', arrastrada de
      *        GL-RETENIDO.DAT (queda en su propia factura).
               05 TAB-FAC-ORIGEN        PIC X(1).
      *        conformidad de horas de la fila: en blanco no se
      *        exige; 'S' sin solicitud y 'P' pendiente retienen la
      *        factura; 'R' recibida y 'F' periodo ya facturado la
      *        liberan. las horas observadas ya descontadas de
      *        TAB-FAC-HORAS/IMPORTE quedan aparte para el listado.
               05 TAB-FAC-CONFORMIDAD   PIC X(1).
                   88 TAB-FAC-RETENIDA  VALUE 'S' 'P'.
               05 TAB-FAC-HS-OBSERVADAS PIC S9(5)V99.
               05 TAB-FAC-IMP-OBSERVADO PIC S9(10)V99.
      *        politica de corte de la empresa (E, O, L o C - ver
      *        CargaPoliticaFacturacion) y referencia de la fila:
      *        orden de trabajo, linea de practica o consultor. en
      *        blanco, la fila general de la empresa.
               05 TAB-FAC-CRITERIO      PIC X(1).
               05 TAB-FAC-CORTE         PIC X(5).
      *        'S' fila general que quedo sin nada que facturar al
      *        repartir su descuento entre las demas: no se emite.
               05 TAB-FAC-VACIA         PIC X(1).
                   88 TAB-FAC-SIN-CONTENIDO VALUE 'S'.

       01 WS-CANT-FAC                PIC 9(4) VALUE 0.

      *    renglones de productos de reventa ('P') de todas las filas,
      *    con la fila de TAB-FAC a la que pertenecen, para
      *    imprimirlos como cantidad x precio en su factura - ver
      *    IMPRIMIR-RENGLONES-PRODUCTO.
       01 TABLA-RENGLONES-PRODUCTO.
           03 TAB-PRV OCCURS 2000 TIMES INDEXED BY IND-TAB-PRV.
               05 TAB-PRV-FILA          PIC 9(4).
               05 TAB-PRV-DESC          PIC X(30).
               05 TAB-PRV-CANTIDAD      PIC 9(5)V99.
               05 TAB-PRV-PRECIO        PIC 9(8)V99.
               05 TAB-PRV-IMPORTE       PIC 9(10)V99.
               05 TAB-PRV-IVA-PCT       PIC 9(3)V99.

       01 WS-CANT-PRV                PIC 9(4) VALUE 0.
       01 WS-PRV-FILA                PIC 9(4).
       01 WS-IVA-RENGLON             PIC S9(10)V99.

       01 WS-CUIT-ENCONTRADO         PIC X VALUE 'N'.
           88 CUIT-ENCONTRADO        VALUE 'S'.

       77 FS-AUDITORIA               PIC XX.
           88 AUDITORIA-OK           VALUE '00'.

       77 FS-DESPACHO                PIC XX.
           88 DESPACHO-OK            VALUE '00'.

       77 FS-CONCEPTOS               PIC XX.
           88 CONCEPTOS-OK           VALUE '00'.

       01 WS-CONCEPTOS-DISPONIBLE    PIC X VALUE 'N'.
           88 CONCEPTOS-DISPONIBLE   VALUE 'S'.

      *    cada documento generado se anota para el despacho con la
      *    fecha y hora de la corrida.
       01 WS-DESPACHO-DISPONIBLE     PIC X VALUE 'N'.
           88 DESPACHO-DISPONIBLE    VALUE 'S'.
       01 WS-DES-FECHA-CORRIDA       PIC 9(8).
       01 WS-DES-HORA-CORRIDA        PIC 9(8).
       01 WS-DES-TIPO                PIC X(2).
       01 WS-DES-CUIT                PIC 9(11).
       01 WS-DES-ARCHIVO             PIC X(40).
       01 WS-DES-REFERENCIA          PIC X(16).

      *    id de corrida del extracto en proceso (primer registro con
      *    el campo cargado); un extracto viejo viene en blanco y no
      *    se controla contra el libro de corridas.
       01 WS-FECHA-VENCIMIENTO       PIC 9(8).
       01 WS-DIAS-VENCIMIENTO        PIC 9(7).

      *    condicion de pronto pago de la empresa vigente a la
      *    emision (porcentaje en cero, sin condicion): fecha limite
      *    y total con descuento que se imprimen en la factura - el
      *    mismo calculo con que CargaAplicaciones acepta el pago.
       01 WS-PP-PORCENTAJE           PIC 9(3)V99.
       01 WS-PP-DIAS                 PIC 9(3).
       01 WS-PP-FECHA-LIMITE         PIC 9(8).
       01 WS-PP-DIAS-LIMITE          PIC 9(7).
       01 WS-PP-DESCUENTO            PIC S9(10)V99.

      *    comprobante en curso (factura o nota de credito): horas y
      *    tipo que GRABAR-FACTURA-MAESTRO e IMPRIMIR-IMAGEN-FACTURA
      *    toman sin mirar de que acumulado salieron - la factura los
           88 DOC-ES-NOTA-CREDITO    VALUE 'N'.

      *    conceptos del comprobante en curso que NO llevan
      *    retencion: intereses, gastos, abonos, hitos, guardias y
      *    productos entran al extracto a valor crudo (TP1 /
      *    CalculaIntereses nunca les resto la retencion), asi que el
      *    regroseo del desglose solo aplica a la porcion de
      *    honorarios - ver DESGLOSAR-IMPORTES.
       01 WS-DOC-INTERES             PIC S9(10)V99 VALUE 0.
       01 WS-DOC-GASTOS              PIC S9(10)V99 VALUE 0.
       01 WS-DOC-ABONO               PIC S9(10)V99 VALUE 0.
       01 WS-DOC-HITOS               PIC S9(10)V99 VALUE 0.
       01 WS-DOC-GUARDIAS            PIC S9(10)V99 VALUE 0.
       01 WS-DOC-PRODUCTOS           PIC S9(10)V99 VALUE 0.
       01 WS-DOC-IVA-PRODUCTOS       PIC S9(10)V99 VALUE 0.
       01 WS-HONORARIOS-NETO         PIC S9(11)V99.
       01 WS-HONORARIOS-BRUTO        PIC S9(11)V99.
      *    retencion real del comprobante en curso; en cero (extracto
       01 WS-IMPORTE-BRUTO           PIC S9(10)V99.
       01 WS-RETENCION               PIC S9(10)V99.
       01 WS-IVA                     PIC S9(10)V99.
      *    el IVA del comprobante se arma con dos partes: la alicuota
      *    general sobre todo lo que no es producto, y el de cada
      *    renglon de producto a su propia alicuota.
       01 WS-IVA-GENERAL             PIC S9(10)V99.
       01 WS-IVA-PRODUCTOS           PIC S9(10)V99 VALUE 0.
       01 WS-TOTAL                   PIC S9(10)V99.

       01 WS-ACUM-FACTURAS           PIC 9(4) VALUE 0.
       01 LINEA-FAC-CONTADO          PIC X(30) VALUE
          'CONDICION DE PAGO: CONTADO'.

       01 LINEA-FAC-EMISOR.
           03 FILLER                 PIC X(8) VALUE 'EMISOR  '.
           03 LIN-FAC-EMI-RAZON      PIC X(30).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 FILLER                 PIC X(6) VALUE 'CUIT: '.
           03 LIN-FAC-EMI-CUIT       PIC 9(11).

       01 LINEA-FAC-EMPRESA.
           03 FILLER                 PIC X(8) VALUE 'SENORES '.
           03 LIN-FAC-RAZON          PIC X(25).
              'INCLUYE ABONO MENSUAL   :'.
           03 LIN-FAC-ABONO          PIC ZZZZZZZZZ9,99.

       01 LINEA-FAC-HITOS.
           03 FILLER                 PIC X(25) VALUE
              'INCLUYE HITOS PREC. FIJO:'.
           03 LIN-FAC-HITOS          PIC ZZZZZZZZZ9,99.

       01 LINEA-FAC-GUARDIAS.
           03 FILLER                 PIC X(25) VALUE
              'INCLUYE GUARDIAS        :'.
           03 LIN-FAC-GUARDIAS       PIC ZZZZZZZZZ9,99.

       01 LINEA-FAC-PRODUCTOS.
           03 FILLER                 PIC X(25) VALUE
              'INCLUYE PRODUCTOS       :'.
           03 LIN-FAC-PRODUCTOS      PIC ZZZZZZZZZ9,99.

      *    un renglon por producto de reventa: cantidad x precio
      *    unitario = importe; la alicuota sale solo en la letra A.
       01 LINEA-FAC-RENGLON-PROD.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PRV-DESC           PIC X(30).
           03 LIN-PRV-CANTIDAD       PIC ZZZZ9,99.
           03 FILLER                 PIC X(3) VALUE ' X '.
           03 LIN-PRV-PRECIO         PIC ZZZZZZZ9,99.
           03 FILLER                 PIC X(3) VALUE ' = '.
           03 LIN-PRV-IMPORTE        PIC ZZZZZZZZZ9,99.
           03 LIN-PRV-IVA.
               05 LIN-PRV-IVA-ROT    PIC X(4).
               05 LIN-PRV-IVA-PCT    PIC ZZ9,99.

       01 LINEA-FAC-IVA-PRODUCTOS.
           03 FILLER                 PIC X(25) VALUE
              'IVA PRODUCTOS REVENTA   :'.
           03 LIN-FAC-IVA-PRODUCTOS  PIC ZZZZZZZZZ9,99.

       01 LINEA-FAC-DESCUENTO.
           03 FILLER                 PIC X(25) VALUE
              'DESCUENTO POR VOLUMEN   :'.
           03 LIN-FAC-DESCUENTO      PIC -ZZZZZZZZ9,99.

       01 LINEA-FAC-OBSERVADAS.
           03 FILLER                 PIC X(33) VALUE
              'HORAS OBSERVADAS POR EL CLIENTE: '.
           03 LIN-FAC-HS-OBSERVADAS  PIC ZZZZ9,99.
           03 FILLER                 PIC X(16) VALUE
              ' - NO FACTURADAS'.

       01 LINEA-CNF-TITULO.
           03 FILLER                 PIC X(42) VALUE
              'CONFORMIDAD DE HORAS EN LA FACTURACION - '.
           03 FILLER                 PIC X(9) VALUE 'EMISION: '.
           03 LIN-CNF-EMISION        PIC 9(8).

       01 LINEA-CNF-ENCABEZADO.
           03 FILLER                 PIC X(12) VALUE 'CUIT'.
           03 FILLER                 PIC X(10) VALUE 'PERIODO'.
           03 FILLER                 PIC X(10) VALUE '   HORAS'.
           03 FILLER                 PIC X(30) VALUE 'SITUACION'.
           03 FILLER                 PIC X(8) VALUE ' HS OBS.'.
           03 FILLER                 PIC X(13) VALUE '   DESCONTADO'.

       01 LINEA-CNF-DETALLE.
           03 LIN-CNF-CUIT           PIC 9(11).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CNF-PERIODO        PIC 9(6).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CNF-ORIGEN         PIC X(3).
           03 LIN-CNF-HORAS          PIC ZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CNF-SITUACION      PIC X(30).
           03 LIN-CNF-HS-OBS         PIC ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CNF-IMP-OBS        PIC ZZZZZZZZ9,99.

       01 LINEA-CNF-TOTALES.
           03 FILLER                 PIC X(20) VALUE
              'FACTURAS RETENIDAS: '.
           03 LIN-CNF-RETENIDAS      PIC ZZZ9.
           03 FILLER                 PIC X(26) VALUE
              '   CON HORAS DESCONTADAS: '.
           03 LIN-CNF-DESCONTADAS    PIC ZZZ9.
           03 FILLER                 PIC X(26) VALUE
              '   REGISTROS ARRASTRADOS: '.
           03 LIN-CNF-ARRASTRADOS    PIC ZZZZ9.

       01 LINEA-FAC-PRONTO-PAGO.
           03 FILLER                 PIC X(13) VALUE 'PRONTO PAGO: '.
           03 LIN-FAC-PP-PCT         PIC ZZ9,99.
           03 FILLER                 PIC X(33) VALUE
              ' % DE DESCUENTO PAGANDO HASTA EL '.
           03 LIN-FAC-PP-FECHA       PIC 9(8).

       01 LINEA-FAC-TOTAL-PP.
           03 FILLER                 PIC X(25) VALUE
              'TOTAL CON PRONTO PAGO  : '.
           03 LIN-FAC-TOTAL-PP       PIC ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAC-MONEDA-PP      PIC X(3).

       01 LINEA-FAC-REF-CORTE.
           03 LIN-FAC-REF-ROTULO     PIC X(20).
           03 LIN-FAC-REF-CODIGO     PIC X(5).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAC-REF-DESC       PIC X(20).

       01 LINEA-FAC-SIN-EMPRESA.
           03 FILLER                 PIC X(42) VALUE
              'ATENCION: CUIT SIN EMPRESA EN EL MAESTRO'.
              MOVE WS-PV-ENV TO WS-PUNTO-VENTA
           END-IF.

      *    la entidad 01 con punto de venta propio en ENTIDADES.DAT
      *    manda sobre FACTURAS-PUNTO-VENTA.
           MOVE 'O' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-PUNTO-VENTA GREATER ZERO
              MOVE WS-ENT-PUNTO-VENTA TO WS-PUNTO-VENTA
           END-IF.
           MOVE WS-PUNTO-VENTA TO WS-PV-EMISION.

      *    una corrida cortada deja FACTURAS-CHECKPOINT.DAT: se
      *    retoma con la fecha, el punto de venta, la alicuota y las
      *    series que tenia al cerrar su ultima empresa completa.
           PERFORM CARGAR-CHECKPOINT-FACTURAS.

      *    las series se ajustan contra el maestro ANTES de abrirlo
      *    para grabar: una corrida caida despues de grabar facturas
      *    pero antes de regrabar FACTURA-NUMERO.DAT no vuelve a
      *    consumir los numeros ya escritos. al retomar NO se ajusta:
      *    lo grabado por la empresa interrumpida se descarta y se
      *    vuelve a emitir con los mismos numeros del checkpoint.
           IF NOT REINICIO
              PERFORM CARGAR-ULTIMO-NUMERO
              PERFORM AJUSTAR-SERIES-CON-MAESTRO
           END-IF.

      *    primero se lee el extracto y se controla la corrida, y
      *    RECIEN despues se abren las salidas: FACTURAS.LST y
      *    rechazo de una corrida repetida no puede llevarse puesta
      *    la solicitud de CAE anterior (capaz todavia sin presentar)
      *    antes de frenar.
           PERFORM CARGAR-POLITICAS-FACTURACION.
           PERFORM ABRIR-EXTRACTO.

           PERFORM LEER-GL-EXTRACT.
           PERFORM AGRUPAR-DETALLE-GL UNTIL GL-EOF.
           PERFORM AGRUPAR-GL-RETENIDO.
           CLOSE ARCH-GL-EXTRACT.

           PERFORM AGRUPAR-INTERESES.
           PERFORM PRORRATEAR-DESCUENTOS.

      *    la corrida retomada ya paso el control del libro cuando
      *    arranco (y capaz ya quedo asentada antes del corte): solo
      *    se verifica que el extracto sea el mismo del checkpoint.
           IF REINICIO
              PERFORM VALIDAR-CHECKPOINT-EXTRACTO
           ELSE
              PERFORM CONTROLAR-CORRIDA-FACTURADA
           END-IF.

           PERFORM ABRIR-SALIDAS.
           PERFORM ABRIR-DESPACHO.
           PERFORM ABRIR-CONCEPTOS.

      *    con el maestro de empresas abierto se marca que filas
      *    exigen conformidad y cuales quedan retenidas. una corrida
      *    retomada llega al mismo resultado: CargaConformidad no
      *    corre con un checkpoint pendiente.
           PERFORM EVALUAR-CONFORMIDADES.

           IF REINICIO
              PERFORM RETOMAR-EMISION-CORTADA
           ELSE
              PERFORM GRABAR-CHECKPOINT-FACTURAS
              SET IND-TAB-FAC TO 1
           END-IF.

           PERFORM EMITIR-O-RETENER-EMPRESA
               UNTIL IND-TAB-FAC GREATER THAN WS-CANT-FAC.

      *    cada paso del cierre deja su etapa en el checkpoint, asi
      *    una corrida cortada aca no reemite nada ni se asienta dos
      *    veces en el libro de corridas.
           IF ETAPA-EMITIENDO
              MOVE 'C' TO WS-ETAPA-EMISION
              PERFORM GRABAR-CHECKPOINT-FACTURAS
           END-IF.
           PERFORM GRABAR-ULTIMO-NUMERO.
           IF ETAPA-CERRADA
              PERFORM ASENTAR-CORRIDA-FACTURADA
              MOVE 'A' TO WS-ETAPA-EMISION
              PERFORM GRABAR-CHECKPOINT-FACTURAS
           END-IF.
      *    el arrastre de lo retenido se graba aparte y recien con la
      *    etapa asentada se pone en lugar de GL-RETENIDO.DAT, antes
      *    de rotar INTERESES.DAT.
           IF ETAPA-ASENTADA
              IF WS-ACUM-RETENIDAS GREATER ZERO
                 OR WS-ACUM-RET-LEIDOS GREATER ZERO
                 PERFORM GRABAR-GL-RETENIDO
              END-IF
              PERFORM LISTAR-CONFORMIDADES
              MOVE 'G' TO WS-ETAPA-EMISION
              PERFORM GRABAR-CHECKPOINT-FACTURAS
           END-IF.
           PERFORM ROTAR-GL-RETENIDO.
           PERFORM ROTAR-INTERESES-FACTURADOS.
           PERFORM BORRAR-CHECKPOINT-FACTURAS.
           PERFORM TERMINAR.

       ABRIR-EXTRACTO.
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    FACTURAS.DAT es el maestro indexado de comprobantes
      *    emitidos: se abre I-O para que acumule entre corridas (las
      *    aplicaciones de cobranzas y las reimpresiones necesitan
      *    encontrar facturas de meses anteriores); solo se crea de
      *    cero si todavia no existe.
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN I-O ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              OPEN OUTPUT ARCH-FACTURAS
              IF FACTURAS-OK
                 DISPLAY 'ARCHIVO FACTURAS.DAT CREADO'
                 CLOSE ARCH-FACTURAS
                 OPEN I-O ARCH-FACTURAS
              END-IF
              IF NOT FACTURAS-OK
                 DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

      *    al retomar, las dos salidas secuenciales se recortan a
      *    lo asentado en el checkpoint y se siguen en EXTEND.
           IF REINICIO
              PERFORM RECORTAR-SALIDAS-A-CHECKPOINT
              OPEN EXTEND ARCH-FACTURAS-LST
              IF NOT FACTURAS-LST-OK
                 OPEN OUTPUT ARCH-FACTURAS-LST
              END-IF
           ELSE
              OPEN OUTPUT ARCH-FACTURAS-LST
           END-IF.
           IF NOT FACTURAS-LST-OK
              DISPLAY 'NO PUDO CREARSE FACTURAS.LST ' FS-FACTURAS-LST
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           IF REINICIO
              OPEN EXTEND ARCH-CAE-SOL
              IF NOT CAE-SOL-OK
                 OPEN OUTPUT ARCH-CAE-SOL
              END-IF
           ELSE
              OPEN OUTPUT ARCH-CAE-SOL
           END-IF.
           IF NOT CAE-SOL-OK
              DISPLAY 'NO PUDO CREARSE CAE-SOLICITUD.DAT ' FS-CAE-SOL
              MOVE 16 TO RETURN-CODE
           SEARCH TAB-NUM
               WHEN IND-TAB-NUM GREATER THAN WS-CANT-SERIES
                   NEXT SENTENCE
               WHEN TAB-NUM-PV(IND-TAB-NUM) EQUAL WS-PV-EMISION
                AND TAB-NUM-LETRA(IND-TAB-NUM) EQUAL WS-LETRA
                   MOVE 'S' TO WS-SERIE-ENCONTRADA
           END-SEARCH.
              IF WS-CANT-SERIES IS LESS THAN WS-MAX-SERIES
                 ADD 1 TO WS-CANT-SERIES
                 SET IND-TAB-NUM TO WS-CANT-SERIES
                 MOVE WS-PV-EMISION TO TAB-NUM-PV(IND-TAB-NUM)
                 MOVE WS-LETRA TO TAB-NUM-LETRA(IND-TAB-NUM)
                 MOVE 0 TO TAB-NUM-ULTIMO(IND-TAB-NUM)
              ELSE
              CLOSE ARCH-FACTURAS.

       LEER-FACTURA-SERIE.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

      *    un registro viejo del maestro viene con letra en blanco y
      *    PV en blanco o cero: por la convencion de FAC-LETRA eso es
       LEER-GL-EXTRACT.
           READ ARCH-GL-EXTRACT AT END MOVE '10' TO FS-GL-EXTRACT.

      *    GL-RETENIDO.DAT es opcional: lo retenido en corridas
      *    anteriores vuelve a la tabla en filas propias (origen 'R')
      *    con su periodo original, sin mezclarse con la facturacion
      *    del mes ni aportar id de corrida. se lee sobre
      *    REG-GL-EXTRACT con el extracto todavia abierto.
       AGRUPAR-GL-RETENIDO.
           OPEN INPUT ARCH-GL-RETENIDO.
           IF GL-RETENIDO-OK
              MOVE 'R' TO WS-ORIGEN-FILA
              PERFORM LEER-GL-RETENIDO
              PERFORM AGRUPAR-UN-RETENIDO UNTIL GL-RETENIDO-EOF
              CLOSE ARCH-GL-RETENIDO
              MOVE SPACE TO WS-ORIGEN-FILA
              IF WS-ACUM-RET-LEIDOS GREATER ZERO
                 DISPLAY WS-ACUM-RET-LEIDOS ' REGISTROS RETENIDOS '
                     'DE CORRIDAS ANTERIORES (GL-RETENIDO.DAT)'
              END-IF
           END-IF.

       LEER-GL-RETENIDO.
           READ ARCH-GL-RETENIDO INTO REG-GL-EXTRACT
               AT END MOVE '10' TO FS-GL-RETENIDO.

       AGRUPAR-UN-RETENIDO.
           IF REG-GL-DETALLE OR REG-GL-CREDITO OR REG-GL-GASTO
              OR REG-GL-ABONO OR REG-GL-DESCUENTO OR REG-GL-HITO
              OR REG-GL-GUARDIA OR REG-GL-REVENTA
              OR REG-GL-INTERES
              ADD 1 TO WS-ACUM-RET-LEIDOS
              PERFORM ACUMULAR-DETALLE-EN-TABLA
           END-IF.
           PERFORM LEER-GL-RETENIDO.

      *    acumula cada registro de detalle o credito en la fila de su
      *    CUIT; los registros de total general ('9') no se facturan.
       AGRUPAR-DETALLE-GL.
           END-IF.

           IF REG-GL-DETALLE OR REG-GL-CREDITO OR REG-GL-GASTO
              OR REG-GL-ABONO OR REG-GL-DESCUENTO OR REG-GL-HITO
              OR REG-GL-GUARDIA OR REG-GL-REVENTA
              PERFORM ACUMULAR-DETALLE-EN-TABLA
           END-IF.
           PERFORM LEER-GL-EXTRACT.

       ACUMULAR-DETALLE-EN-TABLA.
           PERFORM DETERMINAR-CORTE-FACTURA.
           MOVE 'N' TO WS-CUIT-ENCONTRADO.
           SET IND-TAB-FAC TO 1.
           SEARCH TAB-FAC
               WHEN TAB-FAC-CUIT(IND-TAB-FAC) EQUAL REG-GL-CUIT-EMPRESA
                AND TAB-FAC-ORIGEN(IND-TAB-FAC) EQUAL WS-ORIGEN-FILA
                AND TAB-FAC-CORTE(IND-TAB-FAC) EQUAL WS-CORTE-FILA
                   MOVE 'S' TO WS-CUIT-ENCONTRADO
           END-SEARCH.

                 MOVE 0 TO TAB-FAC-INTERES(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-GASTOS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-ABONO(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-HITOS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-GUARDIAS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-PRODUCTOS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-IVA-PRODUCTOS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-DESCUENTO(IND-TAB-FAC)
                 MOVE WS-ORIGEN-FILA TO TAB-FAC-ORIGEN(IND-TAB-FAC)
                 MOVE SPACE TO TAB-FAC-CONFORMIDAD(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-HS-OBSERVADAS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-IMP-OBSERVADO(IND-TAB-FAC)
                 MOVE WS-CRITERIO-FILA TO TAB-FAC-CRITERIO(IND-TAB-FAC)
                 MOVE WS-CORTE-FILA TO TAB-FAC-CORTE(IND-TAB-FAC)
                 MOVE SPACE TO TAB-FAC-VACIA(IND-TAB-FAC)
              ELSE
                 DISPLAY 'ERROR: MAS DE 999 EMPRESAS EN GL-EXTRACT, '
                     'LA TABLA-FACTURABLES NO ALCANZA'
              ADD REG-GL-IMPORTE TO TAB-FAC-IMP-CRED(IND-TAB-FAC)
              ADD REG-GL-RETENIDO TO TAB-FAC-RET-CRED(IND-TAB-FAC)
           END-IF.
      *    el gasto, la cuota de abono, el hito, la guardia, el
      *    producto y el interes arrastrado suman al total de la
      *    factura y quedan desglosados; el descuento ya resto arriba.
      *    sus fechas no pisan el periodo que dejaron los registros
      *    de honorarios.
           IF REG-GL-DESCUENTO
              NEXT SENTENCE
           ELSE
           IF REG-GL-INTERES
              ADD REG-GL-IMPORTE TO TAB-FAC-INTERES(IND-TAB-FAC)
           ELSE
           IF REG-GL-GASTO
              ADD REG-GL-IMPORTE TO TAB-FAC-GASTOS(IND-TAB-FAC)
           ELSE
              IF REG-GL-ABONO
                 ADD REG-GL-IMPORTE TO TAB-FAC-ABONO(IND-TAB-FAC)
              ELSE
                 IF REG-GL-HITO
                    ADD REG-GL-IMPORTE TO TAB-FAC-HITOS(IND-TAB-FAC)
                 ELSE
                 IF REG-GL-GUARDIA
                    ADD REG-GL-IMPORTE TO
                        TAB-FAC-GUARDIAS(IND-TAB-FAC)
                 ELSE
                 IF REG-GL-REVENTA
                    PERFORM ACUMULAR-RENGLON-PRODUCTO
                 ELSE
                    MOVE REG-GL-PERIODO TO
                        TAB-FAC-PERIODO(IND-TAB-FAC)
                    MOVE REG-GL-MONEDA TO TAB-FAC-MONEDA(IND-TAB-FAC)
                 END-IF
                 END-IF
                 END-IF
              END-IF
           END-IF.

      *    el IVA del renglon se calcula aca, a la alicuota de su
      *    producto; solo se aplica si la factura sale letra A.
       ACUMULAR-RENGLON-PRODUCTO.
           ADD REG-GL-IMPORTE TO TAB-FAC-PRODUCTOS(IND-TAB-FAC).
           IF REG-GL-IVA-PCT IS NUMERIC
              COMPUTE WS-IVA-RENGLON ROUNDED =
                  REG-GL-IMPORTE * REG-GL-IVA-PCT / 100
              ADD WS-IVA-RENGLON TO TAB-FAC-IVA-PRODUCTOS(IND-TAB-FAC)
           END-IF.
           IF WS-CANT-PRV IS LESS THAN 2000
              ADD 1 TO WS-CANT-PRV
              SET IND-TAB-PRV TO WS-CANT-PRV
              SET TAB-PRV-FILA(IND-TAB-PRV) TO IND-TAB-FAC
              MOVE REG-GL-PROD-DESC TO TAB-PRV-DESC(IND-TAB-PRV)
              MOVE REG-GL-CANTIDAD TO TAB-PRV-CANTIDAD(IND-TAB-PRV)
              MOVE REG-GL-PRECIO-UNIT TO TAB-PRV-PRECIO(IND-TAB-PRV)
              MOVE REG-GL-IMPORTE TO TAB-PRV-IMPORTE(IND-TAB-PRV)
              MOVE REG-GL-IVA-PCT TO TAB-PRV-IVA-PCT(IND-TAB-PRV)
           ELSE
              DISPLAY 'ERROR: MAS DE 2000 RENGLONES DE PRODUCTOS EN '
                  'GL-EXTRACT, LA TABLA-RENGLONES-PRODUCTO NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    INTERESES.DAT es opcional (lo deja CalculaIntereses de
      *    tp2 cuando hay facturas vencidas impagas): cada debito '3'
      *    se suma a la factura de su CUIT como concepto propio. un
           SEARCH TAB-FAC
               WHEN TAB-FAC-CUIT(IND-TAB-FAC) EQUAL
                       REG-INT-CUIT-EMPRESA
                AND TAB-FAC-ORIGEN(IND-TAB-FAC) EQUAL SPACE
                AND TAB-FAC-CORTE(IND-TAB-FAC) EQUAL SPACES
                   MOVE 'S' TO WS-CUIT-ENCONTRADO
           END-SEARCH.

                 MOVE 0 TO TAB-FAC-INTERES(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-GASTOS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-ABONO(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-HITOS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-GUARDIAS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-PRODUCTOS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-IVA-PRODUCTOS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-DESCUENTO(IND-TAB-FAC)
                 MOVE WS-ORIGEN-FILA TO TAB-FAC-ORIGEN(IND-TAB-FAC)
                 MOVE SPACE TO TAB-FAC-CONFORMIDAD(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-HS-OBSERVADAS(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-IMP-OBSERVADO(IND-TAB-FAC)
                 MOVE REG-INT-CUIT-EMPRESA TO WS-CUIT-CORTE
                 PERFORM BUSCAR-POLITICA-CUIT
                 MOVE WS-CRITERIO-FILA TO TAB-FAC-CRITERIO(IND-TAB-FAC)
                 MOVE SPACES TO TAB-FAC-CORTE(IND-TAB-FAC)
                 MOVE SPACE TO TAB-FAC-VACIA(IND-TAB-FAC)
              ELSE
                 DISPLAY 'ERROR: MAS DE 999 EMPRESAS ENTRE GL-EXTRACT '
                     'E INTERESES, LA TABLA-FACTURABLES NO ALCANZA'
              END-IF
           END-IF.

      *    POLITICA-FACTURACION.DAT es opcional: sin el archivo (o
      *    sin renglon para la empresa) se factura por empresa, como
      *    siempre. si la empresa se cargo mas de una vez manda el
      *    ultimo renglon.
       CARGAR-POLITICAS-FACTURACION.
           OPEN INPUT ARCH-POLITICA-FACT.
           IF POLITICA-FACT-OK
              PERFORM LEER-POLITICA-FACT
              PERFORM CARGAR-POLITICA-EN-TABLA
                  UNTIL POLITICA-FACT-EOF
              CLOSE ARCH-POLITICA-FACT
           END-IF.
           IF HAY-CORTE-LINEA
              PERFORM CARGAR-TABLA-LINEAS
           END-IF.

       LEER-POLITICA-FACT.
           READ ARCH-POLITICA-FACT
               AT END MOVE '10' TO FS-POLITICA-FACT.

       CARGAR-POLITICA-EN-TABLA.
           MOVE PCF-CUIT TO WS-CUIT-CORTE.
           PERFORM BUSCAR-POLITICA-CUIT.
           IF NOT POLITICA-ENCONTRADA
              IF WS-CANT-PCF LESS THAN WS-MAX-PCF
                 ADD 1 TO WS-CANT-PCF
                 SET IND-TAB-PCF TO WS-CANT-PCF
                 MOVE PCF-CUIT TO TAB-PCF-CUIT(IND-TAB-PCF)
                 MOVE 'S' TO WS-POLITICA-ENCONTRADA
              ELSE
                 DISPLAY 'POLITICA-FACTURACION.DAT TIENE MAS DE '
                     WS-MAX-PCF ' EMPRESAS, SE IGNORA LA DE '
                     PCF-CUIT
              END-IF
           END-IF.
           IF POLITICA-ENCONTRADA
              MOVE PCF-CRITERIO TO TAB-PCF-CRITERIO(IND-TAB-PCF)
              IF PCF-CRITERIO EQUAL 'L'
                 MOVE 'S' TO WS-HAY-CORTE-LINEA
              END-IF
           END-IF.
           PERFORM LEER-POLITICA-FACT.

      *    deja en WS-CRITERIO-FILA la politica del CUIT de
      *    WS-CUIT-CORTE, 'E' si no tiene.
       BUSCAR-POLITICA-CUIT.
           MOVE 'N' TO WS-POLITICA-ENCONTRADA.
           MOVE 'E' TO WS-CRITERIO-FILA.
           SET IND-TAB-PCF TO 1.
           SEARCH TAB-PCF
               WHEN IND-TAB-PCF GREATER THAN WS-CANT-PCF
                   NEXT SENTENCE
               WHEN TAB-PCF-CUIT(IND-TAB-PCF) EQUAL WS-CUIT-CORTE
                   MOVE 'S' TO WS-POLITICA-ENCONTRADA
                   MOVE TAB-PCF-CRITERIO(IND-TAB-PCF)
                       TO WS-CRITERIO-FILA
           END-SEARCH.

      *    sin LINEAS.DAT las tareas no tienen linea y la empresa que
      *    factura por linea sale en su factura general.
       CARGAR-TABLA-LINEAS.
           OPEN INPUT ARCH-LINEAS.
           IF LINEAS-OK
              PERFORM LEER-LINEA-PRACT
              PERFORM CARGAR-LINEA-EN-TABLA
                  UNTIL LINEAS-EOF OR WS-CANT-LNA NOT LESS WS-MAX-LNA
              CLOSE ARCH-LINEAS
           ELSE
              DISPLAY 'LINEAS.DAT NO DISPONIBLE: LAS EMPRESAS QUE '
                  'FACTURAN POR LINEA SALEN EN UNA SOLA FACTURA'
           END-IF.

       LEER-LINEA-PRACT.
           READ ARCH-LINEAS AT END MOVE '10' TO FS-LINEAS.

       CARGAR-LINEA-EN-TABLA.
           ADD 1 TO WS-CANT-LNA.
           SET IND-TAB-LNA TO WS-CANT-LNA.
           MOVE LNA-TAREA TO TAB-LNA-TAREA(IND-TAB-LNA).
           MOVE LNA-CODIGO TO TAB-LNA-CODIGO(IND-TAB-LNA).
           MOVE LNA-DESCRIPCION TO TAB-LNA-DESC(IND-TAB-LNA).
           PERFORM LEER-LINEA-PRACT.

      *    referencia de la fila para el registro del extracto en
      *    curso segun la politica de su empresa: la orden o la linea
      *    de la tarea para los honorarios ('1') y su credito ('2'),
      *    y el consultor tambien para sus gastos ('4') y guardias
      *    ('8'). lo demas va
      *    a la fila general (referencia en blanco).
       DETERMINAR-CORTE-FACTURA.
           MOVE REG-GL-CUIT-EMPRESA TO WS-CUIT-CORTE.
           PERFORM BUSCAR-POLITICA-CUIT.
           MOVE SPACES TO WS-CORTE-FILA.
           IF REG-GL-DETALLE OR REG-GL-CREDITO
              IF CORTE-POR-ORDEN
                 MOVE REG-GL-ORDEN TO WS-CORTE-FILA
              END-IF
              IF CORTE-POR-LINEA
                 PERFORM BUSCAR-LINEA-DE-TAREA
              END-IF
           END-IF.
           IF CORTE-POR-CONSULTOR
              AND (REG-GL-DETALLE OR REG-GL-CREDITO OR REG-GL-GASTO
                   OR REG-GL-GUARDIA)
              MOVE REG-GL-CONSULTOR TO WS-CORTE-FILA
           END-IF.

       BUSCAR-LINEA-DE-TAREA.
           SET IND-TAB-LNA TO 1.
           SEARCH TAB-LNA
               WHEN IND-TAB-LNA GREATER THAN WS-CANT-LNA
                   NEXT SENTENCE
               WHEN TAB-LNA-TAREA(IND-TAB-LNA) EQUAL REG-GL-TAREA
                   MOVE TAB-LNA-CODIGO(IND-TAB-LNA) TO WS-CORTE-FILA
           END-SEARCH.

      *    el descuento por volumen llega una vez por empresa ('6', en
      *    la fila general): con la factura partida se reparte entre
      *    las filas de la empresa en proporcion a sus honorarios, y
      *    la ultima se lleva el redondeo para que la suma de el
      *    descuento exacto. despues cada factura regrosa su propia
      *    retencion y calcula el IVA sobre su bruto ya descontado.
       PRORRATEAR-DESCUENTOS.
           SET IND-TAB-FAC TO 1.
           PERFORM PRORRATEAR-DESCUENTO-FILA
               UNTIL IND-TAB-FAC GREATER THAN WS-CANT-FAC.

       PRORRATEAR-DESCUENTO-FILA.
           IF TAB-FAC-DESCUENTO(IND-TAB-FAC) GREATER ZERO
              AND TAB-FAC-CRITERIO(IND-TAB-FAC) NOT EQUAL 'E'
              AND TAB-FAC-CORTE(IND-TAB-FAC) EQUAL SPACES
              PERFORM REPARTIR-DESCUENTO-EMPRESA
           END-IF.
           SET IND-TAB-FAC UP BY 1.

       REPARTIR-DESCUENTO-EMPRESA.
           MOVE TAB-FAC-DESCUENTO(IND-TAB-FAC) TO WS-PRO-DESCUENTO.
           ADD WS-PRO-DESCUENTO TO TAB-FAC-IMPORTE(IND-TAB-FAC).
           MOVE 0 TO TAB-FAC-DESCUENTO(IND-TAB-FAC).
           MOVE 0 TO WS-PRO-BASE.
           MOVE 0 TO WS-PRO-ULTIMA.
           SET IND-TAB-ANT TO 1.
           PERFORM SUMAR-BASE-DESCUENTO
               UNTIL IND-TAB-ANT GREATER THAN WS-CANT-FAC.

      *    sin honorarios en ninguna fila el descuento queda en la
      *    general, como vino.
           IF WS-PRO-BASE NOT GREATER ZERO
              SUBTRACT WS-PRO-DESCUENTO FROM
                  TAB-FAC-IMPORTE(IND-TAB-FAC)
              MOVE WS-PRO-DESCUENTO TO TAB-FAC-DESCUENTO(IND-TAB-FAC)
           ELSE
              MOVE WS-PRO-DESCUENTO TO WS-PRO-RESTO
              SET IND-TAB-ANT TO 1
              PERFORM ASIGNAR-PARTE-DESCUENTO
                  UNTIL IND-TAB-ANT GREATER THAN WS-CANT-FAC
              IF TAB-FAC-HORAS(IND-TAB-FAC) EQUAL ZERO
                 AND TAB-FAC-IMPORTE(IND-TAB-FAC) EQUAL ZERO
                 AND TAB-FAC-HORAS-CRED(IND-TAB-FAC) EQUAL ZERO
                 AND TAB-FAC-IMP-CRED(IND-TAB-FAC) EQUAL ZERO
                 MOVE 'S' TO TAB-FAC-VACIA(IND-TAB-FAC)
              END-IF
           END-IF.

       SUMAR-BASE-DESCUENTO.
           IF TAB-FAC-CUIT(IND-TAB-ANT) EQUAL TAB-FAC-CUIT(IND-TAB-FAC)
              AND TAB-FAC-ORIGEN(IND-TAB-ANT) EQUAL
                  TAB-FAC-ORIGEN(IND-TAB-FAC)
              PERFORM CALCULAR-HONORARIOS-FILA
              IF WS-PRO-HONORARIOS GREATER ZERO
                 ADD WS-PRO-HONORARIOS TO WS-PRO-BASE
                 SET WS-PRO-ULTIMA TO IND-TAB-ANT
              END-IF
           END-IF.
           SET IND-TAB-ANT UP BY 1.

       ASIGNAR-PARTE-DESCUENTO.
           IF TAB-FAC-CUIT(IND-TAB-ANT) EQUAL TAB-FAC-CUIT(IND-TAB-FAC)
              AND TAB-FAC-ORIGEN(IND-TAB-ANT) EQUAL
                  TAB-FAC-ORIGEN(IND-TAB-FAC)
              PERFORM CALCULAR-HONORARIOS-FILA
              IF WS-PRO-HONORARIOS GREATER ZERO
                 IF IND-TAB-ANT EQUAL WS-PRO-ULTIMA
                    MOVE WS-PRO-RESTO TO WS-PRO-PARTE
                 ELSE
                    COMPUTE WS-PRO-PARTE ROUNDED = WS-PRO-DESCUENTO
                        * WS-PRO-HONORARIOS / WS-PRO-BASE
                 END-IF
                 SUBTRACT WS-PRO-PARTE FROM WS-PRO-RESTO
                 SUBTRACT WS-PRO-PARTE FROM
                     TAB-FAC-IMPORTE(IND-TAB-ANT)
                 ADD WS-PRO-PARTE TO TAB-FAC-DESCUENTO(IND-TAB-ANT)
              END-IF
           END-IF.
           SET IND-TAB-ANT UP BY 1.

      *    honorarios de la fila IND-TAB-ANT: el importe sin
      *    intereses, gastos, abono, hitos, guardias ni productos.
       CALCULAR-HONORARIOS-FILA.
           COMPUTE WS-PRO-HONORARIOS =
               TAB-FAC-IMPORTE(IND-TAB-ANT)
               - TAB-FAC-INTERES(IND-TAB-ANT)
               - TAB-FAC-GASTOS(IND-TAB-ANT)
               - TAB-FAC-ABONO(IND-TAB-ANT)
               - TAB-FAC-HITOS(IND-TAB-ANT)
               - TAB-FAC-GUARDIAS(IND-TAB-ANT)
               - TAB-FAC-PRODUCTOS(IND-TAB-ANT).

      *    el mismo esquema de rotacion por mv que usa TP1 con el
      *    arrastre: un interes ya facturado no puede volver a entrar
      *    a la proxima corrida.
                  'FACTURADOS - INTERESES.DAT ROTADO A '
                  'INTERESES-FACTURADO.DAT'.

      *    cada fila con horas de una empresa que exige conformidad
      *    busca la de su periodo (AAAAMM del periodo de la fila):
      *    sin solicitud o pendiente, la factura se retiene; recibida,
      *    se emite descontando lo observado. CONFORMIDADES.DAT es
      *    opcional - sin el archivo toda empresa que la exige queda
      *    retenida hasta que GeneraSolicitudConformidad lo cree.
       EVALUAR-CONFORMIDADES.
           OPEN I-O ARCH-CONFORMIDADES.
           IF CONFORMIDADES-OK
              MOVE 'S' TO WS-CONFORMIDADES-DISPONIBLE
           ELSE
              MOVE 'N' TO WS-CONFORMIDADES-DISPONIBLE
           END-IF.
           SET IND-TAB-FAC TO 1.
           PERFORM EVALUAR-CONFORMIDAD-FILA
               UNTIL IND-TAB-FAC GREATER THAN WS-CANT-FAC.
      *    una empresa partida se retiene entera: las filas sin horas
      *    (gastos, abono, intereses) y los demas cortes siguen a la
      *    fila retenida, igual que cuando era una sola factura.
           IF WS-ACUM-RETENIDAS GREATER ZERO
              SET IND-TAB-FAC TO 1
              PERFORM PROPAGAR-RETENCION-FILA
                  UNTIL IND-TAB-FAC GREATER THAN WS-CANT-FAC
           END-IF.
           IF WS-ACUM-RETENIDAS GREATER ZERO
              DISPLAY WS-ACUM-RETENIDAS ' FACTURAS RETENIDAS POR '
                  'FALTA DE CONFORMIDAD DE HORAS - VER '
                  'CONFORMIDAD-FACTURACION.LST'
           END-IF.

       EVALUAR-CONFORMIDAD-FILA.
           IF TAB-FAC-HORAS(IND-TAB-FAC) GREATER ZERO
              MOVE TAB-FAC-CUIT(IND-TAB-FAC) TO REG-EMP-IND-CUIT
              READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT
              IF EMP-OK AND REG-EMP-IND-EXIGE-CONFORMIDAD
                 ADD 1 TO WS-ACUM-EXIGEN
                 PERFORM BUSCAR-CONFORMIDAD-FILA
              END-IF
           END-IF.
           SET IND-TAB-FAC UP BY 1.

       PROPAGAR-RETENCION-FILA.
           IF NOT TAB-FAC-RETENIDA(IND-TAB-FAC)
              SET IND-TAB-ANT TO 1
              SEARCH TAB-FAC VARYING IND-TAB-ANT
                  WHEN IND-TAB-ANT GREATER THAN WS-CANT-FAC
                      NEXT SENTENCE
                  WHEN TAB-FAC-CUIT(IND-TAB-ANT) EQUAL
                          TAB-FAC-CUIT(IND-TAB-FAC)
                   AND TAB-FAC-ORIGEN(IND-TAB-ANT) EQUAL
                          TAB-FAC-ORIGEN(IND-TAB-FAC)
                   AND TAB-FAC-RETENIDA(IND-TAB-ANT)
                      MOVE TAB-FAC-CONFORMIDAD(IND-TAB-ANT)
                          TO TAB-FAC-CONFORMIDAD(IND-TAB-FAC)
                      ADD 1 TO WS-ACUM-RETENIDAS
              END-SEARCH.
           SET IND-TAB-FAC UP BY 1.

       BUSCAR-CONFORMIDAD-FILA.
           MOVE TAB-FAC-PERIODO(IND-TAB-FAC) TO WS-CNF-FECHA-FILA.
           MOVE WS-CNF-FILA-AAAA TO WS-CNF-PER-AAAA.
           MOVE WS-CNF-FILA-MM TO WS-CNF-PER-MM.
           MOVE 'N' TO WS-CONFORMIDAD-LEIDA.
           IF CONFORMIDADES-DISPONIBLE
              MOVE TAB-FAC-CUIT(IND-TAB-FAC) TO CNF-CUIT
              MOVE WS-CNF-PERIODO-FILA TO CNF-PERIODO
              READ ARCH-CONFORMIDADES RECORD KEY IS CNF-CLAVE
              IF CONFORMIDADES-OK
                 MOVE 'S' TO WS-CONFORMIDAD-LEIDA
              END-IF
           END-IF.

           IF NOT CONFORMIDAD-LEIDA
              MOVE 'S' TO TAB-FAC-CONFORMIDAD(IND-TAB-FAC)
              ADD 1 TO WS-ACUM-RETENIDAS
           ELSE
           IF CNF-PENDIENTE
              MOVE 'P' TO TAB-FAC-CONFORMIDAD(IND-TAB-FAC)
              ADD 1 TO WS-ACUM-RETENIDAS
           ELSE
           IF CNF-RECIBIDA
              MOVE 'R' TO TAB-FAC-CONFORMIDAD(IND-TAB-FAC)
              IF CNF-HORAS-OBSERVADAS GREATER ZERO
                 PERFORM DESCONTAR-HORAS-OBSERVADAS
                     THRU DESCONTAR-HORAS-OBSERVADAS-FIN
              END-IF
           ELSE
      *       periodo ya facturado: horas que llegaron despues de la
      *       conformidad (por ejemplo las observadas, corregidas).
              MOVE 'F' TO TAB-FAC-CONFORMIDAD(IND-TAB-FAC)
           END-IF.

      *    lo observado se descuenta una sola vez por empresa y
      *    periodo, al valor hora promedio de los honorarios de la
      *    fila (el importe sin intereses, gastos, abono, hitos,
      *    guardias ni productos y antes del descuento por volumen),
      *    junto con la parte proporcional de la retencion para que
      *    el bruto se regrose igual. las horas observadas vuelven
      *    por el suspenso.
       DESCONTAR-HORAS-OBSERVADAS.
           MOVE 'N' TO WS-DESCUENTO-TOMADO.
           SET IND-TAB-ANT TO 1.
           SEARCH TAB-FAC VARYING IND-TAB-ANT
               WHEN IND-TAB-ANT NOT LESS THAN IND-TAB-FAC
                   NEXT SENTENCE
               WHEN TAB-FAC-CUIT(IND-TAB-ANT) EQUAL
                       TAB-FAC-CUIT(IND-TAB-FAC)
                AND TAB-FAC-PERIODO(IND-TAB-ANT) (3:6) EQUAL
                       TAB-FAC-PERIODO(IND-TAB-FAC) (3:6)
                AND TAB-FAC-HS-OBSERVADAS(IND-TAB-ANT) GREATER ZERO
                   MOVE 'S' TO WS-DESCUENTO-TOMADO
           END-SEARCH.
           IF DESCUENTO-TOMADO
              GO TO DESCONTAR-HORAS-OBSERVADAS-FIN.

           MOVE CNF-HORAS-OBSERVADAS TO WS-HS-OBSERVADAS.
           IF WS-HS-OBSERVADAS GREATER TAB-FAC-HORAS(IND-TAB-FAC)
              MOVE TAB-FAC-HORAS(IND-TAB-FAC) TO WS-HS-OBSERVADAS
           END-IF.
           COMPUTE WS-HONORARIOS-NETO =
               TAB-FAC-IMPORTE(IND-TAB-FAC)
               - TAB-FAC-INTERES(IND-TAB-FAC)
               - TAB-FAC-GASTOS(IND-TAB-FAC)
               - TAB-FAC-ABONO(IND-TAB-FAC)
               - TAB-FAC-HITOS(IND-TAB-FAC)
               - TAB-FAC-GUARDIAS(IND-TAB-FAC)
               - TAB-FAC-PRODUCTOS(IND-TAB-FAC)
               + TAB-FAC-DESCUENTO(IND-TAB-FAC).
           COMPUTE WS-IMP-OBSERVADO ROUNDED =
               WS-HONORARIOS-NETO * WS-HS-OBSERVADAS
               / TAB-FAC-HORAS(IND-TAB-FAC).
           COMPUTE WS-RET-OBSERVADO ROUNDED =
               (TAB-FAC-RETENIDO(IND-TAB-FAC)
                + TAB-FAC-RET-CRED(IND-TAB-FAC))
               * WS-HS-OBSERVADAS / TAB-FAC-HORAS(IND-TAB-FAC).

           SUBTRACT WS-HS-OBSERVADAS FROM TAB-FAC-HORAS(IND-TAB-FAC).
           SUBTRACT WS-IMP-OBSERVADO FROM
               TAB-FAC-IMPORTE(IND-TAB-FAC).
           SUBTRACT WS-RET-OBSERVADO FROM
               TAB-FAC-RETENIDO(IND-TAB-FAC).
           MOVE WS-HS-OBSERVADAS TO
               TAB-FAC-HS-OBSERVADAS(IND-TAB-FAC).
           MOVE WS-IMP-OBSERVADO TO
               TAB-FAC-IMP-OBSERVADO(IND-TAB-FAC).
           ADD 1 TO WS-ACUM-DESCONTADAS.

       DESCONTAR-HORAS-OBSERVADAS-FIN.
           EXIT.

      *    una fila retenida no emite nada pero cuenta como completa
      *    para el checkpoint, asi una corrida retomada arranca
      *    despues de ella; la emitida con conformidad recibida deja
      *    el periodo como facturado.
       EMITIR-O-RETENER-EMPRESA.
           SET WS-IND-CONFORMIDAD TO IND-TAB-FAC.
           IF TAB-FAC-RETENIDA(IND-TAB-FAC)
              OR TAB-FAC-SIN-CONTENIDO(IND-TAB-FAC)
              SET WS-IND-EMITIDO TO IND-TAB-FAC
              PERFORM GRABAR-CHECKPOINT-FACTURAS
              SET IND-TAB-FAC UP BY 1
           ELSE
              PERFORM EMITIR-FACTURA-EMPRESA
              IF TAB-FAC-CONFORMIDAD(WS-IND-CONFORMIDAD) EQUAL 'R'
                 PERFORM MARCAR-CONFORMIDAD-FACTURADA
              END-IF
           END-IF.

       MARCAR-CONFORMIDAD-FACTURADA.
           MOVE TAB-FAC-PERIODO(WS-IND-CONFORMIDAD)
               TO WS-CNF-FECHA-FILA.
           MOVE WS-CNF-FILA-AAAA TO WS-CNF-PER-AAAA.
           MOVE WS-CNF-FILA-MM TO WS-CNF-PER-MM.
           MOVE TAB-FAC-CUIT(WS-IND-CONFORMIDAD) TO CNF-CUIT.
           MOVE WS-CNF-PERIODO-FILA TO CNF-PERIODO.
           READ ARCH-CONFORMIDADES RECORD KEY IS CNF-CLAVE.
           IF CONFORMIDADES-OK
              MOVE 'F' TO CNF-ESTADO
              MOVE WS-FECHA-EMISION TO CNF-FECHA-FACTURA
              REWRITE REG-CONFORMIDAD
           END-IF.
           IF NOT CONFORMIDADES-OK
              DISPLAY 'NO PUDO MARCARSE FACTURADA LA CONFORMIDAD DE '
                  CNF-CUIT ' PERIODO ' CNF-PERIODO ' '
                  FS-CONFORMIDADES
           END-IF.

      *    arrastre de lo retenido, con el mismo esquema de archivo
      *    NUEVO + mv que TP1 usa para el suspenso: se copian a
      *    GL-RETENIDO-NUEVO.DAT los registros del extracto, de
      *    GL-RETENIDO.DAT y de INTERESES.DAT (como '3') de cada fila
      *    retenida. el extracto queda abierto mientras se lee
      *    GL-RETENIDO.DAT, que se lee sobre su registro.
       GRABAR-GL-RETENIDO.
           OPEN OUTPUT ARCH-GL-RET-NUEVO.
           IF NOT GL-RET-NUEVO-OK
              DISPLAY 'NO PUDO CREARSE GL-RETENIDO-NUEVO.DAT '
                  FS-GL-RET-NUEVO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE 0 TO WS-ACUM-RET-GRABADOS.
           PERFORM ABRIR-EXTRACTO.
           MOVE SPACE TO WS-ORIGEN-FILA.
           PERFORM LEER-GL-EXTRACT.
           PERFORM RETENER-REGISTRO-GL UNTIL GL-EOF.

           OPEN INPUT ARCH-GL-RETENIDO.
           IF GL-RETENIDO-OK
              MOVE 'R' TO WS-ORIGEN-FILA
              PERFORM LEER-GL-RETENIDO
              PERFORM RETENER-REGISTRO-ARRASTRADO
                  UNTIL GL-RETENIDO-EOF
              CLOSE ARCH-GL-RETENIDO
           END-IF.
           CLOSE ARCH-GL-EXTRACT.

           MOVE SPACE TO WS-ORIGEN-FILA.
           OPEN INPUT ARCH-INTERESES.
           IF INTERESES-OK
              PERFORM LEER-INTERES
              PERFORM RETENER-REGISTRO-INTERES UNTIL INTERESES-EOF
              CLOSE ARCH-INTERESES
           END-IF.

           CLOSE ARCH-GL-RET-NUEVO.
           DISPLAY WS-ACUM-RET-GRABADOS ' REGISTROS DE FACTURAS '
               'RETENIDAS ARRASTRADOS A GL-RETENIDO.DAT'.

       RETENER-REGISTRO-GL.
           PERFORM COPIAR-SI-RETENIDO.
           PERFORM LEER-GL-EXTRACT.

       RETENER-REGISTRO-ARRASTRADO.
           PERFORM COPIAR-SI-RETENIDO.
           PERFORM LEER-GL-RETENIDO.

       COPIAR-SI-RETENIDO.
           IF REG-GL-DETALLE OR REG-GL-CREDITO OR REG-GL-GASTO
              OR REG-GL-ABONO OR REG-GL-DESCUENTO OR REG-GL-HITO
              OR REG-GL-GUARDIA OR REG-GL-REVENTA
              OR REG-GL-INTERES
              MOVE REG-GL-CUIT-EMPRESA TO WS-CUIT-RETENIDO
              PERFORM UBICAR-FILA-RETENIDA
              IF FILA-RETENIDA
                 WRITE REG-GL-RET-NUEVO FROM REG-GL-EXTRACT
                 ADD 1 TO WS-ACUM-RET-GRABADOS
              END-IF
           END-IF.

       RETENER-REGISTRO-INTERES.
           IF REG-INT-DEBITO
              MOVE REG-INT-CUIT-EMPRESA TO WS-CUIT-RETENIDO
              PERFORM UBICAR-FILA-RETENIDA
              IF FILA-RETENIDA
                 MOVE REG-INTERES TO GRN-COMUN
                 MOVE SPACES TO GRN-CORRIDA
                 MOVE 0 TO GRN-RETENIDO
                 MOVE SPACES TO GRN-ORDEN-TAREA
                 MOVE SPACES TO GRN-PRODUCTO-DATOS
                 WRITE REG-GL-RET-NUEVO
                 ADD 1 TO WS-ACUM-RET-GRABADOS
              END-IF
           END-IF.
           PERFORM LEER-INTERES.

       UBICAR-FILA-RETENIDA.
           MOVE 'N' TO WS-FILA-RETENIDA.
           SET IND-TAB-FAC TO 1.
           SEARCH TAB-FAC
               WHEN IND-TAB-FAC GREATER THAN WS-CANT-FAC
                   NEXT SENTENCE
               WHEN TAB-FAC-CUIT(IND-TAB-FAC) EQUAL WS-CUIT-RETENIDO
                AND TAB-FAC-ORIGEN(IND-TAB-FAC) EQUAL WS-ORIGEN-FILA
                   IF TAB-FAC-RETENIDA(IND-TAB-FAC)
                      MOVE 'S' TO WS-FILA-RETENIDA
                   END-IF
           END-SEARCH.

      *    si la corrida se corta despues del mv, la retomada no
      *    encuentra GL-RETENIDO-NUEVO.DAT y no hace nada; la copia
      *    del arrastre consumido queda en GL-RETENIDO-FACTURADO.DAT.
       ROTAR-GL-RETENIDO.
           MOVE SPACES TO WS-COMANDO-RET.
           STRING 'if [ -f GL-RETENIDO-NUEVO.DAT ]; then '
               'cp -f GL-RETENIDO.DAT GL-RETENIDO-FACTURADO.DAT '
               '2>/dev/null; mv -f GL-RETENIDO-NUEVO.DAT '
               'GL-RETENIDO.DAT; fi'
               DELIMITED BY SIZE INTO WS-COMANDO-RET.
           CALL 'SYSTEM' USING WS-COMANDO-RET.
           MOVE 0 TO RETURN-CODE.

      *    listado de las filas que exigen conformidad: retenidas,
      *    emitidas con su descuento y periodos ya conformados.
       LISTAR-CONFORMIDADES.
           IF WS-ACUM-EXIGEN GREATER ZERO
              OPEN OUTPUT ARCH-CONFORMIDAD-LST
              IF CONFORMIDAD-LST-OK
                 MOVE WS-FECHA-EMISION TO LIN-CNF-EMISION
                 MOVE LINEA-CNF-TITULO TO REG-CONFORMIDAD-LST
                 WRITE REG-CONFORMIDAD-LST
                 MOVE LINEA-CNF-ENCABEZADO TO REG-CONFORMIDAD-LST
                 WRITE REG-CONFORMIDAD-LST
                 SET IND-TAB-FAC TO 1
                 PERFORM LISTAR-CONFORMIDAD-FILA
                     UNTIL IND-TAB-FAC GREATER THAN WS-CANT-FAC
                 MOVE WS-ACUM-RETENIDAS TO LIN-CNF-RETENIDAS
                 MOVE WS-ACUM-DESCONTADAS TO LIN-CNF-DESCONTADAS
                 MOVE WS-ACUM-RET-GRABADOS TO LIN-CNF-ARRASTRADOS
                 MOVE LINEA-CNF-TOTALES TO REG-CONFORMIDAD-LST
                 WRITE REG-CONFORMIDAD-LST
                 CLOSE ARCH-CONFORMIDAD-LST
              ELSE
                 DISPLAY 'NO PUDO CREARSE CONFORMIDAD-FACTURACION.LST '
                     FS-CONFORMIDAD-LST
              END-IF
           END-IF.

       LISTAR-CONFORMIDAD-FILA.
           IF TAB-FAC-CONFORMIDAD(IND-TAB-FAC) NOT EQUAL SPACE
              MOVE TAB-FAC-CUIT(IND-TAB-FAC) TO LIN-CNF-CUIT
              MOVE TAB-FAC-PERIODO(IND-TAB-FAC) TO WS-CNF-FECHA-FILA
              MOVE WS-CNF-FILA-AAAA TO WS-CNF-PER-AAAA
              MOVE WS-CNF-FILA-MM TO WS-CNF-PER-MM
              MOVE WS-CNF-PERIODO-FILA TO LIN-CNF-PERIODO
              IF TAB-FAC-ORIGEN(IND-TAB-FAC) EQUAL 'R'
                 MOVE 'ARR' TO LIN-CNF-ORIGEN
              ELSE
                 MOVE SPACES TO LIN-CNF-ORIGEN
              END-IF
              MOVE TAB-FAC-HORAS(IND-TAB-FAC) TO LIN-CNF-HORAS
              PERFORM DESCRIBIR-CONFORMIDAD-FILA
              MOVE TAB-FAC-HS-OBSERVADAS(IND-TAB-FAC) TO LIN-CNF-HS-OBS
              MOVE TAB-FAC-IMP-OBSERVADO(IND-TAB-FAC)
                  TO LIN-CNF-IMP-OBS
              MOVE LINEA-CNF-DETALLE TO REG-CONFORMIDAD-LST
              WRITE REG-CONFORMIDAD-LST
           END-IF.
           SET IND-TAB-FAC UP BY 1.

       DESCRIBIR-CONFORMIDAD-FILA.
           IF TAB-FAC-CONFORMIDAD(IND-TAB-FAC) EQUAL 'S'
              MOVE 'RETENIDA - SIN SOLICITUD' TO LIN-CNF-SITUACION
           ELSE
           IF TAB-FAC-CONFORMIDAD(IND-TAB-FAC) EQUAL 'P'
              MOVE 'RETENIDA - RESPUESTA PENDIENTE'
                  TO LIN-CNF-SITUACION
           ELSE
           IF TAB-FAC-CONFORMIDAD(IND-TAB-FAC) EQUAL 'R'
              MOVE 'FACTURADA CON CONFORMIDAD' TO LIN-CNF-SITUACION
           ELSE
              MOVE 'FACTURADA - PERIODO CONFORMADO'
                  TO LIN-CNF-SITUACION
           END-IF.

      *    emite la factura de la empresa IND-TAB-FAC: numera, busca
      *    razon social y retencion en EMPRESAS-INDEXED.DAT, desglosa
      *    importes y graba maestro e imagen imprimible. si el mes
      *    bruto) sale la nota de credito en la misma secuencia legal.
       EMITIR-FACTURA-EMPRESA.
           PERFORM BUSCAR-EMPRESA-POR-CUIT.
           PERFORM RESOLVER-ENTIDAD-EMISORA.

      *    la letra legal sale de la condicion frente al IVA de la
      *    empresa; la nota de credito del mismo mes comparte letra y
               + WS-PLAZO-PAGO.
           COMPUTE WS-FECHA-VENCIMIENTO =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-VENCIMIENTO).
           PERFORM BUSCAR-PRONTO-PAGO.

           PERFORM TOMAR-PROXIMO-NUMERO.
           ADD 1 TO WS-ACUM-FACTURAS.
           MOVE TAB-FAC-INTERES(IND-TAB-FAC) TO WS-DOC-INTERES.
           MOVE TAB-FAC-GASTOS(IND-TAB-FAC) TO WS-DOC-GASTOS.
           MOVE TAB-FAC-ABONO(IND-TAB-FAC) TO WS-DOC-ABONO.
           MOVE TAB-FAC-HITOS(IND-TAB-FAC) TO WS-DOC-HITOS.
           MOVE TAB-FAC-GUARDIAS(IND-TAB-FAC) TO WS-DOC-GUARDIAS.
           MOVE TAB-FAC-PRODUCTOS(IND-TAB-FAC) TO WS-DOC-PRODUCTOS.
           MOVE TAB-FAC-IVA-PRODUCTOS(IND-TAB-FAC) TO
               WS-DOC-IVA-PRODUCTOS.
      *    la factura sale por el bruto de credito: su retencion real
      *    es la neteada del '1' mas la que reversa el '2'.
           COMPUTE WS-DOC-RETENIDO =
              PERFORM EMITIR-NOTA-CREDITO-EMPRESA
           END-IF.

      *    la empresa quedo completa en las tres salidas: es el
      *    nuevo punto de reinicio.
           SET WS-IND-EMITIDO TO IND-TAB-FAC.
           PERFORM GRABAR-CHECKPOINT-FACTURAS.

           SET IND-TAB-FAC UP BY 1.

      *    nota de credito por las correcciones del mes de la empresa
           MOVE 0 TO WS-DOC-INTERES.
           MOVE 0 TO WS-DOC-GASTOS.
           MOVE 0 TO WS-DOC-ABONO.
           MOVE 0 TO WS-DOC-HITOS.
           MOVE 0 TO WS-DOC-GUARDIAS.
           MOVE 0 TO WS-DOC-PRODUCTOS.
           MOVE 0 TO WS-DOC-IVA-PRODUCTOS.
           MOVE TAB-FAC-RET-CRED(IND-TAB-FAC) TO WS-DOC-RETENIDO.
           PERFORM DESGLOSAR-IMPORTES.
           PERFORM GRABAR-FACTURA-MAESTRO.
              MOVE REG-EMP-IND-PLAZO-PAGO TO WS-PLAZO-PAGO
           END-IF.

      *    la entidad que factura sale de la asignacion de la
      *    empresa (o del engagement vigente) a la fecha del periodo;
      *    la nota de credito del mes sale por la misma entidad. dos
      *    entidades en el mismo PV mezclarian sus correlativas: se
      *    frena sin emitir y la corrida se retoma del checkpoint una
      *    vez corregido ENTIDADES.DAT.
       RESOLVER-ENTIDAD-EMISORA.
           MOVE TAB-FAC-PERIODO(IND-TAB-FAC) TO WS-ENT-PERIODO.
           COMPUTE WS-ENT-FECHA = WS-ENT-PER-AAAA * 10000
               + WS-ENT-PER-MM * 100 + WS-ENT-PER-DD.
           MOVE TAB-FAC-CUIT(IND-TAB-FAC) TO WS-ENT-CUIT-EMPRESA.
           MOVE 'R' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR NOT EQUAL 'OK'
              DISPLAY 'EL CUIT ' TAB-FAC-CUIT(IND-TAB-FAC)
                  ' ESTA ASIGNADO A LA ENTIDAD ' WS-ENT-CODIGO
                  ' QUE NO EXISTE EN ENTIDADES.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-ENT-PUNTO-VENTA EQUAL ZERO
              MOVE WS-PUNTO-VENTA TO WS-PV-EMISION
           ELSE
              MOVE WS-ENT-PUNTO-VENTA TO WS-PV-EMISION
           END-IF.
           IF WS-ENT-CODIGO NOT EQUAL 1
              AND WS-PV-EMISION EQUAL WS-PUNTO-VENTA
              DISPLAY 'LA ENTIDAD ' WS-ENT-CODIGO ' COMPARTE EL PUNTO'
                  ' DE VENTA ' WS-PV-EMISION ' CON LA ENTIDAD 01 - '
                  'CORREGIR ENTIDADES.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER,
               WS-ENT-CUIT-EMPRESA, WS-ENT-FECHA,
               WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

      *    condicion vigente a la fecha de emision (la ultima cargada
      *    si hay mas de una), con el plazo en dias corridos desde la
      *    emision. PRONTO-PAGO.DAT es opcional y chico: se relee por
      *    empresa.
       BUSCAR-PRONTO-PAGO.
           MOVE 0 TO WS-PP-PORCENTAJE.
           MOVE 0 TO WS-PP-DIAS.
           OPEN INPUT ARCH-PRONTO-PAGO.
           IF PPG-OK
              PERFORM LEER-PRONTO-PAGO
              PERFORM EVALUAR-UN-PRONTO-PAGO UNTIL PPG-EOF
              CLOSE ARCH-PRONTO-PAGO
           END-IF.
           IF WS-PP-PORCENTAJE GREATER ZERO
              COMPUTE WS-PP-DIAS-LIMITE =
                  FUNCTION INTEGER-OF-DATE (WS-FECHA-EMISION)
                  + WS-PP-DIAS
              COMPUTE WS-PP-FECHA-LIMITE =
                  FUNCTION DATE-OF-INTEGER (WS-PP-DIAS-LIMITE)
           END-IF.

       LEER-PRONTO-PAGO.
           READ ARCH-PRONTO-PAGO AT END MOVE '10' TO FS-PRONTO-PAGO.

       EVALUAR-UN-PRONTO-PAGO.
           IF PPG-CUIT EQUAL TAB-FAC-CUIT(IND-TAB-FAC)
              AND PPG-VIG-DESDE NOT GREATER WS-FECHA-EMISION
              AND PPG-VIG-HASTA NOT LESS WS-FECHA-EMISION
              MOVE PPG-PORCENTAJE TO WS-PP-PORCENTAJE
              MOVE PPG-DIAS TO WS-PP-DIAS.
           PERFORM LEER-PRONTO-PAGO.

      *    reconstruye el bruto a partir del neto que dejo TP1 (que ya
      *    aplico la retencion configurada). el regroseo
      *    neto / (1 - retencion) aplica SOLO a la porcion de
      *    honorarios: intereses, gastos, abonos, hitos y guardias
      *    vienen a valor crudo (nunca se les resto retencion) y
      *    entran al bruto tal cual - regrosarlos inflaria bruto,
      *    retencion y el debito fiscal del comprobante.
      *    WS-IMPORTE-NETO y los WS-DOC-* ya vienen cargados por el
      *    caller.
       DESGLOSAR-IMPORTES.
           COMPUTE WS-HONORARIOS-NETO = WS-IMPORTE-NETO
               - WS-DOC-INTERES - WS-DOC-GASTOS - WS-DOC-ABONO
               - WS-DOC-HITOS - WS-DOC-GUARDIAS - WS-DOC-PRODUCTOS.

      *    con el importe retenido real del extracto, el bruto es
      *    neto + retenido, exacto aunque la alicuota venga del
           END-IF.

           COMPUTE WS-IMPORTE-BRUTO = WS-HONORARIOS-BRUTO
               + WS-DOC-INTERES + WS-DOC-GASTOS + WS-DOC-ABONO
               + WS-DOC-HITOS + WS-DOC-GUARDIAS + WS-DOC-PRODUCTOS.

           SUBTRACT WS-IMPORTE-NETO FROM WS-IMPORTE-BRUTO
               GIVING WS-RETENCION.

      *    el IVA se discrimina solo en la letra A (responsable
      *    inscripto); en la B el precio es final y no se agrega.
      *    los productos de reventa no van a la alicuota general:
      *    llevan la suma del IVA de sus renglones.
           IF LETRA-A
              COMPUTE WS-IVA-GENERAL ROUNDED =
                  (WS-IMPORTE-BRUTO - WS-DOC-PRODUCTOS)
                  * WS-IVA-PCT / 100
              MOVE WS-DOC-IVA-PRODUCTOS TO WS-IVA-PRODUCTOS
           ELSE
              MOVE 0 TO WS-IVA-GENERAL
              MOVE 0 TO WS-IVA-PRODUCTOS
           END-IF.
           ADD WS-IVA-GENERAL WS-IVA-PRODUCTOS GIVING WS-IVA.

           COMPUTE WS-TOTAL =
               WS-IMPORTE-BRUTO - WS-RETENCION + WS-IVA.
           MOVE WS-TOTAL TO FAC-TOTAL.
           MOVE TAB-FAC-MONEDA(IND-TAB-FAC) TO FAC-MONEDA.
           MOVE WS-LETRA TO FAC-LETRA.
           MOVE WS-PV-EMISION TO FAC-PUNTO-VENTA.
           MOVE SPACE TO FAC-ESTADO.
           MOVE WS-FECHA-VENCIMIENTO TO FAC-VENCIMIENTO.
           MOVE WS-ENT-CODIGO TO FAC-ENTIDAD.
           IF DOC-ES-NOTA-CREDITO
              MOVE 'N' TO FAC-TIPO
           ELSE
              MOVE 'F' TO FAC-TIPO
           END-IF.
           WRITE REG-FACTURA.
      *    la clave PV + letra + numero ya grabada es una serie
      *    desfasada contra el maestro: se frena antes de emitir un
      *    numero repetido.
           IF FACTURAS-DUPLICADA
              DISPLAY 'EL COMPROBANTE ' FAC-PUNTO-VENTA '-' FAC-LETRA
                  '-' FAC-NUMERO ' YA EXISTE EN FACTURAS.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO GRABARSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM GRABAR-SOLICITUD-CAE.
           PERFORM ANOTAR-COMPROBANTE-DESPACHO.
           IF NOT DOC-ES-NOTA-CREDITO
              PERFORM GRABAR-CONCEPTOS-FACTURA.

      *    la imagen del comprobante va dentro de FACTURAS.LST: la
      *    referencia PV-LETRA-NUMERO la distingue de las demas.
       ANOTAR-COMPROBANTE-DESPACHO.
           IF FAC-ES-NOTA-CREDITO
              MOVE 'NC' TO WS-DES-TIPO
           ELSE
              MOVE 'FA' TO WS-DES-TIPO
           END-IF.
           MOVE FAC-CUIT TO WS-DES-CUIT.
           MOVE 'FACTURAS.LST' TO WS-DES-ARCHIVO.
           MOVE SPACES TO WS-DES-REFERENCIA.
           STRING FAC-PUNTO-VENTA '-' FAC-LETRA '-' FAC-NUMERO
               DELIMITED BY SIZE INTO WS-DES-REFERENCIA.
           PERFORM ANOTAR-DOCUMENTO-DESPACHO.

      *    cada comprobante emitido pide su CAE: un renglon en la
      *    solicitud de la corrida.
           MOVE FAC-MONEDA TO SOL-MONEDA.
           MOVE FAC-PUNTO-VENTA TO SOL-PUNTO-VENTA.
           MOVE FAC-LETRA TO SOL-LETRA.
           MOVE FAC-ENTIDAD TO SOL-ENTIDAD.
           MOVE WS-ENT-CUIT TO SOL-CUIT-EMISOR.
           WRITE REG-CAE-SOL.
           ADD 1 TO WS-ESCRITOS-SOL.

      *    todo renglon de la imagen pasa por aca para llevar la
      *    cuenta que se asienta en el checkpoint.
       GRABAR-RENGLON-LST.
           WRITE REG-FACTURAS-LST.
           ADD 1 TO WS-ESCRITOS-LST.

       IMPRIMIR-IMAGEN-FACTURA.
           MOVE LINEA-DIVISORIA TO REG-FACTURAS-LST.
           PERFORM GRABAR-RENGLON-LST.

           IF DOC-ES-NOTA-CREDITO
              MOVE WS-ULTIMA-FACTURA TO LIN-NC-NUMERO
              MOVE WS-LETRA TO LIN-NC-LETRA
              MOVE WS-PV-EMISION TO LIN-NC-PV
              MOVE WS-FECHA-EMISION TO LIN-NC-FECHA
              MOVE LINEA-NC-TITULO TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
              MOVE WS-NC-FACTURA-REF TO LIN-NC-FAC-REF
              MOVE LINEA-NC-REFERENCIA TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           ELSE
              MOVE WS-ULTIMA-FACTURA TO LIN-FAC-NUMERO
              MOVE WS-LETRA TO LIN-FAC-LETRA
              MOVE WS-PV-EMISION TO LIN-FAC-PV
              MOVE WS-FECHA-EMISION TO LIN-FAC-FECHA
              MOVE LINEA-FAC-TITULO TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

      *    con una sola entidad sin cargar en ENTIDADES.DAT la
      *    imagen sale como siempre, sin renglon de emisor.
           IF WS-ENT-RAZON NOT EQUAL SPACES
              MOVE WS-ENT-RAZON TO LIN-FAC-EMI-RAZON
              MOVE WS-ENT-CUIT TO LIN-FAC-EMI-CUIT
              MOVE LINEA-FAC-EMISOR TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           MOVE WS-RAZON-SOCIAL TO LIN-FAC-RAZON.
           MOVE TAB-FAC-CUIT(IND-TAB-FAC) TO LIN-FAC-CUIT.
           MOVE LINEA-FAC-EMPRESA TO REG-FACTURAS-LST.
           PERFORM GRABAR-RENGLON-LST.

           IF NOT EMPRESA-ENCONTRADA
              MOVE LINEA-FAC-SIN-EMPRESA TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           MOVE TAB-FAC-PERIODO(IND-TAB-FAC) TO LIN-FAC-PERIODO.
           MOVE WS-DOC-HORAS TO LIN-FAC-HORAS.
           MOVE LINEA-FAC-PERIODO TO REG-FACTURAS-LST.
           PERFORM GRABAR-RENGLON-LST.

           IF TAB-FAC-CRITERIO(IND-TAB-FAC) NOT EQUAL 'E'
              PERFORM IMPRIMIR-REFERENCIA-CORTE
           END-IF.

           IF NOT DOC-ES-NOTA-CREDITO
              AND TAB-FAC-HS-OBSERVADAS(IND-TAB-FAC) GREATER ZERO
              MOVE TAB-FAC-HS-OBSERVADAS(IND-TAB-FAC)
                  TO LIN-FAC-HS-OBSERVADAS
              MOVE LINEA-FAC-OBSERVADAS TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

      *    la condicion de pago pactada sale impresa en el
      *    comprobante; la nota de credito no vence.
              ELSE
                 MOVE LINEA-FAC-CONTADO TO REG-FACTURAS-LST
              END-IF
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           MOVE WS-IMPORTE-BRUTO TO LIN-FAC-BRUTO.
           MOVE TAB-FAC-MONEDA(IND-TAB-FAC) TO LIN-FAC-MONEDA-B.
           MOVE LINEA-FAC-BRUTO TO REG-FACTURAS-LST.
           PERFORM GRABAR-RENGLON-LST.

           IF NOT DOC-ES-NOTA-CREDITO
              AND TAB-FAC-INTERES(IND-TAB-FAC) GREATER ZERO
              MOVE TAB-FAC-INTERES(IND-TAB-FAC) TO LIN-FAC-INTERES
              MOVE LINEA-FAC-INTERES TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           IF NOT DOC-ES-NOTA-CREDITO
              AND TAB-FAC-GASTOS(IND-TAB-FAC) GREATER ZERO
              MOVE TAB-FAC-GASTOS(IND-TAB-FAC) TO LIN-FAC-GASTOS
              MOVE LINEA-FAC-GASTOS TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           IF NOT DOC-ES-NOTA-CREDITO
              AND TAB-FAC-ABONO(IND-TAB-FAC) GREATER ZERO
              MOVE TAB-FAC-ABONO(IND-TAB-FAC) TO LIN-FAC-ABONO
              MOVE LINEA-FAC-ABONO TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           IF NOT DOC-ES-NOTA-CREDITO
              AND TAB-FAC-HITOS(IND-TAB-FAC) GREATER ZERO
              MOVE TAB-FAC-HITOS(IND-TAB-FAC) TO LIN-FAC-HITOS
              MOVE LINEA-FAC-HITOS TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           IF NOT DOC-ES-NOTA-CREDITO
              AND TAB-FAC-GUARDIAS(IND-TAB-FAC) GREATER ZERO
              MOVE TAB-FAC-GUARDIAS(IND-TAB-FAC) TO LIN-FAC-GUARDIAS
              MOVE LINEA-FAC-GUARDIAS TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           IF NOT DOC-ES-NOTA-CREDITO
              AND TAB-FAC-PRODUCTOS(IND-TAB-FAC) GREATER ZERO
              MOVE TAB-FAC-PRODUCTOS(IND-TAB-FAC) TO LIN-FAC-PRODUCTOS
              MOVE LINEA-FAC-PRODUCTOS TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
              PERFORM IMPRIMIR-RENGLONES-PRODUCTO
           END-IF.

           IF NOT DOC-ES-NOTA-CREDITO
              COMPUTE LIN-FAC-DESCUENTO =
                  TAB-FAC-DESCUENTO(IND-TAB-FAC) * -1
              MOVE LINEA-FAC-DESCUENTO TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           MOVE WS-RETENCION-PCT TO LIN-FAC-RET-PCT.
           MOVE WS-RETENCION TO LIN-FAC-RETENCION.
           MOVE LINEA-FAC-RETENCION TO REG-FACTURAS-LST.
           PERFORM GRABAR-RENGLON-LST.

           MOVE WS-IVA-PCT TO LIN-FAC-IVA-PCT.
           MOVE WS-IVA-GENERAL TO LIN-FAC-IVA.
           MOVE LINEA-FAC-IVA TO REG-FACTURAS-LST.
           PERFORM GRABAR-RENGLON-LST.

           IF WS-IVA-PRODUCTOS NOT EQUAL ZERO
              MOVE WS-IVA-PRODUCTOS TO LIN-FAC-IVA-PRODUCTOS
              MOVE LINEA-FAC-IVA-PRODUCTOS TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           MOVE WS-TOTAL TO LIN-FAC-TOTAL.
           MOVE TAB-FAC-MONEDA(IND-TAB-FAC) TO LIN-FAC-MONEDA-T.
           MOVE LINEA-FAC-TOTAL TO REG-FACTURAS-LST.
           PERFORM GRABAR-RENGLON-LST.

      *    pronto pago: la condicion y el total que cancela la
      *    factura si se paga dentro del plazo.
           IF NOT DOC-ES-NOTA-CREDITO
              AND WS-PP-PORCENTAJE GREATER ZERO
              AND WS-TOTAL GREATER ZERO
              COMPUTE WS-PP-DESCUENTO ROUNDED =
                  WS-TOTAL * WS-PP-PORCENTAJE / 100
              MOVE WS-PP-PORCENTAJE TO LIN-FAC-PP-PCT
              MOVE WS-PP-FECHA-LIMITE TO LIN-FAC-PP-FECHA
              MOVE LINEA-FAC-PRONTO-PAGO TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
              COMPUTE LIN-FAC-TOTAL-PP = WS-TOTAL - WS-PP-DESCUENTO
              MOVE TAB-FAC-MONEDA(IND-TAB-FAC) TO LIN-FAC-MONEDA-PP
              MOVE LINEA-FAC-TOTAL-PP TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.

           PERFORM IMPRIMIR-ESTADO-CAE.

           MOVE LINEA-EN-BLANCO TO REG-FACTURAS-LST.
           PERFORM GRABAR-RENGLON-LST.

      *    los renglones de productos de la fila en curso, en el
      *    orden en que vinieron en el extracto.
       IMPRIMIR-RENGLONES-PRODUCTO.
           SET WS-PRV-FILA TO IND-TAB-FAC.
           SET IND-TAB-PRV TO 1.
           PERFORM IMPRIMIR-UN-RENGLON-PRODUCTO
               UNTIL IND-TAB-PRV GREATER THAN WS-CANT-PRV.

       IMPRIMIR-UN-RENGLON-PRODUCTO.
           IF TAB-PRV-FILA(IND-TAB-PRV) EQUAL WS-PRV-FILA
              MOVE TAB-PRV-DESC(IND-TAB-PRV) TO LIN-PRV-DESC
              MOVE TAB-PRV-CANTIDAD(IND-TAB-PRV) TO LIN-PRV-CANTIDAD
              MOVE TAB-PRV-PRECIO(IND-TAB-PRV) TO LIN-PRV-PRECIO
              MOVE TAB-PRV-IMPORTE(IND-TAB-PRV) TO LIN-PRV-IMPORTE
              IF LETRA-A
                 MOVE ' IVA' TO LIN-PRV-IVA-ROT
                 MOVE TAB-PRV-IVA-PCT(IND-TAB-PRV) TO LIN-PRV-IVA-PCT
              ELSE
                 MOVE SPACES TO LIN-PRV-IVA
              END-IF
              MOVE LINEA-FAC-RENGLON-PROD TO REG-FACTURAS-LST
              PERFORM GRABAR-RENGLON-LST
           END-IF.
           SET IND-TAB-PRV UP BY 1.

      *    un comprobante definitivo lleva impreso su CAE; sin CAE
      *    registrado la imagen sale marcada proforma y no se entrega
      *    - la reimpresion con el CAE ya cargado la reemplaza.
      *    la factura (y su nota de credito) de una empresa partida
      *    lleva la orden, la linea o el consultor que factura.
       IMPRIMIR-REFERENCIA-CORTE.
           MOVE TAB-FAC-CORTE(IND-TAB-FAC) TO LIN-FAC-REF-CODIGO.
           MOVE SPACES TO LIN-FAC-REF-DESC.
           IF TAB-FAC-CRITERIO(IND-TAB-FAC) EQUAL 'O'
              MOVE 'ORDEN DE TRABAJO  : ' TO LIN-FAC-REF-ROTULO
           ELSE
              IF TAB-FAC-CRITERIO(IND-TAB-FAC) EQUAL 'L'
                 MOVE 'LINEA DE PRACTICA : ' TO LIN-FAC-REF-ROTULO
                 SET IND-TAB-LNA TO 1
                 SEARCH TAB-LNA
                     WHEN IND-TAB-LNA GREATER THAN WS-CANT-LNA
                         NEXT SENTENCE
                     WHEN TAB-LNA-CODIGO(IND-TAB-LNA) EQUAL
                             TAB-FAC-CORTE(IND-TAB-FAC)
                         MOVE TAB-LNA-DESC(IND-TAB-LNA)
                             TO LIN-FAC-REF-DESC
                 END-SEARCH
              ELSE
                 MOVE 'CONSULTOR         : ' TO LIN-FAC-REF-ROTULO.
           IF TAB-FAC-CORTE(IND-TAB-FAC) EQUAL SPACES
              MOVE 'GENERAL DE EMPRESA' TO LIN-FAC-REF-DESC
           END-IF.
           MOVE LINEA-FAC-REF-CORTE TO REG-FACTURAS-LST.
           PERFORM GRABAR-RENGLON-LST.

       IMPRIMIR-ESTADO-CAE.
           MOVE 'XX' TO FS-CAE.
           IF CAE-DISPONIBLE
              MOVE WS-PV-EMISION TO CAE-PUNTO-VENTA
              MOVE WS-LETRA TO CAE-LETRA
              MOVE WS-ULTIMA-FACTURA TO CAE-NUMERO
              READ ARCH-CAE RECORD KEY IS CAE-CLAVE
           ELSE
              MOVE LINEA-FAC-SIN-CAE TO REG-FACTURAS-LST
           END-IF.
           PERFORM GRABAR-RENGLON-LST.

      *    si quedo un checkpoint de una corrida cortada, se retoman
      *    sus parametros, acumulados y series y se marca el reinicio;
      *    el archivo vacio que deja BORRAR-CHECKPOINT-FACTURAS al
      *    terminar bien se interpreta como sin checkpoint.
       CARGAR-CHECKPOINT-FACTURAS.
           OPEN INPUT ARCH-CHECKPOINT.
           IF CHECKPOINT-OK
              READ ARCH-CHECKPOINT
              IF CHECKPOINT-OK
                 MOVE 'S' TO WS-REINICIO
                 MOVE CKF-CORRIDA TO WS-CKP-CORRIDA
                 MOVE CKF-FECHA-EMISION TO WS-FECHA-EMISION
                 MOVE CKF-PUNTO-VENTA TO WS-PUNTO-VENTA
                 MOVE CKF-IVA-PCT TO WS-IVA-PCT
                 MOVE CKF-ETAPA TO WS-ETAPA-EMISION
                 MOVE CKF-ULTIMO-INDICE TO WS-IND-EMITIDO
                 MOVE CKF-ULTIMO-CUIT TO WS-CKP-ULTIMO-CUIT
                 MOVE CKF-CANT-FAC TO WS-CKP-CANT-FAC
                 MOVE CKF-ACUM-FACTURAS TO WS-ACUM-FACTURAS
                 MOVE CKF-ACUM-NOTAS-CRED TO WS-ACUM-NOTAS-CRED
                 MOVE CKF-ULTIMA-FACTURA TO WS-ULTIMA-FACTURA
                 MOVE CKF-ESCR-LST TO WS-ESCRITOS-LST
                 MOVE CKF-ESCR-SOL TO WS-ESCRITOS-SOL
                 MOVE CKF-CANT-SERIES TO WS-CANT-SERIES
                 MOVE CKF-TABLA-NUM TO TABLA-NUMERACION
                 DISPLAY 'CHECKPOINT ENCONTRADO, SE RETOMA LA '
                     'CORRIDA ' WS-CKP-CORRIDA ' DEL ' WS-FECHA-EMISION
                     ' DESPUES DE LA EMPRESA ' WS-IND-EMITIDO
              END-IF
              CLOSE ARCH-CHECKPOINT.

      *    el checkpoint solo sirve contra el mismo extracto (y los
      *    mismos intereses) que lo genero: TABLA-FACTURABLES se
      *    rearma en el mismo orden y la fila del checkpoint tiene
      *    que ser la misma empresa. con la emision ya completa basta
      *    con que coincida la corrida.
       VALIDAR-CHECKPOINT-EXTRACTO.
           IF WS-CKP-CORRIDA NOT EQUAL WS-GL-CORRIDA
              DISPLAY 'EL CHECKPOINT ES DE LA CORRIDA ' WS-CKP-CORRIDA
                  ' Y EL EXTRACTO DE LA ' WS-GL-CORRIDA
              PERFORM RECHAZAR-CHECKPOINT
           END-IF.
           IF ETAPA-EMITIENDO
              IF WS-CKP-CANT-FAC NOT EQUAL WS-CANT-FAC
                 DISPLAY 'EL CHECKPOINT TIENE ' WS-CKP-CANT-FAC
                     ' EMPRESAS Y EL EXTRACTO ' WS-CANT-FAC
                 PERFORM RECHAZAR-CHECKPOINT
              END-IF
              IF WS-IND-EMITIDO GREATER ZERO
                 IF TAB-FAC-CUIT(WS-IND-EMITIDO) NOT EQUAL
                        WS-CKP-ULTIMO-CUIT
                    DISPLAY 'LA EMPRESA ' WS-IND-EMITIDO ' DEL '
                        'EXTRACTO NO ES LA DEL CHECKPOINT '
                        WS-CKP-ULTIMO-CUIT
                    PERFORM RECHAZAR-CHECKPOINT
                 END-IF
              END-IF
           END-IF.

       RECHAZAR-CHECKPOINT.
           DISPLAY 'LA CORRIDA CORTADA NO PUEDE RETOMARSE CON ESTE '
               'EXTRACTO: REPONER GL-EXTRACT.DAT E INTERESES.DAT '
               'DE LA CORRIDA ORIGINAL - NO SE EMITE NADA'.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

      *    con la corrida cortada emitiendo, lo que la empresa
      *    siguiente al checkpoint alcanzo a grabar en el maestro se
      *    descarta y se sigue desde esa misma empresa; cortada en el
      *    cierre, ya no queda nada por emitir.
       RETOMAR-EMISION-CORTADA.
           IF ETAPA-EMITIENDO
              AND WS-IND-EMITIDO LESS THAN WS-CANT-FAC
              COMPUTE WS-IND-RETOMA = WS-IND-EMITIDO + 1
              PERFORM BORRAR-PARCIALES-DEL-MAESTRO
           ELSE
              COMPUTE WS-IND-RETOMA = WS-CANT-FAC + 1
           END-IF.
           SET IND-TAB-FAC TO WS-IND-RETOMA.

      *    un comprobante de la empresa interrumpida se reconoce por
      *    su CUIT, la fecha de emision de la corrida y un numero
      *    posterior al ultimo de su serie en el checkpoint.
       BORRAR-PARCIALES-DEL-MAESTRO.
           MOVE TAB-FAC-CUIT(WS-IND-RETOMA) TO WS-CUIT-PARCIAL.
           MOVE WS-CUIT-PARCIAL TO FAC-CUIT.
           START ARCH-FACTURAS KEY IS NOT LESS THAN FAC-CUIT
               INVALID KEY MOVE '10' TO FS-FACTURAS.
           IF FACTURAS-OK
              PERFORM LEER-FACTURA-SERIE
              PERFORM DESCARTAR-COMPROBANTE-PARCIAL
                  UNTIL FACTURAS-EOF
                   OR FAC-CUIT NOT EQUAL WS-CUIT-PARCIAL.
           IF WS-BORRADOS-PARCIALES GREATER ZERO
              DISPLAY WS-BORRADOS-PARCIALES ' COMPROBANTES DE LA '
                  'EMPRESA INTERRUMPIDA DESCARTADOS DEL MAESTRO, SE '
                  'REEMITEN CON LOS MISMOS NUMEROS'.

       DESCARTAR-COMPROBANTE-PARCIAL.
           IF FAC-FECHA EQUAL WS-FECHA-EMISION
              PERFORM UBICAR-SERIE-DEL-COMPROBANTE
              IF NOT SERIE-ENCONTRADA
                 OR FAC-NUMERO GREATER TAB-NUM-ULTIMO(IND-TAB-NUM)
                 DELETE ARCH-FACTURAS RECORD
                 IF NOT FACTURAS-OK
                    DISPLAY 'NO PUDO DESCARTARSE EL COMPROBANTE '
                        FAC-PUNTO-VENTA '-' FAC-LETRA '-' FAC-NUMERO
                        ' ' FS-FACTURAS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 ADD 1 TO WS-BORRADOS-PARCIALES
                 DISPLAY 'DESCARTADO ' FAC-PUNTO-VENTA '-' FAC-LETRA
                     '-' FAC-NUMERO ' DE LA EMPRESA INTERRUMPIDA'
              END-IF
           END-IF.
           PERFORM LEER-FACTURA-SERIE.

       UBICAR-SERIE-DEL-COMPROBANTE.
           MOVE 'N' TO WS-SERIE-ENCONTRADA.
           SET IND-TAB-NUM TO 1.
           SEARCH TAB-NUM
               WHEN IND-TAB-NUM GREATER THAN WS-CANT-SERIES
                   NEXT SENTENCE
               WHEN TAB-NUM-PV(IND-TAB-NUM) EQUAL FAC-PUNTO-VENTA
                AND TAB-NUM-LETRA(IND-TAB-NUM) EQUAL FAC-LETRA
                   MOVE 'S' TO WS-SERIE-ENCONTRADA
           END-SEARCH.

      *    un renglon con el estado al cierre de la ultima empresa
      *    completa (o de base, con la fila en cero, apenas abiertas
      *    las salidas de una corrida nueva). sin checkpoint no hay
      *    reinicio posible, asi que no se emite nada sin poder
      *    grabarlo.
       GRABAR-CHECKPOINT-FACTURAS.
           OPEN OUTPUT ARCH-CHECKPOINT.
           IF NOT CHECKPOINT-OK
              DISPLAY 'NO PUDO GRABARSE FACTURAS-CHECKPOINT.DAT '
                  FS-CHECKPOINT
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-GL-CORRIDA TO CKF-CORRIDA.
           MOVE WS-FECHA-EMISION TO CKF-FECHA-EMISION.
           MOVE WS-PUNTO-VENTA TO CKF-PUNTO-VENTA.
           MOVE WS-IVA-PCT TO CKF-IVA-PCT.
           MOVE WS-ETAPA-EMISION TO CKF-ETAPA.
           MOVE WS-IND-EMITIDO TO CKF-ULTIMO-INDICE.
           IF WS-IND-EMITIDO GREATER ZERO
              MOVE TAB-FAC-CUIT(WS-IND-EMITIDO) TO CKF-ULTIMO-CUIT
           ELSE
              MOVE 0 TO CKF-ULTIMO-CUIT
           END-IF.
           MOVE WS-CANT-FAC TO CKF-CANT-FAC.
           MOVE WS-ACUM-FACTURAS TO CKF-ACUM-FACTURAS.
           MOVE WS-ACUM-NOTAS-CRED TO CKF-ACUM-NOTAS-CRED.
           MOVE WS-ULTIMA-FACTURA TO CKF-ULTIMA-FACTURA.
           MOVE WS-ESCRITOS-LST TO CKF-ESCR-LST.
           MOVE WS-ESCRITOS-SOL TO CKF-ESCR-SOL.
           MOVE WS-CANT-SERIES TO CKF-CANT-SERIES.
           MOVE TABLA-NUMERACION TO CKF-TABLA-NUM.
           WRITE REG-CKP-FACTURAS.
           CLOSE ARCH-CHECKPOINT.

       BORRAR-CHECKPOINT-FACTURAS.
           OPEN OUTPUT ARCH-CHECKPOINT.
           IF CHECKPOINT-OK
              CLOSE ARCH-CHECKPOINT.

      *    recorta cada salida de la corrida cortada a los renglones
      *    asentados en el checkpoint (copia los primeros N a un
      *    archivo de trabajo y lo pone en su lugar): lo que la
      *    empresa interrumpida alcanzo a escribir de mas se descarta
      *    aca, porque la reanudacion la vuelve a emitir completa.
       RECORTAR-SALIDAS-A-CHECKPOINT.
           MOVE 'FACTURAS.LST' TO WS-NOMBRE-RECORTE.
           MOVE WS-ESCRITOS-LST TO WS-RECORTE-OBJETIVO.
           PERFORM RECORTAR-UN-ARCHIVO.
           MOVE WS-RECORTE-OBJETIVO TO WS-ESCRITOS-LST.

           MOVE 'CAE-SOLICITUD.DAT' TO WS-NOMBRE-RECORTE.
           MOVE WS-ESCRITOS-SOL TO WS-RECORTE-OBJETIVO.
           PERFORM RECORTAR-UN-ARCHIVO.
           MOVE WS-RECORTE-OBJETIVO TO WS-ESCRITOS-SOL.

       RECORTAR-UN-ARCHIVO.
           OPEN INPUT ARCH-RECORTE-ENT.
           IF NOT RECORTE-ENT-OK
              MOVE 0 TO WS-RECORTE-COPIADAS
           ELSE
              OPEN OUTPUT ARCH-RECORTE-SAL
              IF NOT RECORTE-SAL-OK
                 DISPLAY 'NO PUDO RECORTARSE ' WS-NOMBRE-RECORTE
                     ' ' FS-RECORTE-SAL
                 CLOSE ARCH-RECORTE-ENT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 MOVE 0 TO WS-RECORTE-COPIADAS
                 PERFORM LEER-RECORTE-ENT
                 PERFORM COPIAR-LINEA-RECORTE
                     UNTIL NOT RECORTE-ENT-OK
                      OR WS-RECORTE-COPIADAS NOT LESS THAN
                             WS-RECORTE-OBJETIVO
                 CLOSE ARCH-RECORTE-ENT
                 CLOSE ARCH-RECORTE-SAL
                 MOVE SPACES TO WS-COMANDO-REC
                 STRING 'mv -f RECORTE-FACTURAS.TMP '
                     DELIMITED BY SIZE
                     WS-NOMBRE-RECORTE DELIMITED BY SPACE
                     INTO WS-COMANDO-REC
                 CALL 'SYSTEM' USING WS-COMANDO-REC
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
      *    una salida mas corta que lo asentado perdio renglones de
      *    empresas ya completas (no llegaron a disco antes del
      *    corte): no se reconstruyen, pero se avisa.
           IF WS-RECORTE-COPIADAS LESS THAN WS-RECORTE-OBJETIVO
              DISPLAY 'ATENCION: ' WS-NOMBRE-RECORTE ' TIENE '
                  WS-RECORTE-COPIADAS ' RENGLONES Y EL CHECKPOINT '
                  WS-RECORTE-OBJETIVO
              MOVE WS-RECORTE-COPIADAS TO WS-RECORTE-OBJETIVO
           END-IF.

       COPIAR-LINEA-RECORTE.
           MOVE REG-RECORTE-ENT TO REG-RECORTE-SAL.
           WRITE REG-RECORTE-SAL.
           ADD 1 TO WS-RECORTE-COPIADAS.
           PERFORM LEER-RECORTE-ENT.

       LEER-RECORTE-ENT.
           READ ARCH-RECORTE-ENT
               AT END MOVE '10' TO FS-RECORTE-ENT.

       TERMINAR.
           CLOSE ARCH-EMP-IDX.
           MOVE 'C' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           CLOSE ARCH-FACTURAS.
           CLOSE ARCH-FACTURAS-LST.
           CLOSE ARCH-CAE-SOL.
           IF CAE-DISPONIBLE
              CLOSE ARCH-CAE.
           IF DESPACHO-DISPONIBLE
              CLOSE ARCH-DESPACHO.
           IF CONCEPTOS-DISPONIBLE
              CLOSE ARCH-CONCEPTOS.
           IF CONFORMIDADES-DISPONIBLE
              CLOSE ARCH-CONFORMIDADES.
           DISPLAY WS-ACUM-FACTURAS ' FACTURAS Y ' WS-ACUM-NOTAS-CRED
               ' NOTAS DE CREDITO EMITIDAS, ULTIMO NRO '
               WS-ULTIMA-FACTURA.
              ACCEPT WS-TECLA
           END-IF.
           STOP RUN.

      *    DESPACHO-DOCUMENTOS.DAT acumula entre corridas; si no
      *    puede abrirse los documentos salen igual, sin anotarse.
       ABRIR-DESPACHO.
           ACCEPT WS-DES-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WS-DES-HORA-CORRIDA FROM TIME.
           OPEN EXTEND ARCH-DESPACHO.
           IF NOT DESPACHO-OK
              OPEN OUTPUT ARCH-DESPACHO.
           IF DESPACHO-OK
              MOVE 'S' TO WS-DESPACHO-DISPONIBLE
           ELSE
              DISPLAY 'NO PUDO ABRIRSE DESPACHO-DOCUMENTOS.DAT '
                  FS-DESPACHO ' - LAS FACTURAS NO QUEDAN ANOTADAS '
                  'PARA EL DESPACHO'.

      *    FACTURAS-CONCEPTOS.DAT tambien acumula; sin el, las
      *    facturas de la corrida comisionan completas.
       ABRIR-CONCEPTOS.
           OPEN EXTEND ARCH-CONCEPTOS.
           IF NOT CONCEPTOS-OK
              OPEN OUTPUT ARCH-CONCEPTOS.
           IF CONCEPTOS-OK
              MOVE 'S' TO WS-CONCEPTOS-DISPONIBLE
           ELSE
              DISPLAY 'NO PUDO ABRIRSE FACTURAS-CONCEPTOS.DAT '
                  FS-CONCEPTOS ' - LAS FACTURAS NO QUEDAN ABIERTAS '
                  'POR CONCEPTO'.

       GRABAR-CONCEPTOS-FACTURA.
           IF CONCEPTOS-DISPONIBLE
              MOVE FAC-PUNTO-VENTA TO FCO-PUNTO-VENTA
              MOVE FAC-LETRA TO FCO-LETRA
              MOVE FAC-NUMERO TO FCO-NUMERO
              MOVE FAC-CUIT TO FCO-CUIT
              MOVE FAC-MONEDA TO FCO-MONEDA
              MOVE WS-IMPORTE-BRUTO TO FCO-BRUTO
              MOVE WS-DOC-INTERES TO FCO-INTERES
              MOVE WS-DOC-GASTOS TO FCO-GASTOS
              MOVE FAC-TOTAL TO FCO-TOTAL
              MOVE WS-DOC-PRODUCTOS TO FCO-PRODUCTOS
              MOVE WS-IVA-PRODUCTOS TO FCO-IVA-PRODUCTOS
              WRITE REG-FAC-CONCEPTOS.

       ANOTAR-DOCUMENTO-DESPACHO.
           IF DESPACHO-DISPONIBLE
              MOVE SPACES TO REG-DOC-DESPACHO
              MOVE WS-DES-FECHA-CORRIDA TO DES-FECHA-GEN
              MOVE WS-DES-HORA-CORRIDA TO DES-HORA-GEN
              MOVE 'GeneraFacturas' TO DES-PROGRAMA
              MOVE WS-DES-TIPO TO DES-TIPO
              MOVE WS-DES-CUIT TO DES-CUIT
              MOVE WS-DES-ARCHIVO TO DES-ARCHIVO
              MOVE WS-DES-REFERENCIA TO DES-REFERENCIA
              WRITE REG-DOC-DESPACHO.
