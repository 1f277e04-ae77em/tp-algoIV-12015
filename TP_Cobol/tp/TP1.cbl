      *    para armar el saldo abierto por CUIT del control de limite
      *    de credito - ver CARGAR-SALDOS-ABIERTOS.
           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS.
           SELECT ARCH-APLICACIONES ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS REG-APL-CLAVE
                   FILE STATUS IS FS-APLICACIONES.
      *    comprobantes en disputa (MantenimientoDisputas): lo
      *    disputado no cuenta en el saldo del limite de credito.
           SELECT ARCH-DISPUTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS DIS-CLAVE
                   FILE STATUS IS FS-DISPUTAS.
           SELECT ARCH-DESCUENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DESCUENTOS.
           SELECT ARCH-ABONOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ABONOS.
           SELECT ARCH-GUARDIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-GUARDIAS.
           SELECT ARCH-REGLAS-FACT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-REGLAS-FACT.
           SELECT ARCH-ORDENES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ORDENES.
           SELECT ARCH-ASIGNACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIGNACIONES.
           SELECT ARCH-GASTOS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-GAS-CLAVE
                   FILE STATUS IS FS-GASTOS.
           SELECT ARCH-HITOS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-HIT-CLAVE
                   FILE STATUS IS FS-HITOS.
           SELECT ARCH-ORDENES-VENTA ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OVT-CLAVE
                   FILE STATUS IS FS-ORDENES-VENTA.
           SELECT ARCH-CONTROL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CONTROL.
           SELECT ARCH-SUSPENSO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SUSPENSO.
      *    corrida particionada por rangos de consultor: la tabla de
      *    particiones y el archivo de acumulados que cada particion
      *    le deja a la fusion - ver CARGAR-PARTICIONES.
           SELECT ARCH-PARTICIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PARTICIONES.
           SELECT ARCH-ACUM-PART ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ACUM-PART.
      *    par generico de lectura/copia para recortar una salida a
      *    la cantidad de renglones asentada en el checkpoint antes
      *    de reabrirla en EXTEND - ver RECORTAR-SALIDAS-A-CHECKPOINT.
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-TAREMP-IND
                   FILE STATUS IS FS-ARCH-TAR-EMP-IDX.
           SELECT ARCH-AVISOS-TAR ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AVT-CLAVE
                   FILE STATUS IS FS-AVISOS-TAR.
           SELECT ARCH-RET-IIBB ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
      *    ver REG-NOV1-ORDEN.
           03 REG-NOV5-ORDEN              PIC X(4).

      *    nombre dinamico: cada particion escribe su propio
      *    TIMES-Pnn.DAT - ver WS-NOMBRE-TIMES.
       FD ARCH-TIMES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-TIMES
             DATA RECORD IS REG-TIMES.

       01 REG-TIMES.
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

       FD ARCH-CATEGORIAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CATEGORIAS.DAT'
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
      *    maestro de descuentos por volumen (CargaDescuentos): un
      *    tramo por empresa con umbral de horas mensuales,
      *    porcentaje y vigencia - ver APLICAR-DESCUENTOS-VOLUMEN.
       FD ARCH-DISPUTAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DISPUTAS.DAT'
             DATA RECORD IS REG-DISPUTA.

       01 REG-DISPUTA.
           03 DIS-CLAVE.
               05 DIS-PUNTO-VENTA        PIC 9(4).
               05 DIS-LETRA              PIC X(1).
               05 DIS-NUMERO             PIC 9(8).
           03 DIS-CUIT                   PIC 9(11).
           03 DIS-MONEDA                 PIC X(3).
           03 DIS-IMPORTE                PIC 9(10)V99.
           03 DIS-MOTIVO                 PIC X(40).
           03 DIS-RESPONSABLE            PIC X(20).
           03 DIS-FECHA-ALTA             PIC 9(8).
           03 DIS-FECHA-PREVISTA         PIC 9(8).
      *    'D' en disputa; resuelta como 'P' pagada, 'C' acreditada
      *    con nota de credito o 'R' retirada por el cliente.
           03 DIS-ESTADO                 PIC X(1).
               88 DIS-ABIERTA            VALUE 'D'.
           03 DIS-FECHA-RESOLUCION       PIC 9(8).
           03 DIS-USUARIO                PIC X(20).

       FD ARCH-DESCUENTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DESCUENTOS.DAT'
             DATA RECORD IS REG-DESCUENTO.
           03 ABO-VIG-DESDE         PIC 9(8).
           03 ABO-VIG-HASTA         PIC 9(8).

      *    maestro de guardias (CargaGuardias): disponibilidad de un
      *    consultor para una empresa entre dos fechas, con tarifa
      *    diaria al cliente y pago diario al consultor. los dias de
      *    guardia del mes salen como registro '8' propio del
      *    extracto; las horas trabajadas durante la guardia se
      *    facturan aparte, como siempre - ver
      *    FACTURAR-GUARDIAS-PERIODO.
       FD ARCH-GUARDIAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'GUARDIAS.DAT'
             DATA RECORD IS REG-GUARDIA.

       01 REG-GUARDIA.
           03 GUA-CONSULTOR         PIC X(5).
           03 GUA-EMPRESA           PIC 9(3).
           03 GUA-DESDE             PIC 9(8).
           03 GUA-HASTA             PIC 9(8).
           03 GUA-TARIFA-DIA        PIC 9(8)V99.
           03 GUA-PAGO-DIA          PIC 9(8)V99.

      *    maestro de reglas de facturacion por empresa
      *    (CargaReglasFacturacion): bloque de redondeo de las horas
      *    y minimo facturable por dia o por visita, con vigencia -
      *    ver DETERMINAR-HORAS-FACTURADAS.
       FD ARCH-REGLAS-FACT LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'REGLAS-FACTURACION.DAT'
             DATA RECORD IS REG-REGLA-FACT.

       01 REG-REGLA-FACT.
           03 RGF-EMPRESA           PIC 9(3).
      *        bloque en horas (0,25 = 15 minutos); cero no redondea.
           03 RGF-INCREMENTO        PIC 9V99.
      *        'A' hacia arriba, 'B' hacia abajo, 'C' al mas cercano.
           03 RGF-REDONDEO          PIC X(1).
           03 RGF-MINIMO            PIC 9(2)V99.
      *        'D' minimo por dia en la empresa, 'V' por visita
      *        (cada novedad).
           03 RGF-MINIMO-TIPO       PIC X(1).
           03 RGF-VIG-DESDE         PIC 9(8).
           03 RGF-VIG-HASTA         PIC 9(8).

      *    maestro de ordenes de trabajo por engagement
      *    (CargaOrdenesTrabajo): la orden opcional de cada novedad
      *    se valida contra su empresa y vigencia al mezclar.
           03 ORD-VIG-DESDE         PIC 9(8).
           03 ORD-VIG-HASTA         PIC 9(8).

      *    maestro de asignaciones de consultores a engagements
      *    (CargaAsignaciones): las horas de un consultor sin
      *    asignacion vigente a la empresa no se facturan.
       FD ARCH-ASIGNACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIGNACIONES.DAT'
             DATA RECORD IS REG-ASIGNACION.

       01 REG-ASIGNACION.
           03 ASG-CONSULTOR         PIC X(5).
           03 ASG-EMPRESA           PIC 9(3).
           03 ASG-ENG-DESDE         PIC 9(8).
           03 ASG-ORDEN             PIC X(4).
           03 ASG-DESDE             PIC 9(8).
           03 ASG-HASTA             PIC 9(8).
           03 ASG-HORAS-MENSUALES   PIC 9(3)V99.

      *    maestro de gastos reembolsables (CargaGastos): los gastos
      *    aprobados ('A') salen como registros '4' propios en
      *    GL-EXTRACT.DAT y quedan marcados 'F' para no refacturarse
           03 REG-GAS-ESTADO             PIC X(1).
               88 GAS-APROBADO           VALUE 'A'.

      *    maestro de hitos de engagements a precio fijo (CargaHitos):
      *    los hitos aceptados ('A') salen como registros '7' propios
      *    en GL-EXTRACT.DAT y quedan marcados 'F' - ver
      *    FACTURAR-HITOS-ACEPTADOS. un engagement con hitos es de
      *    precio fijo y sus horas no se facturan - ver
      *    MARCAR-ENGAGEMENTS-PRECIO-FIJO.
       FD ARCH-HITOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'HITOS.DAT'
             DATA RECORD IS REG-HITO.

       01 REG-HITO.
           03 REG-HIT-CLAVE.
               05 REG-HIT-EMPRESA        PIC 9(3).
               05 REG-HIT-ENG-DESDE      PIC 9(8).
               05 REG-HIT-NUMERO         PIC 9(2).
           03 REG-HIT-DESCRIPCION        PIC X(30).
           03 REG-HIT-IMPORTE            PIC 9(10)V99.
           03 REG-HIT-MONEDA             PIC X(3).
           03 REG-HIT-FECHA-PLAN         PIC 9(8).
           03 REG-HIT-FECHA-ACEPT        PIC 9(8).
           03 REG-HIT-ESTADO             PIC X(1).
               88 HIT-ACEPTADO           VALUE 'A'.
           03 REG-HIT-CORRIDA            PIC X(14).

      *    ordenes de venta de productos de reventa
      *    (CargaOrdenesVenta): los renglones confirmados ('C') salen
      *    como registros 'P' propios en GL-EXTRACT.DAT, con cantidad,
      *    precio unitario y alicuota de IVA, y quedan marcados 'F' -
      *    ver FACTURAR-ORDENES-CONFIRMADAS.
       FD ARCH-ORDENES-VENTA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ORDENES-VENTA.DAT'
             DATA RECORD IS REG-ORDEN-VENTA.

       01 REG-ORDEN-VENTA.
           03 OVT-CLAVE.
               05 OVT-EMPRESA            PIC 9(3).
               05 OVT-NUMERO             PIC 9(6).
               05 OVT-RENGLON            PIC 9(2).
           03 OVT-PRODUCTO               PIC X(8).
           03 OVT-DESCRIPCION            PIC X(30).
           03 OVT-CANTIDAD               PIC 9(5)V99.
           03 OVT-PRECIO-UNIT            PIC 9(8)V99.
           03 OVT-MONEDA                 PIC X(3).
           03 OVT-IVA-PCT                PIC 9(3)V99.
           03 OVT-FECHA                  PIC 9(8).
           03 OVT-FECHA-CONF             PIC 9(8).
           03 OVT-ESTADO                 PIC X(1).
               88 OVT-CONFIRMADA         VALUE 'C'.
           03 OVT-CORRIDA                PIC X(14).

      *    totales de control de la corrida: un renglon por ejecucion
      *    de cada programa batch del sistema (TP1, TP2, las
      *    reconstrucciones de indexados, el archivado historico),
      *    agregado a NOVEDADES.CTL para que entre solo a la proxima
      *    corrida.
       FD ARCH-NOV-ARRASTRE LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-ARRASTRE
             DATA RECORD IS REG-ARRASTRE.

       01 REG-ARRASTRE.
       01 REG-RECORTE-SAL              PIC X(200).

       FD ARCH-SUSPENSO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-SUSPENSO
             DATA RECORD IS REG-SUSPENSO.

       01 REG-SUSPENSO.
           03 REG-SUS-MOTIVO            PIC X(30).
           03 REG-SUS-INTENTOS          PIC 9(2).

      *    particiones de la corrida de fin de mes: un renglon por
      *    particion con su numero y el rango de numeros de consultor
      *    que factura. los rangos van en orden, sin huecos ni
      *    superposiciones, de 00000 a 99998 - ver VALIDAR-PARTICIONES.
       FD ARCH-PARTICIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'TP1-PARTICIONES.DAT'
             DATA RECORD IS REG-PARTICION.

       01 REG-PARTICION.
           03 PAR-NUMERO                PIC 9(2).
           03 FILLER                    PIC X(1).
           03 PAR-CONS-DESDE            PIC X(5).
           03 FILLER                    PIC X(1).
           03 PAR-CONS-HASTA            PIC X(5).

      *    acumulados que una particion terminada le deja a la fusion
      *    (TP1-ACUM-Pnn.DAT) - layout en WS-ACUM-PART.
       FD ARCH-ACUM-PART LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-ACUM-PART
             DATA RECORD IS REG-ACUM-PART.

       01 REG-ACUM-PART                PIC X(120).

      *    mismo layout de AUDITORIA.LOG que el resto del sistema -
      *    aca solo para dejar asentado el override de reproceso.
       FD ARCH-AUDITORIA LABEL RECORD IS STANDARD
           03 REG-TAREMP-TARIFA-IND        PIC 9(5)V99.
           03 REG-TAREMP-MONEDA-IND        PIC X(3).

      *    aumentos de tarifa avisados por escrito a cada empresa,
      *    grabado por AvisoAumentoTarifas: empresa + SRT + vigencia
      *    de la tarifa nueva - ver CONTROLAR-AVISOS-TARIFA.
       FD ARCH-AVISOS-TAR LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'AVISOS-TARIFAS.DAT'
             DATA RECORD IS REG-AVISO-TARIFA.

       01 REG-AVISO-TARIFA.
           03 AVT-CLAVE.
               05 AVT-EMPRESA            PIC 9(3).
               05 AVT-SRT                PIC X(2).
               05 AVT-VIG-DESDE          PIC 9(8).
           03 AVT-TARIFA-ANTERIOR        PIC 9(5)V99.
           03 AVT-TARIFA-NUEVA           PIC 9(5)V99.
           03 AVT-MONEDA                 PIC X(3).
           03 AVT-FECHA-AVISO            PIC 9(8).
           03 AVT-ARCHIVO                PIC X(40).

      *    historial de categoria (SRT) por consultor: permite que un
      *    ascenso de categoria solo facture al nuevo SRT las horas
      *    trabajadas desde su vigencia en adelante, igual que
           03 REG-EXC-EMPRESA            PIC 9(3).
           03 REG-EXC-DETALLE            PIC X(70).

      *    extracto contable/facturacion: los registros de cada
      *    consultor facturado en la corrida (uno por empresa, orden
      *    de trabajo y tarea de su bloque de novedades, con la fecha
      *    del bloque) mas un registro de cierre con el total
      *    general, para que el sistema contable no tenga que parsear
      *    LISTADO.LST.
      *    nombre dinamico: la corrida proforma escribe
      *    GL-EXTRACT-PROFORMA.DAT sin pisar el extracto real.
       FD ARCH-GL-EXTRACT LABEL RECORD IS STANDARD
      *        en positivo: GeneraFacturas lo RESTA de la factura -
      *        ver APLICAR-DESCUENTOS-VOLUMEN.
               88 REG-GL-DESCUENTO       VALUE '6'.
      *        hito aceptado de un engagement a precio fijo,
      *        concepto propio en la factura - ver
      *        FACTURAR-HITOS-ACEPTADOS.
               88 REG-GL-HITO            VALUE '7'.
      *        dias de guardia del consultor en el mes, concepto
      *        propio en la factura - ver FACTURAR-GUARDIAS-PERIODO.
               88 REG-GL-GUARDIA         VALUE '8'.
               88 REG-GL-TOTAL-GRAL      VALUE '9'.
      *        renglon confirmado de una orden de venta de productos
      *        de reventa, concepto propio en la factura - ver
      *        FACTURAR-ORDENES-CONFIRMADAS.
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

       WORKING-STORAGE SECTION.
      ******************************************************************
         05 TAB-EMP-LIMITE-CTRL-TEMP   PIC X(1).
         05 TAB-EMP-ACUM-HORAS-TEMP    PIC S9(7)V99.
         05 TAB-EMP-ACUM-IMP-TEMP      PIC S9(10)V99.
         05 TAB-EMP-ACUM-HS-FACT-TEMP  PIC S9(7)V99.
         05 TAB-EMP-PRIM-NUMERO-TEMP   PIC X(5).
         05 TAB-EMP-PRIM-FECHA-TEMP    PIC 9(8).

      *    desde que las empresas se leen por clave del indexado, la
      *    tabla ya no es una copia completa del maestro: solo lleva
      *        RANKING-X-EMPRESA-Y-CONSULTOR.
               05 TAB-EMP-ACUM-HORAS    PIC S9(7)V99.
               05 TAB-EMP-ACUM-IMP      PIC S9(10)V99.
      *        horas facturadas a la empresa despues de sus reglas
      *        de facturacion, contra TAB-EMP-ACUM-HORAS (trabajadas)
      *        - ver IMPRIMIR-HORAS-FACTURADAS.
               05 TAB-EMP-ACUM-HS-FACT  PIC S9(7)V99.
      *        primera novedad de la corrida que facturo a la
      *        empresa: con ella se asienta el control de limite de
      *        credito, y la fusion de particiones la necesita para
      *        hacer ese control una sola vez sobre el mes entero.
               05 TAB-EMP-PRIM-NUMERO   PIC X(5).
               05 TAB-EMP-PRIM-FECHA    PIC 9(8).

      *    un registro por consultor facturado, cargado una vez por
      *    bloque de consultor (CARGAR-IMP-DATOS-X-CONS) con sus
      *    como facturable, igual que siempre.
       01 WS-TRABAJO-FACTURABLE      PIC X VALUE 'S'.
           88 TRABAJO-FACTURABLE     VALUE 'S'.
      *    el trabajo cayo en un engagement a precio fijo (ver
      *    CONTROLAR-ENG-PRECIO-FIJO): no facturable aunque la tarea
      *    lo sea.
       01 WS-TRABAJO-PRECIO-FIJO     PIC X VALUE 'N'.
           88 TRABAJO-PRECIO-FIJO    VALUE 'S'.

       01 WS-TAREA-DESC-ACTUAL       PIC X(20).

       01 WS-ORDEN-VALIDA            PIC X VALUE 'N'.
           88 ORDEN-VALIDA           VALUE 'S'.

      *    maestro de asignaciones (CargaAsignaciones), opcional. el
      *    control se aplica solo a las empresas que ya tienen alguna
      *    asignacion cargada, para poder ir incorporando la cartera
      *    de a poco sin frenar la facturacion del resto.
       01 WS-MAX-ASIGNACIONES        PIC 9(4) VALUE 2000.

       01 TABLA-ASIGNACIONES.
           03 TAB-ASG OCCURS 2000 TIMES INDEXED BY IND-TAB-ASG.
               05 TAB-ASG-CONSULTOR     PIC X(5).
               05 TAB-ASG-EMPRESA       PIC 9(3).
               05 TAB-ASG-ORDEN         PIC X(4).
               05 TAB-ASG-DESDE         PIC 9(8).
               05 TAB-ASG-HASTA         PIC 9(8).

       01 WS-CANT-ASIGNACIONES       PIC 9(4) VALUE 0.

       01 WS-EMPRESA-CON-ASIG        PIC X VALUE 'N'.
           88 EMPRESA-CON-ASIG       VALUE 'S'.

       01 WS-NOVEDAD-ASIGNADA        PIC X VALUE 'S'.
           88 NOVEDAD-ASIGNADA       VALUE 'S'.

       77 FS-ABONOS                  PIC XX.
           88 ABONOS-OK              VALUE '00'.
           88 ABONOS-EOF             VALUE '10'.
       01 WS-ABO-HORAS-FACT          PIC S9(7)V99.
       01 WS-ACUM-ABONOS-FACT        PIC 9(3) VALUE 0.

       77 FS-GUARDIAS                PIC XX.
           88 GUARDIAS-OK            VALUE '00'.
           88 GUARDIAS-EOF           VALUE '10'.

      *    guardias cargadas. GUARDIAS.DAT es opcional.
       01 WS-MAX-GUARDIAS            PIC 9(3) VALUE 500.

       01 TABLA-GUARDIAS.
           03 TAB-GUA OCCURS 500 TIMES INDEXED BY IND-TAB-GUA.
               05 TAB-GUA-CONSULTOR     PIC X(5).
               05 TAB-GUA-EMPRESA       PIC 9(3).
               05 TAB-GUA-DESDE         PIC 9(8).
               05 TAB-GUA-HASTA         PIC 9(8).
               05 TAB-GUA-TARIFA-DIA    PIC 9(8)V99.

       01 WS-CANT-GUARDIAS           PIC 9(3) VALUE 0.

      *    mes de facturacion AAAAMMDD (primer y ultimo dia) y tramo
      *    de la guardia en curso que cae dentro del mes.
       01 WS-GUA-MES-DESDE           PIC 9(8).
       01 WS-GUA-MES-HASTA           PIC 9(8).
       01 WS-GUA-TRAMO-DESDE         PIC 9(8).
       01 WS-GUA-TRAMO-HASTA         PIC 9(8).
       01 WS-GUA-DIAS                PIC 9(3).
       01 WS-ACUM-GUARDIAS-FACT      PIC 9(3) VALUE 0.

       77 FS-REGLAS-FACT             PIC XX.
           88 REGLAS-FACT-OK         VALUE '00'.
           88 REGLAS-FACT-EOF        VALUE '10'.

      *    reglas de facturacion cargadas. REGLAS-FACTURACION.DAT es
      *    opcional: sin reglas las horas se facturan tal como se
      *    cargaron.
       01 WS-MAX-REGLAS-FACT         PIC 9(3) VALUE 200.

       01 TABLA-REGLAS-FACT.
           03 TAB-RGF OCCURS 200 TIMES INDEXED BY IND-TAB-RGF.
               05 TAB-RGF-EMPRESA       PIC 9(3).
               05 TAB-RGF-INCREMENTO    PIC 9V99.
               05 TAB-RGF-REDONDEO      PIC X(1).
               05 TAB-RGF-MINIMO        PIC 9(2)V99.
               05 TAB-RGF-MINIMO-TIPO   PIC X(1).
               05 TAB-RGF-DESDE         PIC 9(8).
               05 TAB-RGF-HASTA         PIC 9(8).

       01 WS-CANT-REGLAS-FACT        PIC 9(3) VALUE 0.

       01 WS-REGLA-FACT-VIGENTE      PIC X VALUE 'N'.
           88 REGLA-FACT-VIGENTE     VALUE 'S'.

      *    horas que se facturan por el trabajo en curso, despues de
      *    redondeo y minimo; WS-HORAS-NETO sigue siendo lo
      *    trabajado (costo, capacidad, estadisticas y TIMES).
       01 WS-HORAS-FACTURADAS        PIC S9(3)V99 VALUE 0.
       01 WS-RGF-BLOQUES             PIC 9(5).
       01 WS-RGF-RESTO               PIC 9(3)V99.

      *    el minimo por dia se reparte entre las novedades del mismo
      *    consultor, fecha y empresa: cada una factura lo que le
      *    falta al dia para llegar a max(redondeado del dia, minimo).
      *    las novedades de un consultor llegan juntas y por fecha,
      *    asi que alcanza con las empresas del dia en curso.
       01 WS-RGF-DIA-CONSULTOR       PIC X(5) VALUE SPACES.
       01 WS-RGF-DIA-FECHA           PIC 9(8) VALUE 0.

       01 TABLA-RGF-DIA.
           03 TAB-RGD OCCURS 50 TIMES INDEXED BY IND-TAB-RGD.
               05 TAB-RGD-EMPRESA       PIC 9(3).
               05 TAB-RGD-REDONDEADO    PIC 9(3)V99.
               05 TAB-RGD-FACTURADO     PIC 9(3)V99.

       01 WS-CANT-RGF-DIA            PIC 9(2) VALUE 0.
       01 WS-RGF-DIA-TOTAL           PIC 9(3)V99.

       01 LINEA-HORAS-FACTURADAS.
           03 FILLER              PIC X(12) VALUE SPACES.
           03 FILLER              PIC X(33) VALUE
              'Horas facturadas por regla (emp.)'.
           03 FILLER              PIC X(2) VALUE ': '.
           03 LIN-RGF-HORAS       PIC ZZ9,99.

       77 FS-DESCUENTOS              PIC XX.
           88 DESCUENTOS-OK          VALUE '00'.
           88 DESCUENTOS-EOF         VALUE '10'.
           88 APLICACIONES-OK        VALUE '00'.
           88 APLICACIONES-EOF       VALUE '10'.

       77 FS-DISPUTAS                PIC XX.
           88 DISPUTAS-OK            VALUE '00'.
           88 DISPUTAS-EOF           VALUE '10'.

      *    saldo abierto por CUIT (facturado menos aplicado), armado
      *    al arrancar para el control de limite de credito: la
      *    empresa pasada de su limite se marca fuerte en
           03 FILLER              PIC X(9) VALUE ' LIMITE: '.
           03 LIN-LIM-LIMITE      PIC ZZZZZZZZZ9,99.

      *    horas trabajadas contra facturadas por empresa al pie del
      *    listado - ver IMPRIMIR-HORAS-FACTURADAS.
       01 LINEA-RGF-TITULO           PIC X(44) VALUE
          'HORAS TRABAJADAS VS FACTURADAS POR EMPRESA'.

       01 LINEA-RGF-DETALLE.
           03 FILLER              PIC X(2) VALUE SPACES.
           03 LIN-RGF-RAZON       PIC X(25).
           03 FILLER              PIC X(13) VALUE ' TRABAJADAS: '.
           03 LIN-RGF-TRABAJADAS  PIC -ZZZZZZ9,99.
           03 FILLER              PIC X(13) VALUE ' FACTURADAS: '.
           03 LIN-RGF-FACTURADAS  PIC -ZZZZZZ9,99.
           03 FILLER              PIC X(13) VALUE ' DIFERENCIA: '.
           03 LIN-RGF-DIFERENCIA  PIC -ZZZZZZ9,99.

       01 WS-DESC-IMPORTE            PIC 9(10)V99.
       01 WS-ACUM-DESC-APLICADOS     PIC 9(3) VALUE 0.

           88 ORDENES-OK             VALUE '00'.
           88 ORDENES-EOF            VALUE '10'.

       77 FS-ASIGNACIONES            PIC XX.
           88 ASIGNACIONES-OK        VALUE '00'.
           88 ASIGNACIONES-EOF       VALUE '10'.

       77 FS-GASTOS                  PIC XX.
           88 GASTOS-OK              VALUE '00'.
           88 GASTOS-EOF             VALUE '10'.

       01 WS-ACUM-GASTOS-FACT        PIC 9(5) VALUE 0.

       77 FS-HITOS                   PIC XX.
           88 HITOS-OK               VALUE '00'.
           88 HITOS-EOF              VALUE '10'.

       01 WS-ACUM-HITOS-FACT         PIC 9(5) VALUE 0.

       77 FS-ORDENES-VENTA           PIC XX.
           88 ORDENES-VENTA-OK       VALUE '00'.
           88 ORDENES-VENTA-EOF      VALUE '10'.

       01 WS-ACUM-ORDENES-FACT       PIC 9(5) VALUE 0.
      *    horas mezcladas a importe cero por caer en un engagement
      *    a precio fijo (informativo, al pie de la corrida).
       01 WS-ACUM-HS-PRECIO-FIJO     PIC S9(7)V99 VALUE 0.
       01 WS-HS-PRECIO-FIJO-ED       PIC -ZZZZZZ9,99.
       01 WS-GAS-CUIT                PIC 9(11).
       01 WS-GAS-MONEDA              PIC X(3).
       01 WS-GAS-PERIODO             PIC 9(8).
       01 WS-NOMBRE-GL               PIC X(22) VALUE 'GL-EXTRACT.DAT'.
       01 WS-NOMBRE-EXCEPCIONES      PIC X(24) VALUE
           'EXCEPCIONES.LST'.
       01 WS-NOMBRE-TIMES            PIC X(24) VALUE 'TIMES.DAT'.
       01 WS-NOMBRE-SUSPENSO         PIC X(24) VALUE
           'NOV-SUSPENSO.DAT'.
       01 WS-NOMBRE-ARRASTRE         PIC X(24) VALUE
           'NOV-ARRASTRE-NUEVO.DAT'.
       01 WS-NOMBRE-ACUM-PART        PIC X(24) VALUE SPACES.

      *    corrida de fin de mes particionada: con TP1-PARTICION=nn
      *    la corrida factura solo el rango de consultores de la
      *    particion nn de TP1-PARTICIONES.DAT y escribe sus salidas
      *    con sufijo -Pnn (LISTADO-Pnn.LST, GL-EXTRACT-Pnn.DAT,
      *    EXCEPCIONES-Pnn.LST, TIMES-Pnn.DAT, mas el suspenso, el
      *    arrastre y los acumulados TP1-ACUM-Pnn.DAT), sin tocar
      *    nada compartido - varias particiones corren a la vez, y
      *    la que falla se vuelve a correr sola desde el principio.
      *    con TP1-FUSION=S la corrida no lee novedades: junta las
      *    salidas de todas las particiones en los archivos de
      *    siempre, recalcula el total general y el ranking sobre el
      *    mes completo y hace una sola vez lo que es por empresa o
      *    por corrida (gastos, abonos, hitos, descuentos,
      *    estadisticas, limites, libro de procesados).
       01 WS-PARTICION-ENV           PIC X(2).
       01 WS-FUSION-ENV              PIC X(1).

       01 WS-MODO-PARTICION          PIC X(1) VALUE 'N'.
           88 CORRIDA-UNICA          VALUE 'N'.
           88 EN-PARTICION           VALUE 'P'.
           88 MODO-FUSION            VALUE 'F'.

       01 WS-PART-NUMERO             PIC 9(2) VALUE 0.
       01 WS-PART-DESDE              PIC X(5) VALUE SPACES.
       01 WS-PART-HASTA              PIC X(5) VALUE SPACES.

       01 WS-FIN-RANGO               PIC X VALUE 'N'.
           88 FIN-RANGO-PARTICION    VALUE 'S'.

      *    candado de corrida sobre TIMES y las novedades - ver
      *    SUB-RUTINA-CANDADOS. la corrida normal y la fusion los
      *    toman exclusivos; las particiones y la proforma, que no
      *    tocan nada compartido, compartidos (varias particiones
      *    conviven), y cada particion ademas su propio TP1-Pnn.
       01 WS-CAN-OPER                PIC X.
       01 WS-CAN-TRABAJO             PIC X(40).
       01 WS-CAN-GRUPOS.
           03 WS-CAN-GRUPO OCCURS 4 TIMES.
               05 WS-CAN-GRUPO-NOMBRE PIC X(8).
               05 WS-CAN-GRUPO-MODO   PIC X(1).
       01 WS-CAN-ERROR               PIC XX.
       01 WS-CAN-RC                  PIC S9(9).

      *    armado de nombres con sufijo de particion: prefijo y
      *    extension entran, WS-PART-NOMBRE sale - ver
      *    ARMAR-NOMBRE-PARTICION.
       01 WS-PART-PREFIJO            PIC X(16).
       01 WS-PART-EXTENSION          PIC X(4).
       01 WS-PART-NOMBRE             PIC X(24).

       77 FS-PARTICIONES             PIC XX.
           88 PARTICIONES-OK         VALUE '00'.
           88 PARTICIONES-EOF        VALUE '10'.

       77 FS-ACUM-PART               PIC XX.
           88 ACUM-PART-OK           VALUE '00'.

       01 TABLA-PARTICIONES.
           03 TAB-PAR OCCURS 20 TIMES INDEXED BY IND-TAB-PAR.
               05 TAB-PAR-NUMERO        PIC 9(2).
               05 TAB-PAR-DESDE         PIC X(5).
               05 TAB-PAR-HASTA         PIC X(5).

       01 WS-CANT-PAR                PIC 9(2) VALUE 0.
       01 WS-PAR-NUMERO-ANT          PIC 9(2) VALUE 0.
       01 WS-PAR-ESPERADO-N          PIC 9(6) VALUE 0.
       01 WS-PAR-DESDE-N             PIC 9(5).
       01 WS-PAR-HASTA-N             PIC 9(5).

       01 WS-PAR-ERROR               PIC X VALUE 'N'.
           88 HAY-ERROR-PARTICION    VALUE 'S'.

       01 WS-PART-TERMINADA          PIC X VALUE 'N'.
           88 PARTICION-TERMINADA    VALUE 'S'.

      *    un renglon de TP1-ACUM-Pnn.DAT: 'E' acumulados de una
      *    empresa facturada en la particion, 'C' fila del ranking de
      *    consultores, 'T' totales generales de la particion (el
      *    ultimo renglon, que es ademas la marca de que la
      *    particion termino sana para esa fecha de proceso).
       01 WS-ACUM-PART.
           03 ACP-TIPO                  PIC X(1).
               88 ACP-ES-EMPRESA        VALUE 'E'.
               88 ACP-ES-CONSULTOR      VALUE 'C'.
               88 ACP-ES-TOTALES        VALUE 'T'.
           03 ACP-DATOS                 PIC X(119).
           03 ACP-EMPRESA REDEFINES ACP-DATOS.
               05 ACP-EMP-COD           PIC 9(3).
               05 ACP-EMP-HORAS         PIC S9(7)V99.
               05 ACP-EMP-IMP           PIC S9(10)V99.
               05 ACP-EMP-PRIM-NUMERO   PIC X(5).
               05 ACP-EMP-PRIM-FECHA    PIC 9(8).
               05 ACP-EMP-HS-FACT       PIC S9(7)V99.
               05 FILLER                PIC X(73).
           03 ACP-CONSULTOR REDEFINES ACP-DATOS.
               05 ACP-CONS-NUM          PIC X(5).
               05 ACP-CONS-NOMBRE       PIC X(25).
               05 ACP-CONS-HORAS        PIC 9(3)V99.
               05 ACP-CONS-HS-FACT      PIC 9(3)V99.
               05 ACP-CONS-IMP          PIC 9(10)V99.
               05 FILLER                PIC X(67).
           03 ACP-TOTALES REDEFINES ACP-DATOS.
               05 ACP-TOT-FECHA-PROCESO PIC 9(8).
               05 ACP-TOT-IMP           PIC 9(10)V99.
               05 ACP-TOT-IMP-ARS-EQ    PIC S9(12)V99.
               05 ACP-TOT-RECARGO       PIC S9(12)V99.
               05 ACP-TOT-HORAS         PIC S9(9)V99.
               05 ACP-TOT-MEZCLADOS     PIC 9(7).
               05 ACP-TOT-USD-SIN-COTIZ PIC 9(6).
               05 ACP-TOT-CORRIDA       PIC X(14).
               05 FILLER                PIC X(33).

      *    renglon de LISTADO-Pnn.LST en la fusion, con las dos
      *    vistas que hay que corregir al juntar: el encabezado de
      *    hoja (la numeracion sigue de una particion a la otra) y el
      *    total general corrido de cada corte de consultor.
       01 WS-FUS-LINEA               PIC X(160).
       01 WS-FUS-LINEA-HOJA REDEFINES WS-FUS-LINEA.
           03 FUS-HOJA-ROTULO           PIC X(8).
           03 FILLER                    PIC X(61).
           03 FUS-HOJA-ETIQUETA         PIC X(7).
           03 FUS-HOJA-NRO              PIC 9(3).
           03 FILLER                    PIC X(81).
       01 WS-FUS-LINEA-TOTAL REDEFINES WS-FUS-LINEA.
           03 FUS-TOT-ETIQUETA          PIC X(21).
           03 FILLER                    PIC X(45).
           03 FUS-TOT-IMPORTE           PIC 9(8)V99.
           03 FILLER                    PIC X(84).

       01 WS-FUS-HOJAS-PREVIAS       PIC 9(3) VALUE 0.
       01 WS-FUS-ULT-HOJA            PIC 9(3) VALUE 0.
       01 WS-FUS-LINEAS-HOJA         PIC 9(4) VALUE 0.

       01 LINEA-BANNER-PROFORMA.
           03 FILLER              PIC X(42) VALUE
               05 TAB-ENG-HASTA         PIC 9(8).
               05 TAB-ENG-HS-MENS       PIC 9(5)V99.
               05 TAB-ENG-HS-TOT        PIC 9(7)V99.
      *        'S' si el engagement tiene hitos en HITOS.DAT: se
      *        factura por hito aceptado y no por hora.
               05 TAB-ENG-PRECIO-FIJO   PIC X.
                   88 ENG-PRECIO-FIJO   VALUE 'S'.

       01 WS-CANT-ENG                PIC 9(3) VALUE 0.

           88 TAR-EMP-OK             VALUE '00'.
           88 TAR-EMP-NOENC          VALUE '23'.
           88 TAR-EMP-EOF            VALUE '10'.
       77 FS-AVISOS-TAR              PIC XX.
           88 AVISOS-TAR-OK          VALUE '00'.
           88 AVISOS-TAR-EOF         VALUE '10'.

       77 FS-SRT-HIST                PIC XX.
           88 SRT-HIST-OK            VALUE '00'.
       01 WS-TAR-ORIGEN              PIC X(8) VALUE SPACES.
           88 TARIFA-DE-CONVENIO     VALUE 'CONVENIO'.

      *    vigencia de la tarifa (general o de convenio) usada en el
      *    trabajo en curso; 0 con la tarifa plana de CATEGORIAS.DAT.
       01 WS-TAR-VIG-USADA           PIC 9(8) VALUE 0.

      *    control de aumentos facturados sin aviso escrito previo
      *    (AVISOS-TARIFAS.DAT, opcional): solo se controlan las
      *    vigencias desde el primer aviso registrado, lo anterior
      *    es de antes de llevar el registro. cada empresa/SRT/
      *    vigencia se controla una sola vez por corrida.
       01 WS-AVISOS-TAR-DISPONIBLE   PIC X VALUE 'N'.
           88 AVISOS-TAR-DISPONIBLE  VALUE 'S'.
       01 WS-AVT-PRIMER-AVISO        PIC 9(8) VALUE 99999999.

       01 TABLA-AVISOS-CONTROLADOS.
           03 TAB-AVC OCCURS 500 TIMES INDEXED BY IND-TAB-AVC.
               05 TAB-AVC-EMPRESA       PIC 9(3).
               05 TAB-AVC-SRT           PIC X(2).
               05 TAB-AVC-VIG           PIC 9(8).

       01 WS-CANT-AVC                PIC 9(3) VALUE 0.
       01 WS-AVC-YA-CONTROLADO       PIC X VALUE 'N'.
           88 AVC-YA-CONTROLADO      VALUE 'S'.
       01 WS-AVC-VIG                 PIC 9(8).
       01 WS-AVC-TARIFA              PIC 9(5)V99.
       01 WS-AVC-FECHA-ANTERIOR      PIC 9(8).
       01 WS-AVC-TARIFA-ANTERIOR     PIC 9(5)V99.

       01 WS-TAR-FECHA-BUSCADA.
           03 WS-TAR-FECHA-B-AAAA    PIC 9(4).
           03 WS-TAR-FECHA-B-MM      PIC 9(2).
      *    contable.
       01 WS-ACUM-HORAS-NOFACT-X-FECHA PIC S9(3)V99 VALUE 000,00.
       01 WS-ACUM-HORAS-NOFACT-X-CONS  PIC S9(3)V99 VALUE 000,00.
      *    diferencia facturado menos trabajado que dejaron las reglas
      *    de facturacion de las empresas en el bloque del consultor:
      *    se suma a las horas que van al extracto contable.
       01 WS-ACUM-HS-REGLA-X-CONS      PIC S9(3)V99 VALUE 000,00.
       01 WS-ACUM-IMPORTE-X-CONS    PIC 9(6)V99 VALUE 000000,00.

      *    con signo: una novedad de correccion (REG-MEN-TIPO = 'C')

       01 WS-ACUM-IMP-TOTAL         PIC 9(10)V99 VALUE 0000000000,00.

      *    desglose del bloque del consultor para el extracto: una
      *    fila por empresa, orden de trabajo y tarea con las mismas
      *    cuentas que arman los acumulados del bloque entero, asi la
      *    suma de los '1' y '2' del consultor da lo de siempre - ver
      *    GRABAR-GL-EXTRACT-CONSULTOR.
       01 WS-MAX-GLD                 PIC 9(3) VALUE 300.

       01 TABLA-GL-DESGLOSE.
           03 TAB-GLD OCCURS 300 TIMES
                   INDEXED BY IND-TAB-GLD IND-TAB-GLD-DEST.
               05 TAB-GLD-CUIT          PIC 9(11).
               05 TAB-GLD-MONEDA        PIC X(3).
               05 TAB-GLD-ORDEN         PIC X(4).
               05 TAB-GLD-TAREA         PIC X(4).
               05 TAB-GLD-HORAS         PIC S9(3)V99.
               05 TAB-GLD-IMPORTE       PIC S9(10)V99.
               05 TAB-GLD-IMP-ARS-EQ    PIC S9(10)V99.
               05 TAB-GLD-RECARGO       PIC S9(10)V99.
               05 TAB-GLD-RETENIDO      PIC S9(10)V99.
               05 TAB-GLD-HORAS-CRED    PIC S9(3)V99.
               05 TAB-GLD-IMP-CRED      PIC S9(10)V99.
               05 TAB-GLD-RET-CRED      PIC S9(10)V99.
      *        'P' fila con neto negativo (una correccion sin el
      *        trabajo original en la misma orden y tarea) plegada en
      *        otra fila de su empresa - ver PLEGAR-FILA-NEGATIVA-GL.
               05 TAB-GLD-ESTADO        PIC X(1).
                   88 TAB-GLD-PLEGADA   VALUE 'P'.

       01 WS-CANT-GLD                PIC 9(3) VALUE 0.
       01 WS-GLD-ENCONTRADA          PIC X VALUE 'N'.
           88 GLD-ENCONTRADA         VALUE 'S'.

      *    cantidad de novedades mezcladas en la corrida; ampliado a
      *    7 digitos para el renglon de control de corrida.
       01 ACUM PIC 9(7) value 0.

       TP1.
           PERFORM INICIO.

      *    la fusion no lee novedades: junta lo que ya facturaron
      *    las particiones y sigue con el resto de la corrida.
           IF MODO-FUSION
              PERFORM FUSIONAR-PARTICIONES
           ELSE
              PERFORM LEER-NOVEDADES
              IF EN-PARTICION
                 PERFORM SALTEAR-HASTA-PARTICION
              END-IF
              IF REINICIO
                 PERFORM SALTEAR-HASTA-CHECKPOINT
              END-IF
      *       actualizo el maestro de horas (archivo TIMES)
              PERFORM CARGAR-MAESTRO
                  UNTIL TODOS-NOV-EOF
                   OR FIN-RANGO-PARTICION
           END-IF.

      *    una particion termina aca: lo que es por empresa o por
      *    corrida lo hace una sola vez la fusion.
           IF EN-PARTICION
              PERFORM TERMINAR-PARTICION.

           PERFORM PUBLICAR-ARRASTRE.


           PERFORM FACTURAR-ABONOS-VIGENTES.

           PERFORM FACTURAR-HITOS-ACEPTADOS.

           PERFORM FACTURAR-GUARDIAS-PERIODO.

           PERFORM FACTURAR-ORDENES-CONFIRMADAS.

      *    los descuentos por volumen se evaluan sobre los acumulados
      *    mensuales por empresa ANTES de que las estadisticas
      *    reordenen TABLA-EMPRESAS.

           PERFORM IMPRIMIR-RESUMEN-LIMITES.

           PERFORM IMPRIMIR-HORAS-FACTURADAS.

           PERFORM RESUMEN-EXCEPCIONES.

           IF MODO-FUSION
              PERFORM FUSIONAR-SUSPENSOS.

      *    la corrida llego sana al final: se asientan los archivos
      *    mezclados en el libro de procesados y el checkpoint ya no
      *    hace falta (un error en el medio lo hubiera dejado para el
       INICIO.
           PERFORM CARGAR-CONFIG-NOVEDADES.
           PERFORM INICIALIZACION-VARIABLES.
           PERFORM TOMAR-CANDADO-CORRIDA.
           PERFORM CARGAR-PARAMETROS-TP1.
           IF NOT CORRIDA-UNICA
              PERFORM CARGAR-PARTICIONES.
           PERFORM CONTROLAR-ARCHIVOS-PROCESADOS.
      *    particiones y fusion no usan checkpoint: una particion
      *    cortada se vuelve a correr entera (sus salidas son solo
      *    suyas) y la fusion rearma todo desde las particiones.
           IF NOT MODO-PROFORMA AND CORRIDA-UNICA
              PERFORM CARGAR-CHECKPOINT.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM ANUNCIAR-MODO-CORRIDA.
           PERFORM CARGAR-TABLA-FERIADOS.
           PERFORM CARGAR-TABLA-CIERRES.
           PERFORM CARGAR-TABLA-ENGAGEMENTS.
           IF WS-CANT-ENG GREATER THAN ZERO
              PERFORM MARCAR-ENGAGEMENTS-PRECIO-FIJO.
           PERFORM CARGAR-TABLA-LICENCIAS.
           PERFORM CARGAR-TABLA-ORDENES.
           PERFORM CARGAR-TABLA-ASIGNACIONES.
           PERFORM CARGAR-TABLA-ABONOS.
           PERFORM CARGAR-TABLA-GUARDIAS.
           PERFORM CARGAR-TABLA-REGLAS-FACT.
           PERFORM CARGAR-SALDOS-ABIERTOS.
           PERFORM CARGAR-TABLA-DESCUENTOS.
      *    en un reinicio las novedades sin aprobar ya quedaron
      *    asentadas (y contadas) por la corrida cortada - el recorte
      *    al checkpoint las conserva, repetirlas las duplicaria.
      *    en una particion tampoco: las informa una sola vez la
      *    fusion.
           IF NOT REINICIO AND NOT EN-PARTICION
              PERFORM REPORTAR-NOVEDADES-SIN-APROBAR.
      *    linea de base del checkpoint apenas queda todo abierto y
      *    anunciado: un corte ANTES del primer corte de consultor
      *       en un reinicio la constancia ya esta en el listado
      *       conservado por el recorte - no se repite.
              IF WS-PROF-APROBADA NOT EQUAL SPACES
                 AND NOT REINICIO AND NOT EN-PARTICION
                 MOVE WS-PROF-APROBADA TO LIN-CONF-ID
                 MOVE LINEA-CONFIRMACION TO REG-LISTADO
                 PERFORM ESCRIBIR-LINEA-LISTADO
              DISPLAY 'CORRIDA RECHAZADA: HAY ARCHIVOS DE NOVEDADES '
                  'DESORDENADOS O VACIOS - VER SECUENCIA-NOVEDADES.LST'
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

       DETECTAR-PROBLEMA-SEC.
                  WS-NOV-SCAN-FILENAME ' CONFIGURADO EN '
                  'NOVEDADES.CTL NO PUDO ABRIRSE ' FS-NOV-SCAN
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

           PERFORM LEER-NOV-SCAN.
                 DISPLAY 'SI REALMENTE CORRESPONDE VOLVER A '
                     'MEZCLARLO, CORRER CON TP1-REPROCESAR=S'
                 MOVE 16 TO RETURN-CODE
                 PERFORM LIBERAR-CANDADO-CORRIDA
                 STOP RUN.

           ADD 1 TO WS-SCAN-I.
      *    un renglon por corte de consultor con el ultimo numero
      *    facturado completo y los acumulados generales al momento.
       GRABAR-CHECKPOINT-TP1.
           IF MODO-PROFORMA OR NOT CORRIDA-UNICA
              NEXT SENTENCE
           ELSE
              PERFORM GRABAR-CHECKPOINT-REAL.
      *    saltee ningun bloque, pero recorte las salidas - incluido
      *    el suspenso - a la altura de este arranque.
       GRABAR-CHECKPOINT-INICIAL.
           IF MODO-PROFORMA OR REINICIO OR NOT CORRIDA-UNICA
              NEXT SENTENCE
           ELSE
              MOVE SPACES TO WS-CORTE-CONS-NUM
              PERFORM GRABAR-CHECKPOINT-REAL.

       BORRAR-CHECKPOINT-TP1.
           IF MODO-PROFORMA OR NOT CORRIDA-UNICA
              NEXT SENTENCE
           ELSE
              OPEN OUTPUT ARCH-CHECKPOINT
      *    aca, porque la reanudacion vuelve a generar ese bloque
      *    completo.
       RECORTAR-SALIDAS-A-CHECKPOINT.
           MOVE WS-NOMBRE-TIMES TO WS-NOMBRE-RECORTE.
           MOVE WS-ESCRITOS-TIMES TO WS-RECORTE-OBJETIVO.
           PERFORM RECORTAR-UN-ARCHIVO.

           MOVE WS-ESCRITOS-GL TO WS-RECORTE-OBJETIVO.
           PERFORM RECORTAR-UN-ARCHIVO.

           MOVE WS-NOMBRE-SUSPENSO TO WS-NOMBRE-RECORTE.
           MOVE WS-ESCRITOS-SUSPENSO TO WS-RECORTE-OBJETIVO.
           PERFORM RECORTAR-UN-ARCHIVO.

           MOVE WS-NOMBRE-ARRASTRE TO WS-NOMBRE-RECORTE.
           MOVE WS-ACUM-ARRASTRADOS TO WS-RECORTE-OBJETIVO.
           PERFORM RECORTAR-UN-ARCHIVO.

      *    altura absoluta del archivo.
       CONTAR-SUSPENSO-PREVIO.
           MOVE 0 TO WS-ESCRITOS-SUSPENSO.
           MOVE WS-NOMBRE-SUSPENSO TO WS-NOMBRE-RECORTE.
           OPEN INPUT ARCH-RECORTE-ENT.
           IF RECORTE-ENT-OK
              PERFORM LEER-RECORTE-ENT
           ADD 1 TO WS-ESCRITOS-SUSPENSO.
           PERFORM LEER-RECORTE-ENT.

      *    modo de la corrida respecto de las particiones, tomado de
      *    TP1-PARTICION / TP1-FUSION; en una particion, ademas, los
      *    nombres de todas sus salidas llevan el sufijo -Pnn.
       TOMAR-MODO-PARTICION.
           MOVE SPACES TO WS-PARTICION-ENV.
           ACCEPT WS-PARTICION-ENV FROM ENVIRONMENT 'TP1-PARTICION'.
           MOVE SPACES TO WS-FUSION-ENV.
           ACCEPT WS-FUSION-ENV FROM ENVIRONMENT 'TP1-FUSION'.

           IF WS-PARTICION-ENV NOT EQUAL SPACES
              IF WS-PARTICION-ENV IS NOT NUMERIC
                 OR WS-PARTICION-ENV EQUAL '00'
                 DISPLAY 'TP1-PARTICION INVALIDA: ' WS-PARTICION-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'P' TO WS-MODO-PARTICION
              MOVE WS-PARTICION-ENV TO WS-PART-NUMERO
           END-IF.

           IF WS-FUSION-ENV EQUAL 'S'
              IF EN-PARTICION
                 DISPLAY 'TP1-PARTICION Y TP1-FUSION NO PUEDEN IR '
                     'JUNTAS'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE 'F' TO WS-MODO-PARTICION
           END-IF.

           IF MODO-PROFORMA AND NOT CORRIDA-UNICA
              DISPLAY 'LA PROFORMA NO SE PARTICIONA: CORRER SIN '
                  'TP1-PARTICION NI TP1-FUSION'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           IF EN-PARTICION
              MOVE 'LISTADO' TO WS-PART-PREFIJO
              MOVE '.LST' TO WS-PART-EXTENSION
              PERFORM ARMAR-NOMBRE-PARTICION
              MOVE WS-PART-NOMBRE TO WS-NOMBRE-LISTADO
              MOVE 'GL-EXTRACT' TO WS-PART-PREFIJO
              MOVE '.DAT' TO WS-PART-EXTENSION
              PERFORM ARMAR-NOMBRE-PARTICION
              MOVE WS-PART-NOMBRE TO WS-NOMBRE-GL
              MOVE 'EXCEPCIONES' TO WS-PART-PREFIJO
              MOVE '.LST' TO WS-PART-EXTENSION
              PERFORM ARMAR-NOMBRE-PARTICION
              MOVE WS-PART-NOMBRE TO WS-NOMBRE-EXCEPCIONES
              MOVE 'TIMES' TO WS-PART-PREFIJO
              MOVE '.DAT' TO WS-PART-EXTENSION
              PERFORM ARMAR-NOMBRE-PARTICION
              MOVE WS-PART-NOMBRE TO WS-NOMBRE-TIMES
              MOVE 'NOV-SUSPENSO' TO WS-PART-PREFIJO
              PERFORM ARMAR-NOMBRE-PARTICION
              MOVE WS-PART-NOMBRE TO WS-NOMBRE-SUSPENSO
              MOVE 'NOV-ARRASTRE' TO WS-PART-PREFIJO
              PERFORM ARMAR-NOMBRE-PARTICION
              MOVE WS-PART-NOMBRE TO WS-NOMBRE-ARRASTRE
              MOVE 'TP1-ACUM' TO WS-PART-PREFIJO
              PERFORM ARMAR-NOMBRE-PARTICION
              MOVE WS-PART-NOMBRE TO WS-NOMBRE-ACUM-PART
           END-IF.

       ARMAR-NOMBRE-PARTICION.
           MOVE SPACES TO WS-PART-NOMBRE.
           STRING WS-PART-PREFIJO DELIMITED BY SPACE
               '-P' WS-PART-NUMERO WS-PART-EXTENSION
               DELIMITED BY SIZE INTO WS-PART-NOMBRE.

      *    la corrida no arranca si otro trabajo tiene TIMES o las
      *    novedades (CreaTimesIdx, ArchivarTimesHistorico,
      *    FusionEmpresas, otra TP1): SUB-RUTINA-CANDADOS ya mostro
      *    quien los tiene.
       TOMAR-CANDADO-CORRIDA.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'TIMES' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'NOVEDAD' TO WS-CAN-GRUPO-NOMBRE(2).
           IF EN-PARTICION OR MODO-PROFORMA
              MOVE 'C' TO WS-CAN-GRUPO-MODO(1)
              MOVE 'C' TO WS-CAN-GRUPO-MODO(2)
           ELSE
              MOVE 'E' TO WS-CAN-GRUPO-MODO(1)
              MOVE 'E' TO WS-CAN-GRUPO-MODO(2)
           END-IF.
           MOVE SPACES TO WS-CAN-TRABAJO.
           IF MODO-PROFORMA
              MOVE 'TP1 PROFORMA' TO WS-CAN-TRABAJO
           ELSE
              IF EN-PARTICION
                 STRING 'TP1 PARTICION ' WS-PART-NUMERO
                     DELIMITED BY SIZE INTO WS-CAN-TRABAJO
                 STRING 'TP1-P' WS-PART-NUMERO
                     DELIMITED BY SIZE INTO WS-CAN-GRUPO-NOMBRE(3)
                 MOVE 'E' TO WS-CAN-GRUPO-MODO(3)
              ELSE
                 IF MODO-FUSION
                    MOVE 'TP1 FUSION' TO WS-CAN-TRABAJO
                 ELSE
                    MOVE 'TP1' TO WS-CAN-TRABAJO
                 END-IF
              END-IF
           END-IF.
           MOVE 'T' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           IF WS-CAN-ERROR NOT EQUAL 'OK'
              DISPLAY 'TP1 NO ARRANCA: ARCHIVOS EN USO POR OTRO '
                  'TRABAJO'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    el RETURN-CODE de la corrida se conserva a traves del CALL.
       LIBERAR-CANDADO-CORRIDA.
           MOVE RETURN-CODE TO WS-CAN-RC.
           MOVE 'L' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           MOVE WS-CAN-RC TO RETURN-CODE.

      *    carga y valida TP1-PARTICIONES.DAT. una particion ubica su
      *    rango; la fusion controla que todas hayan terminado sanas
      *    para esta fecha de proceso antes de tocar ninguna salida.
       CARGAR-PARTICIONES.
           OPEN INPUT ARCH-PARTICIONES.
           IF NOT PARTICIONES-OK
              DISPLAY 'NO PUDO ABRIRSE TP1-PARTICIONES.DAT '
                  FS-PARTICIONES
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

           MOVE 0 TO WS-CANT-PAR.
           PERFORM LEER-PARTICION.
           PERFORM CARGAR-PARTICION-EN-TABLA
               UNTIL PARTICIONES-EOF
                OR WS-CANT-PAR NOT LESS THAN 20.
           CLOSE ARCH-PARTICIONES.

           PERFORM VALIDAR-PARTICIONES.

           IF EN-PARTICION
              PERFORM UBICAR-PARTICION-PEDIDA
           ELSE
              PERFORM VERIFICAR-PARTICIONES-TERMINADAS.

       LEER-PARTICION.
           READ ARCH-PARTICIONES AT END MOVE '10' TO FS-PARTICIONES.

       CARGAR-PARTICION-EN-TABLA.
           ADD 1 TO WS-CANT-PAR.
           MOVE PAR-NUMERO TO TAB-PAR-NUMERO(WS-CANT-PAR).
           MOVE PAR-CONS-DESDE TO TAB-PAR-DESDE(WS-CANT-PAR).
           MOVE PAR-CONS-HASTA TO TAB-PAR-HASTA(WS-CANT-PAR).
           PERFORM LEER-PARTICION.

      *    los rangos tienen que venir en orden de particion y cubrir
      *    del consultor 00000 al 99998 sin huecos ni superposiciones:
      *    un consultor que no cae en ninguna particion quedaria sin
      *    facturar, y uno que cae en dos se facturaria dos veces.
       VALIDAR-PARTICIONES.
           MOVE 'N' TO WS-PAR-ERROR.
           MOVE 0 TO WS-PAR-ESPERADO-N.
           MOVE 0 TO WS-PAR-NUMERO-ANT.

           IF WS-CANT-PAR EQUAL ZERO
              MOVE 'S' TO WS-PAR-ERROR
              DISPLAY 'TP1-PARTICIONES.DAT NO TIENE PARTICIONES'.

           PERFORM VALIDAR-UNA-PARTICION
               VARYING IND-TAB-PAR FROM 1 BY 1
               UNTIL IND-TAB-PAR GREATER THAN WS-CANT-PAR
                OR HAY-ERROR-PARTICION.

           IF NOT HAY-ERROR-PARTICION
              AND WS-PAR-ESPERADO-N LESS THAN 99999
              MOVE 'S' TO WS-PAR-ERROR
              DISPLAY 'LAS PARTICIONES NO LLEGAN AL CONSULTOR 99998'.

           IF HAY-ERROR-PARTICION
              DISPLAY 'CORRIDA RECHAZADA: REVISAR TP1-PARTICIONES.DAT'
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

       VALIDAR-UNA-PARTICION.
           IF TAB-PAR-NUMERO(IND-TAB-PAR) IS NOT NUMERIC
              OR TAB-PAR-DESDE(IND-TAB-PAR) IS NOT NUMERIC
              OR TAB-PAR-HASTA(IND-TAB-PAR) IS NOT NUMERIC
              MOVE 'S' TO WS-PAR-ERROR
              DISPLAY 'RENGLON MAL FORMADO EN TP1-PARTICIONES.DAT: '
                  TAB-PAR(IND-TAB-PAR)
           ELSE
              MOVE TAB-PAR-DESDE(IND-TAB-PAR) TO WS-PAR-DESDE-N
              MOVE TAB-PAR-HASTA(IND-TAB-PAR) TO WS-PAR-HASTA-N
              IF TAB-PAR-NUMERO(IND-TAB-PAR) NOT GREATER
                     WS-PAR-NUMERO-ANT
                 OR WS-PAR-DESDE-N NOT EQUAL WS-PAR-ESPERADO-N
                 OR WS-PAR-HASTA-N LESS THAN WS-PAR-DESDE-N
                 MOVE 'S' TO WS-PAR-ERROR
                 DISPLAY 'PARTICION ' TAB-PAR-NUMERO(IND-TAB-PAR)
                     ' FUERA DE ORDEN O DE RANGO: '
                     TAB-PAR-DESDE(IND-TAB-PAR) ' A '
                     TAB-PAR-HASTA(IND-TAB-PAR)
              ELSE
                 COMPUTE WS-PAR-ESPERADO-N = WS-PAR-HASTA-N + 1
                 MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO WS-PAR-NUMERO-ANT
              END-IF
           END-IF.

      *    rango de la particion pedida; de paso se vacian sus
      *    acumulados de una corrida anterior, para que una particion
      *    que se corta a mitad de camino no pase por terminada ante
      *    la fusion.
       UBICAR-PARTICION-PEDIDA.
           MOVE 'S' TO WS-PAR-ERROR.
           SET IND-TAB-PAR TO 1.
           SEARCH TAB-PAR
               WHEN IND-TAB-PAR GREATER THAN WS-CANT-PAR
                   NEXT SENTENCE
               WHEN TAB-PAR-NUMERO(IND-TAB-PAR) EQUAL WS-PART-NUMERO
                   MOVE 'N' TO WS-PAR-ERROR
                   MOVE TAB-PAR-DESDE(IND-TAB-PAR) TO WS-PART-DESDE
                   MOVE TAB-PAR-HASTA(IND-TAB-PAR) TO WS-PART-HASTA
           END-SEARCH.

           IF HAY-ERROR-PARTICION
              DISPLAY 'LA PARTICION ' WS-PART-NUMERO ' NO ESTA EN '
                  'TP1-PARTICIONES.DAT'
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

           OPEN OUTPUT ARCH-ACUM-PART.
           IF NOT ACUM-PART-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-ACUM-PART ' '
                  FS-ACUM-PART
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.
           CLOSE ARCH-ACUM-PART.

           DISPLAY 'PARTICION ' WS-PART-NUMERO ': CONSULTORES '
               WS-PART-DESDE ' A ' WS-PART-HASTA
               ' - SALIDAS CON SUFIJO -P' WS-PART-NUMERO.

       VERIFICAR-PARTICIONES-TERMINADAS.
           MOVE 'N' TO WS-PAR-ERROR.
           PERFORM VERIFICAR-UNA-PARTICION
               VARYING IND-TAB-PAR FROM 1 BY 1
               UNTIL IND-TAB-PAR GREATER THAN WS-CANT-PAR.

           IF HAY-ERROR-PARTICION
              DISPLAY 'FUSION RECHAZADA: HAY PARTICIONES SIN TERMINAR '
                  'PARA LA FECHA DE PROCESO ' WS-FECHA-PROCESO-N
              DISPLAY 'VOLVER A CORRER ESAS PARTICIONES Y DESPUES LA '
                  'FUSION'
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

           DISPLAY 'FUSION DE ' WS-CANT-PAR ' PARTICIONES DE TP1'.

      *    una particion termino sana si su TP1-ACUM-Pnn.DAT tiene el
      *    renglon de totales con la fecha de proceso de esta fusion.
       VERIFICAR-UNA-PARTICION.
           MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO WS-PART-NUMERO.
           MOVE 'TP1-ACUM' TO WS-PART-PREFIJO.
           MOVE '.DAT' TO WS-PART-EXTENSION.
           PERFORM ARMAR-NOMBRE-PARTICION.
           MOVE WS-PART-NOMBRE TO WS-NOMBRE-RECORTE.

           MOVE 'N' TO WS-PART-TERMINADA.
           OPEN INPUT ARCH-RECORTE-ENT.
           IF RECORTE-ENT-OK
              PERFORM LEER-RECORTE-ENT
              PERFORM BUSCAR-TOTALES-PARTICION
                  UNTIL NOT RECORTE-ENT-OK
              CLOSE ARCH-RECORTE-ENT.

           IF NOT PARTICION-TERMINADA
              MOVE 'S' TO WS-PAR-ERROR
              DISPLAY 'PARTICION ' WS-PART-NUMERO ' SIN TERMINAR: '
                  'FALTA ' WS-NOMBRE-RECORTE ' O ES DE OTRA FECHA'.

       BUSCAR-TOTALES-PARTICION.
           MOVE REG-RECORTE-ENT TO WS-ACUM-PART.
           IF ACP-ES-TOTALES
              AND ACP-TOT-FECHA-PROCESO EQUAL WS-FECHA-PROCESO-N
              MOVE 'S' TO WS-PART-TERMINADA.
           PERFORM LEER-RECORTE-ENT.

      *    avanza el merge hasta el primer consultor del rango de la
      *    particion, con el mismo descarte de bloques que usa el
      *    reinicio desde checkpoint.
       SALTEAR-HASTA-PARTICION.
           PERFORM DETERMINAR-MENOR.
           PERFORM SALTEAR-REG-YA-FACTURADO
               UNTIL TODOS-NOV-EOF
                OR REG-MEN-NUMERO NOT LESS THAN WS-PART-DESDE.

      *    cierre de una particion: sus acumulados para la fusion,
      *    el arrastre propio (que publica la fusion) y el fin de la
      *    corrida.
       TERMINAR-PARTICION.
           CLOSE ARCH-NOV-ARRASTRE.
           PERFORM GRABAR-ACUMULADOS-PARTICION.
           DISPLAY 'PARTICION ' WS-PART-NUMERO ' TERMINADA: '
               WS-CANT-RANK-CONS ' CONSULTORES, TOTAL '
               WS-ACUM-IMP-TOTAL.
           PERFORM FIN.

       GRABAR-ACUMULADOS-PARTICION.
           OPEN OUTPUT ARCH-ACUM-PART.
           IF NOT ACUM-PART-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-ACUM-PART ' '
                  FS-ACUM-PART
              MOVE 16 TO RETURN-CODE
              PERFORM FIN.

           PERFORM GRABAR-ACUM-EMPRESA
               VARYING IND-TAB-EMP FROM 1 BY 1
               UNTIL IND-TAB-EMP GREATER THAN WS-CANT-EMP.

           PERFORM GRABAR-ACUM-CONSULTOR
               VARYING IND-RANK-CONS FROM 1 BY 1
               UNTIL IND-RANK-CONS GREATER THAN WS-CANT-RANK-CONS.

      *    el renglon de totales va ultimo: es la marca de particion
      *    terminada que controla la fusion.
           MOVE SPACES TO WS-ACUM-PART.
           MOVE 'T' TO ACP-TIPO.
           MOVE WS-FECHA-PROCESO-N TO ACP-TOT-FECHA-PROCESO.
           MOVE WS-ACUM-IMP-TOTAL TO ACP-TOT-IMP.
           MOVE WS-ACUM-IMP-ARS-EQ-TOTAL TO ACP-TOT-IMP-ARS-EQ.
           MOVE WS-ACUM-RECARGO-TOTAL TO ACP-TOT-RECARGO.
           MOVE WS-ACUM-HORAS-CORRIDA TO ACP-TOT-HORAS.
           MOVE ACUM TO ACP-TOT-MEZCLADOS.
           MOVE WS-ACUM-USD-SIN-COTIZ TO ACP-TOT-USD-SIN-COTIZ.
           MOVE WS-ID-CORRIDA TO ACP-TOT-CORRIDA.
           MOVE WS-ACUM-PART TO REG-ACUM-PART.
           WRITE REG-ACUM-PART.

           CLOSE ARCH-ACUM-PART.

      *    solo las empresas que la particion facturo (las que pasaron
      *    por OBTENER-RAZON-SOCIAL).
       GRABAR-ACUM-EMPRESA.
           IF TAB-EMP-LIMITE-CTRL(IND-TAB-EMP) EQUAL 'S'
              MOVE SPACES TO WS-ACUM-PART
              MOVE 'E' TO ACP-TIPO
              MOVE TAB-EMP-COD(IND-TAB-EMP) TO ACP-EMP-COD
              MOVE TAB-EMP-ACUM-HORAS(IND-TAB-EMP) TO ACP-EMP-HORAS
              MOVE TAB-EMP-ACUM-IMP(IND-TAB-EMP) TO ACP-EMP-IMP
              MOVE TAB-EMP-PRIM-NUMERO(IND-TAB-EMP) TO
                  ACP-EMP-PRIM-NUMERO
              MOVE TAB-EMP-PRIM-FECHA(IND-TAB-EMP) TO
                  ACP-EMP-PRIM-FECHA
              MOVE TAB-EMP-ACUM-HS-FACT(IND-TAB-EMP) TO
                  ACP-EMP-HS-FACT
              MOVE WS-ACUM-PART TO REG-ACUM-PART
              WRITE REG-ACUM-PART
           END-IF.

       GRABAR-ACUM-CONSULTOR.
           MOVE SPACES TO WS-ACUM-PART.
           MOVE 'C' TO ACP-TIPO.
           MOVE TAB-RANK-CONS-NUM(IND-RANK-CONS) TO ACP-CONS-NUM.
           MOVE TAB-RANK-CONS-NOMBRE(IND-RANK-CONS) TO ACP-CONS-NOMBRE.
           MOVE TAB-RANK-CONS-HORAS(IND-RANK-CONS) TO ACP-CONS-HORAS.
           MOVE TAB-RANK-CONS-HS-FACT(IND-RANK-CONS) TO
               ACP-CONS-HS-FACT.
           MOVE TAB-RANK-CONS-IMP(IND-RANK-CONS) TO ACP-CONS-IMP.
           MOVE WS-ACUM-PART TO REG-ACUM-PART.
           WRITE REG-ACUM-PART.

      *    fusion: por cada particion, en el orden de
      *    TP1-PARTICIONES.DAT (que es el orden de consultor), se
      *    agregan sus salidas a las de la corrida y se suman sus
      *    acumulados. los totales corridos del listado y los
      *    registros '9' del extracto se corrigen con lo acumulado
      *    por las particiones anteriores, asi quedan igual que en
      *    una corrida unica.
       FUSIONAR-PARTICIONES.
           MOVE 0 TO WS-FUS-HOJAS-PREVIAS.
           PERFORM FUSIONAR-UNA-PARTICION
               VARYING IND-TAB-PAR FROM 1 BY 1
               UNTIL IND-TAB-PAR GREATER THAN WS-CANT-PAR.

      *    el resto del listado sigue la paginacion donde la dejo la
      *    ultima particion.
           IF WS-FUS-HOJAS-PREVIAS GREATER ZERO
              MOVE WS-FUS-HOJAS-PREVIAS TO WS-ACUM-NRO-HOJAS
              IF WS-FUS-LINEAS-HOJA LESS THAN WS-LINEAS-POR-HOJA
                 COMPUTE WS-ACUM-LINEAS =
                     WS-LINEAS-POR-HOJA - WS-FUS-LINEAS-HOJA
              ELSE
                 MOVE 1 TO WS-ACUM-LINEAS
              END-IF
           END-IF.

           DISPLAY 'FUSION TERMINADA: ' WS-CANT-RANK-CONS
               ' CONSULTORES, TOTAL GENERAL ' WS-ACUM-IMP-TOTAL.

       FUSIONAR-UNA-PARTICION.
           MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO WS-PART-NUMERO.

           MOVE 'LISTADO' TO WS-PART-PREFIJO.
           MOVE '.LST' TO WS-PART-EXTENSION.
           PERFORM ABRIR-PARTE-PARTICION.
           MOVE 0 TO WS-FUS-ULT-HOJA.
           MOVE 0 TO WS-FUS-LINEAS-HOJA.
           PERFORM COPIAR-LISTADO-PARTICION
               UNTIL NOT RECORTE-ENT-OK.
           CLOSE ARCH-RECORTE-ENT.
           ADD WS-FUS-ULT-HOJA TO WS-FUS-HOJAS-PREVIAS.

           MOVE 'GL-EXTRACT' TO WS-PART-PREFIJO.
           MOVE '.DAT' TO WS-PART-EXTENSION.
           PERFORM ABRIR-PARTE-PARTICION.
           PERFORM COPIAR-GL-PARTICION
               UNTIL NOT RECORTE-ENT-OK.
           CLOSE ARCH-RECORTE-ENT.

           MOVE 'EXCEPCIONES' TO WS-PART-PREFIJO.
           MOVE '.LST' TO WS-PART-EXTENSION.
           PERFORM ABRIR-PARTE-PARTICION.
           PERFORM COPIAR-EXCEPCION-PARTICION
               UNTIL NOT RECORTE-ENT-OK.
           CLOSE ARCH-RECORTE-ENT.

           MOVE 'TIMES' TO WS-PART-PREFIJO.
           MOVE '.DAT' TO WS-PART-EXTENSION.
           PERFORM ABRIR-PARTE-PARTICION.
           PERFORM COPIAR-TIMES-PARTICION
               UNTIL NOT RECORTE-ENT-OK.
           CLOSE ARCH-RECORTE-ENT.

           MOVE 'NOV-ARRASTRE' TO WS-PART-PREFIJO.
           PERFORM ABRIR-PARTE-PARTICION.
           PERFORM COPIAR-ARRASTRE-PARTICION
               UNTIL NOT RECORTE-ENT-OK.
           CLOSE ARCH-RECORTE-ENT.

      *    los acumulados van despues de copiar el listado y el
      *    extracto: hasta aca los totales de la corrida son los de
      *    las particiones anteriores, que es lo que se les suma a
      *    los totales corridos de esta.
           MOVE 'TP1-ACUM' TO WS-PART-PREFIJO.
           PERFORM ABRIR-PARTE-PARTICION.
           PERFORM APLICAR-ACUM-PARTICION
               UNTIL NOT RECORTE-ENT-OK.
           CLOSE ARCH-RECORTE-ENT.

      *    abre la salida de la particion armada con WS-PART-PREFIJO
      *    y WS-PART-EXTENSION y deja leido el primer renglon.
       ABRIR-PARTE-PARTICION.
           PERFORM ARMAR-NOMBRE-PARTICION.
           MOVE WS-PART-NOMBRE TO WS-NOMBRE-RECORTE.
           OPEN INPUT ARCH-RECORTE-ENT.
           IF NOT RECORTE-ENT-OK
              DISPLAY 'NO PUDO ABRIRSE ' WS-NOMBRE-RECORTE ' '
                  FS-RECORTE-ENT
              MOVE 16 TO RETURN-CODE
              PERFORM FIN.
           PERFORM LEER-RECORTE-ENT.

       COPIAR-LISTADO-PARTICION.
           MOVE REG-RECORTE-ENT TO WS-FUS-LINEA.
           IF FUS-HOJA-ROTULO EQUAL ' Fecha: '
              AND FUS-HOJA-ETIQUETA EQUAL 'HOJA : '
              AND FUS-HOJA-NRO IS NUMERIC
              IF FUS-HOJA-NRO NOT EQUAL WS-FUS-ULT-HOJA
                 MOVE FUS-HOJA-NRO TO WS-FUS-ULT-HOJA
                 MOVE 0 TO WS-FUS-LINEAS-HOJA
              END-IF
              ADD WS-FUS-HOJAS-PREVIAS TO FUS-HOJA-NRO
           END-IF.

           IF FUS-TOT-ETIQUETA EQUAL 'Total por General'
              AND FUS-TOT-IMPORTE IS NUMERIC
              ADD WS-ACUM-IMP-TOTAL TO FUS-TOT-IMPORTE.

           MOVE WS-FUS-LINEA TO REG-LISTADO.
           WRITE REG-LISTADO.
           ADD 1 TO WS-ESCRITOS-LISTADO.
           ADD 1 TO WS-FUS-LINEAS-HOJA.
           PERFORM LEER-RECORTE-ENT.

      *    todo el extracto queda con el identificador de la fusion,
      *    igual que TIMES.DAT: una sola corrida para el mes.
       COPIAR-GL-PARTICION.
           MOVE REG-RECORTE-ENT TO REG-GL-EXTRACT.
           MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA.
           IF REG-GL-TOTAL-GRAL
              ADD WS-ACUM-IMP-TOTAL TO REG-GL-IMPORTE
              ADD WS-ACUM-IMP-ARS-EQ-TOTAL TO REG-GL-IMPORTE-ARS-EQ
              ADD WS-ACUM-RECARGO-TOTAL TO REG-GL-RECARGO.
           WRITE REG-GL-EXTRACT.
           ADD 1 TO WS-ESCRITOS-GL.
           PERFORM LEER-RECORTE-ENT.

       COPIAR-EXCEPCION-PARTICION.
           MOVE REG-RECORTE-ENT TO REG-EXCEPCION.
           PERFORM GRABAR-EXCEPCION.
           PERFORM LEER-RECORTE-ENT.

       COPIAR-TIMES-PARTICION.
           MOVE REG-RECORTE-ENT TO REG-TIMES.
           MOVE WS-ID-CORRIDA TO REG-TIMES-CORRIDA.
           WRITE REG-TIMES.
           ADD 1 TO WS-ESCRITOS-TIMES.
           PERFORM LEER-RECORTE-ENT.

       COPIAR-ARRASTRE-PARTICION.
           MOVE REG-RECORTE-ENT TO REG-ARRASTRE.
           WRITE REG-ARRASTRE.
           ADD 1 TO WS-ACUM-ARRASTRADOS.
           PERFORM LEER-RECORTE-ENT.

       APLICAR-ACUM-PARTICION.
           MOVE REG-RECORTE-ENT TO WS-ACUM-PART.
           IF ACP-ES-EMPRESA
              PERFORM APLICAR-ACUM-EMPRESA.
           IF ACP-ES-CONSULTOR
              PERFORM APLICAR-ACUM-CONSULTOR.
           IF ACP-ES-TOTALES
              PERFORM APLICAR-ACUM-TOTALES.
           PERFORM LEER-RECORTE-ENT.

      *    la primera particion que facturo a la empresa es la que
      *    dispara el control de limite de credito, con su primera
      *    novedad - lo mismo que haria una corrida unica.
       APLICAR-ACUM-EMPRESA.
           MOVE ACP-EMP-COD TO WS-EMP-COD-BUSCADO.
           PERFORM UBICAR-EMPRESA-POR-COD.
           IF EMPRESA-UBICADA
              ADD ACP-EMP-HORAS TO TAB-EMP-ACUM-HORAS(IND-TAB-EMP)
              ADD ACP-EMP-IMP TO TAB-EMP-ACUM-IMP(IND-TAB-EMP)
              ADD ACP-EMP-HS-FACT TO
                  TAB-EMP-ACUM-HS-FACT(IND-TAB-EMP)
              IF TAB-EMP-LIMITE-CTRL(IND-TAB-EMP) NOT EQUAL 'S'
                 MOVE 'S' TO TAB-EMP-LIMITE-CTRL(IND-TAB-EMP)
                 MOVE ACP-EMP-PRIM-NUMERO TO
                     TAB-EMP-PRIM-NUMERO(IND-TAB-EMP)
                 MOVE ACP-EMP-PRIM-FECHA TO
                     TAB-EMP-PRIM-FECHA(IND-TAB-EMP)
                 IF TAB-EMP-LIMITE(IND-TAB-EMP) GREATER ZERO
                    MOVE ACP-EMP-PRIM-NUMERO TO REG-MEN-NUMERO
                    MOVE ACP-EMP-PRIM-FECHA TO REG-MEN-FECHA
                    MOVE ACP-EMP-COD TO REG-MEN-EMPRESA
                    PERFORM CONTROLAR-LIMITE-CREDITO
                 END-IF
              END-IF
           END-IF.

       APLICAR-ACUM-CONSULTOR.
           IF WS-CANT-RANK-CONS IS LESS THAN 2000
              ADD 1 TO WS-CANT-RANK-CONS
              SET IND-RANK-CONS TO WS-CANT-RANK-CONS
              MOVE ACP-CONS-NUM TO TAB-RANK-CONS-NUM(IND-RANK-CONS)
              MOVE ACP-CONS-NOMBRE TO
                  TAB-RANK-CONS-NOMBRE(IND-RANK-CONS)
              MOVE ACP-CONS-HORAS TO
                  TAB-RANK-CONS-HORAS(IND-RANK-CONS)
              MOVE ACP-CONS-HS-FACT TO
                  TAB-RANK-CONS-HS-FACT(IND-RANK-CONS)
              MOVE ACP-CONS-IMP TO TAB-RANK-CONS-IMP(IND-RANK-CONS)
           END-IF.

       APLICAR-ACUM-TOTALES.
           ADD ACP-TOT-IMP TO WS-ACUM-IMP-TOTAL.
           ADD ACP-TOT-IMP-ARS-EQ TO WS-ACUM-IMP-ARS-EQ-TOTAL.
           ADD ACP-TOT-RECARGO TO WS-ACUM-RECARGO-TOTAL.
           ADD ACP-TOT-HORAS TO WS-ACUM-HORAS-CORRIDA.
           ADD ACP-TOT-MEZCLADOS TO ACUM.
           ADD ACP-TOT-USD-SIN-COTIZ TO WS-ACUM-USD-SIN-COTIZ.

      *    los suspensos de las particiones pasan al suspenso general
      *    recien al final de la fusion, junto con el libro de
      *    procesados: una fusion que se corta antes se vuelve a
      *    correr sin duplicar desvios.
       FUSIONAR-SUSPENSOS.
           PERFORM FUSIONAR-UN-SUSPENSO
               VARYING IND-TAB-PAR FROM 1 BY 1
               UNTIL IND-TAB-PAR GREATER THAN WS-CANT-PAR.

       FUSIONAR-UN-SUSPENSO.
           MOVE TAB-PAR-NUMERO(IND-TAB-PAR) TO WS-PART-NUMERO.
           MOVE 'NOV-SUSPENSO' TO WS-PART-PREFIJO.
           MOVE '.DAT' TO WS-PART-EXTENSION.
           PERFORM ABRIR-PARTE-PARTICION.
           PERFORM COPIAR-SUSPENSO-PARTICION
               UNTIL NOT RECORTE-ENT-OK.
           CLOSE ARCH-RECORTE-ENT.

       COPIAR-SUSPENSO-PARTICION.
           MOVE REG-RECORTE-ENT TO REG-SUSPENSO.
           WRITE REG-SUSPENSO.
           ADD 1 TO WS-ACUM-SUSPENSO.
           ADD 1 TO WS-ESCRITOS-SUSPENSO.
           PERFORM LEER-RECORTE-ENT.

      *    si existe ARCH-NOV-CTL, trae de ahi la lista y el orden de
      *    los archivos de novedades a mezclar (uno por linea, hasta
      *    WS-MAX-NOV); si no existe, se mezclan los 3 historicos.

       CARGAR-MAESTRO.
           PERFORM DETERMINAR-MENOR.
      *    en una particion el merge se corta en el primer consultor
      *    que ya es de la particion siguiente.
           IF EN-PARTICION AND REG-MEN-NUMERO GREATER THAN WS-PART-HASTA
              MOVE 'S' TO WS-FIN-RANGO
           ELSE
              PERFORM CARGAR-BLOQUE-CONSULTOR.

       CARGAR-BLOQUE-CONSULTOR.
           PERFORM ASIGNO-CORTE-CONS-NUM.
           PERFORM BUSCAR-DATOS-CONSULTOR.

                 TAB-RANK-CONS-HORAS(IND-RANK-CONS)
             COMPUTE TAB-RANK-CONS-HS-FACT(IND-RANK-CONS) =
                 WS-ACUM-HORAS-X-CONS - WS-ACUM-HORAS-NOFACT-X-CONS
                     + WS-ACUM-HS-REGLA-X-CONS
             MOVE WS-ACUM-IMP-X-CONS TO
                 TAB-RANK-CONS-IMP(IND-RANK-CONS)
          END-IF.

      *    los registros de detalle del consultor facturado: uno por
      *    fila del desglose (empresa, orden y tarea), con la fecha
      *    de su bloque de novedades. un bloque sin trabajos
      *    acumulados deja el registro unico de siempre.
       GRABAR-GL-EXTRACT-CONSULTOR.
          IF WS-CANT-GLD GREATER THAN ZERO
             SET IND-TAB-GLD TO 1
             PERFORM PLEGAR-FILA-NEGATIVA-GL
                 UNTIL IND-TAB-GLD GREATER THAN WS-CANT-GLD
             SET IND-TAB-GLD TO 1
             PERFORM GRABAR-GL-DESGLOSE-FILA
                 UNTIL IND-TAB-GLD GREATER THAN WS-CANT-GLD
          ELSE
             PERFORM GRABAR-GL-CONSULTOR-UNICO
          END-IF.

       GRABAR-GL-CONSULTOR-UNICO.
          MOVE '1' TO REG-GL-TIPO.
          MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA.
          MOVE WS-CORTE-CONS-NUM TO REG-GL-CONSULTOR.
      *    internas quedan en TIMES y en el listado, pero no en la
      *    base de la facturacion.
          COMPUTE REG-GL-HORAS = WS-ACUM-HORAS-X-CONS
              - WS-ACUM-HORAS-NOFACT-X-CONS
              + WS-ACUM-HS-REGLA-X-CONS.
          MOVE WS-ACUM-IMP-X-CONS TO REG-GL-IMPORTE.
          MOVE WS-ULTIMA-MONEDA-EMPRESA TO REG-GL-MONEDA.
          MOVE WS-ACUM-IMP-ARS-EQ-X-CONS TO REG-GL-IMPORTE-ARS-EQ.
          MOVE WS-ACUM-RECARGO-X-CONS TO REG-GL-RECARGO.
          MOVE WS-ACUM-RETENIDO-X-CONS TO REG-GL-RETENIDO.
          MOVE SPACES TO REG-GL-ORDEN.
          MOVE SPACES TO REG-GL-TAREA.
          MOVE SPACES TO REG-GL-PRODUCTO-DATOS.
          WRITE REG-GL-EXTRACT.
          ADD 1 TO WS-ESCRITOS-GL.

      *    el extracto no lleva signo: una fila que quedo en negativo
      *    se suma a otra de la misma empresa y moneda para que el
      *    neto de la empresa salga igual que antes del desglose.
       PLEGAR-FILA-NEGATIVA-GL.
          IF TAB-GLD-IMPORTE(IND-TAB-GLD) LESS THAN ZERO
             OR TAB-GLD-HORAS(IND-TAB-GLD) LESS THAN ZERO
             SET IND-TAB-GLD-DEST TO 1
             SEARCH TAB-GLD VARYING IND-TAB-GLD-DEST
                 WHEN IND-TAB-GLD-DEST GREATER THAN WS-CANT-GLD
                     NEXT SENTENCE
                 WHEN IND-TAB-GLD-DEST NOT EQUAL IND-TAB-GLD
                  AND NOT TAB-GLD-PLEGADA(IND-TAB-GLD-DEST)
                  AND TAB-GLD-CUIT(IND-TAB-GLD-DEST) EQUAL
                          TAB-GLD-CUIT(IND-TAB-GLD)
                  AND TAB-GLD-MONEDA(IND-TAB-GLD-DEST) EQUAL
                          TAB-GLD-MONEDA(IND-TAB-GLD)
                     PERFORM SUMAR-FILA-GL-EN-DESTINO
             END-SEARCH.
          SET IND-TAB-GLD UP BY 1.

       SUMAR-FILA-GL-EN-DESTINO.
          ADD TAB-GLD-HORAS(IND-TAB-GLD)
              TO TAB-GLD-HORAS(IND-TAB-GLD-DEST).
          ADD TAB-GLD-IMPORTE(IND-TAB-GLD)
              TO TAB-GLD-IMPORTE(IND-TAB-GLD-DEST).
          ADD TAB-GLD-IMP-ARS-EQ(IND-TAB-GLD)
              TO TAB-GLD-IMP-ARS-EQ(IND-TAB-GLD-DEST).
          ADD TAB-GLD-RECARGO(IND-TAB-GLD)
              TO TAB-GLD-RECARGO(IND-TAB-GLD-DEST).
          ADD TAB-GLD-RETENIDO(IND-TAB-GLD)
              TO TAB-GLD-RETENIDO(IND-TAB-GLD-DEST).
          ADD TAB-GLD-HORAS-CRED(IND-TAB-GLD)
              TO TAB-GLD-HORAS-CRED(IND-TAB-GLD-DEST).
          ADD TAB-GLD-IMP-CRED(IND-TAB-GLD)
              TO TAB-GLD-IMP-CRED(IND-TAB-GLD-DEST).
          ADD TAB-GLD-RET-CRED(IND-TAB-GLD)
              TO TAB-GLD-RET-CRED(IND-TAB-GLD-DEST).
          MOVE 'P' TO TAB-GLD-ESTADO(IND-TAB-GLD).

       GRABAR-GL-DESGLOSE-FILA.
          IF NOT TAB-GLD-PLEGADA(IND-TAB-GLD)
             MOVE '1' TO REG-GL-TIPO
             MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA
             MOVE WS-CORTE-CONS-NUM TO REG-GL-CONSULTOR
             MOVE TAB-GLD-CUIT(IND-TAB-GLD) TO REG-GL-CUIT-EMPRESA
             MOVE WS-CORTE-CONS-FECHA TO REG-GL-PERIODO
             MOVE TAB-GLD-HORAS(IND-TAB-GLD) TO REG-GL-HORAS
             MOVE TAB-GLD-IMPORTE(IND-TAB-GLD) TO REG-GL-IMPORTE
             MOVE TAB-GLD-MONEDA(IND-TAB-GLD) TO REG-GL-MONEDA
             MOVE TAB-GLD-IMP-ARS-EQ(IND-TAB-GLD)
                 TO REG-GL-IMPORTE-ARS-EQ
             MOVE TAB-GLD-RECARGO(IND-TAB-GLD) TO REG-GL-RECARGO
             MOVE TAB-GLD-RETENIDO(IND-TAB-GLD) TO REG-GL-RETENIDO
             MOVE TAB-GLD-ORDEN(IND-TAB-GLD) TO REG-GL-ORDEN
             MOVE TAB-GLD-TAREA(IND-TAB-GLD) TO REG-GL-TAREA
             MOVE SPACES TO REG-GL-PRODUCTO-DATOS
             WRITE REG-GL-EXTRACT
             ADD 1 TO WS-ESCRITOS-GL
          END-IF.
          SET IND-TAB-GLD UP BY 1.

      *    nota de credito del bloque: las correcciones del consultor
      *    con horas e importe reversados (en positivo), para que
      *    contabilidad pueda atar el credito a la facturacion
      *    original en lugar de recibir solo el neto achicado.
       GRABAR-GL-EXTRACT-CREDITO.
          IF WS-CANT-GLD GREATER THAN ZERO
             SET IND-TAB-GLD TO 1
             PERFORM GRABAR-GL-CREDITO-FILA
                 UNTIL IND-TAB-GLD GREATER THAN WS-CANT-GLD
          ELSE
             PERFORM GRABAR-GL-CREDITO-UNICO
          END-IF.

      *    el credito de cada fila va con su empresa, orden y tarea,
      *    al lado del '1' cuyo bruto reconstruye.
       GRABAR-GL-CREDITO-FILA.
          IF NOT TAB-GLD-PLEGADA(IND-TAB-GLD)
             AND (TAB-GLD-IMP-CRED(IND-TAB-GLD) NOT EQUAL ZERO
              OR TAB-GLD-HORAS-CRED(IND-TAB-GLD) NOT EQUAL ZERO)
             MOVE '2' TO REG-GL-TIPO
             MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA
             MOVE WS-CORTE-CONS-NUM TO REG-GL-CONSULTOR
             MOVE TAB-GLD-CUIT(IND-TAB-GLD) TO REG-GL-CUIT-EMPRESA
             MOVE WS-CORTE-CONS-FECHA TO REG-GL-PERIODO
             MOVE TAB-GLD-HORAS-CRED(IND-TAB-GLD) TO REG-GL-HORAS
             MOVE TAB-GLD-IMP-CRED(IND-TAB-GLD) TO REG-GL-IMPORTE
             MOVE TAB-GLD-MONEDA(IND-TAB-GLD) TO REG-GL-MONEDA
             MOVE 0 TO REG-GL-IMPORTE-ARS-EQ
             MOVE 0 TO REG-GL-RECARGO
             MOVE TAB-GLD-RET-CRED(IND-TAB-GLD) TO REG-GL-RETENIDO
             MOVE TAB-GLD-ORDEN(IND-TAB-GLD) TO REG-GL-ORDEN
             MOVE TAB-GLD-TAREA(IND-TAB-GLD) TO REG-GL-TAREA
             MOVE SPACES TO REG-GL-PRODUCTO-DATOS
             WRITE REG-GL-EXTRACT
             ADD 1 TO WS-ESCRITOS-GL
          END-IF.
          SET IND-TAB-GLD UP BY 1.

       GRABAR-GL-CREDITO-UNICO.
          MOVE '2' TO REG-GL-TIPO.
          MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA.
          MOVE WS-CORTE-CONS-NUM TO REG-GL-CONSULTOR.
          MOVE 0 TO REG-GL-IMPORTE-ARS-EQ.
          MOVE 0 TO REG-GL-RECARGO.
          MOVE WS-ACUM-RET-CRED-X-CONS TO REG-GL-RETENIDO.
          MOVE SPACES TO REG-GL-ORDEN.
          MOVE SPACES TO REG-GL-TAREA.
          MOVE SPACES TO REG-GL-PRODUCTO-DATOS.
          WRITE REG-GL-EXTRACT.
          ADD 1 TO WS-ESCRITOS-GL.

          MOVE WS-ACUM-IMP-ARS-EQ-TOTAL TO REG-GL-IMPORTE-ARS-EQ.
          MOVE WS-ACUM-RECARGO-TOTAL TO REG-GL-RECARGO.
          MOVE 0 TO REG-GL-RETENIDO.
          MOVE SPACES TO REG-GL-ORDEN.
          MOVE SPACES TO REG-GL-TAREA.
          MOVE SPACES TO REG-GL-PRODUCTO-DATOS.
          WRITE REG-GL-EXTRACT.
          ADD 1 TO WS-ESCRITOS-GL.

          MOVE 0 TO WS-ACUM-IMP-X-CONS.
          MOVE 0 TO WS-ACUM-HORAS-X-CONS.
          MOVE 0 TO WS-ACUM-HORAS-NOFACT-X-CONS.
          MOVE 0 TO WS-ACUM-HS-REGLA-X-CONS.
          MOVE 0 TO WS-ACUM-RETENIDO-X-CONS.
          MOVE 0 TO WS-ACUM-RET-CRED-X-CONS.
          MOVE 0 TO WS-ACUM-IMP-ARS-EQ-X-CONS.
          MOVE 0 TO WS-ACUM-RECARGO-X-CONS.
          MOVE 0 TO WS-ACUM-HORAS-CRED-X-CONS.
          MOVE 0 TO WS-ACUM-IMP-CRED-X-CONS.
          MOVE 0 TO WS-CANT-GLD.

       BUSCAR-TARIFA-CONSULTOR.
           SET IND-TAB-CAT TO 1.
       PROCESAR-NOVEDAD-VIGENTE.
           PERFORM CONTROLAR-PERIODO-CERRADO.
           PERFORM CONTROLAR-NOVEDAD-DUPLICADA.
           PERFORM CONTROLAR-ASIGNACION-NOVEDAD.
           IF PERIODO-CERRADO
              PERFORM REGISTRAR-PERIODO-CERRADO
           ELSE
              IF NOVEDAD-DUPLICADA
                 PERFORM REGISTRAR-NOVEDAD-DUPLICADA
              ELSE
                 IF NOT NOVEDAD-ASIGNADA
                    PERFORM REGISTRAR-SIN-ASIGNACION
                 ELSE
                    PERFORM BUSCAR-RAZON-SOCIAL
                    PERFORM CALCULAR-IMPORTE-UN-TRABAJO
                    PERFORM BUSCAR-DESCRIPCION-TAREA
                    PERFORM CARGAR-E-IMPRIMIR-LINEA-FECHA
                    PERFORM ACUM-DATOS-POR-FECHA
                    PERFORM ACUM-DATOS-POR-EMPRESA
                    PERFORM ACUMULAR-VALUACION-ARS
                    PERFORM VALIDAR-HORAS-NOVEDAD
                    PERFORM CARGAR-TIMES-MAESTRO
                    ADD 1 TO ACUM
                 END-IF
              END-IF
           END-IF.

           END-IF.
           SET IND-TAB-ORD UP BY 1.

      *    la novedad tiene que caer dentro de una asignacion del
      *    consultor a la empresa (WS-FECHA-NOV-N, AAAAMMDD, ya armada
      *    por CONTROLAR-RELACION-LABORAL); si la asignacion es a una
      *    orden puntual, la orden de la novedad tiene que coincidir.
      *    empresas sin ninguna asignacion cargada no se controlan.
       CONTROLAR-ASIGNACION-NOVEDAD.
           MOVE 'S' TO WS-NOVEDAD-ASIGNADA.
           IF WS-CANT-ASIGNACIONES GREATER THAN ZERO
              MOVE 'N' TO WS-EMPRESA-CON-ASIG
              MOVE 'N' TO WS-NOVEDAD-ASIGNADA
              SET IND-TAB-ASG TO 1
              PERFORM EVALUAR-UNA-ASIGNACION
                  UNTIL IND-TAB-ASG GREATER THAN WS-CANT-ASIGNACIONES
              IF NOT EMPRESA-CON-ASIG
                 MOVE 'S' TO WS-NOVEDAD-ASIGNADA
              END-IF
           END-IF.

       EVALUAR-UNA-ASIGNACION.
           IF TAB-ASG-EMPRESA(IND-TAB-ASG) EQUAL REG-MEN-EMPRESA
              MOVE 'S' TO WS-EMPRESA-CON-ASIG
              IF TAB-ASG-CONSULTOR(IND-TAB-ASG) EQUAL REG-MEN-NUMERO
                 AND WS-FECHA-NOV-N NOT LESS
                     TAB-ASG-DESDE(IND-TAB-ASG)
                 AND WS-FECHA-NOV-N NOT GREATER
                     TAB-ASG-HASTA(IND-TAB-ASG)
                 AND (TAB-ASG-ORDEN(IND-TAB-ASG) EQUAL SPACES
                      OR TAB-ASG-ORDEN(IND-TAB-ASG) EQUAL
                         REG-MEN-ORDEN)
                 MOVE 'S' TO WS-NOVEDAD-ASIGNADA
              END-IF
           END-IF.
           SET IND-TAB-ASG UP BY 1.

       REGISTRAR-ORDEN-DESCONOCIDA.
           MOVE 'ORDEN DE TRABAJO DESCONOCIDA' TO REG-EXC-TIPO.
           MOVE REG-MEN-NUMERO TO REG-EXC-NUMERO.

      *    la primera vez que la corrida factura a la empresa se
      *    compara su saldo abierto contra el limite de credito.
      *    en una particion el control queda para la fusion, que lo
      *    hace una sola vez por empresa sobre el mes completo.
           IF TAB-EMP-LIMITE-CTRL(IND-TAB-EMP) NOT EQUAL 'S'
              MOVE 'S' TO TAB-EMP-LIMITE-CTRL(IND-TAB-EMP)
              MOVE REG-MEN-NUMERO TO TAB-EMP-PRIM-NUMERO(IND-TAB-EMP)
              MOVE REG-MEN-FECHA TO TAB-EMP-PRIM-FECHA(IND-TAB-EMP)
              IF TAB-EMP-LIMITE(IND-TAB-EMP) GREATER ZERO
                 AND NOT EN-PARTICION
                 PERFORM CONTROLAR-LIMITE-CREDITO
              END-IF
           END-IF.
           MOVE 'ARS' TO WS-EMPRESA-MONEDA.
           MOVE 'N' TO WS-MONEDA-DISCREPANTE.
           MOVE SPACES TO WS-TAR-ORIGEN.
           MOVE 0 TO WS-TAR-VIG-USADA.

      *    primero la tarifa negociada de la empresa (si hay convenios
      *    cargados); recien si la empresa no tiene convenio para este
      *    tarifa general.
           PERFORM DETERMINAR-TAREA-FACTURABLE.

      *    horas dentro de un engagement a precio fijo: se mezclan y
      *    se costean, pero lo que se factura son sus hitos.
           MOVE 'N' TO WS-TRABAJO-PRECIO-FIJO.
           IF TRABAJO-FACTURABLE AND WS-CANT-ENG GREATER THAN ZERO
              PERFORM CONTROLAR-ENG-PRECIO-FIJO
           END-IF.

           IF TAR-EMP-DISPONIBLE
              PERFORM BUSCAR-TARIFA-EMPRESA
           END-IF.
           END-IF.

           PERFORM CALCULAR-HORAS-NETO.
           PERFORM DETERMINAR-HORAS-FACTURADAS.

           IF TAR-HAY-PRORRATEO
              PERFORM CALCULAR-IMPORTE-PRORRATEADO
           ELSE
              COMPUTE WS-IMPORTE-UN-TRABAJO
                              = (WS-HORAS-FACTURADAS * WS-CAT-TARIFA)
           END-IF.

           IF AVISOS-TAR-DISPONIBLE AND TRABAJO-FACTURABLE
              AND WS-TAR-VIG-USADA GREATER ZERO
              PERFORM CONTROLAR-AVISOS-TARIFA
           END-IF.

           IF INDICE-DISPONIBLE
           IF NOT TRABAJO-FACTURABLE
              MOVE 0 TO WS-IMPORTE-UN-TRABAJO
           END-IF.
           IF TRABAJO-PRECIO-FIJO
              ADD WS-HORAS-NETO TO WS-ACUM-HS-PRECIO-FIJO
           END-IF.

           MOVE 0 TO WS-RECARGO-IMPORTE.
           IF REG-MEN-TIPO EQUAL 'A' AND TRABAJO-FACTURABLE
              MOVE TAB-ABO-HS-CONSUMIDAS(IND-TAB-ABO)
                  TO WS-ABO-CONSUMO-PREVIO
              COMPUTE WS-ABO-CONSUMO-NUEVO = WS-ABO-CONSUMO-PREVIO
                  + WS-HORAS-FACTURADAS
              COMPUTE WS-ABO-EXCESO-PREVIO = WS-ABO-CONSUMO-PREVIO
                  - TAB-ABO-HS-INCL(IND-TAB-ABO)
              IF WS-ABO-EXCESO-PREVIO LESS ZERO
                  - WS-ABO-EXCESO-PREVIO
              MOVE WS-ABO-CONSUMO-NUEVO TO
                  TAB-ABO-HS-CONSUMIDAS(IND-TAB-ABO)
              IF WS-HORAS-FACTURADAS NOT EQUAL ZERO
                 COMPUTE WS-IMPORTE-UN-TRABAJO ROUNDED =
                     WS-IMPORTE-UN-TRABAJO * WS-ABO-HORAS-FACT
                         / WS-HORAS-FACTURADAS
                 COMPUTE WS-RECARGO-IMPORTE ROUNDED =
                     WS-RECARGO-IMPORTE * WS-ABO-HORAS-FACT
                         / WS-HORAS-FACTURADAS
              END-IF
           END-IF.

              MOVE REG-MEN-HORAS TO WS-HORAS-NETO
           END-IF.

      *    reglas de facturacion de la empresa vigentes a la fecha
      *    del trabajo: primero se redondea la novedad al bloque
      *    pactado y despues se la lleva al minimo por visita o por
      *    dia. no se aplican a una correccion (devuelve lo que se
      *    facturo, tal cual), a una tarea no facturable ni a horas
      *    de un engagement a precio fijo.
       DETERMINAR-HORAS-FACTURADAS.
           MOVE WS-HORAS-NETO TO WS-HORAS-FACTURADAS.
           IF WS-CANT-REGLAS-FACT GREATER THAN ZERO
              AND TRABAJO-FACTURABLE
              AND NOT TRABAJO-PRECIO-FIJO
              AND REG-MEN-TIPO NOT EQUAL 'C'
              MOVE 'N' TO WS-REGLA-FACT-VIGENTE
              SET IND-TAB-RGF TO 1
              PERFORM BUSCAR-REGLA-FACT-VIGENTE
                  UNTIL IND-TAB-RGF GREATER THAN WS-CANT-REGLAS-FACT
                   OR REGLA-FACT-VIGENTE
              IF REGLA-FACT-VIGENTE
                 PERFORM REDONDEAR-HORAS-FACTURADAS
                 IF TAB-RGF-MINIMO-TIPO(IND-TAB-RGF) EQUAL 'D'
                    PERFORM APLICAR-MINIMO-POR-DIA
                 ELSE
                    IF WS-HORAS-FACTURADAS LESS THAN
                           TAB-RGF-MINIMO(IND-TAB-RGF)
                       MOVE TAB-RGF-MINIMO(IND-TAB-RGF)
                           TO WS-HORAS-FACTURADAS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       BUSCAR-REGLA-FACT-VIGENTE.
           IF TAB-RGF-EMPRESA(IND-TAB-RGF) EQUAL REG-MEN-EMPRESA
              AND WS-TAR-FECHA-BUSCADA-N NOT LESS
                  TAB-RGF-DESDE(IND-TAB-RGF)
              AND WS-TAR-FECHA-BUSCADA-N NOT GREATER
                  TAB-RGF-HASTA(IND-TAB-RGF)
              MOVE 'S' TO WS-REGLA-FACT-VIGENTE
           ELSE
              SET IND-TAB-RGF UP BY 1
           END-IF.

       REDONDEAR-HORAS-FACTURADAS.
           IF TAB-RGF-INCREMENTO(IND-TAB-RGF) GREATER THAN ZERO
              DIVIDE WS-HORAS-FACTURADAS BY
                  TAB-RGF-INCREMENTO(IND-TAB-RGF)
                  GIVING WS-RGF-BLOQUES
              COMPUTE WS-RGF-RESTO = WS-HORAS-FACTURADAS
                  - (WS-RGF-BLOQUES * TAB-RGF-INCREMENTO(IND-TAB-RGF))
              IF WS-RGF-RESTO GREATER THAN ZERO
                 IF TAB-RGF-REDONDEO(IND-TAB-RGF) EQUAL 'A'
                    ADD 1 TO WS-RGF-BLOQUES
                 END-IF
                 IF TAB-RGF-REDONDEO(IND-TAB-RGF) EQUAL 'C'
                    AND WS-RGF-RESTO * 2 NOT LESS THAN
                        TAB-RGF-INCREMENTO(IND-TAB-RGF)
                    ADD 1 TO WS-RGF-BLOQUES
                 END-IF
              END-IF
              COMPUTE WS-HORAS-FACTURADAS = WS-RGF-BLOQUES
                  * TAB-RGF-INCREMENTO(IND-TAB-RGF)
           END-IF.

       APLICAR-MINIMO-POR-DIA.
           IF REG-MEN-NUMERO NOT EQUAL WS-RGF-DIA-CONSULTOR
              OR WS-TAR-FECHA-BUSCADA-N NOT EQUAL WS-RGF-DIA-FECHA
              MOVE REG-MEN-NUMERO TO WS-RGF-DIA-CONSULTOR
              MOVE WS-TAR-FECHA-BUSCADA-N TO WS-RGF-DIA-FECHA
              MOVE 0 TO WS-CANT-RGF-DIA
           END-IF.

           SET IND-TAB-RGD TO 1.
           SEARCH TAB-RGD
               AT END
                   PERFORM ALTA-EMPRESA-RGF-DIA
               WHEN IND-TAB-RGD GREATER THAN WS-CANT-RGF-DIA
                   PERFORM ALTA-EMPRESA-RGF-DIA
               WHEN TAB-RGD-EMPRESA(IND-TAB-RGD) EQUAL
                       REG-MEN-EMPRESA
                   CONTINUE
           END-SEARCH.

           ADD WS-HORAS-FACTURADAS TO TAB-RGD-REDONDEADO(IND-TAB-RGD).
           MOVE TAB-RGD-REDONDEADO(IND-TAB-RGD) TO WS-RGF-DIA-TOTAL.
           IF WS-RGF-DIA-TOTAL LESS THAN TAB-RGF-MINIMO(IND-TAB-RGF)
              MOVE TAB-RGF-MINIMO(IND-TAB-RGF) TO WS-RGF-DIA-TOTAL
           END-IF.
           COMPUTE WS-HORAS-FACTURADAS = WS-RGF-DIA-TOTAL
               - TAB-RGD-FACTURADO(IND-TAB-RGD).
           MOVE WS-RGF-DIA-TOTAL TO TAB-RGD-FACTURADO(IND-TAB-RGD).

      *    si un consultor pasa por mas de 50 empresas en un dia la
      *    ultima fila se reutiliza: el minimo de esas empresas se
      *    calcula por visita.
       ALTA-EMPRESA-RGF-DIA.
           IF WS-CANT-RGF-DIA LESS THAN 50
              ADD 1 TO WS-CANT-RGF-DIA
           END-IF.
           SET IND-TAB-RGD TO WS-CANT-RGF-DIA.
           MOVE REG-MEN-EMPRESA TO TAB-RGD-EMPRESA(IND-TAB-RGD).
           MOVE 0 TO TAB-RGD-REDONDEADO(IND-TAB-RGD).
           MOVE 0 TO TAB-RGD-FACTURADO(IND-TAB-RGD).

      *    el SRT (categoria) de un consultor puede haber cambiado con
      *    el tiempo (ascenso); si hay historial cargado en
      *    SRT-HIST-INDEXED se usa el SRT vigente a la fecha del
                    MOVE 'ARS' TO WS-TAR-MONEDA
                 END-IF
                 MOVE 'CONVENIO' TO WS-TAR-ORIGEN
                 MOVE REG-TAREMP-VIG-DESDE-IND TO WS-TAR-VIG-USADA
              END-IF
           END-IF.

                    MOVE 'ARS' TO WS-TAR-MONEDA
                 END-IF
                 MOVE 'S' TO WS-TAR-VIGENTE-ENCONTRADA
                 MOVE REG-TAR-VIG-DESDE-IND TO WS-TAR-VIG-USADA
              END-IF
           END-IF.

               GIVING WS-TAR-DIAS-DESPUES.

           COMPUTE WS-TAR-HORAS-ANTES ROUNDED =
                   (WS-HORAS-FACTURADAS * WS-TAR-DIAS-ANTES)
                           / WS-TAR-DIAS-TOTALES.
           SUBTRACT WS-TAR-HORAS-ANTES FROM WS-HORAS-FACTURADAS
               GIVING WS-TAR-HORAS-DESPUES.

           COMPUTE WS-TAR-IMPORTE-ANTES =
           ADD WS-TAR-IMPORTE-ANTES WS-TAR-IMPORTE-DESPUES
               GIVING WS-IMPORTE-UN-TRABAJO.

      *    un aumento de tarifa que se factura sin haberse avisado
      *    por escrito (AvisoAumentoTarifas) queda como excepcion: la
      *    tarifa del trabajo y, si hubo prorrateo, la del segundo
      *    tramo, se buscan en AVISOS-TARIFAS.DAT por empresa + SRT
      *    + vigencia. solo cuenta como aumento si la tarifa del dia
      *    anterior a la vigencia (convenio o general, igual que la
      *    resuelve esta misma corrida) era menor.
       CONTROLAR-AVISOS-TARIFA.
           IF WS-TAR-VIG-USADA NOT LESS WS-AVT-PRIMER-AVISO
              MOVE WS-TAR-VIG-USADA TO WS-AVC-VIG
              MOVE WS-CAT-TARIFA TO WS-AVC-TARIFA
              PERFORM CONTROLAR-AVISO-AUMENTO
           END-IF.
           IF TAR-HAY-PRORRATEO
              AND WS-TAR-VIG-SIGUIENTE-IND NOT LESS WS-AVT-PRIMER-AVISO
              MOVE WS-TAR-VIG-SIGUIENTE-IND TO WS-AVC-VIG
              MOVE WS-TAR-TARIFA-SIGUIENTE TO WS-AVC-TARIFA
              PERFORM CONTROLAR-AVISO-AUMENTO
           END-IF.

       CONTROLAR-AVISO-AUMENTO.
           MOVE 'N' TO WS-AVC-YA-CONTROLADO.
           SET IND-TAB-AVC TO 1.
           SEARCH TAB-AVC
               AT END
                   PERFORM ALTA-AVISO-CONTROLADO
               WHEN IND-TAB-AVC GREATER THAN WS-CANT-AVC
                   PERFORM ALTA-AVISO-CONTROLADO
               WHEN TAB-AVC-EMPRESA(IND-TAB-AVC) EQUAL REG-MEN-EMPRESA
                AND TAB-AVC-SRT(IND-TAB-AVC) EQUAL WS-SRT-VIGENTE
                AND TAB-AVC-VIG(IND-TAB-AVC) EQUAL WS-AVC-VIG
                   MOVE 'S' TO WS-AVC-YA-CONTROLADO
           END-SEARCH.

           IF NOT AVC-YA-CONTROLADO
              PERFORM VERIFICAR-AVISO-AUMENTO
           END-IF.

      *    con la tabla llena se sigue controlando, a lo sumo se
      *    repite la excepcion.
       ALTA-AVISO-CONTROLADO.
           IF WS-CANT-AVC LESS THAN 500
              ADD 1 TO WS-CANT-AVC
              MOVE REG-MEN-EMPRESA TO TAB-AVC-EMPRESA(WS-CANT-AVC)
              MOVE WS-SRT-VIGENTE TO TAB-AVC-SRT(WS-CANT-AVC)
              MOVE WS-AVC-VIG TO TAB-AVC-VIG(WS-CANT-AVC)
           END-IF.

       VERIFICAR-AVISO-AUMENTO.
           MOVE REG-MEN-EMPRESA TO AVT-EMPRESA.
           MOVE WS-SRT-VIGENTE TO AVT-SRT.
           MOVE WS-AVC-VIG TO AVT-VIG-DESDE.
           READ ARCH-AVISOS-TAR RECORD KEY IS AVT-CLAVE
               INVALID KEY MOVE '23' TO FS-AVISOS-TAR
           END-READ.

           IF NOT AVISOS-TAR-OK
              PERFORM BUSCAR-TARIFA-ANTERIOR-AVISO
              IF WS-AVC-TARIFA-ANTERIOR GREATER ZERO
                 AND WS-AVC-TARIFA GREATER WS-AVC-TARIFA-ANTERIOR
                 PERFORM REGISTRAR-AUMENTO-SIN-AVISO
              END-IF
           END-IF.

      *    tarifa del dia anterior a la vigencia: convenio de la
      *    empresa y, si no hay, la general. cero si no habia tarifa
      *    (alta de un SRT, no es un aumento).
       BUSCAR-TARIFA-ANTERIOR-AVISO.
           MOVE 0 TO WS-AVC-TARIFA-ANTERIOR.
           COMPUTE WS-AVC-FECHA-ANTERIOR = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-AVC-VIG) - 1).

           IF TAR-EMP-DISPONIBLE
              MOVE REG-MEN-EMPRESA TO REG-TAREMP-EMPRESA-IND
              MOVE WS-SRT-VIGENTE TO REG-TAREMP-SRT-IND
              MOVE WS-AVC-FECHA-ANTERIOR TO REG-TAREMP-VIG-DESDE-IND
              START ARCH-TAR-EMP-IDX KEY IS LESS THAN OR EQUAL TO
                      REG-TAREMP-IND
                  INVALID KEY NEXT SENTENCE
              END-START
              IF TAR-EMP-OK
                 READ ARCH-TAR-EMP-IDX NEXT RECORD
                     AT END NEXT SENTENCE
                 END-READ
                 IF TAR-EMP-OK
                    AND REG-TAREMP-EMPRESA-IND EQUAL REG-MEN-EMPRESA
                    AND REG-TAREMP-SRT-IND EQUAL WS-SRT-VIGENTE
                    MOVE REG-TAREMP-TARIFA-IND TO
                        WS-AVC-TARIFA-ANTERIOR
                 END-IF
              END-IF
           END-IF.

           IF WS-AVC-TARIFA-ANTERIOR EQUAL ZERO AND TAR-IDX-DISPONIBLE
              MOVE WS-SRT-VIGENTE TO REG-TAR-SRT-IND
              MOVE WS-AVC-FECHA-ANTERIOR TO REG-TAR-VIG-DESDE-IND
              START ARCH-TAR-IDX KEY IS LESS THAN OR EQUAL TO
                      REG-TAR-IND
                  INVALID KEY NEXT SENTENCE
              END-START
              IF TAR-IDX-OK
                 READ ARCH-TAR-IDX NEXT RECORD
                     AT END NEXT SENTENCE
                 END-READ
                 IF TAR-IDX-OK AND REG-TAR-SRT-IND EQUAL WS-SRT-VIGENTE
                    MOVE REG-TAR-TARIFA-IND TO WS-AVC-TARIFA-ANTERIOR
                 END-IF
              END-IF
           END-IF.

       REGISTRAR-AUMENTO-SIN-AVISO.
           MOVE 'AUMENTO DE TARIFA SIN AVISO' TO REG-EXC-TIPO.
           MOVE REG-MEN-NUMERO TO REG-EXC-NUMERO.
           MOVE REG-MEN-FECHA TO REG-EXC-FECHA.
           MOVE REG-MEN-EMPRESA TO REG-EXC-EMPRESA.
           MOVE SPACES TO REG-EXC-DETALLE.
           STRING 'SRT ' WS-SRT-VIGENTE ' VIGENCIA ' WS-AVC-VIG
               ' SIN AVISO EN AVISOS-TARIFAS.DAT'
               DELIMITED BY SIZE INTO REG-EXC-DETALLE.
           PERFORM GRABAR-EXCEPCION.

      *    menor vigencia avisada: lo anterior no se controla.
       DETERMINAR-PRIMER-AVISO.
           PERFORM LEER-AVISO-TARIFA.
           PERFORM TOMAR-FECHA-AVISO UNTIL NOT AVISOS-TAR-OK.

       LEER-AVISO-TARIFA.
           READ ARCH-AVISOS-TAR NEXT RECORD
               AT END MOVE '10' TO FS-AVISOS-TAR
           END-READ.

       TOMAR-FECHA-AVISO.
           IF AVT-VIG-DESDE LESS WS-AVT-PRIMER-AVISO
              MOVE AVT-VIG-DESDE TO WS-AVT-PRIMER-AVISO.
           PERFORM LEER-AVISO-TARIFA.

       CARGAR-E-IMPRIMIR-LINEA-FECHA.
           MOVE REG-MEN-DD TO LIN-DIA.
           MOVE REG-MEN-MM TO LIN-MES.
           MOVE LINEA-DATOS-POR-TRABAJO TO REG-LISTADO.
           PERFORM ESCRIBIR-LINEA-LISTADO.

           IF WS-HORAS-FACTURADAS NOT EQUAL WS-HORAS-NETO
              MOVE WS-HORAS-FACTURADAS TO LIN-RGF-HORAS
              MOVE LINEA-HORAS-FACTURADAS TO REG-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF.

           IF WS-RECARGO-IMPORTE GREATER THAN ZERO
              MOVE WS-RECARGO-MULT TO LIN-RECARGO-MULT
              MOVE WS-RECARGO-IMPORTE TO LIN-RECARGO-IMPORTE
           IF NOT TRABAJO-FACTURABLE
              ADD WS-HORAS-NETO TO WS-ACUM-HORAS-NOFACT-X-FECHA
           END-IF.
           COMPUTE WS-ACUM-HS-REGLA-X-CONS = WS-ACUM-HS-REGLA-X-CONS
               + WS-HORAS-FACTURADAS - WS-HORAS-NETO.

      *    el credito de una correccion se lleva aparte, en positivo
      *    (WS-HORAS-NETO y WS-IMPORTE-UN-TRABAJO vienen en negativo
                  WS-ACUM-RET-CRED-X-CONS
           END-IF.

           PERFORM ACUM-DESGLOSE-GL.

      *    el trabajo en curso suma en la fila del desglose de su
      *    empresa, orden y tarea con las mismas cuentas de arriba;
      *    IND-TAB-GLD queda posicionado para ACUMULAR-VALUACION-ARS.
       ACUM-DESGLOSE-GL.
           PERFORM UBICAR-FILA-DESGLOSE-GL.
           ADD WS-HORAS-FACTURADAS TO TAB-GLD-HORAS(IND-TAB-GLD).
           IF NOT TRABAJO-FACTURABLE
              SUBTRACT WS-HORAS-NETO FROM TAB-GLD-HORAS(IND-TAB-GLD)
           END-IF.
           ADD WS-IMPORTE-UN-TRABAJO TO TAB-GLD-IMPORTE(IND-TAB-GLD).
           ADD WS-RECARGO-IMPORTE TO TAB-GLD-RECARGO(IND-TAB-GLD).
           ADD WS-RETENIDO-TRABAJO TO TAB-GLD-RETENIDO(IND-TAB-GLD).
           IF REG-MEN-TIPO EQUAL 'C'
              SUBTRACT WS-HORAS-NETO FROM
                  TAB-GLD-HORAS-CRED(IND-TAB-GLD)
              SUBTRACT WS-IMPORTE-UN-TRABAJO FROM
                  TAB-GLD-IMP-CRED(IND-TAB-GLD)
              SUBTRACT WS-RETENIDO-TRABAJO FROM
                  TAB-GLD-RET-CRED(IND-TAB-GLD)
           END-IF.

       UBICAR-FILA-DESGLOSE-GL.
           MOVE 'N' TO WS-GLD-ENCONTRADA.
           SET IND-TAB-GLD TO 1.
           SEARCH TAB-GLD
               WHEN IND-TAB-GLD GREATER THAN WS-CANT-GLD
                   NEXT SENTENCE
               WHEN TAB-GLD-CUIT(IND-TAB-GLD) EQUAL
                       WS-ULTIMA-CUIT-EMPRESA
                AND TAB-GLD-ORDEN(IND-TAB-GLD) EQUAL REG-MEN-ORDEN
                AND TAB-GLD-TAREA(IND-TAB-GLD) EQUAL REG-MEN-TAREA
                   MOVE 'S' TO WS-GLD-ENCONTRADA
           END-SEARCH.

           IF NOT GLD-ENCONTRADA
              IF WS-CANT-GLD LESS THAN WS-MAX-GLD
                 ADD 1 TO WS-CANT-GLD
                 SET IND-TAB-GLD TO WS-CANT-GLD
                 MOVE WS-ULTIMA-CUIT-EMPRESA TO
                     TAB-GLD-CUIT(IND-TAB-GLD)
                 MOVE WS-ULTIMA-MONEDA-EMPRESA TO
                     TAB-GLD-MONEDA(IND-TAB-GLD)
                 MOVE REG-MEN-ORDEN TO TAB-GLD-ORDEN(IND-TAB-GLD)
                 MOVE REG-MEN-TAREA TO TAB-GLD-TAREA(IND-TAB-GLD)
                 MOVE 0 TO TAB-GLD-HORAS(IND-TAB-GLD)
                 MOVE 0 TO TAB-GLD-IMPORTE(IND-TAB-GLD)
                 MOVE 0 TO TAB-GLD-IMP-ARS-EQ(IND-TAB-GLD)
                 MOVE 0 TO TAB-GLD-RECARGO(IND-TAB-GLD)
                 MOVE 0 TO TAB-GLD-RETENIDO(IND-TAB-GLD)
                 MOVE 0 TO TAB-GLD-HORAS-CRED(IND-TAB-GLD)
                 MOVE 0 TO TAB-GLD-IMP-CRED(IND-TAB-GLD)
                 MOVE 0 TO TAB-GLD-RET-CRED(IND-TAB-GLD)
                 MOVE SPACE TO TAB-GLD-ESTADO(IND-TAB-GLD)
              ELSE
      *          un bloque con mas combinaciones que filas suma el
      *          excedente en la ultima: el total del consultor no
      *          cambia, solo se pierde el detalle para partir.
                 SET IND-TAB-GLD TO WS-CANT-GLD
              END-IF
           END-IF.

      *    acumula horas e importe de este trabajo en la fila de
      *    TAB-EMP que dejo posicionada BUSCAR-RAZON-SOCIAL, para el
      *    ranking de empresas - ver RANKING-X-EMPRESA-Y-CONSULTOR.
       ACUM-DATOS-POR-EMPRESA.
           ADD WS-HORAS-NETO TO TAB-EMP-ACUM-HORAS(IND-TAB-EMP).
           ADD WS-IMPORTE-UN-TRABAJO TO TAB-EMP-ACUM-IMP(IND-TAB-EMP).
           ADD WS-HORAS-FACTURADAS TO
               TAB-EMP-ACUM-HS-FACT(IND-TAB-EMP).

       RESET-DATOS-POR-FECHA.
           MOVE 0 TO WS-ACUM-HORAS-X-FECHA.
           MOVE '6' TO REG-GL-TIPO.
           MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA.
           MOVE 0 TO REG-GL-RETENIDO.
           MOVE SPACES TO REG-GL-ORDEN.
           MOVE SPACES TO REG-GL-TAREA.
           MOVE SPACES TO REG-GL-PRODUCTO-DATOS.
           MOVE SPACES TO REG-GL-CONSULTOR.
           MOVE TAB-EMP-CUIT(IND-TAB-EMP) TO REG-GL-CUIT-EMPRESA.
           MOVE 01 TO REG-GL-PERIODO (1:2).
           MOVE '5' TO REG-GL-TIPO.
           MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA.
           MOVE 0 TO REG-GL-RETENIDO.
           MOVE SPACES TO REG-GL-ORDEN.
           MOVE SPACES TO REG-GL-TAREA.
           MOVE SPACES TO REG-GL-PRODUCTO-DATOS.
           MOVE SPACES TO REG-GL-CONSULTOR.
           MOVE WS-GAS-CUIT TO REG-GL-CUIT-EMPRESA.
      *    periodo DDMMAAAA: primer dia del mes de facturacion.
           WRITE REG-GL-EXTRACT.
           ADD 1 TO WS-ESCRITOS-GL.

      *    dias de guardia de cada consultor en el mes de facturacion:
      *    un registro '8' propio al extracto por guardia que cae en
      *    el mes, con los dias del tramo por la tarifa diaria. las
      *    horas que el consultor trabaje esos dias vienen por las
      *    novedades y se facturan por encima de la guardia.
       FACTURAR-GUARDIAS-PERIODO.
           MOVE WS-ANIO-FACTURACION TO WS-VENT-AAAA.
           MOVE WS-MES-FACTURACION TO WS-VENT-MM.
           MOVE 01 TO WS-VENT-DD.
           MOVE WS-VENT-ARMADO-N TO WS-GUA-MES-DESDE.
      *    ultimo dia del mes: el primero del mes siguiente menos uno.
           IF WS-VENT-MM EQUAL 12
              ADD 1 TO WS-VENT-AAAA
              MOVE 01 TO WS-VENT-MM
           ELSE
              ADD 1 TO WS-VENT-MM
           END-IF.
           COMPUTE WS-GUA-MES-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-VENT-ARMADO-N) - 1).

           SET IND-TAB-GUA TO 1.
           PERFORM FACTURAR-UNA-GUARDIA
               UNTIL IND-TAB-GUA GREATER THAN WS-CANT-GUARDIAS.
           IF WS-ACUM-GUARDIAS-FACT GREATER ZERO
              DISPLAY WS-ACUM-GUARDIAS-FACT ' GUARDIAS '
                  'FACTURADAS AL EXTRACTO'.

       FACTURAR-UNA-GUARDIA.
           IF TAB-GUA-DESDE(IND-TAB-GUA) GREATER WS-GUA-MES-DESDE
              MOVE TAB-GUA-DESDE(IND-TAB-GUA) TO WS-GUA-TRAMO-DESDE
           ELSE
              MOVE WS-GUA-MES-DESDE TO WS-GUA-TRAMO-DESDE
           END-IF.
           IF TAB-GUA-HASTA(IND-TAB-GUA) LESS WS-GUA-MES-HASTA
              MOVE TAB-GUA-HASTA(IND-TAB-GUA) TO WS-GUA-TRAMO-HASTA
           ELSE
              MOVE WS-GUA-MES-HASTA TO WS-GUA-TRAMO-HASTA
           END-IF.
           IF WS-GUA-TRAMO-DESDE NOT GREATER WS-GUA-TRAMO-HASTA
              COMPUTE WS-GUA-DIAS =
                  FUNCTION INTEGER-OF-DATE (WS-GUA-TRAMO-HASTA)
                  - FUNCTION INTEGER-OF-DATE (WS-GUA-TRAMO-DESDE) + 1
              PERFORM GRABAR-GL-EXTRACT-GUARDIA
              ADD 1 TO WS-ACUM-GUARDIAS-FACT
           END-IF.
           SET IND-TAB-GUA UP BY 1.

       GRABAR-GL-EXTRACT-GUARDIA.
           MOVE 0 TO WS-GAS-CUIT.
           MOVE 'ARS' TO WS-GAS-MONEDA.
           MOVE TAB-GUA-EMPRESA(IND-TAB-GUA) TO WS-EMP-COD-BUSCADO.
           PERFORM UBICAR-EMPRESA-POR-COD.
           IF EMPRESA-UBICADA
              MOVE TAB-EMP-CUIT(IND-TAB-EMP) TO WS-GAS-CUIT
              MOVE TAB-EMP-MONEDA(IND-TAB-EMP) TO WS-GAS-MONEDA
           END-IF.

           MOVE '8' TO REG-GL-TIPO.
           MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA.
           MOVE 0 TO REG-GL-RETENIDO.
           MOVE SPACES TO REG-GL-ORDEN.
           MOVE SPACES TO REG-GL-TAREA.
           MOVE SPACES TO REG-GL-PRODUCTO-DATOS.
           MOVE TAB-GUA-CONSULTOR(IND-TAB-GUA) TO REG-GL-CONSULTOR.
           MOVE WS-GAS-CUIT TO REG-GL-CUIT-EMPRESA.
      *    periodo DDMMAAAA: primer dia de guardia dentro del mes.
           MOVE WS-GUA-TRAMO-DESDE (7:2) TO REG-GL-PERIODO (1:2).
           MOVE WS-GUA-TRAMO-DESDE (5:2) TO REG-GL-PERIODO (3:2).
           MOVE WS-GUA-TRAMO-DESDE (1:4) TO REG-GL-PERIODO (5:4).
           MOVE 0 TO REG-GL-HORAS.
           COMPUTE REG-GL-IMPORTE =
               TAB-GUA-TARIFA-DIA(IND-TAB-GUA) * WS-GUA-DIAS.
           MOVE WS-GAS-MONEDA TO REG-GL-MONEDA.
           MOVE 0 TO REG-GL-IMPORTE-ARS-EQ.
           MOVE 0 TO REG-GL-RECARGO.
           WRITE REG-GL-EXTRACT.
           ADD 1 TO WS-ESCRITOS-GL.

      *    gastos reembolsables aprobados en GASTOS.DAT (opcional):
      *    cada uno sale como registro '4' propio al extracto, con el
      *    CUIT de su empresa, y queda marcado 'F' para que la
           MOVE '4' TO REG-GL-TIPO.
           MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA.
           MOVE 0 TO REG-GL-RETENIDO.
           MOVE SPACES TO REG-GL-ORDEN.
           MOVE SPACES TO REG-GL-TAREA.
           MOVE SPACES TO REG-GL-PRODUCTO-DATOS.
           MOVE REG-GAS-CONSULTOR TO REG-GL-CONSULTOR.
           MOVE WS-GAS-CUIT TO REG-GL-CUIT-EMPRESA.
           MOVE WS-GAS-PERIODO TO REG-GL-PERIODO.
           WRITE REG-GL-EXTRACT.
           ADD 1 TO WS-ESCRITOS-GL.

      *    hitos aceptados en HITOS.DAT (opcional): cada uno sale como
      *    registro '7' propio al extracto, con el CUIT de su empresa,
      *    y queda marcado 'F' con la corrida que lo facturo, mismo
      *    esquema que FACTURAR-GASTOS-APROBADOS. en proforma no
      *    corre.
       FACTURAR-HITOS-ACEPTADOS.
           IF WS-ACUM-HS-PRECIO-FIJO NOT EQUAL ZERO
              MOVE WS-ACUM-HS-PRECIO-FIJO TO WS-HS-PRECIO-FIJO-ED
              DISPLAY WS-HS-PRECIO-FIJO-ED ' HORAS EN ENGAGEMENTS A '
                  'PRECIO FIJO, MEZCLADAS SIN FACTURAR'
           END-IF.
           IF MODO-PROFORMA
              NEXT SENTENCE
           ELSE
              OPEN I-O ARCH-HITOS
              IF HITOS-OK
                 PERFORM LEER-HITO
                 PERFORM EVALUAR-UN-HITO UNTIL HITOS-EOF
                 CLOSE ARCH-HITOS
                 IF WS-ACUM-HITOS-FACT GREATER ZERO
                    DISPLAY WS-ACUM-HITOS-FACT ' HITOS ACEPTADOS '
                        'FACTURADOS AL EXTRACTO'.

       EVALUAR-UN-HITO.
           IF HIT-ACEPTADO
              PERFORM GRABAR-GL-EXTRACT-HITO
              MOVE 'F' TO REG-HIT-ESTADO
              MOVE WS-ID-CORRIDA TO REG-HIT-CORRIDA
              REWRITE REG-HITO
              ADD 1 TO WS-ACUM-HITOS-FACT
           END-IF.
           PERFORM LEER-HITO.

       GRABAR-GL-EXTRACT-HITO.
           MOVE 0 TO WS-GAS-CUIT.
           MOVE 'ARS' TO WS-GAS-MONEDA.
           MOVE REG-HIT-EMPRESA TO WS-EMP-COD-BUSCADO.
           PERFORM UBICAR-EMPRESA-POR-COD.
           IF EMPRESA-UBICADA
              MOVE TAB-EMP-CUIT(IND-TAB-EMP) TO WS-GAS-CUIT
              MOVE TAB-EMP-MONEDA(IND-TAB-EMP) TO WS-GAS-MONEDA
           END-IF.

      *    periodo DDMMAAAA: la fecha de aceptacion del hito.
           MOVE REG-HIT-FECHA-ACEPT (7:2) TO WS-GAS-PERIODO (1:2).
           MOVE REG-HIT-FECHA-ACEPT (5:2) TO WS-GAS-PERIODO (3:2).
           MOVE REG-HIT-FECHA-ACEPT (1:4) TO WS-GAS-PERIODO (5:4).

           MOVE '7' TO REG-GL-TIPO.
           MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA.
           MOVE 0 TO REG-GL-RETENIDO.
           MOVE SPACES TO REG-GL-ORDEN.
           MOVE SPACES TO REG-GL-TAREA.
           MOVE SPACES TO REG-GL-PRODUCTO-DATOS.
           MOVE SPACES TO REG-GL-CONSULTOR.
           MOVE WS-GAS-CUIT TO REG-GL-CUIT-EMPRESA.
           MOVE WS-GAS-PERIODO TO REG-GL-PERIODO.
           MOVE 0 TO REG-GL-HORAS.
           MOVE REG-HIT-IMPORTE TO REG-GL-IMPORTE.
           IF REG-HIT-MONEDA NOT EQUAL SPACES
              MOVE REG-HIT-MONEDA TO REG-GL-MONEDA
           ELSE
              MOVE WS-GAS-MONEDA TO REG-GL-MONEDA
           END-IF.
           MOVE 0 TO REG-GL-IMPORTE-ARS-EQ.
           MOVE 0 TO REG-GL-RECARGO.
           WRITE REG-GL-EXTRACT.
           ADD 1 TO WS-ESCRITOS-GL.

      *    renglones confirmados de ORDENES-VENTA.DAT (opcional): cada
      *    uno sale como registro 'P' propio al extracto, con el CUIT
      *    de su empresa y los datos del producto, y queda marcado 'F'
      *    con la corrida que lo facturo, mismo esquema que
      *    FACTURAR-HITOS-ACEPTADOS. en proforma no corre.
       FACTURAR-ORDENES-CONFIRMADAS.
           IF MODO-PROFORMA
              NEXT SENTENCE
           ELSE
              OPEN I-O ARCH-ORDENES-VENTA
              IF ORDENES-VENTA-OK
                 PERFORM LEER-ORDEN-VENTA
                 PERFORM EVALUAR-UNA-ORDEN-VENTA
                     UNTIL ORDENES-VENTA-EOF
                 CLOSE ARCH-ORDENES-VENTA
                 IF WS-ACUM-ORDENES-FACT GREATER ZERO
                    DISPLAY WS-ACUM-ORDENES-FACT ' RENGLONES DE '
                        'ORDENES DE VENTA FACTURADOS AL EXTRACTO'.

       LEER-ORDEN-VENTA.
           READ ARCH-ORDENES-VENTA NEXT RECORD
               AT END MOVE '10' TO FS-ORDENES-VENTA
           END-READ.

       EVALUAR-UNA-ORDEN-VENTA.
           IF OVT-CONFIRMADA
              PERFORM GRABAR-GL-EXTRACT-PRODUCTO
              MOVE 'F' TO OVT-ESTADO
              MOVE WS-ID-CORRIDA TO OVT-CORRIDA
              REWRITE REG-ORDEN-VENTA
              ADD 1 TO WS-ACUM-ORDENES-FACT
           END-IF.
           PERFORM LEER-ORDEN-VENTA.

       GRABAR-GL-EXTRACT-PRODUCTO.
           MOVE 0 TO WS-GAS-CUIT.
           MOVE 'ARS' TO WS-GAS-MONEDA.
           MOVE OVT-EMPRESA TO WS-EMP-COD-BUSCADO.
           PERFORM UBICAR-EMPRESA-POR-COD.
           IF EMPRESA-UBICADA
              MOVE TAB-EMP-CUIT(IND-TAB-EMP) TO WS-GAS-CUIT
              MOVE TAB-EMP-MONEDA(IND-TAB-EMP) TO WS-GAS-MONEDA
           END-IF.

      *    periodo DDMMAAAA: la fecha de confirmacion de la orden.
           MOVE OVT-FECHA-CONF (7:2) TO WS-GAS-PERIODO (1:2).
           MOVE OVT-FECHA-CONF (5:2) TO WS-GAS-PERIODO (3:2).
           MOVE OVT-FECHA-CONF (1:4) TO WS-GAS-PERIODO (5:4).

           MOVE 'P' TO REG-GL-TIPO.
           MOVE WS-ID-CORRIDA TO REG-GL-CORRIDA.
           MOVE 0 TO REG-GL-RETENIDO.
           MOVE SPACES TO REG-GL-ORDEN.
           MOVE SPACES TO REG-GL-TAREA.
           MOVE SPACES TO REG-GL-CONSULTOR.
           MOVE WS-GAS-CUIT TO REG-GL-CUIT-EMPRESA.
           MOVE WS-GAS-PERIODO TO REG-GL-PERIODO.
           MOVE 0 TO REG-GL-HORAS.
           COMPUTE REG-GL-IMPORTE ROUNDED =
               OVT-CANTIDAD * OVT-PRECIO-UNIT.
           IF OVT-MONEDA NOT EQUAL SPACES
              MOVE OVT-MONEDA TO REG-GL-MONEDA
           ELSE
              MOVE WS-GAS-MONEDA TO REG-GL-MONEDA
           END-IF.
           MOVE 0 TO REG-GL-IMPORTE-ARS-EQ.
           MOVE 0 TO REG-GL-RECARGO.
           MOVE OVT-PRODUCTO TO REG-GL-PRODUCTO.
           MOVE OVT-DESCRIPCION TO REG-GL-PROD-DESC.
           MOVE OVT-CANTIDAD TO REG-GL-CANTIDAD.
           MOVE OVT-PRECIO-UNIT TO REG-GL-PRECIO-UNIT.
           MOVE OVT-IVA-PCT TO REG-GL-IVA-PCT.
           WRITE REG-GL-EXTRACT.
           ADD 1 TO WS-ESCRITOS-GL.

      *    saldo abierto por CUIT: comprobantes vigentes del maestro
      *    de facturas (las NC restan) menos lo aplicado por
      *    CargaAplicaciones, menos lo que esta en disputa abierta.
      *    los tres archivos son opcionales - sin maestro de
      *    facturas no hay control de limite.
       CARGAR-SALDOS-ABIERTOS.
           MOVE 0 TO WS-CANT-SDO.
           OPEN INPUT ARCH-FACTURAS.
                 PERFORM LEER-APLICACION-SALDO
                 PERFORM RESTAR-APLICACION-SALDO
                     UNTIL APLICACIONES-EOF
                 CLOSE ARCH-APLICACIONES
              END-IF
              PERFORM RESTAR-DISPUTAS-SALDO.

       LEER-FACTURA-SALDO.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

       ACUMULAR-FACTURA-SALDO.
           IF NOT FAC-ANULADA
           END-IF.
           PERFORM LEER-APLICACION-SALDO.

      *    la disputa de un comprobante anulado despues no resta:
      *    el comprobante ya no sumo en ACUMULAR-FACTURA-SALDO.
       RESTAR-DISPUTAS-SALDO.
           OPEN INPUT ARCH-DISPUTAS.
           IF DISPUTAS-OK
              OPEN INPUT ARCH-FACTURAS
              IF FACTURAS-OK
                 PERFORM LEER-DISPUTA-SALDO
                 PERFORM RESTAR-UNA-DISPUTA-SALDO UNTIL DISPUTAS-EOF
                 CLOSE ARCH-FACTURAS
              END-IF
              CLOSE ARCH-DISPUTAS.

       LEER-DISPUTA-SALDO.
           READ ARCH-DISPUTAS NEXT RECORD
               AT END MOVE '10' TO FS-DISPUTAS
           END-READ.

       RESTAR-UNA-DISPUTA-SALDO.
           IF DIS-ABIERTA
              MOVE DIS-CLAVE TO FAC-CLAVE
              READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE
              IF FACTURAS-OK AND NOT FAC-ANULADA
                 MOVE FAC-CUIT TO WS-SDO-CUIT-BUSCADO
                 PERFORM UBICAR-FILA-SALDO
                 SUBTRACT DIS-IMPORTE FROM TAB-SDO-SALDO(IND-TAB-SDO)
              END-IF
           END-IF.
           PERFORM LEER-DISPUTA-SALDO.

       UBICAR-FILA-SALDO.
           MOVE 'N' TO WS-SDO-ENCONTRADO.
           SET IND-TAB-SDO TO 1.
           MOVE 0 TO TAB-ABO-HS-CONSUMIDAS(WS-CANT-ABONOS).
           PERFORM LEER-ABONOS.

      *    GUARDIAS.DAT es opcional, mismo esquema de carga que
      *    CARGAR-TABLA-ABONOS.
       CARGAR-TABLA-GUARDIAS.
           MOVE 0 TO WS-CANT-GUARDIAS.
           OPEN INPUT ARCH-GUARDIAS.
           IF GUARDIAS-OK
              PERFORM LEER-GUARDIAS
              PERFORM CARGAR-GUARDIA-EN-TABLA
                  UNTIL GUARDIAS-EOF
                   OR WS-CANT-GUARDIAS NOT LESS WS-MAX-GUARDIAS
              CLOSE ARCH-GUARDIAS.

       LEER-GUARDIAS.
           READ ARCH-GUARDIAS AT END MOVE '10' TO FS-GUARDIAS.

       CARGAR-GUARDIA-EN-TABLA.
           ADD 1 TO WS-CANT-GUARDIAS.
           MOVE GUA-CONSULTOR TO TAB-GUA-CONSULTOR(WS-CANT-GUARDIAS).
           MOVE GUA-EMPRESA TO TAB-GUA-EMPRESA(WS-CANT-GUARDIAS).
           MOVE GUA-DESDE TO TAB-GUA-DESDE(WS-CANT-GUARDIAS).
           MOVE GUA-HASTA TO TAB-GUA-HASTA(WS-CANT-GUARDIAS).
           MOVE GUA-TARIFA-DIA TO TAB-GUA-TARIFA-DIA(WS-CANT-GUARDIAS).
           PERFORM LEER-GUARDIAS.

      *    REGLAS-FACTURACION.DAT es opcional, mismo esquema de carga
      *    que CARGAR-TABLA-ABONOS.
       CARGAR-TABLA-REGLAS-FACT.
           MOVE 0 TO WS-CANT-REGLAS-FACT.
           OPEN INPUT ARCH-REGLAS-FACT.
           IF REGLAS-FACT-OK
              PERFORM LEER-REGLAS-FACT
              PERFORM CARGAR-REGLA-FACT-EN-TABLA
                  UNTIL REGLAS-FACT-EOF
                   OR WS-CANT-REGLAS-FACT NOT LESS WS-MAX-REGLAS-FACT
              CLOSE ARCH-REGLAS-FACT.

       LEER-REGLAS-FACT.
           READ ARCH-REGLAS-FACT AT END MOVE '10' TO FS-REGLAS-FACT.

       CARGAR-REGLA-FACT-EN-TABLA.
           ADD 1 TO WS-CANT-REGLAS-FACT.
           MOVE RGF-EMPRESA TO TAB-RGF-EMPRESA(WS-CANT-REGLAS-FACT).
           MOVE RGF-INCREMENTO TO
               TAB-RGF-INCREMENTO(WS-CANT-REGLAS-FACT).
           MOVE RGF-REDONDEO TO TAB-RGF-REDONDEO(WS-CANT-REGLAS-FACT).
           MOVE RGF-MINIMO TO TAB-RGF-MINIMO(WS-CANT-REGLAS-FACT).
           MOVE RGF-MINIMO-TIPO TO
               TAB-RGF-MINIMO-TIPO(WS-CANT-REGLAS-FACT).
           MOVE RGF-VIG-DESDE TO TAB-RGF-DESDE(WS-CANT-REGLAS-FACT).
           MOVE RGF-VIG-HASTA TO TAB-RGF-HASTA(WS-CANT-REGLAS-FACT).
           PERFORM LEER-REGLAS-FACT.

      *    ORDENES-TRABAJO.DAT es opcional, mismo esquema de carga
      *    que CARGAR-TABLA-CIERRES.
       CARGAR-TABLA-ORDENES.
           MOVE ORD-VIG-HASTA TO TAB-ORD-HASTA(WS-CANT-ORDENES).
           PERFORM LEER-ORDENES.

      *    ASIGNACIONES.DAT es opcional, mismo esquema de carga que
      *    CARGAR-TABLA-CIERRES.
       CARGAR-TABLA-ASIGNACIONES.
           MOVE 0 TO WS-CANT-ASIGNACIONES.
           OPEN INPUT ARCH-ASIGNACIONES.
           IF ASIGNACIONES-OK
              PERFORM LEER-ASIGNACIONES
              PERFORM CARGAR-ASIGNACION-EN-TABLA
                  UNTIL ASIGNACIONES-EOF
                   OR WS-CANT-ASIGNACIONES NOT LESS
                      WS-MAX-ASIGNACIONES
              CLOSE ARCH-ASIGNACIONES.

       LEER-ASIGNACIONES.
           READ ARCH-ASIGNACIONES AT END
               MOVE '10' TO FS-ASIGNACIONES.

       CARGAR-ASIGNACION-EN-TABLA.
           ADD 1 TO WS-CANT-ASIGNACIONES.
           MOVE ASG-CONSULTOR TO
               TAB-ASG-CONSULTOR(WS-CANT-ASIGNACIONES).
           MOVE ASG-EMPRESA TO TAB-ASG-EMPRESA(WS-CANT-ASIGNACIONES).
           MOVE ASG-ORDEN TO TAB-ASG-ORDEN(WS-CANT-ASIGNACIONES).
           MOVE ASG-DESDE TO TAB-ASG-DESDE(WS-CANT-ASIGNACIONES).
           MOVE ASG-HASTA TO TAB-ASG-HASTA(WS-CANT-ASIGNACIONES).
           PERFORM LEER-ASIGNACIONES.

      *    LICENCIAS.DAT es opcional, mismo esquema de carga que
      *    CARGAR-TABLA-CIERRES.
       CARGAR-TABLA-LICENCIAS.
           MOVE REG-ENG-VIG-HASTA TO TAB-ENG-HASTA(WS-CANT-ENG).
           MOVE REG-ENG-HORAS-MENSUALES TO TAB-ENG-HS-MENS(WS-CANT-ENG).
           MOVE REG-ENG-HORAS-TOTALES TO TAB-ENG-HS-TOT(WS-CANT-ENG).
           MOVE 'N' TO TAB-ENG-PRECIO-FIJO(WS-CANT-ENG).
           PERFORM LEER-ENGAGEMENTS.

      *    HITOS.DAT es opcional: un engagement con al menos un hito
      *    cargado (en cualquier estado) pasa a precio fijo.
       MARCAR-ENGAGEMENTS-PRECIO-FIJO.
           OPEN INPUT ARCH-HITOS.
           IF HITOS-OK
              PERFORM LEER-HITO
              PERFORM MARCAR-UN-HITO UNTIL HITOS-EOF
              CLOSE ARCH-HITOS.

       LEER-HITO.
           READ ARCH-HITOS NEXT RECORD
               AT END MOVE '10' TO FS-HITOS
           END-READ.

       MARCAR-UN-HITO.
           SET IND-TAB-ENG TO 1.
           SEARCH TAB-ENG
               WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                   NEXT SENTENCE
               WHEN TAB-ENG-EMPRESA(IND-TAB-ENG) EQUAL REG-HIT-EMPRESA
                AND TAB-ENG-DESDE(IND-TAB-ENG) EQUAL REG-HIT-ENG-DESDE
                   MOVE 'S' TO TAB-ENG-PRECIO-FIJO(IND-TAB-ENG)
           END-SEARCH.
           PERFORM LEER-HITO.

      *    el trabajo en curso (fecha ya armada en
      *    WS-TAR-FECHA-BUSCADA-N) cae en la vigencia de un engagement
      *    a precio fijo de su empresa: pasa a no facturable.
       CONTROLAR-ENG-PRECIO-FIJO.
           SET IND-TAB-ENG TO 1.
           SEARCH TAB-ENG
               WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                   NEXT SENTENCE
               WHEN TAB-ENG-EMPRESA(IND-TAB-ENG) EQUAL REG-MEN-EMPRESA
                AND ENG-PRECIO-FIJO(IND-TAB-ENG)
                AND WS-TAR-FECHA-BUSCADA-N NOT LESS
                        TAB-ENG-DESDE(IND-TAB-ENG)
                AND WS-TAR-FECHA-BUSCADA-N NOT GREATER
                        TAB-ENG-HASTA(IND-TAB-ENG)
                   MOVE 'N' TO WS-TRABAJO-FACTURABLE
                   MOVE 'S' TO WS-TRABAJO-PRECIO-FIJO
           END-SEARCH.

      *    controla que la fecha trabajada (ya armada en AAAAMMDD en
      *    WS-TAR-FECHA-BUSCADA-N) caiga dentro de alguna vigencia de
      *    engagement de la empresa del trabajo; solo aplica a
               TO REG-EXC-DETALLE.
           PERFORM GRABAR-EXCEPCION.

       REGISTRAR-SIN-ASIGNACION.
           MOVE 'SIN ASIGNACION AL ENGAGEMENT' TO WS-MOTIVO-SUSPENSO.
           PERFORM GRABAR-SUSPENSO.
           MOVE 'SIN ASIGNACION AL ENGAGEMENT' TO REG-EXC-TIPO.
           MOVE REG-MEN-NUMERO TO REG-EXC-NUMERO.
           MOVE REG-MEN-FECHA TO REG-EXC-FECHA.
           MOVE REG-MEN-EMPRESA TO REG-EXC-EMPRESA.
           MOVE 'CONSULTOR SIN ASIGNACION VIGENTE A LA EMPRESA/ORDEN, '
               TO REG-EXC-DETALLE.
           MOVE 'NO FACTURA' TO REG-EXC-DETALLE(56:10).
           PERFORM GRABAR-EXCEPCION.

       REGISTRAR-PERIODO-CERRADO.
           MOVE 'PERIODO CERRADO' TO WS-MOTIVO-SUSPENSO.
           PERFORM GRABAR-SUSPENSO.
                 COMPUTE WS-ACUM-IMP-ARS-EQ-TOTAL ROUNDED =
                     WS-ACUM-IMP-ARS-EQ-TOTAL +
                     (WS-IMPORTE-UN-TRABAJO * WS-COTIZ-VALOR)
                 COMPUTE TAB-GLD-IMP-ARS-EQ(IND-TAB-GLD) ROUNDED =
                     TAB-GLD-IMP-ARS-EQ(IND-TAB-GLD) +
                     (WS-IMPORTE-UN-TRABAJO * WS-COTIZ-VALOR)
                 IF COTIZ-FALLBACK
                    MOVE WS-COTIZ-FECHA-USADA TO LIN-COTIZ-FECHA
                    MOVE LINEA-COTIZ-ANTERIOR TO REG-LISTADO
              ADD WS-IMPORTE-UN-TRABAJO
                  TO WS-ACUM-IMP-ARS-EQ-X-CONS
                  WS-ACUM-IMP-ARS-EQ-TOTAL
                  TAB-GLD-IMP-ARS-EQ(IND-TAB-GLD)
           END-IF.

      *    ubica la fila de la empresa por su codigo interno; si la
              MOVE 'N' TO TAB-EMP-LIMITE-CTRL(IND-TAB-EMP)
              MOVE 0 TO TAB-EMP-ACUM-HORAS(IND-TAB-EMP)
              MOVE 0 TO TAB-EMP-ACUM-IMP(IND-TAB-EMP)
              MOVE 0 TO TAB-EMP-ACUM-HS-FACT(IND-TAB-EMP)
              SET IND-TAB-EMP-EST TO IND-TAB-EMP
              PERFORM INICIALIZAR-FILA-EST-EMPRESA
              SET IND-TAB-EMP TO WS-CANT-EMP
                  'TP1-PROFORMA-APROBADA=' WS-ID-CORRIDA
           END-IF.

           PERFORM TOMAR-MODO-PARTICION.

           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'TP1-MODO'.

                  FS-ARCH-TAR-EMP-IDX
              DISPLAY 'TODA EMPRESA FACTURA A LA TARIFA GENERAL'.

           OPEN INPUT ARCH-AVISOS-TAR.
           IF AVISOS-TAR-OK
              MOVE 'S' TO WS-AVISOS-TAR-DISPONIBLE
              PERFORM DETERMINAR-PRIMER-AVISO
           ELSE
              MOVE 'N' TO WS-AVISOS-TAR-DISPONIBLE
              DISPLAY 'AVISOS-TARIFAS.DAT NO DISPONIBLE '
                  FS-AVISOS-TAR
              DISPLAY 'NO SE CONTROLAN AUMENTOS FACTURADOS SIN AVISO'.

           OPEN INPUT ARCH-INDICE.
           IF INDICE-OK
              MOVE 'S' TO WS-INDICE-DISPONIBLE
      *    el contador de renglones arranca en lo que el archivo ya
      *    trae, para que el checkpoint pueda recortarlo a esa
      *    altura en un eventual reinicio.
      *    el suspenso de una particion es solo de esa corrida (la
      *    fusion lo agrega al suspenso general): arranca vacio.
           IF EN-PARTICION
              OPEN OUTPUT ARCH-SUSPENSO
              IF SUSPENSO-OK
                 CLOSE ARCH-SUSPENSO.
           IF NOT MODO-PROFORMA AND NOT REINICIO
              PERFORM CONTAR-SUSPENSO-PREVIO.
           IF NOT MODO-PROFORMA
              IF MODO-PROFORMA
                 MOVE 'TP1-PROFORMA' TO CTL-PROGRAMA
              ELSE
                 IF EN-PARTICION
                    STRING 'TP1-PARTICION-' WS-PART-NUMERO
                        DELIMITED BY SIZE INTO CTL-PROGRAMA
                 ELSE
                    MOVE 'TP1' TO CTL-PROGRAMA
                 END-IF
              END-IF
              ACCEPT CTL-FECHA FROM DATE YYYYMMDD
              ACCEPT CTL-HORA FROM TIME
                  'LIMITE DE CREDITO - VER LISTADO Y EXCEPCIONES'
           END-IF.

      *    horas trabajadas contra facturadas por empresa, solo si
      *    hay reglas de facturacion cargadas (sin reglas son iguales).
       IMPRIMIR-HORAS-FACTURADAS.
           IF WS-CANT-REGLAS-FACT GREATER ZERO
              PERFORM ESCRIBIR-LINEA-EN-BLANCO
              MOVE LINEA-RGF-TITULO TO REG-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
              SET IND-TAB-EMP TO 1
              PERFORM IMPRIMIR-UNA-EMPRESA-RGF
                  UNTIL IND-TAB-EMP GREATER THAN WS-CANT-EMP
           END-IF.

       IMPRIMIR-UNA-EMPRESA-RGF.
           IF TAB-EMP-LIMITE-CTRL(IND-TAB-EMP) EQUAL 'S'
              MOVE TAB-EMP-RAZON(IND-TAB-EMP) TO LIN-RGF-RAZON
              MOVE TAB-EMP-ACUM-HORAS(IND-TAB-EMP)
                  TO LIN-RGF-TRABAJADAS
              MOVE TAB-EMP-ACUM-HS-FACT(IND-TAB-EMP)
                  TO LIN-RGF-FACTURADAS
              COMPUTE LIN-RGF-DIFERENCIA =
                  TAB-EMP-ACUM-HS-FACT(IND-TAB-EMP)
                      - TAB-EMP-ACUM-HORAS(IND-TAB-EMP)
              MOVE LINEA-RGF-DETALLE TO REG-LISTADO
              PERFORM ESCRIBIR-LINEA-LISTADO
           END-IF.
           SET IND-TAB-EMP UP BY 1.

       IMPRIMIR-UNA-EMPRESA-LIMITE.
           MOVE TAB-LIM-RAZON(IND-TAB-LIM) TO LIN-LIM-RAZON.
           MOVE TAB-LIM-SALDO(IND-TAB-LIM) TO LIN-LIM-SALDO.
           PERFORM CERRAR-ARCHIVOS.
           IF UMBRAL-EXC-SUPERADO
              MOVE 12 TO RETURN-CODE.
           PERFORM LIBERAR-CANDADO-CORRIDA.
           STOP RUN.

       CERRAR-ARCHIVOS.
              CLOSE ARCH-TAR-IDX.
           IF TAR-EMP-DISPONIBLE
              CLOSE ARCH-TAR-EMP-IDX.
           IF AVISOS-TAR-DISPONIBLE
              CLOSE ARCH-AVISOS-TAR.
           IF SRT-HIST-DISPONIBLE
              CLOSE ARCH-SRT-HIST-IDX.
           IF RET-IIBB-DISPONIBLE
