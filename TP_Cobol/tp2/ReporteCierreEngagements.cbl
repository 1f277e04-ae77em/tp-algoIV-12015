       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteCierreEngagements.
       AUTHOR. Fede.

      *    cierre de engagements, cotizado contra real: cuando un
      *    contrato termina nadie comparaba lo que se vendio con lo
      *    que paso. por cada engagement de ENGAGEMENTS.DAT con la
      *    vigencia ya vencida en el anio (CIERRE-ENG-ANIO, el actual
      *    por defecto) toma el presupuesto aceptado que lo genero en
      *    GestionPresupuestos (misma empresa y vigencia desde: mezcla
      *    SRT, horas y precio por la cantidad de meses de la
      *    vigencia) y lo compara con:
      *      - las horas reales por SRT de TIMES-INDEXED.DAT y
      *        TIMES-HISTORICO-INDEXED.DAT del CUIT dentro de la
      *        vigencia, con el SRT vigente a la fecha de cada trabajo
      *        (mismo criterio que ReporteMargen);
      *      - lo facturado en FACTURAS.DAT neto de notas de credito:
      *        un comprobante entra por el mes de su periodo (el de
      *        emision si no lo trae); una nota de credito manual que
      *        referencia una factura (NOTAS-MANUALES.DAT) va al
      *        engagement de esa factura;
      *      - el costo plano de COSTOS-INDEXED.DAT vigente a la
      *        fecha de cada trabajo (el cotizado, al de la vigencia
      *        desde);
      *      - lo cobrado a la fecha segun APLICACIONES.DAT contra
      *        esas facturas, con los dias de cobro ponderados por
      *        importe (fecha del recibo menos emision, como la
      *        historia de ProyeccionCobranzas) contra el plazo de pago
      *        de la empresa.
      *    informa variacion de horas, tarifa realizada, margen y
      *    dias de cobro, y al pie un resumen de cartera de todos los
      *    engagements cerrados en el anio. con CIERRE-ENG-EMPRESA
      *    (y opcionalmente CIERRE-ENG-DESDE, AAAAMMDD) el detalle
      *    sale solo para los engagements pedidos, vencidos o no; el
      *    resumen de cartera es siempre el del anio. los comprobantes
      *    y aplicaciones archivados por ArchivarCuentasHistorico se
      *    leen de sus historicos cuando algun engagement empieza
      *    antes del corte, igual que CuentaCorriente. la salida queda
      *    en CIERRE-ENGAGEMENTS.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENGAGEMENTS.

           SELECT ARCH-PRESUPUESTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PRE-NUMERO
               FILE STATUS IS FS-PRESUPUESTOS.

           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY-TIMES
               FILE STATUS IS FS-ARCH-TIMES-IDX.

           SELECT ARCH-TIMES-HIST-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY-TIMES-HIST
               ALTERNATE RECORD KEY IS REG-KEY-CUIT-HIST
                   WITH DUPLICATES
               FILE STATUS IS FS-TIMES-HIST.

           SELECT ARCH-CONS-INDEXED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY-CODE-CONS
               ALTERNATE RECORD KEY IS REG-CONS-DNI
               FILE STATUS IS FS-ARCH-CONS-INDEXED.

           SELECT ARCH-COSTOS-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-COSTO-IND
               FILE STATUS IS FS-ARCH-COSTOS-IDX.

      *    historial de categoria del consultor - mismo criterio que
      *    ReporteMargen; opcional.
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

           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS.

           SELECT ARCH-FACTURAS-HIST ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS FAH-CLAVE
                   ALTERNATE RECORD KEY IS FAH-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAH-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS-HIST.

           SELECT ARCH-NOTAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NOTAS.

           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-APLICACIONES-HIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APH-CLAVE
               FILE STATUS IS FS-APLICACIONES-HIST.

           SELECT ARCH-CORTE-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CORTE-HIST.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-ENGAGEMENTS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENGAGEMENTS.DAT'
             DATA RECORD IS REG-ENGAGEMENT.

       01 REG-ENGAGEMENT.
           03 REG-ENG-EMPRESA            PIC 9(3).
           03 REG-ENG-VIG-DESDE          PIC 9(8).
           03 REG-ENG-VIG-HASTA          PIC 9(8).
           03 REG-ENG-HORAS-MENSUALES    PIC 9(5)V99.
           03 REG-ENG-HORAS-TOTALES      PIC 9(7)V99.

      *    mismo layout que GestionPresupuestos.
       FD ARCH-PRESUPUESTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PRESUPUESTOS.DAT'
             DATA RECORD IS REG-PRESUPUESTO.

       01 REG-PRESUPUESTO.
           03 REG-PRE-NUMERO             PIC 9(6).
           03 REG-PRE-EMPRESA            PIC 9(3).
           03 REG-PRE-FECHA              PIC 9(8).
           03 REG-PRE-ESTADO             PIC X(1).
               88 PRE-ACEPTADO           VALUE 'A'.
           03 REG-PRE-VIG-DESDE          PIC 9(8).
           03 REG-PRE-VIG-HASTA          PIC 9(8).
           03 REG-PRE-MIX OCCURS 5 TIMES.
               05 REG-PRE-SRT            PIC X(2).
               05 REG-PRE-HORAS          PIC 9(3)V99.
               05 REG-PRE-TARIFA         PIC 9(5)V99.
           03 REG-PRE-HORAS-MENS         PIC 9(5)V99.
           03 REG-PRE-IMPORTE-MENS       PIC 9(10)V99.
           03 REG-PRE-MONEDA             PIC X(3).

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

      *    mismo layout que TIMES-INDEXED.DAT: se lee sobre
      *    REG-TIMES-INDEXED.
       FD ARCH-TIMES-HIST-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'TIMES-HISTORICO-INDEXED.DAT'
             DATA RECORD IS REG-TIMES-HIST-INDEXED.

       01 REG-TIMES-HIST-INDEXED.
           03 REG-KEY-TIMES-HIST.
               05 REG-KEY-NUM-HIST       PIC X(5).
               05 REG-KEY-FECHA-HIST     PIC 9(8).
               05 REG-KEY-CUIT-HIST      PIC 9(11).
           03 FILLER                     PIC X(45).

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
           03 REG-EMP-IND-CBU          PIC X(22).
           03 REG-EMP-IND-CONFORMIDAD PIC X(1).
           03 REG-EMP-IND-RESPONSABLE PIC X(20).
           03 REG-EMP-IND-FECHA-BAJA  PIC 9(8).

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
      *    periodo facturado, DDMMAAAA como en GL-EXTRACT.
           03 FAC-PERIODO                PIC 9(8).
           03 FAC-HORAS                  PIC 9(5)V99.
           03 FAC-IMPORTE-BRUTO          PIC 9(10)V99.
           03 FAC-RETENCION              PIC 9(10)V99.
           03 FAC-IVA                    PIC 9(10)V99.
           03 FAC-TOTAL                  PIC 9(10)V99.
           03 FAC-MONEDA                 PIC X(3).
           03 FAC-TIPO                   PIC X(1).
               88 FAC-ES-NOTA-CREDITO    VALUE 'N'.
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
           03 FAC-VENCIMIENTO            PIC 9(8).
           03 FAC-ENTIDAD                PIC 9(2).

      *    mismo layout que FACTURAS.DAT: se lee sobre REG-FACTURA.
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

      *    mismo layout que NotasManuales.
       FD ARCH-NOTAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'NOTAS-MANUALES.DAT'
             DATA RECORD IS REG-NOTA.

       01 REG-NOTA.
           03 NTM-CLAVE.
               05 NTM-PUNTO-VENTA        PIC 9(4).
               05 NTM-LETRA              PIC X(1).
               05 NTM-NUMERO             PIC 9(8).
           03 NTM-TIPO                   PIC X(1).
           03 NTM-FECHA                  PIC 9(8).
           03 NTM-CUIT                   PIC 9(11).
           03 NTM-MONEDA                 PIC X(3).
           03 NTM-BRUTO                  PIC 9(10)V99.
           03 NTM-IVA                    PIC 9(10)V99.
           03 NTM-TOTAL                  PIC 9(10)V99.
           03 NTM-VENCIMIENTO            PIC 9(8).
           03 NTM-REFERENCIA.
               05 NTM-REF-PUNTO-VENTA    PIC 9(4).
               05 NTM-REF-LETRA          PIC X(1).
               05 NTM-REF-NUMERO         PIC 9(8).
           03 NTM-CONCEPTO               PIC X(60).
           03 NTM-USUARIO                PIC X(20).

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

      *    mismo layout que APLICACIONES.DAT: se lee sobre
      *    REG-APLICACION.
       FD ARCH-APLICACIONES-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'APLICACIONES-HISTORICO.DAT'
             DATA RECORD IS REG-APLICACION-HIST.

       01 REG-APLICACION-HIST.
           03 APH-CLAVE.
               05 APH-CUIT               PIC 9(11).
               05 APH-RESTO-CLAVE        PIC X(31).
           03 FILLER                     PIC X(27).

       FD ARCH-CORTE-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CUENTAS-HISTORICO-CORTE.DAT'
             DATA RECORD IS REG-CORTE-HIST.

       01 REG-CORTE-HIST.
           03 HCO-FECHA-CORTE            PIC 9(8).
           03 FILLER                     PIC X(1).
           03 HCO-FECHA-CORRIDA          PIC 9(8).
           03 FILLER                     PIC X(1).
           03 HCO-USUARIO                PIC X(20).

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CIERRE-ENGAGEMENTS.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(132).

       WORKING-STORAGE SECTION.

       77 FS-ENGAGEMENTS   PIC XX.
           88 ENG-OK         VALUE '00'.
           88 ENG-EOF        VALUE '10'.

       77 FS-PRESUPUESTOS  PIC XX.
           88 PRE-OK         VALUE '00'.
           88 PRE-EOF        VALUE '10'.

       77 FS-ARCH-TIMES-IDX PIC XX.
           88 TIMES-OK       VALUE '00'.
           88 TIMES-EOF      VALUE '10'.

       77 FS-TIMES-HIST    PIC XX.
           88 TIMES-HIST-OK  VALUE '00'.

       77 FS-ARCH-CONS-INDEXED PIC XX.
           88 CONS-OK        VALUE '00'.

       77 FS-ARCH-COSTOS-IDX PIC XX.
           88 COSTO-OK       VALUE '00'.

       77 FS-SRT-HIST      PIC XX.
           88 SRT-HIST-OK    VALUE '00'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-FACTURAS-HIST PIC XX.
           88 FAC-HIST-OK    VALUE '00'.

       77 FS-NOTAS         PIC XX.
           88 NOTAS-OK       VALUE '00'.
           88 NOTAS-EOF      VALUE '10'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-APLICACIONES-HIST PIC XX.
           88 APL-HIST-OK    VALUE '00'.

       77 FS-CORTE-HIST    PIC XX.
           88 CORTE-HIST-OK  VALUE '00'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno CIERRE-ENG-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

      *    anio del resumen de cartera (CIERRE-ENG-ANIO) y engagement
      *    pedido (CIERRE-ENG-EMPRESA / CIERRE-ENG-DESDE).
       01 WS-ANIO-ENV                PIC X(4).
       01 WS-ANIO                    PIC 9(4).
       01 WS-EMPRESA-ENV             PIC X(3).
       01 WS-EMPRESA-PEDIDA          PIC 9(3) VALUE 0.
       01 WS-DESDE-ENV               PIC X(8).
       01 WS-DESDE-PEDIDO            PIC 9(8) VALUE 0.
       01 WS-PEDIDO                  PIC X VALUE 'N'.
           88 HAY-PEDIDO             VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(8).

      *    con algun engagement anterior al corte de
      *    ArchivarCuentasHistorico se leen tambien los historicos;
      *    mientras LEYENDO-HISTORICO, las lecturas van sobre el
      *    registro del maestro.
       01 WS-FECHA-CORTE-HIST        PIC 9(8) VALUE 0.
       01 WS-MIN-DESDE               PIC 9(8) VALUE 99999999.
       01 WS-LEYENDO-HISTORICO       PIC X VALUE 'N'.
           88 LEYENDO-HISTORICO      VALUE 'S'.
       01 WS-USAR-HISTORICO          PIC X VALUE 'N'.
           88 USAR-HISTORICO         VALUE 'S'.

       01 WS-SRT-HIST-DISPONIBLE     PIC X VALUE 'N'.
           88 SRT-HIST-DISPONIBLE    VALUE 'S'.
       01 WS-PRESUPUESTOS-DISPONIBLE PIC X VALUE 'N'.
           88 PRESUPUESTOS-DISPONIBLE VALUE 'S'.

      *    un engagement por fila: lo cotizado, lo real y el detalle
      *    por SRT (las del presupuesto primero, despues las que
      *    aparezcan en TIMES).
       01 WS-MAX-ENG                 PIC 9(3) VALUE 500.
       01 WS-MAX-SRT                 PIC 9(2) VALUE 10.

       01 TABLA-ENGAGEMENTS.
           03 TAB-ENG OCCURS 500 TIMES INDEXED BY IND-TAB-ENG.
               05 TAB-ENG-EMPRESA       PIC 9(3).
               05 TAB-ENG-CUIT          PIC 9(11).
               05 TAB-ENG-RAZON         PIC X(25).
               05 TAB-ENG-PLAZO         PIC 9(3).
               05 TAB-ENG-DESDE         PIC 9(8).
               05 TAB-ENG-HASTA         PIC 9(8).
               05 TAB-ENG-MES-DESDE     PIC 9(6).
               05 TAB-ENG-MES-HASTA     PIC 9(6).
               05 TAB-ENG-MESES         PIC 9(3).
               05 TAB-ENG-CARTERA       PIC X.
                   88 ENG-EN-CARTERA    VALUE 'S'.
               05 TAB-ENG-DETALLE       PIC X.
                   88 ENG-EN-DETALLE    VALUE 'S'.
               05 TAB-ENG-PRESUPUESTO   PIC 9(6).
               05 TAB-ENG-MONEDA        PIC X(3).
               05 TAB-ENG-HS-COTIZ      PIC S9(7)V99.
               05 TAB-ENG-IMP-COTIZ     PIC S9(12)V99.
               05 TAB-ENG-COSTO-COTIZ   PIC S9(12)V99.
               05 TAB-ENG-HS-REAL       PIC S9(7)V99.
               05 TAB-ENG-COSTO-REAL    PIC S9(12)V99.
               05 TAB-ENG-FACTURADO     PIC S9(12)V99.
               05 TAB-ENG-FACT-TOTAL    PIC S9(12)V99.
               05 TAB-ENG-COBRADO       PIC S9(12)V99.
               05 TAB-ENG-COB-IMP-DIAS  PIC S9(15)V99.
               05 TAB-ENG-CANT-SRT      PIC 9(2).
               05 TAB-SRT OCCURS 10 TIMES INDEXED BY IND-TAB-SRT.
                   07 TAB-SRT-SRT          PIC X(2).
                   07 TAB-SRT-HS-COTIZ     PIC S9(7)V99.
                   07 TAB-SRT-TARIFA-COTIZ PIC 9(5)V99.
                   07 TAB-SRT-HS-REAL      PIC S9(7)V99.
                   07 TAB-SRT-COSTO-REAL   PIC S9(12)V99.

       01 WS-CANT-ENG                PIC 9(3) VALUE 0.

      *    facturas y notas de debito imputadas a un engagement, para
      *    seguir sus cobranzas - mismo dimensionamiento que
      *    TABLA-PARTIDAS en ProyeccionCobranzas.
       01 WS-MAX-FAE                 PIC 9(4) VALUE 5000.

       01 TABLA-FACTURAS-ENG.
           03 TAB-FAE OCCURS 5000 TIMES INDEXED BY IND-TAB-FAE.
               05 TAB-FAE-PV            PIC 9(4).
               05 TAB-FAE-LETRA         PIC X(1).
               05 TAB-FAE-NUMERO        PIC 9(8).
               05 TAB-FAE-FECHA         PIC 9(8).
               05 TAB-FAE-ENG           PIC 9(3).

       01 WS-CANT-FAE                PIC 9(4) VALUE 0.

      *    notas de credito de los CUIT de la tabla, pendientes de
      *    imputar hasta conocer todas las facturas y la referencia
      *    de NOTAS-MANUALES.DAT (numero 0 = sin referencia).
       01 WS-MAX-NCP                 PIC 9(4) VALUE 2000.

       01 TABLA-NC-PENDIENTES.
           03 TAB-NCP OCCURS 2000 TIMES INDEXED BY IND-TAB-NCP.
               05 TAB-NCP-PV            PIC 9(4).
               05 TAB-NCP-LETRA         PIC X(1).
               05 TAB-NCP-NUMERO        PIC 9(8).
               05 TAB-NCP-CUIT          PIC 9(11).
               05 TAB-NCP-MES           PIC 9(6).
               05 TAB-NCP-BRUTO         PIC S9(10)V99.
               05 TAB-NCP-TOTAL         PIC S9(10)V99.
               05 TAB-NCP-REF-PV        PIC 9(4).
               05 TAB-NCP-REF-LETRA     PIC X(1).
               05 TAB-NCP-REF-NUMERO    PIC 9(8).

       01 WS-CANT-NCP                PIC 9(4) VALUE 0.

      *    fecha AAAAMMDD armada desde la DDMMAAAA de la clave de
      *    TIMES o del periodo de la factura.
       01 WS-FECHA-AM.
           03 WS-FECHA-AM-AAAA       PIC 9(4).
           03 WS-FECHA-AM-MM         PIC 9(2).
           03 WS-FECHA-AM-DD         PIC 9(2).
       01 WS-FECHA-AM-N REDEFINES WS-FECHA-AM PIC 9(8).

       01 WS-MES-COMPROBANTE         PIC 9(6).
       01 WS-CUIT-BUSCADO            PIC 9(11).

       01 WS-HASTA-AAAA              PIC 9(4).
       01 WS-VIG-DESDE-AAAA          PIC 9(4).
       01 WS-VIG-DESDE-MM            PIC 9(2).
       01 WS-VIG-HASTA-AAAA          PIC 9(4).
       01 WS-VIG-HASTA-MM            PIC 9(2).
       01 WS-MIX-I                   PIC 9 VALUE 0.

       01 WS-EN-CARTERA              PIC X.
       01 WS-EN-DETALLE              PIC X.

       01 WS-ENG-ENCONTRADO          PIC X VALUE 'N'.
           88 ENG-ENCONTRADO         VALUE 'S'.
       01 WS-FILA-ENCONTRADA         PIC X VALUE 'N'.
           88 FILA-ENCONTRADA        VALUE 'S'.
       01 WS-CUIT-EN-TABLA           PIC X VALUE 'N'.
           88 CUIT-EN-TABLA          VALUE 'S'.

       01 WS-HORAS-NETO              PIC S9(4)V99.
       01 WS-SRT-BUSCADO             PIC X(2).
       01 WS-FECHA-COSTO             PIC 9(8).
       01 WS-COSTO-VIGENTE           PIC 9(5)V99.
       01 WS-IMPORTE-COSTO           PIC S9(10)V99.

       01 WS-PV-N                    PIC 9(4).
       01 WS-LETRA-N                 PIC X(1).
       01 WS-IMPORTE-APLICADO        PIC S9(10)V99.
       01 WS-DIAS-EMISION            PIC 9(7).
       01 WS-DIAS-COBRO              PIC 9(7).
       01 WS-DIAS-DEMORA             PIC S9(5).

      *    variaciones del engagement en curso.
       01 WS-VAR-HORAS               PIC S9(7)V99.
       01 WS-TARIFA-COTIZ            PIC S9(7)V99.
       01 WS-TARIFA-REAL             PIC S9(7)V99.
       01 WS-MARGEN-COTIZ            PIC S9(12)V99.
       01 WS-MARGEN-REAL             PIC S9(12)V99.
       01 WS-MARGEN-PCT-COTIZ        PIC S9(5)V99.
       01 WS-MARGEN-PCT-REAL         PIC S9(5)V99.
       01 WS-DIAS-COBRO-REAL         PIC S9(5).
       01 WS-PENDIENTE               PIC S9(12)V99.
       01 WS-MARGEN-REAL-VAR-AUX     PIC S9(13)V99.

      *    totales del resumen de cartera.
       01 WS-CANT-CARTERA            PIC 9(3) VALUE 0.
       01 WS-TOT-HS-COTIZ            PIC S9(9)V99 VALUE 0.
       01 WS-TOT-HS-REAL             PIC S9(9)V99 VALUE 0.
       01 WS-TOT-IMP-COTIZ           PIC S9(13)V99 VALUE 0.
       01 WS-TOT-FACTURADO           PIC S9(13)V99 VALUE 0.
       01 WS-TOT-MARGEN-COTIZ        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-MARGEN-REAL         PIC S9(13)V99 VALUE 0.
       01 WS-TOT-COBRADO             PIC S9(13)V99 VALUE 0.
       01 WS-TOT-COB-IMP-DIAS        PIC S9(16)V99 VALUE 0.
       01 WS-TOT-DIAS-COBRO          PIC S9(5) VALUE 0.

       01 WS-ACUM-DETALLES           PIC 9(3) VALUE 0.

       01 LINEA-TITULO-1             PIC X(80) VALUE
          'CIERRE DE ENGAGEMENTS: COTIZADO CONTRA REAL'.

       01 LINEA-TITULO-2.
           03 FILLER                 PIC X(18) VALUE
              'FECHA DE EMISION: '.
           03 LIN-TIT-FECHA          PIC 9(8).
           03 FILLER                 PIC X(24) VALUE
              '   CARTERA DEL ANIO: '.
           03 LIN-TIT-ANIO           PIC 9(4).

       01 LINEA-ENG-1.
           03 FILLER                 PIC X(11) VALUE 'ENGAGEMENT '.
           03 LIN-ENG-RAZON          PIC X(25).
           03 FILLER                 PIC X(10) VALUE ' EMPRESA '.
           03 LIN-ENG-EMPRESA        PIC 9(3).
           03 FILLER                 PIC X(12) VALUE '  VIGENCIA '.
           03 LIN-ENG-DESDE          PIC 9(8).
           03 FILLER                 PIC X(4) VALUE ' AL '.
           03 LIN-ENG-HASTA          PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-ENG-MONEDA         PIC X(3).

       01 LINEA-ENG-2.
           03 FILLER                 PIC X(26) VALUE
              'PRESUPUESTO ACEPTADO NRO '.
           03 LIN-ENG-PRESUPUESTO    PIC 9(6).
           03 FILLER                 PIC X(3) VALUE ' - '.
           03 LIN-ENG-MESES          PIC ZZ9.
           03 FILLER                 PIC X(6) VALUE ' MESES'.

       01 LINEA-SIN-PRESUPUESTO      PIC X(80) VALUE
          'SIN PRESUPUESTO ACEPTADO: SE INFORMA SOLO LO REAL'.

       01 LINEA-ENCABEZADO-SRT.
           03 FILLER       PIC X(5) VALUE 'SRT'.
           03 FILLER       PIC X(14) VALUE '  HS COTIZADAS'.
           03 FILLER       PIC X(14) VALUE '     HS REALES'.
           03 FILLER       PIC X(14) VALUE '     VARIACION'.
           03 FILLER       PIC X(13) VALUE '  TARIFA COT.'.
           03 FILLER       PIC X(18) VALUE '        COSTO REAL'.

       01 LINEA-DETALLE-SRT.
           03 LIN-SRT-SRT            PIC X(2).
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-SRT-HS-COTIZ       PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SRT-HS-REAL        PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SRT-VAR            PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SRT-TARIFA         PIC ZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-SRT-COSTO          PIC -ZZZZZZZZZZZZ9,99.

       01 LINEA-ENCABEZADO-CMP.
           03 FILLER       PIC X(25) VALUE 'CONCEPTO'.
           03 FILLER       PIC X(18) VALUE '          COTIZADO'.
           03 FILLER       PIC X(18) VALUE '              REAL'.
           03 FILLER       PIC X(18) VALUE '         VARIACION'.

       01 LINEA-COMPARACION.
           03 LIN-CMP-CONCEPTO       PIC X(25).
           03 LIN-CMP-COTIZ          PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CMP-REAL           PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CMP-VAR            PIC -ZZZZZZZZZZZZ9,99.

       01 LINEA-COBRANZA.
           03 FILLER                 PIC X(22) VALUE
              'FACTURADO CON IVA:   '.
           03 LIN-COB-TOTAL          PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(11) VALUE '  COBRADO: '.
           03 LIN-COB-COBRADO        PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(13) VALUE '  PENDIENTE: '.
           03 LIN-COB-PENDIENTE      PIC -ZZZZZZZZZZZZ9,99.

       01 LINEA-SIN-COBROS           PIC X(80) VALUE
          'DIAS DE COBRO: SIN COBRANZAS APLICADAS A LA FECHA'.

       01 LINEA-TITULO-CARTERA.
           03 FILLER                 PIC X(46) VALUE
              'RESUMEN DE CARTERA - ENGAGEMENTS CERRADOS EN '.
           03 LIN-CAR-ANIO           PIC 9(4).

       01 LINEA-ENCABEZADO-CARTERA.
           03 FILLER       PIC X(25) VALUE 'RAZON SOCIAL'.
           03 FILLER       PIC X(9) VALUE '    HASTA'.
           03 FILLER       PIC X(13) VALUE '    HS COTIZ.'.
           03 FILLER       PIC X(13) VALUE '     HS REAL.'.
           03 FILLER       PIC X(18) VALUE '         FACTURADO'.
           03 FILLER       PIC X(18) VALUE '       MARGEN REAL'.
           03 FILLER       PIC X(18) VALUE '       VAR. MARGEN'.
           03 FILLER       PIC X(11) VALUE '  DIAS COB.'.

       01 LINEA-DETALLE-CARTERA.
           03 LIN-CAR-RAZON          PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CAR-HASTA          PIC 9(8).
           03 LIN-CAR-HS-COTIZ       PIC -ZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CAR-HS-REAL        PIC -ZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CAR-FACTURADO      PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CAR-MARGEN         PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CAR-VAR-MARGEN     PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-CAR-DIAS           PIC -ZZZ9.

       01 LINEA-TOTAL-CARTERA.
           03 FILLER                 PIC X(10) VALUE 'TOTALES ('.
           03 LIN-TOT-CANT           PIC ZZ9.
           03 FILLER                 PIC X(12) VALUE ' ENG.)'.
           03 FILLER                 PIC X(9) VALUE SPACES.
           03 LIN-TOT-HS-COTIZ       PIC -ZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-HS-REAL        PIC -ZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-FACTURADO      PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-MARGEN         PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TOT-VAR-MARGEN     PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-TOT-DIAS           PIC -ZZZ9.

       01 LINEA-TOTAL-COTIZADO.
           03 FILLER                 PIC X(34) VALUE
              'IMPORTE COTIZADO DE LA CARTERA:  '.
           03 LIN-TOT-IMP-COTIZ      PIC -ZZZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(20) VALUE
              '  MARGEN COTIZADO: '.
           03 LIN-TOT-MARGEN-COTIZ   PIC -ZZZZZZZZZZZZ9,99.

       01 LINEA-SIN-CARTERA          PIC X(80) VALUE
          'SIN ENGAGEMENTS CERRADOS EN EL ANIO'.

       01 LINEA-SIN-DETALLE          PIC X(80) VALUE
          'NINGUN ENGAGEMENT COINCIDE CON LO PEDIDO'.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(132) VALUE ALL '-'.

       01 LINEA-EN-BLANCO            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       REPORTE-CIERRE-ENGAGEMENTS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'CIERRE-ENG-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:4) TO WS-ANIO.

           MOVE SPACES TO WS-ANIO-ENV.
           ACCEPT WS-ANIO-ENV FROM ENVIRONMENT 'CIERRE-ENG-ANIO'.
           IF WS-ANIO-ENV NOT EQUAL SPACES
              AND WS-ANIO-ENV IS NUMERIC
              MOVE WS-ANIO-ENV TO WS-ANIO
           END-IF.

           MOVE SPACES TO WS-EMPRESA-ENV.
           ACCEPT WS-EMPRESA-ENV FROM ENVIRONMENT 'CIERRE-ENG-EMPRESA'.
           IF WS-EMPRESA-ENV NOT EQUAL SPACES
              AND WS-EMPRESA-ENV IS NUMERIC
              MOVE WS-EMPRESA-ENV TO WS-EMPRESA-PEDIDA
              MOVE 'S' TO WS-PEDIDO
           END-IF.

           MOVE SPACES TO WS-DESDE-ENV.
           ACCEPT WS-DESDE-ENV FROM ENVIRONMENT 'CIERRE-ENG-DESDE'.
           IF WS-DESDE-ENV NOT EQUAL SPACES
              AND WS-DESDE-ENV IS NUMERIC
              MOVE WS-DESDE-ENV TO WS-DESDE-PEDIDO
           END-IF.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-TABLA-ENGAGEMENTS.
           IF WS-CANT-ENG GREATER ZERO
              PERFORM APLICAR-PRESUPUESTOS-ACEPTADOS
              PERFORM ACUMULAR-HORAS-TIMES
              PERFORM LEER-CORTE-HISTORICO
              IF WS-FECHA-CORTE-HIST GREATER ZERO
                 AND WS-MIN-DESDE LESS WS-FECHA-CORTE-HIST
                 MOVE 'S' TO WS-USAR-HISTORICO
              END-IF
              PERFORM ACUMULAR-FACTURACION
              PERFORM ASOCIAR-NOTAS-MANUALES
              PERFORM IMPUTAR-NOTAS-CREDITO
              PERFORM ACUMULAR-COBRANZAS
           END-IF.
           PERFORM IMPRIMIR-REPORTE.
           PERFORM TERMINAR.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF NOT ENG-OK
              DISPLAY 'NO PUDO ABRIRSE ENGAGEMENTS.DAT '
                  FS-ENGAGEMENTS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-CONS-INDEXED.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT '
                  FS-ARCH-CONS-INDEXED
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-COSTOS-IDX.
           IF NOT COSTO-OK
              DISPLAY 'NO PUDO ABRIRSE COSTOS-INDEXED.DAT '
                  FS-ARCH-COSTOS-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-SRT-HIST-IDX.
           IF SRT-HIST-OK
              MOVE 'S' TO WS-SRT-HIST-DISPONIBLE
           ELSE
              DISPLAY 'SRT-HIST-INDEXED.DAT NO DISPONIBLE, SE '
                  'TOMA EL SRT ACTUAL DE CADA CONSULTOR'.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE CIERRE-ENGAGEMENTS.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    entran los engagements vencidos en el anio de la cartera
      *    y, si hay pedido, los de la empresa (y vigencia) pedida.
       CARGAR-TABLA-ENGAGEMENTS.
           PERFORM LEER-ENGAGEMENT.
           PERFORM SELECCIONAR-ENGAGEMENT UNTIL ENG-EOF.
           CLOSE ARCH-ENGAGEMENTS.

       LEER-ENGAGEMENT.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       SELECCIONAR-ENGAGEMENT.
           MOVE 'N' TO WS-EN-CARTERA.
           MOVE 'N' TO WS-EN-DETALLE.
           MOVE REG-ENG-VIG-HASTA (1:4) TO WS-HASTA-AAAA.
           IF WS-HASTA-AAAA EQUAL WS-ANIO
              AND REG-ENG-VIG-HASTA LESS WS-FECHA-HOY
              MOVE 'S' TO WS-EN-CARTERA
           END-IF.
           IF HAY-PEDIDO
              IF REG-ENG-EMPRESA EQUAL WS-EMPRESA-PEDIDA
                 AND (WS-DESDE-PEDIDO EQUAL ZERO
                  OR REG-ENG-VIG-DESDE EQUAL WS-DESDE-PEDIDO)
                 MOVE 'S' TO WS-EN-DETALLE
              END-IF
           ELSE
              MOVE WS-EN-CARTERA TO WS-EN-DETALLE
           END-IF.
           IF WS-EN-CARTERA EQUAL 'S' OR WS-EN-DETALLE EQUAL 'S'
              PERFORM CARGAR-ENG-EN-TABLA
           END-IF.
           PERFORM LEER-ENGAGEMENT.

       CARGAR-ENG-EN-TABLA.
           IF WS-CANT-ENG NOT LESS WS-MAX-ENG
              DISPLAY 'ERROR: MAS DE ' WS-MAX-ENG ' ENGAGEMENTS, LA '
                  'TABLA-ENGAGEMENTS NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-ENG.
           SET IND-TAB-ENG TO WS-CANT-ENG.
           MOVE REG-ENG-EMPRESA TO TAB-ENG-EMPRESA(IND-TAB-ENG).
           MOVE REG-ENG-VIG-DESDE TO TAB-ENG-DESDE(IND-TAB-ENG).
           MOVE REG-ENG-VIG-HASTA TO TAB-ENG-HASTA(IND-TAB-ENG).
           MOVE REG-ENG-VIG-DESDE (1:6) TO
               TAB-ENG-MES-DESDE(IND-TAB-ENG).
           MOVE REG-ENG-VIG-HASTA (1:6) TO
               TAB-ENG-MES-HASTA(IND-TAB-ENG).
      *    misma cuenta de meses que GENERAR-ENGAGEMENT-ACEPTADO en
      *    GestionPresupuestos.
           MOVE REG-ENG-VIG-DESDE (1:4) TO WS-VIG-DESDE-AAAA.
           MOVE REG-ENG-VIG-DESDE (5:2) TO WS-VIG-DESDE-MM.
           MOVE REG-ENG-VIG-HASTA (1:4) TO WS-VIG-HASTA-AAAA.
           MOVE REG-ENG-VIG-HASTA (5:2) TO WS-VIG-HASTA-MM.
           COMPUTE TAB-ENG-MESES(IND-TAB-ENG) =
               (WS-VIG-HASTA-AAAA - WS-VIG-DESDE-AAAA) * 12
               + WS-VIG-HASTA-MM - WS-VIG-DESDE-MM + 1.
           MOVE WS-EN-CARTERA TO TAB-ENG-CARTERA(IND-TAB-ENG).
           MOVE WS-EN-DETALLE TO TAB-ENG-DETALLE(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-PRESUPUESTO(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-HS-COTIZ(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-IMP-COTIZ(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-COSTO-COTIZ(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-HS-REAL(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-COSTO-REAL(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-FACTURADO(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-FACT-TOTAL(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-COBRADO(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-COB-IMP-DIAS(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-CANT-SRT(IND-TAB-ENG).
           IF REG-ENG-VIG-DESDE LESS WS-MIN-DESDE
              MOVE REG-ENG-VIG-DESDE TO WS-MIN-DESDE.
           PERFORM RESOLVER-EMPRESA-ENG.

       RESOLVER-EMPRESA-ENG.
           MOVE TAB-ENG-EMPRESA(IND-TAB-ENG) TO REG-EMP-IND-COD.
           READ ARCH-EMP-IDX.
           IF EMP-OK
              MOVE REG-EMP-IND-CUIT TO TAB-ENG-CUIT(IND-TAB-ENG)
              MOVE REG-EMP-IND-RAZON TO TAB-ENG-RAZON(IND-TAB-ENG)
              MOVE REG-EMP-IND-MONEDA TO TAB-ENG-MONEDA(IND-TAB-ENG)
              IF REG-EMP-IND-PLAZO-PAGO IS NUMERIC
                 MOVE REG-EMP-IND-PLAZO-PAGO TO
                     TAB-ENG-PLAZO(IND-TAB-ENG)
              ELSE
                 MOVE 0 TO TAB-ENG-PLAZO(IND-TAB-ENG)
              END-IF
           ELSE
              MOVE 0 TO TAB-ENG-CUIT(IND-TAB-ENG)
              MOVE 'EMPRESA SIN MAESTRO' TO
                  TAB-ENG-RAZON(IND-TAB-ENG)
              MOVE SPACES TO TAB-ENG-MONEDA(IND-TAB-ENG)
              MOVE 0 TO TAB-ENG-PLAZO(IND-TAB-ENG)
           END-IF.

      *    el presupuesto aceptado que genero el engagement tiene la
      *    misma empresa y vigencia desde; si hubiera mas de uno vale
      *    el de numero mas alto (el ultimo leido).
       APLICAR-PRESUPUESTOS-ACEPTADOS.
           OPEN INPUT ARCH-PRESUPUESTOS.
           IF PRE-OK
              MOVE 'S' TO WS-PRESUPUESTOS-DISPONIBLE
              PERFORM LEER-PRESUPUESTO
              PERFORM EVALUAR-PRESUPUESTO UNTIL PRE-EOF
              CLOSE ARCH-PRESUPUESTOS
           ELSE
              DISPLAY 'PRESUPUESTOS.DAT NO DISPONIBLE, SE INFORMA '
                  'SOLO LO REAL'.

       LEER-PRESUPUESTO.
           READ ARCH-PRESUPUESTOS NEXT RECORD
               AT END MOVE '10' TO FS-PRESUPUESTOS
           END-READ.

       EVALUAR-PRESUPUESTO.
           IF PRE-ACEPTADO
              MOVE 'N' TO WS-ENG-ENCONTRADO
              SET IND-TAB-ENG TO 1
              SEARCH TAB-ENG
                  WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                      NEXT SENTENCE
                  WHEN TAB-ENG-EMPRESA(IND-TAB-ENG) EQUAL
                          REG-PRE-EMPRESA
                   AND TAB-ENG-DESDE(IND-TAB-ENG) EQUAL
                          REG-PRE-VIG-DESDE
                      MOVE 'S' TO WS-ENG-ENCONTRADO
              END-SEARCH
              IF ENG-ENCONTRADO
                 PERFORM TOMAR-PRESUPUESTO
              END-IF
           END-IF.
           PERFORM LEER-PRESUPUESTO.

      *    lo cotizado es lo mensual del presupuesto por los meses
      *    de la vigencia; el costo cotizado, las horas de cada SRT
      *    al costo vigente en la fecha desde.
       TOMAR-PRESUPUESTO.
           MOVE REG-PRE-NUMERO TO TAB-ENG-PRESUPUESTO(IND-TAB-ENG).
           MOVE REG-PRE-MONEDA TO TAB-ENG-MONEDA(IND-TAB-ENG).
           COMPUTE TAB-ENG-HS-COTIZ(IND-TAB-ENG) =
               REG-PRE-HORAS-MENS * TAB-ENG-MESES(IND-TAB-ENG).
           COMPUTE TAB-ENG-IMP-COTIZ(IND-TAB-ENG) =
               REG-PRE-IMPORTE-MENS * TAB-ENG-MESES(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-COSTO-COTIZ(IND-TAB-ENG).
           MOVE 0 TO TAB-ENG-CANT-SRT(IND-TAB-ENG).
           PERFORM TOMAR-MIX-PRESUPUESTO
               VARYING WS-MIX-I FROM 1 BY 1 UNTIL WS-MIX-I > 5.

       TOMAR-MIX-PRESUPUESTO.
           IF REG-PRE-SRT(WS-MIX-I) NOT EQUAL SPACES
              AND REG-PRE-HORAS(WS-MIX-I) GREATER ZERO
              MOVE REG-PRE-SRT(WS-MIX-I) TO WS-SRT-BUSCADO
              PERFORM UBICAR-SRT-ENGAGEMENT
              COMPUTE TAB-SRT-HS-COTIZ(IND-TAB-ENG, IND-TAB-SRT) =
                  TAB-SRT-HS-COTIZ(IND-TAB-ENG, IND-TAB-SRT)
                  + REG-PRE-HORAS(WS-MIX-I)
                      * TAB-ENG-MESES(IND-TAB-ENG)
              MOVE REG-PRE-TARIFA(WS-MIX-I) TO
                  TAB-SRT-TARIFA-COTIZ(IND-TAB-ENG, IND-TAB-SRT)
              MOVE TAB-ENG-DESDE(IND-TAB-ENG) TO WS-FECHA-COSTO
              PERFORM BUSCAR-COSTO-VIGENTE
              COMPUTE TAB-ENG-COSTO-COTIZ(IND-TAB-ENG) =
                  TAB-ENG-COSTO-COTIZ(IND-TAB-ENG)
                  + REG-PRE-HORAS(WS-MIX-I)
                      * TAB-ENG-MESES(IND-TAB-ENG)
                      * WS-COSTO-VIGENTE
           END-IF.

      *    fila del SRT WS-SRT-BUSCADO dentro del engagement en curso.
       UBICAR-SRT-ENGAGEMENT.
           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-SRT TO 1.
           SEARCH TAB-SRT
               WHEN IND-TAB-SRT GREATER THAN
                       TAB-ENG-CANT-SRT(IND-TAB-ENG)
                   NEXT SENTENCE
               WHEN TAB-SRT-SRT(IND-TAB-ENG, IND-TAB-SRT) EQUAL
                       WS-SRT-BUSCADO
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.
           IF NOT FILA-ENCONTRADA
              IF TAB-ENG-CANT-SRT(IND-TAB-ENG) NOT LESS WS-MAX-SRT
                 DISPLAY 'ERROR: MAS DE ' WS-MAX-SRT ' SRT EN EL '
                     'ENGAGEMENT DE LA EMPRESA '
                     TAB-ENG-EMPRESA(IND-TAB-ENG)
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO TAB-ENG-CANT-SRT(IND-TAB-ENG)
              SET IND-TAB-SRT TO TAB-ENG-CANT-SRT(IND-TAB-ENG)
              MOVE WS-SRT-BUSCADO TO
                  TAB-SRT-SRT(IND-TAB-ENG, IND-TAB-SRT)
              MOVE 0 TO TAB-SRT-HS-COTIZ(IND-TAB-ENG, IND-TAB-SRT)
              MOVE 0 TO TAB-SRT-TARIFA-COTIZ(IND-TAB-ENG, IND-TAB-SRT)
              MOVE 0 TO TAB-SRT-HS-REAL(IND-TAB-ENG, IND-TAB-SRT)
              MOVE 0 TO TAB-SRT-COSTO-REAL(IND-TAB-ENG, IND-TAB-SRT)
           END-IF.

      *    horas de TIMES y de su historico ('C' resta, mismo
      *    criterio que CALCULAR-HORAS-NETO en TP1) del CUIT dentro
      *    de la vigencia, con el SRT y el costo vigentes a la fecha
      *    de cada trabajo. el historico es opcional.
       ACUMULAR-HORAS-TIMES.
           OPEN INPUT ARCH-TIMES-IDX.
           IF NOT TIMES-OK
              DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT '
                  FS-ARCH-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-TIMES.
           PERFORM ACUMULAR-UN-TIMES UNTIL TIMES-EOF.
           CLOSE ARCH-TIMES-IDX.

           OPEN INPUT ARCH-TIMES-HIST-IDX.
           IF TIMES-HIST-OK
              MOVE 'S' TO WS-LEYENDO-HISTORICO
              MOVE '00' TO FS-ARCH-TIMES-IDX
              PERFORM LEER-TIMES
              PERFORM ACUMULAR-UN-TIMES UNTIL TIMES-EOF
              MOVE 'N' TO WS-LEYENDO-HISTORICO
              CLOSE ARCH-TIMES-HIST-IDX.

       LEER-TIMES.
           IF LEYENDO-HISTORICO
              READ ARCH-TIMES-HIST-IDX NEXT RECORD
                  INTO REG-TIMES-INDEXED
                  AT END MOVE '10' TO FS-ARCH-TIMES-IDX
              END-READ
           ELSE
              READ ARCH-TIMES-IDX NEXT RECORD
                  AT END MOVE '10' TO FS-ARCH-TIMES-IDX
              END-READ
           END-IF.

       ACUMULAR-UN-TIMES.
           MOVE REG-KEY-FECHA (5:4) TO WS-FECHA-AM-AAAA.
           MOVE REG-KEY-FECHA (3:2) TO WS-FECHA-AM-MM.
           MOVE REG-KEY-FECHA (1:2) TO WS-FECHA-AM-DD.

           MOVE 'N' TO WS-ENG-ENCONTRADO.
           SET IND-TAB-ENG TO 1.
           SEARCH TAB-ENG
               WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                   NEXT SENTENCE
               WHEN TAB-ENG-CUIT(IND-TAB-ENG) EQUAL REG-KEY-CUIT
                AND WS-FECHA-AM-N NOT LESS
                    TAB-ENG-DESDE(IND-TAB-ENG)
                AND WS-FECHA-AM-N NOT GREATER
                    TAB-ENG-HASTA(IND-TAB-ENG)
                   MOVE 'S' TO WS-ENG-ENCONTRADO
           END-SEARCH.

           IF ENG-ENCONTRADO
              IF REG-TIMES-TIPO EQUAL 'C'
                 COMPUTE WS-HORAS-NETO = REG-TIMES-HORAS * -1
              ELSE
                 MOVE REG-TIMES-HORAS TO WS-HORAS-NETO
              END-IF
              PERFORM DETERMINAR-SRT-VIGENTE
              MOVE WS-FECHA-AM-N TO WS-FECHA-COSTO
              PERFORM BUSCAR-COSTO-VIGENTE
              COMPUTE WS-IMPORTE-COSTO =
                  WS-HORAS-NETO * WS-COSTO-VIGENTE
              PERFORM UBICAR-SRT-ENGAGEMENT
              ADD WS-HORAS-NETO TO
                  TAB-SRT-HS-REAL(IND-TAB-ENG, IND-TAB-SRT)
              ADD WS-IMPORTE-COSTO TO
                  TAB-SRT-COSTO-REAL(IND-TAB-ENG, IND-TAB-SRT)
              ADD WS-HORAS-NETO TO TAB-ENG-HS-REAL(IND-TAB-ENG)
              ADD WS-IMPORTE-COSTO TO TAB-ENG-COSTO-REAL(IND-TAB-ENG)
           END-IF.

           PERFORM LEER-TIMES.

      *    SRT del consultor a WS-FECHA-AM-N: mismo START
      *    LESS-THAN-OR-EQUAL + READ NEXT que DETERMINAR-SRT-VIGENTE
      *    en ReporteMargen; un consultor sin maestro va como '??'.
       DETERMINAR-SRT-VIGENTE.
           MOVE REG-KEY-NUM TO REG-KEY-CODE-CONS.
           READ ARCH-CONS-INDEXED RECORD KEY IS REG-KEY-CODE-CONS.
           IF CONS-OK
              MOVE REG-CONS-SRT TO WS-SRT-BUSCADO
           ELSE
              MOVE '??' TO WS-SRT-BUSCADO
           END-IF.
           IF CONS-OK AND SRT-HIST-DISPONIBLE
              MOVE REG-KEY-NUM TO REG-SRT-HIST-NUM
              MOVE WS-FECHA-AM-N TO REG-SRT-HIST-FECHA
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
                    MOVE REG-SRT-HIST-SRT TO WS-SRT-BUSCADO
                 END-IF
              END-IF
           END-IF.

      *    costo de WS-SRT-BUSCADO vigente a WS-FECHA-COSTO - mismo
      *    criterio que BUSCAR-COSTO-VIGENTE en ReporteMargen.
       BUSCAR-COSTO-VIGENTE.
           MOVE 0 TO WS-COSTO-VIGENTE.
           MOVE WS-SRT-BUSCADO TO REG-COSTO-SRT-IND.
           MOVE WS-FECHA-COSTO TO REG-COSTO-VIG-DESDE-IND.

           START ARCH-COSTOS-IDX KEY IS LESS THAN OR EQUAL TO
                   REG-COSTO-IND
               INVALID KEY NEXT SENTENCE.

           IF COSTO-OK
              READ ARCH-COSTOS-IDX NEXT RECORD
                  AT END NEXT SENTENCE
              END-READ
              IF COSTO-OK AND REG-COSTO-SRT-IND EQUAL WS-SRT-BUSCADO
                 MOVE REG-COSTO-VALOR-IND TO WS-COSTO-VIGENTE
              END-IF
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

      *    con el periodo archivado un historico que no abre dejaria
      *    lo facturado y lo cobrado en falso: no se emite.
       CORTAR-SIN-HISTORICO.
           DISPLAY 'NO PUDIERON ABRIRSE LOS HISTORICOS DE CUENTAS '
               '(FACTURAS ' FS-FACTURAS-HIST ', APLICACIONES '
               FS-APLICACIONES-HIST ') - EL PERIODO ESTA ARCHIVADO'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       ACUMULAR-FACTURACION.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-FACTURA.
           PERFORM CLASIFICAR-FACTURA UNTIL FACTURAS-EOF.
           CLOSE ARCH-FACTURAS.

           IF USAR-HISTORICO
              OPEN INPUT ARCH-FACTURAS-HIST
              IF NOT FAC-HIST-OK
                 PERFORM CORTAR-SIN-HISTORICO
              END-IF
              MOVE 'S' TO WS-LEYENDO-HISTORICO
              MOVE '00' TO FS-FACTURAS
              PERFORM LEER-FACTURA
              PERFORM CLASIFICAR-FACTURA UNTIL FACTURAS-EOF
              MOVE 'N' TO WS-LEYENDO-HISTORICO
              CLOSE ARCH-FACTURAS-HIST
           END-IF.

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

      *    facturas y notas de debito entran por el mes del periodo
      *    facturado; las notas de credito quedan pendientes hasta
      *    conocer su referencia.
       CLASIFICAR-FACTURA.
           IF NOT FAC-ANULADA
              PERFORM ARMAR-MES-COMPROBANTE
              MOVE FAC-CUIT TO WS-CUIT-BUSCADO
              PERFORM UBICAR-ENG-POR-MES
              IF FAC-ES-NOTA-CREDITO
                 IF CUIT-EN-TABLA
                    PERFORM GUARDAR-NC-PENDIENTE
                 END-IF
              ELSE
                 IF ENG-ENCONTRADO
                    ADD FAC-IMPORTE-BRUTO TO
                        TAB-ENG-FACTURADO(IND-TAB-ENG)
                    ADD FAC-TOTAL TO TAB-ENG-FACT-TOTAL(IND-TAB-ENG)
                    PERFORM GUARDAR-FACTURA-ENG
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-FACTURA.

      *    periodo DDMMAAAA a AAAAMM; sin periodo, mes de emision.
       ARMAR-MES-COMPROBANTE.
           IF FAC-PERIODO IS NUMERIC AND FAC-PERIODO GREATER ZERO
              MOVE FAC-PERIODO (5:4) TO WS-FECHA-AM-AAAA
              MOVE FAC-PERIODO (3:2) TO WS-FECHA-AM-MM
              MOVE 1 TO WS-FECHA-AM-DD
              MOVE WS-FECHA-AM-N (1:6) TO WS-MES-COMPROBANTE
           ELSE
              MOVE FAC-FECHA (1:6) TO WS-MES-COMPROBANTE
           END-IF.

      *    engagement de WS-CUIT-BUSCADO cuya vigencia cubre el mes
      *    WS-MES-COMPROBANTE; CUIT-EN-TABLA si el CUIT tiene alguno.
       UBICAR-ENG-POR-MES.
           MOVE 'N' TO WS-CUIT-EN-TABLA.
           MOVE 'N' TO WS-ENG-ENCONTRADO.
           SET IND-TAB-ENG TO 1.
           SEARCH TAB-ENG
               WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                   NEXT SENTENCE
               WHEN TAB-ENG-CUIT(IND-TAB-ENG) EQUAL WS-CUIT-BUSCADO
                   MOVE 'S' TO WS-CUIT-EN-TABLA
           END-SEARCH.
           IF CUIT-EN-TABLA
              SET IND-TAB-ENG TO 1
              SEARCH TAB-ENG
                  WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                      NEXT SENTENCE
                  WHEN TAB-ENG-CUIT(IND-TAB-ENG) EQUAL WS-CUIT-BUSCADO
                   AND WS-MES-COMPROBANTE NOT LESS
                       TAB-ENG-MES-DESDE(IND-TAB-ENG)
                   AND WS-MES-COMPROBANTE NOT GREATER
                       TAB-ENG-MES-HASTA(IND-TAB-ENG)
                      MOVE 'S' TO WS-ENG-ENCONTRADO
              END-SEARCH
           END-IF.

      *    serie normalizada como en ProyeccionCobranzas (letra en
      *    blanco = 'A', PV no numerico = 0).
       NORMALIZAR-SERIE-FACTURA.
           IF FAC-LETRA EQUAL SPACE
              MOVE 'A' TO WS-LETRA-N
           ELSE
              MOVE FAC-LETRA TO WS-LETRA-N
           END-IF.
           IF FAC-PUNTO-VENTA IS NOT NUMERIC
              MOVE 0 TO WS-PV-N
           ELSE
              MOVE FAC-PUNTO-VENTA TO WS-PV-N
           END-IF.

       GUARDAR-FACTURA-ENG.
           IF WS-CANT-FAE NOT LESS WS-MAX-FAE
              DISPLAY 'ERROR: MAS DE ' WS-MAX-FAE ' FACTURAS DE '
                  'ENGAGEMENTS, LA TABLA-FACTURAS-ENG NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM NORMALIZAR-SERIE-FACTURA.
           ADD 1 TO WS-CANT-FAE.
           SET IND-TAB-FAE TO WS-CANT-FAE.
           MOVE WS-PV-N TO TAB-FAE-PV(IND-TAB-FAE).
           MOVE WS-LETRA-N TO TAB-FAE-LETRA(IND-TAB-FAE).
           MOVE FAC-NUMERO TO TAB-FAE-NUMERO(IND-TAB-FAE).
           MOVE FAC-FECHA TO TAB-FAE-FECHA(IND-TAB-FAE).
           SET TAB-FAE-ENG(IND-TAB-FAE) TO IND-TAB-ENG.

       GUARDAR-NC-PENDIENTE.
           IF WS-CANT-NCP NOT LESS WS-MAX-NCP
              DISPLAY 'ERROR: MAS DE ' WS-MAX-NCP ' NOTAS DE CREDITO, '
                  'LA TABLA-NC-PENDIENTES NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM NORMALIZAR-SERIE-FACTURA.
           ADD 1 TO WS-CANT-NCP.
           SET IND-TAB-NCP TO WS-CANT-NCP.
           MOVE WS-PV-N TO TAB-NCP-PV(IND-TAB-NCP).
           MOVE WS-LETRA-N TO TAB-NCP-LETRA(IND-TAB-NCP).
           MOVE FAC-NUMERO TO TAB-NCP-NUMERO(IND-TAB-NCP).
           MOVE FAC-CUIT TO TAB-NCP-CUIT(IND-TAB-NCP).
           MOVE WS-MES-COMPROBANTE TO TAB-NCP-MES(IND-TAB-NCP).
           MOVE FAC-IMPORTE-BRUTO TO TAB-NCP-BRUTO(IND-TAB-NCP).
           MOVE FAC-TOTAL TO TAB-NCP-TOTAL(IND-TAB-NCP).
           MOVE 0 TO TAB-NCP-REF-PV(IND-TAB-NCP).
           MOVE SPACE TO TAB-NCP-REF-LETRA(IND-TAB-NCP).
           MOVE 0 TO TAB-NCP-REF-NUMERO(IND-TAB-NCP).

      *    NOTAS-MANUALES.DAT es opcional: sin el toda nota de
      *    credito se imputa por su mes.
       ASOCIAR-NOTAS-MANUALES.
           IF WS-CANT-NCP GREATER ZERO
              OPEN INPUT ARCH-NOTAS
              IF NOTAS-OK
                 PERFORM LEER-NOTA
                 PERFORM ASOCIAR-UNA-NOTA UNTIL NOTAS-EOF
                 CLOSE ARCH-NOTAS
              END-IF
           END-IF.

       LEER-NOTA.
           READ ARCH-NOTAS AT END MOVE '10' TO FS-NOTAS.

       ASOCIAR-UNA-NOTA.
           IF NTM-TIPO EQUAL 'N'
              AND NTM-REF-NUMERO IS NUMERIC
              AND NTM-REF-NUMERO GREATER ZERO
              IF NTM-LETRA EQUAL SPACE
                 MOVE 'A' TO WS-LETRA-N
              ELSE
                 MOVE NTM-LETRA TO WS-LETRA-N
              END-IF
              IF NTM-PUNTO-VENTA IS NOT NUMERIC
                 MOVE 0 TO WS-PV-N
              ELSE
                 MOVE NTM-PUNTO-VENTA TO WS-PV-N
              END-IF
              SET IND-TAB-NCP TO 1
              SEARCH TAB-NCP
                  WHEN IND-TAB-NCP GREATER THAN WS-CANT-NCP
                      NEXT SENTENCE
                  WHEN TAB-NCP-NUMERO(IND-TAB-NCP) EQUAL NTM-NUMERO
                   AND TAB-NCP-PV(IND-TAB-NCP) EQUAL WS-PV-N
                   AND TAB-NCP-LETRA(IND-TAB-NCP) EQUAL WS-LETRA-N
                      PERFORM ANOTAR-REFERENCIA-NC
              END-SEARCH
           END-IF.
           PERFORM LEER-NOTA.

       ANOTAR-REFERENCIA-NC.
           IF NTM-REF-LETRA EQUAL SPACE
              MOVE 'A' TO TAB-NCP-REF-LETRA(IND-TAB-NCP)
           ELSE
              MOVE NTM-REF-LETRA TO TAB-NCP-REF-LETRA(IND-TAB-NCP)
           END-IF.
           IF NTM-REF-PUNTO-VENTA IS NOT NUMERIC
              MOVE 0 TO TAB-NCP-REF-PV(IND-TAB-NCP)
           ELSE
              MOVE NTM-REF-PUNTO-VENTA TO TAB-NCP-REF-PV(IND-TAB-NCP)
           END-IF.
           MOVE NTM-REF-NUMERO TO TAB-NCP-REF-NUMERO(IND-TAB-NCP).

      *    una nota con referencia va al engagement de la factura
      *    referenciada (si esa factura no es de ningun engagement
      *    del reporte, no se imputa); sin referencia, por su mes.
       IMPUTAR-NOTAS-CREDITO.
           SET IND-TAB-NCP TO 1.
           PERFORM IMPUTAR-UNA-NC
               UNTIL IND-TAB-NCP GREATER THAN WS-CANT-NCP.

       IMPUTAR-UNA-NC.
           MOVE 'N' TO WS-ENG-ENCONTRADO.
           IF TAB-NCP-REF-NUMERO(IND-TAB-NCP) GREATER ZERO
              SET IND-TAB-FAE TO 1
              SEARCH TAB-FAE
                  WHEN IND-TAB-FAE GREATER THAN WS-CANT-FAE
                      NEXT SENTENCE
                  WHEN TAB-FAE-NUMERO(IND-TAB-FAE) EQUAL
                          TAB-NCP-REF-NUMERO(IND-TAB-NCP)
                   AND TAB-FAE-PV(IND-TAB-FAE) EQUAL
                          TAB-NCP-REF-PV(IND-TAB-NCP)
                   AND TAB-FAE-LETRA(IND-TAB-FAE) EQUAL
                          TAB-NCP-REF-LETRA(IND-TAB-NCP)
                      MOVE 'S' TO WS-ENG-ENCONTRADO
                      SET IND-TAB-ENG TO TAB-FAE-ENG(IND-TAB-FAE)
              END-SEARCH
           ELSE
              MOVE TAB-NCP-CUIT(IND-TAB-NCP) TO WS-CUIT-BUSCADO
              MOVE TAB-NCP-MES(IND-TAB-NCP) TO WS-MES-COMPROBANTE
              PERFORM UBICAR-ENG-POR-MES
           END-IF.
           IF ENG-ENCONTRADO
              SUBTRACT TAB-NCP-BRUTO(IND-TAB-NCP) FROM
                  TAB-ENG-FACTURADO(IND-TAB-ENG)
              SUBTRACT TAB-NCP-TOTAL(IND-TAB-NCP) FROM
                  TAB-ENG-FACT-TOTAL(IND-TAB-ENG)
           END-IF.
           SET IND-TAB-NCP UP BY 1.

      *    lo aplicado a las facturas del engagement, con la demora
      *    de cada aplicacion ponderada por su importe. APLICACIONES
      *    es opcional: sin ella no hay cobranzas.
       ACUMULAR-COBRANZAS.
           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              PERFORM LEER-APLICACION
              PERFORM ACUMULAR-UNA-APLICACION UNTIL APL-EOF
              CLOSE ARCH-APLICACIONES
           ELSE
              DISPLAY 'APLICACIONES.DAT NO DISPONIBLE, SIN COBRANZAS'.

           IF USAR-HISTORICO
              OPEN INPUT ARCH-APLICACIONES-HIST
              IF NOT APL-HIST-OK
                 PERFORM CORTAR-SIN-HISTORICO
              END-IF
              MOVE 'S' TO WS-LEYENDO-HISTORICO
              MOVE '00' TO FS-APLICACIONES
              PERFORM LEER-APLICACION
              PERFORM ACUMULAR-UNA-APLICACION UNTIL APL-EOF
              MOVE 'N' TO WS-LEYENDO-HISTORICO
              CLOSE ARCH-APLICACIONES-HIST
           END-IF.

       LEER-APLICACION.
           IF LEYENDO-HISTORICO
              READ ARCH-APLICACIONES-HIST NEXT RECORD
                  INTO REG-APLICACION
                  AT END MOVE '10' TO FS-APLICACIONES
              END-READ
           ELSE
              READ ARCH-APLICACIONES NEXT RECORD
                  AT END MOVE '10' TO FS-APLICACIONES
              END-READ
           END-IF.

       ACUMULAR-UNA-APLICACION.
           IF REG-APL-LETRA EQUAL SPACE
              MOVE 'A' TO WS-LETRA-N
           ELSE
              MOVE REG-APL-LETRA TO WS-LETRA-N
           END-IF.
           IF REG-APL-PV IS NOT NUMERIC
              MOVE 0 TO WS-PV-N
           ELSE
              MOVE REG-APL-PV TO WS-PV-N
           END-IF.

           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-FAE TO 1.
           SEARCH TAB-FAE
               WHEN IND-TAB-FAE GREATER THAN WS-CANT-FAE
                   NEXT SENTENCE
               WHEN TAB-FAE-NUMERO(IND-TAB-FAE) EQUAL REG-APL-FACTURA
                AND TAB-FAE-PV(IND-TAB-FAE) EQUAL WS-PV-N
                AND TAB-FAE-LETRA(IND-TAB-FAE) EQUAL WS-LETRA-N
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.

           IF FILA-ENCONTRADA
              SET IND-TAB-ENG TO TAB-FAE-ENG(IND-TAB-FAE)
              IF REG-APL-IMPORTE-DOC GREATER ZERO
                 MOVE REG-APL-IMPORTE-DOC TO WS-IMPORTE-APLICADO
              ELSE
                 MOVE REG-APL-IMPORTE TO WS-IMPORTE-APLICADO
              END-IF
              COMPUTE WS-DIAS-EMISION = FUNCTION INTEGER-OF-DATE
                  (TAB-FAE-FECHA(IND-TAB-FAE))
              COMPUTE WS-DIAS-COBRO = FUNCTION INTEGER-OF-DATE
                  (REG-APL-FECHA-COB)
              COMPUTE WS-DIAS-DEMORA = WS-DIAS-COBRO - WS-DIAS-EMISION
              IF WS-DIAS-DEMORA LESS ZERO
                 MOVE 0 TO WS-DIAS-DEMORA
              END-IF
              ADD WS-IMPORTE-APLICADO TO TAB-ENG-COBRADO(IND-TAB-ENG)
              COMPUTE TAB-ENG-COB-IMP-DIAS(IND-TAB-ENG) =
                  TAB-ENG-COB-IMP-DIAS(IND-TAB-ENG)
                      + WS-IMPORTE-APLICADO * WS-DIAS-DEMORA
           END-IF.

           PERFORM LEER-APLICACION.

       IMPRIMIR-REPORTE.
           MOVE LINEA-TITULO-1 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-FECHA-HOY TO LIN-TIT-FECHA.
           MOVE WS-ANIO TO LIN-TIT-ANIO.
           MOVE LINEA-TITULO-2 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           SET IND-TAB-ENG TO 1.
           PERFORM IMPRIMIR-DETALLE-ENGAGEMENT
               UNTIL IND-TAB-ENG GREATER THAN WS-CANT-ENG.

           IF WS-ACUM-DETALLES EQUAL ZERO AND HAY-PEDIDO
              MOVE LINEA-SIN-DETALLE TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.

           PERFORM IMPRIMIR-RESUMEN-CARTERA.

      *    variaciones del engagement IND-TAB-ENG; sin horas o sin
      *    importe la tarifa y el porcentaje quedan en cero.
       CALCULAR-VARIACIONES.
           COMPUTE WS-VAR-HORAS = TAB-ENG-HS-REAL(IND-TAB-ENG)
               - TAB-ENG-HS-COTIZ(IND-TAB-ENG).
           MOVE 0 TO WS-TARIFA-COTIZ.
           IF TAB-ENG-HS-COTIZ(IND-TAB-ENG) NOT EQUAL ZERO
              COMPUTE WS-TARIFA-COTIZ ROUNDED =
                  TAB-ENG-IMP-COTIZ(IND-TAB-ENG)
                      / TAB-ENG-HS-COTIZ(IND-TAB-ENG)
           END-IF.
           MOVE 0 TO WS-TARIFA-REAL.
           IF TAB-ENG-HS-REAL(IND-TAB-ENG) NOT EQUAL ZERO
              COMPUTE WS-TARIFA-REAL ROUNDED =
                  TAB-ENG-FACTURADO(IND-TAB-ENG)
                      / TAB-ENG-HS-REAL(IND-TAB-ENG)
           END-IF.
           COMPUTE WS-MARGEN-COTIZ = TAB-ENG-IMP-COTIZ(IND-TAB-ENG)
               - TAB-ENG-COSTO-COTIZ(IND-TAB-ENG).
           COMPUTE WS-MARGEN-REAL = TAB-ENG-FACTURADO(IND-TAB-ENG)
               - TAB-ENG-COSTO-REAL(IND-TAB-ENG).
           MOVE 0 TO WS-MARGEN-PCT-COTIZ.
           IF TAB-ENG-IMP-COTIZ(IND-TAB-ENG) NOT EQUAL ZERO
              COMPUTE WS-MARGEN-PCT-COTIZ ROUNDED =
                  WS-MARGEN-COTIZ * 100
                      / TAB-ENG-IMP-COTIZ(IND-TAB-ENG)
           END-IF.
           MOVE 0 TO WS-MARGEN-PCT-REAL.
           IF TAB-ENG-FACTURADO(IND-TAB-ENG) NOT EQUAL ZERO
              COMPUTE WS-MARGEN-PCT-REAL ROUNDED =
                  WS-MARGEN-REAL * 100
                      / TAB-ENG-FACTURADO(IND-TAB-ENG)
           END-IF.
           MOVE 0 TO WS-DIAS-COBRO-REAL.
           IF TAB-ENG-COBRADO(IND-TAB-ENG) GREATER ZERO
              COMPUTE WS-DIAS-COBRO-REAL ROUNDED =
                  TAB-ENG-COB-IMP-DIAS(IND-TAB-ENG)
                      / TAB-ENG-COBRADO(IND-TAB-ENG)
           END-IF.
           COMPUTE WS-PENDIENTE = TAB-ENG-FACT-TOTAL(IND-TAB-ENG)
               - TAB-ENG-COBRADO(IND-TAB-ENG).

       IMPRIMIR-DETALLE-ENGAGEMENT.
           IF ENG-EN-DETALLE(IND-TAB-ENG)
              ADD 1 TO WS-ACUM-DETALLES
              PERFORM CALCULAR-VARIACIONES
              PERFORM IMPRIMIR-CABECERA-ENGAGEMENT
              PERFORM IMPRIMIR-SRT-ENGAGEMENT
              PERFORM IMPRIMIR-COMPARACION
           END-IF.
           SET IND-TAB-ENG UP BY 1.

       IMPRIMIR-CABECERA-ENGAGEMENT.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE TAB-ENG-RAZON(IND-TAB-ENG) TO LIN-ENG-RAZON.
           MOVE TAB-ENG-EMPRESA(IND-TAB-ENG) TO LIN-ENG-EMPRESA.
           MOVE TAB-ENG-DESDE(IND-TAB-ENG) TO LIN-ENG-DESDE.
           MOVE TAB-ENG-HASTA(IND-TAB-ENG) TO LIN-ENG-HASTA.
           MOVE TAB-ENG-MONEDA(IND-TAB-ENG) TO LIN-ENG-MONEDA.
           MOVE LINEA-ENG-1 TO REG-LISTADO.
           WRITE REG-LISTADO.
           IF TAB-ENG-PRESUPUESTO(IND-TAB-ENG) GREATER ZERO
              MOVE TAB-ENG-PRESUPUESTO(IND-TAB-ENG) TO
                  LIN-ENG-PRESUPUESTO
              MOVE TAB-ENG-MESES(IND-TAB-ENG) TO LIN-ENG-MESES
              MOVE LINEA-ENG-2 TO REG-LISTADO
           ELSE
              MOVE LINEA-SIN-PRESUPUESTO TO REG-LISTADO
           END-IF.
           WRITE REG-LISTADO.

       IMPRIMIR-SRT-ENGAGEMENT.
           IF TAB-ENG-CANT-SRT(IND-TAB-ENG) GREATER ZERO
              MOVE LINEA-ENCABEZADO-SRT TO REG-LISTADO
              WRITE REG-LISTADO
              SET IND-TAB-SRT TO 1
              PERFORM IMPRIMIR-UNA-FILA-SRT
                  UNTIL IND-TAB-SRT GREATER THAN
                        TAB-ENG-CANT-SRT(IND-TAB-ENG)
           END-IF.

       IMPRIMIR-UNA-FILA-SRT.
           MOVE TAB-SRT-SRT(IND-TAB-ENG, IND-TAB-SRT) TO LIN-SRT-SRT.
           MOVE TAB-SRT-HS-COTIZ(IND-TAB-ENG, IND-TAB-SRT) TO
               LIN-SRT-HS-COTIZ.
           MOVE TAB-SRT-HS-REAL(IND-TAB-ENG, IND-TAB-SRT) TO
               LIN-SRT-HS-REAL.
           COMPUTE WS-VAR-HORAS =
               TAB-SRT-HS-REAL(IND-TAB-ENG, IND-TAB-SRT)
               - TAB-SRT-HS-COTIZ(IND-TAB-ENG, IND-TAB-SRT).
           MOVE WS-VAR-HORAS TO LIN-SRT-VAR.
           MOVE TAB-SRT-TARIFA-COTIZ(IND-TAB-ENG, IND-TAB-SRT) TO
               LIN-SRT-TARIFA.
           MOVE TAB-SRT-COSTO-REAL(IND-TAB-ENG, IND-TAB-SRT) TO
               LIN-SRT-COSTO.
           MOVE LINEA-DETALLE-SRT TO REG-LISTADO.
           WRITE REG-LISTADO.
           SET IND-TAB-SRT UP BY 1.

       IMPRIMIR-COMPARACION.
           COMPUTE WS-VAR-HORAS = TAB-ENG-HS-REAL(IND-TAB-ENG)
               - TAB-ENG-HS-COTIZ(IND-TAB-ENG).
           MOVE LINEA-ENCABEZADO-CMP TO REG-LISTADO.
           WRITE REG-LISTADO.

           MOVE 'HORAS' TO LIN-CMP-CONCEPTO.
           MOVE TAB-ENG-HS-COTIZ(IND-TAB-ENG) TO LIN-CMP-COTIZ.
           MOVE TAB-ENG-HS-REAL(IND-TAB-ENG) TO LIN-CMP-REAL.
           MOVE WS-VAR-HORAS TO LIN-CMP-VAR.
           PERFORM ESCRIBIR-COMPARACION.

           MOVE 'IMPORTE (NETO DE NC)' TO LIN-CMP-CONCEPTO.
           MOVE TAB-ENG-IMP-COTIZ(IND-TAB-ENG) TO LIN-CMP-COTIZ.
           MOVE TAB-ENG-FACTURADO(IND-TAB-ENG) TO LIN-CMP-REAL.
           COMPUTE WS-MARGEN-REAL-VAR-AUX =
               TAB-ENG-FACTURADO(IND-TAB-ENG)
               - TAB-ENG-IMP-COTIZ(IND-TAB-ENG).
           MOVE WS-MARGEN-REAL-VAR-AUX TO LIN-CMP-VAR.
           PERFORM ESCRIBIR-COMPARACION.

           MOVE 'TARIFA REALIZADA' TO LIN-CMP-CONCEPTO.
           MOVE WS-TARIFA-COTIZ TO LIN-CMP-COTIZ.
           MOVE WS-TARIFA-REAL TO LIN-CMP-REAL.
           COMPUTE WS-MARGEN-REAL-VAR-AUX =
               WS-TARIFA-REAL - WS-TARIFA-COTIZ.
           MOVE WS-MARGEN-REAL-VAR-AUX TO LIN-CMP-VAR.
           PERFORM ESCRIBIR-COMPARACION.

           MOVE 'COSTO' TO LIN-CMP-CONCEPTO.
           MOVE TAB-ENG-COSTO-COTIZ(IND-TAB-ENG) TO LIN-CMP-COTIZ.
           MOVE TAB-ENG-COSTO-REAL(IND-TAB-ENG) TO LIN-CMP-REAL.
           COMPUTE WS-MARGEN-REAL-VAR-AUX =
               TAB-ENG-COSTO-REAL(IND-TAB-ENG)
               - TAB-ENG-COSTO-COTIZ(IND-TAB-ENG).
           MOVE WS-MARGEN-REAL-VAR-AUX TO LIN-CMP-VAR.
           PERFORM ESCRIBIR-COMPARACION.

           MOVE 'MARGEN' TO LIN-CMP-CONCEPTO.
           MOVE WS-MARGEN-COTIZ TO LIN-CMP-COTIZ.
           MOVE WS-MARGEN-REAL TO LIN-CMP-REAL.
           COMPUTE WS-MARGEN-REAL-VAR-AUX =
               WS-MARGEN-REAL - WS-MARGEN-COTIZ.
           MOVE WS-MARGEN-REAL-VAR-AUX TO LIN-CMP-VAR.
           PERFORM ESCRIBIR-COMPARACION.

           MOVE 'MARGEN %' TO LIN-CMP-CONCEPTO.
           MOVE WS-MARGEN-PCT-COTIZ TO LIN-CMP-COTIZ.
           MOVE WS-MARGEN-PCT-REAL TO LIN-CMP-REAL.
           COMPUTE WS-MARGEN-REAL-VAR-AUX =
               WS-MARGEN-PCT-REAL - WS-MARGEN-PCT-COTIZ.
           MOVE WS-MARGEN-REAL-VAR-AUX TO LIN-CMP-VAR.
           PERFORM ESCRIBIR-COMPARACION.

           IF TAB-ENG-COBRADO(IND-TAB-ENG) GREATER ZERO
              MOVE 'DIAS DE COBRO (PLAZO)' TO LIN-CMP-CONCEPTO
              MOVE TAB-ENG-PLAZO(IND-TAB-ENG) TO LIN-CMP-COTIZ
              MOVE WS-DIAS-COBRO-REAL TO LIN-CMP-REAL
              COMPUTE WS-MARGEN-REAL-VAR-AUX =
                  WS-DIAS-COBRO-REAL - TAB-ENG-PLAZO(IND-TAB-ENG)
              MOVE WS-MARGEN-REAL-VAR-AUX TO LIN-CMP-VAR
              PERFORM ESCRIBIR-COMPARACION
           ELSE
              MOVE LINEA-SIN-COBROS TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.

           MOVE TAB-ENG-FACT-TOTAL(IND-TAB-ENG) TO LIN-COB-TOTAL.
           MOVE TAB-ENG-COBRADO(IND-TAB-ENG) TO LIN-COB-COBRADO.
           MOVE WS-PENDIENTE TO LIN-COB-PENDIENTE.
           MOVE LINEA-COBRANZA TO REG-LISTADO.
           WRITE REG-LISTADO.

       ESCRIBIR-COMPARACION.
           MOVE LINEA-COMPARACION TO REG-LISTADO.
           WRITE REG-LISTADO.

      *    un renglon por engagement cerrado en el anio, con los
      *    totales de la cartera y los dias de cobro ponderados por
      *    lo cobrado.
       IMPRIMIR-RESUMEN-CARTERA.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-ANIO TO LIN-CAR-ANIO.
           MOVE LINEA-TITULO-CARTERA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO-CARTERA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           SET IND-TAB-ENG TO 1.
           PERFORM IMPRIMIR-FILA-CARTERA
               UNTIL IND-TAB-ENG GREATER THAN WS-CANT-ENG.

           IF WS-CANT-CARTERA EQUAL ZERO
              MOVE LINEA-SIN-CARTERA TO REG-LISTADO
              WRITE REG-LISTADO
           ELSE
              IF WS-TOT-COBRADO GREATER ZERO
                 COMPUTE WS-TOT-DIAS-COBRO ROUNDED =
                     WS-TOT-COB-IMP-DIAS / WS-TOT-COBRADO
              END-IF
              MOVE LINEA-DIVISORIA TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE WS-CANT-CARTERA TO LIN-TOT-CANT
              MOVE WS-TOT-HS-COTIZ TO LIN-TOT-HS-COTIZ
              MOVE WS-TOT-HS-REAL TO LIN-TOT-HS-REAL
              MOVE WS-TOT-FACTURADO TO LIN-TOT-FACTURADO
              MOVE WS-TOT-MARGEN-REAL TO LIN-TOT-MARGEN
              COMPUTE WS-MARGEN-REAL-VAR-AUX =
                  WS-TOT-MARGEN-REAL - WS-TOT-MARGEN-COTIZ
              MOVE WS-MARGEN-REAL-VAR-AUX TO LIN-TOT-VAR-MARGEN
              MOVE WS-TOT-DIAS-COBRO TO LIN-TOT-DIAS
              MOVE LINEA-TOTAL-CARTERA TO REG-LISTADO
              WRITE REG-LISTADO
              MOVE WS-TOT-IMP-COTIZ TO LIN-TOT-IMP-COTIZ
              MOVE WS-TOT-MARGEN-COTIZ TO LIN-TOT-MARGEN-COTIZ
              MOVE LINEA-TOTAL-COTIZADO TO REG-LISTADO
              WRITE REG-LISTADO
           END-IF.

       IMPRIMIR-FILA-CARTERA.
           IF ENG-EN-CARTERA(IND-TAB-ENG)
              ADD 1 TO WS-CANT-CARTERA
              PERFORM CALCULAR-VARIACIONES
              MOVE TAB-ENG-RAZON(IND-TAB-ENG) TO LIN-CAR-RAZON
              MOVE TAB-ENG-HASTA(IND-TAB-ENG) TO LIN-CAR-HASTA
              MOVE TAB-ENG-HS-COTIZ(IND-TAB-ENG) TO LIN-CAR-HS-COTIZ
              MOVE TAB-ENG-HS-REAL(IND-TAB-ENG) TO LIN-CAR-HS-REAL
              MOVE TAB-ENG-FACTURADO(IND-TAB-ENG) TO
                  LIN-CAR-FACTURADO
              MOVE WS-MARGEN-REAL TO LIN-CAR-MARGEN
              COMPUTE WS-MARGEN-REAL-VAR-AUX =
                  WS-MARGEN-REAL - WS-MARGEN-COTIZ
              MOVE WS-MARGEN-REAL-VAR-AUX TO LIN-CAR-VAR-MARGEN
              MOVE WS-DIAS-COBRO-REAL TO LIN-CAR-DIAS
              MOVE LINEA-DETALLE-CARTERA TO REG-LISTADO
              WRITE REG-LISTADO
              ADD TAB-ENG-HS-COTIZ(IND-TAB-ENG) TO WS-TOT-HS-COTIZ
              ADD TAB-ENG-HS-REAL(IND-TAB-ENG) TO WS-TOT-HS-REAL
              ADD TAB-ENG-IMP-COTIZ(IND-TAB-ENG) TO WS-TOT-IMP-COTIZ
              ADD TAB-ENG-FACTURADO(IND-TAB-ENG) TO WS-TOT-FACTURADO
              ADD WS-MARGEN-COTIZ TO WS-TOT-MARGEN-COTIZ
              ADD WS-MARGEN-REAL TO WS-TOT-MARGEN-REAL
              ADD TAB-ENG-COBRADO(IND-TAB-ENG) TO WS-TOT-COBRADO
              ADD TAB-ENG-COB-IMP-DIAS(IND-TAB-ENG) TO
                  WS-TOT-COB-IMP-DIAS
           END-IF.
           SET IND-TAB-ENG UP BY 1.

       TERMINAR.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-CONS-INDEXED.
           CLOSE ARCH-COSTOS-IDX.
           IF SRT-HIST-DISPONIBLE
              CLOSE ARCH-SRT-HIST-IDX.
           CLOSE ARCH-LISTADO.
           DISPLAY 'REPORTE GENERADO EN CIERRE-ENGAGEMENTS.LST - '
               WS-ACUM-DETALLES ' ENGAGEMENTS EN DETALLE, '
               WS-CANT-CARTERA ' EN LA CARTERA DEL ANIO'.
           IF NOT MODO-BATCH
              DISPLAY 'PRESIONE UNA TECLA PARA TERMINAR...'
              ACCEPT WS-LETRA.
           STOP RUN.
