       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultaEmpresa.
       AUTHOR. Fede.

      *    consulta integral de una empresa cliente, de solo lectura:
      *    junta en una pantalla lo que antes habia que sacar de
      *    MantenimientoEmpresas, ReporteRenovaciones, ReporteWip,
      *    ReportePartidasAbiertas y CuentaCorriente. se entra por
      *    codigo de empresa o por CUIT (clave alternativa de
      *    EMPRESAS-INDEXED.DAT) y se muestra:
      *      - los datos del maestro;
      *      - limite de credito y exposicion, con el mismo saldo
      *        abierto que controla TP1 (CARGAR-SALDOS-ABIERTOS):
      *        comprobantes menos aplicaciones menos disputas
      *        abiertas;
      *      - engagements y ordenes de trabajo vigentes o a futuro;
      *      - horas sin facturar de TIMES-INDEXED.DAT por mes (todo
      *        registro con estado distinto de 'F', como ReporteWip);
      *      - comprobantes con saldo, con su antiguedad contra el
      *        vencimiento y el total por franja;
      *      - los ultimos cinco recibos;
      *      - las tarifas negociadas (TARIFAS-EMPRESA-INDEXED.DAT),
      *        marcando la vigente de cada SRT;
      *      - lo facturado en los ultimos tres meses.
      *    ningun archivo se abre para escritura; la opcion esta
      *    disponible para el rol operador en PRINCIPAL. todos los
      *    archivos salvo el maestro de empresas son opcionales: el
      *    bloque que falta se informa como no disponible.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENGAGEMENTS.

           SELECT ARCH-ORDENES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ORDENES.

           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY-TIMES
               ALTERNATE RECORD KEY IS REG-KEY-CUIT WITH DUPLICATES
               FILE STATUS IS FS-ARCH-TIMES-IDX.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-DISPUTAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DIS-CLAVE
                   FILE STATUS IS FS-DISPUTAS.

           SELECT ARCH-COBRANZAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-COB-CLAVE
               FILE STATUS IS FS-COBRANZAS.

           SELECT ARCH-TAR-EMP-IDX ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-TAREMP-IND
                   FILE STATUS IS FS-ARCH-TAR-EMP-IDX.

           SELECT ARCH-FECHA-PROCESO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FECHA-PROCESO.

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

       FD ARCH-ENGAGEMENTS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENGAGEMENTS.DAT'
             DATA RECORD IS REG-ENGAGEMENT.

       01 REG-ENGAGEMENT.
           03 REG-ENG-EMPRESA            PIC 9(3).
           03 REG-ENG-VIG-DESDE          PIC 9(8).
           03 REG-ENG-VIG-HASTA          PIC 9(8).
           03 REG-ENG-HORAS-MENSUALES    PIC 9(5)V99.
           03 REG-ENG-HORAS-TOTALES      PIC 9(7)V99.

       FD ARCH-ORDENES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ORDENES-TRABAJO.DAT'
             DATA RECORD IS REG-ORDEN.

       01 REG-ORDEN.
           03 ORD-EMPRESA           PIC 9(3).
           03 ORD-CODIGO            PIC X(4).
           03 ORD-DESCRIPCION       PIC X(20).
           03 ORD-HORAS-PRESUP      PIC 9(7)V99.
           03 ORD-VIG-DESDE         PIC 9(8).
           03 ORD-VIG-HASTA         PIC 9(8).

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
               88 FAC-INCOBRABLE         VALUE 'I'.
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
           03 DIS-ESTADO                 PIC X(1).
               88 DIS-ABIERTA            VALUE 'D'.
           03 DIS-FECHA-RESOLUCION       PIC 9(8).
           03 DIS-USUARIO                PIC X(20).

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
      *    entidad que emitio el recibo (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 REG-COB-ENTIDAD            PIC 9(2).

       FD ARCH-TAR-EMP-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'TARIFAS-EMPRESA-INDEXED.DAT'
             DATA RECORD IS REG-TAREMP-INDEXED.

       01 REG-TAREMP-INDEXED.
           03 REG-TAREMP-IND.
               05 REG-TAREMP-EMPRESA-IND   PIC 9(3).
               05 REG-TAREMP-SRT-IND       PIC X(2).
               05 REG-TAREMP-VIG-DESDE-IND PIC 9(8).
           03 REG-TAREMP-TARIFA-IND        PIC 9(5)V99.
           03 REG-TAREMP-MONEDA-IND        PIC X(3).

       FD ARCH-FECHA-PROCESO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FECHA-PROCESO.DAT'
             DATA RECORD IS REG-FECHA-PROCESO.

       01 REG-FECHA-PROCESO.
           03 FPR-FECHA                  PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-ENGAGEMENTS   PIC XX.
           88 ENG-OK         VALUE '00'.
           88 ENG-EOF        VALUE '10'.

       77 FS-ORDENES       PIC XX.
           88 ORDENES-OK     VALUE '00'.
           88 ORDENES-EOF    VALUE '10'.

       77 FS-ARCH-TIMES-IDX PIC XX.
           88 TIMES-OK       VALUE '00'.
           88 TIMES-EOF      VALUE '10'.

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-DISPUTAS      PIC XX.
           88 DISPUTAS-OK    VALUE '00'.

       77 FS-COBRANZAS     PIC XX.
           88 COB-OK         VALUE '00'.
           88 COB-EOF        VALUE '10'.

       77 FS-ARCH-TAR-EMP-IDX PIC XX.
           88 TAR-EMP-OK     VALUE '00'.
           88 TAR-EMP-EOF    VALUE '10'.

       77 FS-FECHA-PROCESO PIC XX.
           88 FECHA-PROCESO-OK VALUE '00'.

      *    archivos opcionales que quedaron abiertos al arrancar.
       01 WS-TIMES-DISPONIBLE        PIC X VALUE 'N'.
           88 TIMES-DISPONIBLE       VALUE 'S'.
       01 WS-FACTURAS-DISPONIBLE     PIC X VALUE 'N'.
           88 FACTURAS-DISPONIBLE    VALUE 'S'.
       01 WS-APL-DISPONIBLE          PIC X VALUE 'N'.
           88 APL-DISPONIBLE         VALUE 'S'.
       01 WS-DISPUTAS-DISPONIBLE     PIC X VALUE 'N'.
           88 DISPUTAS-DISPONIBLE    VALUE 'S'.
       01 WS-COB-DISPONIBLE          PIC X VALUE 'N'.
           88 COB-DISPONIBLE         VALUE 'S'.
       01 WS-TAR-EMP-DISPONIBLE      PIC X VALUE 'N'.
           88 TAR-EMP-DISPONIBLE     VALUE 'S'.

       01 WS-CONTINUAR               PIC X VALUE 'S'.
           88 CONTINUAR-SI           VALUE 'S'.

      *    lo que ingresa el operador: hasta 3 digitos es codigo de
      *    empresa, 11 digitos es CUIT.
       01 WS-CLAVE-ENTRADA           PIC X(11).
       01 WS-COD-BUSCADO             PIC 9(3).
       01 WS-EMP-ENCONTRADA          PIC X VALUE 'N'.
           88 EMP-ENCONTRADA         VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-DIAS-HOY                PIC 9(7).
       01 WS-MES-ACTUAL-ABS          PIC 9(6).
       01 WS-MES-ABS                 PIC 9(6).
       01 WS-FECHA-MES.
           03 WS-FECHA-MES-AAAA      PIC 9(4).
           03 WS-FECHA-MES-MM        PIC 9(2).
           03 WS-FECHA-MES-DD        PIC 9(2).
       01 WS-FECHA-MES-N REDEFINES WS-FECHA-MES PIC 9(8).
       01 WS-TRES-MESES-DESDE        PIC 9(8).

      *    la fecha de la clave de TIMES viene DDMMAAAA: se recompone
      *    a AAAAMMDD antes de comparar, mismo criterio que TP2.
       01 WS-FECHA-AM.
           03 WS-FECHA-AM-AAAA       PIC 9(4).
           03 WS-FECHA-AM-MM         PIC 9(2).
           03 WS-FECHA-AM-DD         PIC 9(2).
       01 WS-FECHA-AM-N REDEFINES WS-FECHA-AM PIC 9(8).

       01 WS-HORAS-NETO              PIC S9(4)V99.
       01 WS-CANT-RENGLONES          PIC 9(4).

      *    horas sin facturar por mes (AAAAMM).
       01 TABLA-WIP.
           03 TAB-WIP OCCURS 36 TIMES INDEXED BY IND-TAB-WIP.
               05 TAB-WIP-PERIODO       PIC 9(6).
               05 TAB-WIP-HORAS         PIC S9(6)V99.
               05 TAB-WIP-REGISTROS     PIC 9(5).
       01 WS-CANT-WIP                PIC 9(2).
       01 WS-WIP-PERIODO             PIC 9(6).
       01 WS-WIP-TOTAL-HORAS         PIC S9(7)V99.
       01 WS-WIP-OTROS               PIC S9(7)V99.

      *    comprobantes de la empresa con su saldo.
       01 WS-MAX-FAC                 PIC 9(3) VALUE 500.
       01 TABLA-COMPROBANTES.
           03 TAB-FAC OCCURS 500 TIMES INDEXED BY IND-TAB-FAC.
               05 TAB-FAC-CLAVE.
                   07 TAB-FAC-PV           PIC 9(4).
                   07 TAB-FAC-LETRA        PIC X(1).
                   07 TAB-FAC-NUMERO       PIC 9(8).
               05 TAB-FAC-FECHA         PIC 9(8).
               05 TAB-FAC-VENCE         PIC 9(8).
               05 TAB-FAC-MONEDA        PIC X(3).
               05 TAB-FAC-ESTADO        PIC X(1).
               05 TAB-FAC-TOTAL         PIC S9(10)V99.
               05 TAB-FAC-SALDO         PIC S9(10)V99.
               05 TAB-FAC-DISPUTA       PIC 9(10)V99.
       01 WS-CANT-FAC                PIC 9(3).

       01 WS-SALDO-ABIERTO           PIC S9(11)V99.
       01 WS-EN-DISPUTA              PIC S9(11)V99.
       01 WS-A-CUENTA                PIC S9(11)V99.
       01 WS-EXPOSICION              PIC S9(11)V99.
       01 WS-DISPONIBLE              PIC S9(11)V99.
       01 WS-APL-IMPORTE             PIC 9(10)V99.
       01 WS-APL-ENCONTRADA          PIC X VALUE 'N'.
           88 APL-ENCONTRADA         VALUE 'S'.

       01 WS-DIAS-ATRASO             PIC S9(5).
       01 TABLA-FRANJAS.
           03 WS-FRANJA-A-VENCER     PIC S9(11)V99.
           03 WS-FRANJA-30           PIC S9(11)V99.
           03 WS-FRANJA-60           PIC S9(11)V99.
           03 WS-FRANJA-90           PIC S9(11)V99.
           03 WS-FRANJA-90-MAS       PIC S9(11)V99.

      *    los recibos se leen en orden de fecha: se guardan los
      *    ultimos cinco corriendo la ventana.
       01 TABLA-RECIBOS.
           03 TAB-REC OCCURS 5 TIMES.
               05 TAB-REC-FECHA         PIC 9(8).
               05 TAB-REC-NRO           PIC 9(8).
               05 TAB-REC-REFERENCIA    PIC X(10).
               05 TAB-REC-MEDIO         PIC X(1).
               05 TAB-REC-IMPORTE       PIC 9(10)V99.
               05 TAB-REC-MONEDA        PIC X(3).
       01 WS-CANT-REC                PIC 9(1).
       01 WS-R                       PIC 9(1).

      *    tarifa negociada leida un paso atras: recien al leer la
      *    siguiente se sabe si es la vigente de su SRT.
       01 WS-TAR-ANTERIOR.
           03 WS-TAR-ANT-SRT         PIC X(2).
           03 WS-TAR-ANT-DESDE       PIC 9(8).
           03 WS-TAR-ANT-TARIFA      PIC 9(5)V99.
           03 WS-TAR-ANT-MONEDA      PIC X(3).
       01 WS-HAY-TAR-ANTERIOR        PIC X VALUE 'N'.
           88 HAY-TAR-ANTERIOR       VALUE 'S'.
       01 WS-CANT-TARIFAS            PIC 9(3).

       01 TABLA-FACTURACION-MES.
           03 TAB-FME OCCURS 3 TIMES.
               05 TAB-FME-PERIODO       PIC 9(6).
               05 TAB-FME-CANTIDAD      PIC 9(4).
               05 TAB-FME-NETO          PIC S9(11)V99.
               05 TAB-FME-TOTAL         PIC S9(11)V99.
       01 WS-M                       PIC 9(1).

       01 WS-CANT-ENG                PIC 9(3).
       01 WS-CANT-ORD                PIC 9(3).

       01 LINEA-SEPARADOR            PIC X(78) VALUE ALL '-'.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(24) VALUE
              'CONSULTA DE EMPRESA '.
           03 LIN-TIT-COD            PIC 9(3).
           03 FILLER                 PIC X(3) VALUE ' - '.
           03 LIN-TIT-RAZON          PIC X(25).
           03 FILLER                 PIC X(8) VALUE '  AL '.
           03 LIN-TIT-FECHA          PIC 9(8).

       01 LINEA-IMPORTE.
           03 LIN-IMP-ROTULO         PIC X(30).
           03 LIN-IMP-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-IMP-NOTA           PIC X(25).

       01 LINEA-ENGAGEMENT.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-ENG-DESDE          PIC 9(8).
           03 FILLER                 PIC X(3) VALUE ' A '.
           03 LIN-ENG-HASTA          PIC 9(8).
           03 FILLER                 PIC X(12) VALUE '  HS/MES: '.
           03 LIN-ENG-MENSUALES      PIC ZZZZ9,99.
           03 FILLER                 PIC X(12) VALUE '  HS TOT.: '.
           03 LIN-ENG-TOTALES        PIC ZZZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-ENG-ESTADO         PIC X(8).

       01 LINEA-ORDEN.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-ORD-CODIGO         PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-ORD-DESCRIPCION    PIC X(20).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-ORD-DESDE          PIC 9(8).
           03 FILLER                 PIC X(3) VALUE ' A '.
           03 LIN-ORD-HASTA          PIC 9(8).
           03 FILLER                 PIC X(9) VALUE '  PRES.: '.
           03 LIN-ORD-HORAS          PIC ZZZZZZ9,99.

       01 LINEA-WIP.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-WIP-PERIODO        PIC 9(6).
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-WIP-HORAS          PIC -ZZZZZ9,99.
           03 FILLER                 PIC X(4) VALUE ' HS '.
           03 LIN-WIP-REGISTROS      PIC ZZZZ9.
           03 FILLER                 PIC X(10) VALUE ' REGISTROS'.

       01 LINEA-COMPROBANTE.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-FAC-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-FAC-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-FAC-NUMERO         PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAC-FECHA          PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAC-VENCE          PIC 9(8).
           03 LIN-FAC-TOTAL          PIC -ZZZZZZZZ9,99.
           03 LIN-FAC-SALDO          PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAC-MONEDA         PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAC-DIAS           PIC -ZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAC-MARCA          PIC X(8).

       01 LINEA-ENCAB-COMPROBANTES.
           03 FILLER       PIC X(18) VALUE '  COMPROBANTE'.
           03 FILLER       PIC X(9) VALUE 'FECHA'.
           03 FILLER       PIC X(9) VALUE 'VENCE'.
           03 FILLER       PIC X(13) VALUE '        TOTAL'.
           03 FILLER       PIC X(13) VALUE '        SALDO'.
           03 FILLER       PIC X(10) VALUE '      DIAS'.

       01 LINEA-FRANJAS.
           03 FILLER                 PIC X(11) VALUE '  A VENCER'.
           03 LIN-FRA-A-VENCER       PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(7) VALUE '  0-30'.
           03 LIN-FRA-30             PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(8) VALUE '  31-60'.
           03 LIN-FRA-60             PIC -ZZZZZZZZ9,99.

       01 LINEA-FRANJAS-2.
           03 FILLER                 PIC X(18) VALUE SPACES.
           03 FILLER                 PIC X(11) VALUE '  61-90'.
           03 LIN-FRA-90             PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(8) VALUE '  +90'.
           03 LIN-FRA-90-MAS         PIC -ZZZZZZZZ9,99.

       01 LINEA-RECIBO.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-REC-FECHA          PIC 9(8).
           03 FILLER                 PIC X(8) VALUE '  NRO. '.
           03 LIN-REC-NRO            PIC Z(7)9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-REC-REFERENCIA     PIC X(10).
           03 FILLER                 PIC X(9) VALUE '  MEDIO: '.
           03 LIN-REC-MEDIO          PIC X(1).
           03 LIN-REC-IMPORTE        PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-REC-MONEDA         PIC X(3).

       01 LINEA-TARIFA.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 FILLER                 PIC X(5) VALUE 'SRT '.
           03 LIN-TAR-SRT            PIC X(2).
           03 FILLER                 PIC X(9) VALUE '  DESDE '.
           03 LIN-TAR-DESDE          PIC 9(8).
           03 LIN-TAR-TARIFA         PIC ZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TAR-MONEDA         PIC X(3).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-TAR-MARCA          PIC X(8).

       01 LINEA-FACT-MES.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-FME-PERIODO        PIC 9(6).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-FME-CANTIDAD       PIC ZZZ9.
           03 FILLER                 PIC X(14) VALUE ' COMPROB. NETO'.
           03 LIN-FME-NETO           PIC -ZZZZZZZZZZ9,99.
           03 FILLER                 PIC X(7) VALUE '  TOTAL'.
           03 LIN-FME-TOTAL          PIC -ZZZZZZZZZZ9,99.

       PROCEDURE DIVISION.

       CONSULTA-EMPRESA-MAIN.
           PERFORM OBTENER-FECHA-PROCESO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CONSULTAR-UNA-EMPRESA UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

      *    fecha de negocio: el reloj, pisado por FECHA-PROCESO.DAT
      *    si esta cargada - mantenida desde PRINCIPAL.
       OBTENER-FECHA-PROCESO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ARCH-FECHA-PROCESO.
           IF FECHA-PROCESO-OK
              READ ARCH-FECHA-PROCESO
                  AT END MOVE SPACES TO REG-FECHA-PROCESO
              END-READ
              IF FPR-FECHA IS NUMERIC AND FPR-FECHA GREATER ZERO
                 MOVE FPR-FECHA TO WS-FECHA-HOY
              END-IF
              CLOSE ARCH-FECHA-PROCESO.
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE
               (WS-FECHA-HOY).

      *    los tres meses de facturacion terminan en el mes actual;
      *    los meses se cuentan como AAAA * 12 + MM - 1.
           MOVE WS-FECHA-HOY TO WS-FECHA-MES-N.
           COMPUTE WS-MES-ACTUAL-ABS =
               WS-FECHA-MES-AAAA * 12 + WS-FECHA-MES-MM - 1.
           COMPUTE WS-MES-ABS = WS-MES-ACTUAL-ABS - 2.
           DIVIDE WS-MES-ABS BY 12 GIVING WS-FECHA-MES-AAAA
               REMAINDER WS-FECHA-MES-MM.
           ADD 1 TO WS-FECHA-MES-MM.
           MOVE 01 TO WS-FECHA-MES-DD.
           MOVE WS-FECHA-MES-N TO WS-TRES-MESES-DESDE.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-TIMES-IDX.
           IF TIMES-OK
              MOVE 'S' TO WS-TIMES-DISPONIBLE.
           OPEN INPUT ARCH-FACTURAS.
           IF FACTURAS-OK
              MOVE 'S' TO WS-FACTURAS-DISPONIBLE.
           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              MOVE 'S' TO WS-APL-DISPONIBLE.
           OPEN INPUT ARCH-DISPUTAS.
           IF DISPUTAS-OK
              MOVE 'S' TO WS-DISPUTAS-DISPONIBLE.
           OPEN INPUT ARCH-COBRANZAS.
           IF COB-OK
              MOVE 'S' TO WS-COB-DISPONIBLE.
           OPEN INPUT ARCH-TAR-EMP-IDX.
           IF TAR-EMP-OK
              MOVE 'S' TO WS-TAR-EMP-DISPONIBLE.

       CONSULTAR-UNA-EMPRESA.
           DISPLAY ' '.
           DISPLAY 'CODIGO DE EMPRESA (999) O CUIT (11 DIGITOS), '
               'ENTER = SALIR: '.
           MOVE SPACES TO WS-CLAVE-ENTRADA.
           ACCEPT WS-CLAVE-ENTRADA.
           IF WS-CLAVE-ENTRADA EQUAL SPACES
              MOVE 'N' TO WS-CONTINUAR
           ELSE
              PERFORM BUSCAR-EMPRESA
              IF EMP-ENCONTRADA
                 PERFORM MOSTRAR-EMPRESA
              ELSE
                 DISPLAY 'NO EXISTE UNA EMPRESA CON ESE CODIGO O '
                     'CUIT: ' WS-CLAVE-ENTRADA
              END-IF
           END-IF.

       BUSCAR-EMPRESA.
           MOVE 'N' TO WS-EMP-ENCONTRADA.
           IF WS-CLAVE-ENTRADA IS NUMERIC
              MOVE WS-CLAVE-ENTRADA TO REG-EMP-IND-CUIT
              READ ARCH-EMP-IDX KEY IS REG-EMP-IND-CUIT
                  INVALID KEY MOVE '23' TO FS-ARCH-EMP-IDX
              END-READ
              IF EMP-OK
                 MOVE 'S' TO WS-EMP-ENCONTRADA
              END-IF
           ELSE
              IF WS-CLAVE-ENTRADA (4:8) EQUAL SPACES
                 COMPUTE WS-COD-BUSCADO =
                     FUNCTION NUMVAL (WS-CLAVE-ENTRADA (1:3))
                 MOVE WS-COD-BUSCADO TO REG-EMP-IND-COD
                 READ ARCH-EMP-IDX KEY IS REG-EMP-IND-COD
                     INVALID KEY MOVE '23' TO FS-ARCH-EMP-IDX
                 END-READ
                 IF EMP-OK
                    MOVE 'S' TO WS-EMP-ENCONTRADA
                 END-IF
              END-IF
           END-IF.

       MOSTRAR-EMPRESA.
           MOVE REG-EMP-IND-COD TO LIN-TIT-COD.
           MOVE REG-EMP-IND-RAZON TO LIN-TIT-RAZON.
           MOVE WS-FECHA-HOY TO LIN-TIT-FECHA.
           DISPLAY LINEA-SEPARADOR.
           DISPLAY LINEA-TITULO.
           DISPLAY LINEA-SEPARADOR.
           PERFORM MOSTRAR-MAESTRO.
           PERFORM CARGAR-COMPROBANTES.
           PERFORM MOSTRAR-CREDITO.
           PERFORM MOSTRAR-ENGAGEMENTS.
           PERFORM MOSTRAR-ORDENES.
           PERFORM MOSTRAR-HORAS-SIN-FACTURAR.
           PERFORM MOSTRAR-COMPROBANTES-ABIERTOS.
           PERFORM MOSTRAR-ULTIMOS-RECIBOS.
           PERFORM MOSTRAR-TARIFAS-NEGOCIADAS.
           PERFORM MOSTRAR-FACTURACION-RECIENTE.
           DISPLAY LINEA-SEPARADOR.

       MOSTRAR-MAESTRO.
           DISPLAY 'DATOS DEL MAESTRO'.
           DISPLAY '  CUIT: ' REG-EMP-IND-CUIT
               '  DIRECCION: ' REG-EMP-IND-DIRECCION.
           DISPLAY '  TELEFONO: ' REG-EMP-IND-TEL
               '  MONEDA: ' REG-EMP-IND-MONEDA
               '  COND. IVA: ' REG-EMP-IND-COND-IVA.
           DISPLAY '  RETENCION: ' REG-EMP-IND-RETENCION-PCT
               '  JURISD.: ' REG-EMP-IND-JURISDICCION
               '  PLAZO: ' REG-EMP-IND-PLAZO-PAGO ' DIAS'
               '  GRUPO: ' REG-EMP-IND-GRUPO.
           DISPLAY '  DEBITO DIRECTO: ' REG-EMP-IND-DEBITO-AUTO
               '  CBU: ' REG-EMP-IND-CBU.
           DISPLAY '  EXIGE CONFORMIDAD: ' REG-EMP-IND-CONFORMIDAD
               '  RESPONSABLE: ' REG-EMP-IND-RESPONSABLE.
           IF REG-EMP-IND-FECHA-BAJA IS NUMERIC
              AND REG-EMP-IND-FECHA-BAJA GREATER ZERO
              DISPLAY '  EMPRESA RETIRADA - FECHA DE BAJA: '
                  REG-EMP-IND-FECHA-BAJA.

      *    comprobantes de la empresa por la clave alternativa de
      *    CUIT, con su saldo: total (las NC en negativo) menos lo
      *    aplicado y la disputa abierta de cada uno. de paso se
      *    acumula lo facturado en los ultimos tres meses.
       CARGAR-COMPROBANTES.
           MOVE 0 TO WS-CANT-FAC.
           MOVE 0 TO WS-A-CUENTA.
           INITIALIZE TABLA-FACTURACION-MES.
           MOVE WS-MES-ACTUAL-ABS TO WS-MES-ABS.
           SUBTRACT 2 FROM WS-MES-ABS.
           MOVE 1 TO WS-M.
           PERFORM ARMAR-PERIODO-FACTURACION UNTIL WS-M GREATER 3.

           IF FACTURAS-DISPONIBLE
              MOVE REG-EMP-IND-CUIT TO FAC-CUIT
              START ARCH-FACTURAS KEY IS NOT LESS THAN FAC-CUIT
                  INVALID KEY MOVE '10' TO FS-FACTURAS
              END-START
              IF FACTURAS-OK
                 PERFORM LEER-FACTURA
                 PERFORM CARGAR-UN-COMPROBANTE
                     UNTIL FACTURAS-EOF
                      OR FAC-CUIT NOT EQUAL REG-EMP-IND-CUIT
              END-IF
              IF APL-DISPONIBLE
                 PERFORM RESTAR-APLICACIONES
              END-IF
              IF DISPUTAS-DISPONIBLE
                 SET IND-TAB-FAC TO 1
                 PERFORM BUSCAR-DISPUTA-COMPROBANTE
                     UNTIL IND-TAB-FAC GREATER THAN WS-CANT-FAC
              END-IF
           END-IF.

       ARMAR-PERIODO-FACTURACION.
           DIVIDE WS-MES-ABS BY 12 GIVING WS-FECHA-MES-AAAA
               REMAINDER WS-FECHA-MES-MM.
           ADD 1 TO WS-FECHA-MES-MM.
           MOVE WS-FECHA-MES-N (1:6) TO TAB-FME-PERIODO(WS-M).
           ADD 1 TO WS-MES-ABS.
           ADD 1 TO WS-M.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

       CARGAR-UN-COMPROBANTE.
           IF NOT FAC-ANULADA
              IF WS-CANT-FAC LESS WS-MAX-FAC
                 ADD 1 TO WS-CANT-FAC
                 SET IND-TAB-FAC TO WS-CANT-FAC
                 MOVE FAC-PUNTO-VENTA TO TAB-FAC-PV(IND-TAB-FAC)
                 MOVE FAC-LETRA TO TAB-FAC-LETRA(IND-TAB-FAC)
                 MOVE FAC-NUMERO TO TAB-FAC-NUMERO(IND-TAB-FAC)
                 MOVE FAC-FECHA TO TAB-FAC-FECHA(IND-TAB-FAC)
                 MOVE FAC-VENCIMIENTO TO TAB-FAC-VENCE(IND-TAB-FAC)
                 IF FAC-VENCIMIENTO EQUAL ZERO
                    MOVE FAC-FECHA TO TAB-FAC-VENCE(IND-TAB-FAC)
                 END-IF
                 MOVE FAC-MONEDA TO TAB-FAC-MONEDA(IND-TAB-FAC)
                 MOVE FAC-ESTADO TO TAB-FAC-ESTADO(IND-TAB-FAC)
                 IF FAC-ES-NOTA-CREDITO
                    COMPUTE TAB-FAC-TOTAL(IND-TAB-FAC) =
                        FAC-TOTAL * -1
                 ELSE
                    MOVE FAC-TOTAL TO TAB-FAC-TOTAL(IND-TAB-FAC)
                 END-IF
                 MOVE TAB-FAC-TOTAL(IND-TAB-FAC) TO
                     TAB-FAC-SALDO(IND-TAB-FAC)
                 MOVE 0 TO TAB-FAC-DISPUTA(IND-TAB-FAC)
              ELSE
                 DISPLAY 'AVISO: MAS DE ' WS-MAX-FAC ' COMPROBANTES, '
                     'EL SALDO MOSTRADO ES PARCIAL'
              END-IF
              PERFORM ACUMULAR-FACTURACION-MES
           END-IF.
           PERFORM LEER-FACTURA.

       ACUMULAR-FACTURACION-MES.
           IF FAC-FECHA NOT LESS WS-TRES-MESES-DESDE
              MOVE FAC-FECHA TO WS-FECHA-MES-N
              COMPUTE WS-MES-ABS =
                  WS-FECHA-MES-AAAA * 12 + WS-FECHA-MES-MM - 1
              COMPUTE WS-M = WS-MES-ABS - WS-MES-ACTUAL-ABS + 3
              IF WS-MES-ABS NOT GREATER WS-MES-ACTUAL-ABS
                 ADD 1 TO TAB-FME-CANTIDAD(WS-M)
                 IF FAC-ES-NOTA-CREDITO
                    SUBTRACT FAC-IMPORTE-BRUTO FROM TAB-FME-NETO(WS-M)
                    SUBTRACT FAC-TOTAL FROM TAB-FME-TOTAL(WS-M)
                 ELSE
                    ADD FAC-IMPORTE-BRUTO TO TAB-FME-NETO(WS-M)
                    ADD FAC-TOTAL TO TAB-FME-TOTAL(WS-M)
                 END-IF
              END-IF
           END-IF.

      *    aplicaciones de la empresa por START parcial por CUIT -
      *    mismo criterio de importe que RESTAR-APLICACION-SALDO en
      *    TP1: el importe en moneda del documento si lo hay. lo que
      *    no encuentra su comprobante queda a cuenta.
       RESTAR-APLICACIONES.
           MOVE REG-EMP-IND-CUIT TO REG-APL-CUIT.
           MOVE ZEROS TO REG-APL-FECHA-COB.
           MOVE LOW-VALUES TO REG-APL-REFERENCIA.
           MOVE ZEROS TO REG-APL-FACTURA.
           MOVE ZEROS TO REG-APL-PV.
           MOVE LOW-VALUES TO REG-APL-LETRA.
           START ARCH-APLICACIONES KEY IS NOT LESS THAN REG-APL-CLAVE
               INVALID KEY MOVE '10' TO FS-APLICACIONES
           END-START.
           IF APL-OK
              PERFORM LEER-APLICACION
              PERFORM RESTAR-UNA-APLICACION
                  UNTIL APL-EOF
                   OR REG-APL-CUIT NOT EQUAL REG-EMP-IND-CUIT
           END-IF.

       LEER-APLICACION.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

       RESTAR-UNA-APLICACION.
           IF REG-APL-IMPORTE-DOC GREATER ZERO
              MOVE REG-APL-IMPORTE-DOC TO WS-APL-IMPORTE
           ELSE
              MOVE REG-APL-IMPORTE TO WS-APL-IMPORTE
           END-IF.
           MOVE 'N' TO WS-APL-ENCONTRADA.
           SET IND-TAB-FAC TO 1.
           SEARCH TAB-FAC
               WHEN IND-TAB-FAC GREATER THAN WS-CANT-FAC
                   CONTINUE
               WHEN TAB-FAC-NUMERO(IND-TAB-FAC) EQUAL REG-APL-FACTURA
                AND TAB-FAC-PV(IND-TAB-FAC) EQUAL REG-APL-PV
                AND TAB-FAC-LETRA(IND-TAB-FAC) EQUAL REG-APL-LETRA
                   MOVE 'S' TO WS-APL-ENCONTRADA
                   SUBTRACT WS-APL-IMPORTE FROM
                       TAB-FAC-SALDO(IND-TAB-FAC)
           END-SEARCH.
           IF NOT APL-ENCONTRADA
              ADD WS-APL-IMPORTE TO WS-A-CUENTA.
           PERFORM LEER-APLICACION.

       BUSCAR-DISPUTA-COMPROBANTE.
           IF TAB-FAC-SALDO(IND-TAB-FAC) NOT EQUAL ZERO
              MOVE TAB-FAC-CLAVE(IND-TAB-FAC) TO DIS-CLAVE
              READ ARCH-DISPUTAS KEY IS DIS-CLAVE
                  INVALID KEY MOVE '23' TO FS-DISPUTAS
              END-READ
              IF DISPUTAS-OK AND DIS-ABIERTA
                 MOVE DIS-IMPORTE TO TAB-FAC-DISPUTA(IND-TAB-FAC)
              END-IF
           END-IF.
           SET IND-TAB-FAC UP BY 1.

      *    exposicion = saldo abierto neto de disputas, el mismo que
      *    TP1 compara contra el limite al facturar.
       MOSTRAR-CREDITO.
           MOVE 0 TO WS-SALDO-ABIERTO.
           MOVE 0 TO WS-EN-DISPUTA.
           SET IND-TAB-FAC TO 1.
           PERFORM SUMAR-SALDO-COMPROBANTE
               UNTIL IND-TAB-FAC GREATER THAN WS-CANT-FAC.
           COMPUTE WS-EXPOSICION =
               WS-SALDO-ABIERTO - WS-EN-DISPUTA - WS-A-CUENTA.

           DISPLAY 'CREDITO'.
           IF NOT FACTURAS-DISPONIBLE
              DISPLAY '  FACTURAS.DAT NO DISPONIBLE'.
           MOVE SPACES TO LIN-IMP-NOTA.
           MOVE '  LIMITE DE CREDITO' TO LIN-IMP-ROTULO.
           MOVE REG-EMP-IND-LIMITE-CRED TO LIN-IMP-VALOR.
           IF REG-EMP-IND-LIMITE-CRED EQUAL ZERO
              MOVE 'SIN LIMITE' TO LIN-IMP-NOTA.
           DISPLAY LINEA-IMPORTE.
           MOVE SPACES TO LIN-IMP-NOTA.
           MOVE '  SALDO ABIERTO' TO LIN-IMP-ROTULO.
           MOVE WS-SALDO-ABIERTO TO LIN-IMP-VALOR.
           DISPLAY LINEA-IMPORTE.
           MOVE '  EN DISPUTA' TO LIN-IMP-ROTULO.
           MOVE WS-EN-DISPUTA TO LIN-IMP-VALOR.
           DISPLAY LINEA-IMPORTE.
           MOVE '  COBRADO A CUENTA' TO LIN-IMP-ROTULO.
           MOVE WS-A-CUENTA TO LIN-IMP-VALOR.
           DISPLAY LINEA-IMPORTE.
           MOVE '  EXPOSICION' TO LIN-IMP-ROTULO.
           MOVE WS-EXPOSICION TO LIN-IMP-VALOR.
           DISPLAY LINEA-IMPORTE.
           IF REG-EMP-IND-LIMITE-CRED GREATER ZERO
              COMPUTE WS-DISPONIBLE =
                  REG-EMP-IND-LIMITE-CRED - WS-EXPOSICION
              MOVE '  DISPONIBLE' TO LIN-IMP-ROTULO
              MOVE WS-DISPONIBLE TO LIN-IMP-VALOR
              IF WS-DISPONIBLE LESS ZERO
                 MOVE 'LIMITE EXCEDIDO' TO LIN-IMP-NOTA
              END-IF
              DISPLAY LINEA-IMPORTE
           END-IF.

       SUMAR-SALDO-COMPROBANTE.
           ADD TAB-FAC-SALDO(IND-TAB-FAC) TO WS-SALDO-ABIERTO.
           ADD TAB-FAC-DISPUTA(IND-TAB-FAC) TO WS-EN-DISPUTA.
           SET IND-TAB-FAC UP BY 1.

      *    vigentes hoy o que todavia no empezaron.
       MOSTRAR-ENGAGEMENTS.
           DISPLAY 'ENGAGEMENTS VIGENTES'.
           MOVE 0 TO WS-CANT-ENG.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF ENG-OK
              PERFORM LEER-ENGAGEMENT
              PERFORM MOSTRAR-UN-ENGAGEMENT UNTIL ENG-EOF
              CLOSE ARCH-ENGAGEMENTS
              IF WS-CANT-ENG EQUAL ZERO
                 DISPLAY '  SIN ENGAGEMENTS VIGENTES'
              END-IF
           ELSE
              DISPLAY '  ENGAGEMENTS.DAT NO DISPONIBLE'.

       LEER-ENGAGEMENT.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       MOSTRAR-UN-ENGAGEMENT.
           IF REG-ENG-EMPRESA EQUAL REG-EMP-IND-COD
              AND REG-ENG-VIG-HASTA NOT LESS WS-FECHA-HOY
              ADD 1 TO WS-CANT-ENG
              MOVE REG-ENG-VIG-DESDE TO LIN-ENG-DESDE
              MOVE REG-ENG-VIG-HASTA TO LIN-ENG-HASTA
              MOVE REG-ENG-HORAS-MENSUALES TO LIN-ENG-MENSUALES
              MOVE REG-ENG-HORAS-TOTALES TO LIN-ENG-TOTALES
              IF REG-ENG-VIG-DESDE GREATER WS-FECHA-HOY
                 MOVE 'A FUTURO' TO LIN-ENG-ESTADO
              ELSE
                 MOVE 'VIGENTE' TO LIN-ENG-ESTADO
              END-IF
              DISPLAY LINEA-ENGAGEMENT.
           PERFORM LEER-ENGAGEMENT.

       MOSTRAR-ORDENES.
           DISPLAY 'ORDENES DE TRABAJO VIGENTES'.
           MOVE 0 TO WS-CANT-ORD.
           OPEN INPUT ARCH-ORDENES.
           IF ORDENES-OK
              PERFORM LEER-ORDEN
              PERFORM MOSTRAR-UNA-ORDEN UNTIL ORDENES-EOF
              CLOSE ARCH-ORDENES
              IF WS-CANT-ORD EQUAL ZERO
                 DISPLAY '  SIN ORDENES VIGENTES'
              END-IF
           ELSE
              DISPLAY '  ORDENES-TRABAJO.DAT NO DISPONIBLE'.

       LEER-ORDEN.
           READ ARCH-ORDENES AT END MOVE '10' TO FS-ORDENES.

       MOSTRAR-UNA-ORDEN.
           IF ORD-EMPRESA EQUAL REG-EMP-IND-COD
              AND ORD-VIG-HASTA NOT LESS WS-FECHA-HOY
              ADD 1 TO WS-CANT-ORD
              MOVE ORD-CODIGO TO LIN-ORD-CODIGO
              MOVE ORD-DESCRIPCION TO LIN-ORD-DESCRIPCION
              MOVE ORD-VIG-DESDE TO LIN-ORD-DESDE
              MOVE ORD-VIG-HASTA TO LIN-ORD-HASTA
              MOVE ORD-HORAS-PRESUP TO LIN-ORD-HORAS
              DISPLAY LINEA-ORDEN.
           PERFORM LEER-ORDEN.

      *    trabajos de la empresa por la clave alternativa de CUIT
      *    (mismo START que POSICIONAR-MAESTRO-TIMES de TP2); sin
      *    facturar es todo estado distinto de 'F', como ReporteWip.
       MOSTRAR-HORAS-SIN-FACTURAR.
           DISPLAY 'HORAS SIN FACTURAR'.
           IF NOT TIMES-DISPONIBLE
              DISPLAY '  TIMES-INDEXED.DAT NO DISPONIBLE'
           ELSE
              MOVE 0 TO WS-CANT-WIP
              MOVE 0 TO WS-WIP-TOTAL-HORAS
              MOVE 0 TO WS-WIP-OTROS
              MOVE REG-EMP-IND-CUIT TO REG-KEY-CUIT
              START ARCH-TIMES-IDX KEY IS EQUAL REG-KEY-CUIT
                  INVALID KEY MOVE '10' TO FS-ARCH-TIMES-IDX
              END-START
              IF TIMES-OK
                 PERFORM LEER-TIMES
                 PERFORM ACUMULAR-UN-TIMES
                     UNTIL TIMES-EOF
                      OR REG-KEY-CUIT NOT EQUAL REG-EMP-IND-CUIT
              END-IF
              IF WS-CANT-WIP EQUAL ZERO
                 DISPLAY '  SIN HORAS PENDIENTES DE FACTURAR'
              ELSE
                 SET IND-TAB-WIP TO 1
                 PERFORM MOSTRAR-UN-MES-WIP
                     UNTIL IND-TAB-WIP GREATER THAN WS-CANT-WIP
                 IF WS-WIP-OTROS NOT EQUAL ZERO
                    DISPLAY '  OTROS MESES (TABLA LLENA): '
                        WS-WIP-OTROS
                 END-IF
                 MOVE SPACES TO LIN-IMP-NOTA
                 MOVE '  TOTAL HORAS' TO LIN-IMP-ROTULO
                 MOVE WS-WIP-TOTAL-HORAS TO LIN-IMP-VALOR
                 DISPLAY LINEA-IMPORTE
              END-IF
           END-IF.

       LEER-TIMES.
           READ ARCH-TIMES-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TIMES-IDX
           END-READ.

       ACUMULAR-UN-TIMES.
           IF REG-TIMES-ESTADO NOT EQUAL 'F'
              IF REG-TIMES-TIPO EQUAL 'C'
                 COMPUTE WS-HORAS-NETO = REG-TIMES-HORAS * -1
              ELSE
                 MOVE REG-TIMES-HORAS TO WS-HORAS-NETO
              END-IF
              MOVE REG-KEY-FECHA (5:4) TO WS-WIP-PERIODO (1:4)
              MOVE REG-KEY-FECHA (3:2) TO WS-WIP-PERIODO (5:2)
              ADD WS-HORAS-NETO TO WS-WIP-TOTAL-HORAS
              PERFORM UBICAR-MES-WIP
           END-IF.
           PERFORM LEER-TIMES.

      *    la tabla queda ordenada por periodo: el mes nuevo se
      *    inserta corriendo los posteriores un lugar.
       UBICAR-MES-WIP.
           SET IND-TAB-WIP TO 1.
           SEARCH TAB-WIP
               WHEN IND-TAB-WIP GREATER THAN WS-CANT-WIP
                   PERFORM INSERTAR-MES-WIP
               WHEN TAB-WIP-PERIODO(IND-TAB-WIP) EQUAL WS-WIP-PERIODO
                   ADD WS-HORAS-NETO TO TAB-WIP-HORAS(IND-TAB-WIP)
                   ADD 1 TO TAB-WIP-REGISTROS(IND-TAB-WIP)
           END-SEARCH.

       INSERTAR-MES-WIP.
           IF WS-CANT-WIP NOT LESS 36
              ADD WS-HORAS-NETO TO WS-WIP-OTROS
           ELSE
              ADD 1 TO WS-CANT-WIP
              SET IND-TAB-WIP TO WS-CANT-WIP
              PERFORM CORRER-MES-WIP
                  UNTIL IND-TAB-WIP EQUAL 1
                   OR TAB-WIP-PERIODO(IND-TAB-WIP - 1) LESS
                      WS-WIP-PERIODO
              MOVE WS-WIP-PERIODO TO TAB-WIP-PERIODO(IND-TAB-WIP)
              MOVE WS-HORAS-NETO TO TAB-WIP-HORAS(IND-TAB-WIP)
              MOVE 1 TO TAB-WIP-REGISTROS(IND-TAB-WIP)
           END-IF.

       CORRER-MES-WIP.
           MOVE TAB-WIP(IND-TAB-WIP - 1) TO TAB-WIP(IND-TAB-WIP).
           SET IND-TAB-WIP DOWN BY 1.

       MOSTRAR-UN-MES-WIP.
           MOVE TAB-WIP-PERIODO(IND-TAB-WIP) TO LIN-WIP-PERIODO.
           MOVE TAB-WIP-HORAS(IND-TAB-WIP) TO LIN-WIP-HORAS.
           MOVE TAB-WIP-REGISTROS(IND-TAB-WIP) TO LIN-WIP-REGISTROS.
           DISPLAY LINEA-WIP.
           SET IND-TAB-WIP UP BY 1.

      *    antiguedad contra el vencimiento del comprobante (la fecha
      *    de emision si es un registro viejo sin vencimiento), en las
      *    franjas del aging.
       MOSTRAR-COMPROBANTES-ABIERTOS.
           DISPLAY 'COMPROBANTES ABIERTOS POR ANTIGUEDAD'.
           INITIALIZE TABLA-FRANJAS.
           MOVE 0 TO WS-CANT-RENGLONES.
           IF FACTURAS-DISPONIBLE
              DISPLAY LINEA-ENCAB-COMPROBANTES
              SET IND-TAB-FAC TO 1
              PERFORM MOSTRAR-UN-COMPROBANTE
                  UNTIL IND-TAB-FAC GREATER THAN WS-CANT-FAC
              IF WS-CANT-RENGLONES EQUAL ZERO
                 DISPLAY '  SIN COMPROBANTES CON SALDO'
              ELSE
                 MOVE WS-FRANJA-A-VENCER TO LIN-FRA-A-VENCER
                 MOVE WS-FRANJA-30 TO LIN-FRA-30
                 MOVE WS-FRANJA-60 TO LIN-FRA-60
                 MOVE WS-FRANJA-90 TO LIN-FRA-90
                 MOVE WS-FRANJA-90-MAS TO LIN-FRA-90-MAS
                 DISPLAY LINEA-FRANJAS
                 DISPLAY LINEA-FRANJAS-2
              END-IF
           ELSE
              DISPLAY '  FACTURAS.DAT NO DISPONIBLE'.

       MOSTRAR-UN-COMPROBANTE.
           IF TAB-FAC-SALDO(IND-TAB-FAC) NOT EQUAL ZERO
              ADD 1 TO WS-CANT-RENGLONES
              COMPUTE WS-DIAS-ATRASO = WS-DIAS-HOY -
                  FUNCTION INTEGER-OF-DATE (TAB-FAC-VENCE(IND-TAB-FAC))
              MOVE TAB-FAC-PV(IND-TAB-FAC) TO LIN-FAC-PV
              MOVE TAB-FAC-LETRA(IND-TAB-FAC) TO LIN-FAC-LETRA
              MOVE TAB-FAC-NUMERO(IND-TAB-FAC) TO LIN-FAC-NUMERO
              MOVE TAB-FAC-FECHA(IND-TAB-FAC) TO LIN-FAC-FECHA
              MOVE TAB-FAC-VENCE(IND-TAB-FAC) TO LIN-FAC-VENCE
              MOVE TAB-FAC-TOTAL(IND-TAB-FAC) TO LIN-FAC-TOTAL
              MOVE TAB-FAC-SALDO(IND-TAB-FAC) TO LIN-FAC-SALDO
              MOVE TAB-FAC-MONEDA(IND-TAB-FAC) TO LIN-FAC-MONEDA
              MOVE WS-DIAS-ATRASO TO LIN-FAC-DIAS
              MOVE SPACES TO LIN-FAC-MARCA
              IF TAB-FAC-ESTADO(IND-TAB-FAC) EQUAL 'I'
                 MOVE 'INCOBR.' TO LIN-FAC-MARCA
              END-IF
              IF TAB-FAC-DISPUTA(IND-TAB-FAC) GREATER ZERO
                 MOVE 'DISPUTA' TO LIN-FAC-MARCA
              END-IF
              DISPLAY LINEA-COMPROBANTE
              PERFORM SUMAR-EN-FRANJA
           END-IF.
           SET IND-TAB-FAC UP BY 1.

       SUMAR-EN-FRANJA.
           IF WS-DIAS-ATRASO NOT GREATER ZERO
              ADD TAB-FAC-SALDO(IND-TAB-FAC) TO WS-FRANJA-A-VENCER
           ELSE
              IF WS-DIAS-ATRASO NOT GREATER 30
                 ADD TAB-FAC-SALDO(IND-TAB-FAC) TO WS-FRANJA-30
              ELSE
                 IF WS-DIAS-ATRASO NOT GREATER 60
                    ADD TAB-FAC-SALDO(IND-TAB-FAC) TO WS-FRANJA-60
                 ELSE
                    IF WS-DIAS-ATRASO NOT GREATER 90
                       ADD TAB-FAC-SALDO(IND-TAB-FAC) TO WS-FRANJA-90
                    ELSE
                       ADD TAB-FAC-SALDO(IND-TAB-FAC) TO
                           WS-FRANJA-90-MAS.

       MOSTRAR-ULTIMOS-RECIBOS.
           DISPLAY 'ULTIMOS CINCO RECIBOS'.
           IF NOT COB-DISPONIBLE
              DISPLAY '  COBRANZAS.DAT NO DISPONIBLE'
           ELSE
              MOVE 0 TO WS-CANT-REC
              MOVE REG-EMP-IND-CUIT TO REG-COB-CUIT
              MOVE ZEROS TO REG-COB-FECHA
              MOVE LOW-VALUES TO REG-COB-REFERENCIA
              START ARCH-COBRANZAS KEY IS NOT LESS THAN REG-COB-CLAVE
                  INVALID KEY MOVE '10' TO FS-COBRANZAS
              END-START
              IF COB-OK
                 PERFORM LEER-COBRANZA
                 PERFORM GUARDAR-RECIBO
                     UNTIL COB-EOF
                      OR REG-COB-CUIT NOT EQUAL REG-EMP-IND-CUIT
              END-IF
              IF WS-CANT-REC EQUAL ZERO
                 DISPLAY '  SIN RECIBOS REGISTRADOS'
              ELSE
                 MOVE WS-CANT-REC TO WS-R
                 PERFORM MOSTRAR-UN-RECIBO UNTIL WS-R EQUAL ZERO
              END-IF
           END-IF.

       LEER-COBRANZA.
           READ ARCH-COBRANZAS NEXT RECORD
               AT END MOVE '10' TO FS-COBRANZAS
           END-READ.

       GUARDAR-RECIBO.
           IF NOT REG-COB-ANULADO
              IF WS-CANT-REC LESS 5
                 ADD 1 TO WS-CANT-REC
              ELSE
                 MOVE 1 TO WS-R
                 PERFORM CORRER-RECIBO UNTIL WS-R EQUAL 5
              END-IF
              MOVE REG-COB-FECHA TO TAB-REC-FECHA(WS-CANT-REC)
              MOVE REG-COB-NRO-RECIBO TO TAB-REC-NRO(WS-CANT-REC)
              MOVE REG-COB-REFERENCIA TO
                  TAB-REC-REFERENCIA(WS-CANT-REC)
              MOVE REG-COB-MEDIO-PAGO TO TAB-REC-MEDIO(WS-CANT-REC)
              MOVE REG-COB-IMPORTE TO TAB-REC-IMPORTE(WS-CANT-REC)
              MOVE REG-COB-MONEDA TO TAB-REC-MONEDA(WS-CANT-REC)
           END-IF.
           PERFORM LEER-COBRANZA.

       CORRER-RECIBO.
           MOVE TAB-REC(WS-R + 1) TO TAB-REC(WS-R).
           ADD 1 TO WS-R.

      *    del mas reciente al mas viejo.
       MOSTRAR-UN-RECIBO.
           MOVE TAB-REC-FECHA(WS-R) TO LIN-REC-FECHA.
           MOVE TAB-REC-NRO(WS-R) TO LIN-REC-NRO.
           MOVE TAB-REC-REFERENCIA(WS-R) TO LIN-REC-REFERENCIA.
           MOVE TAB-REC-MEDIO(WS-R) TO LIN-REC-MEDIO.
           MOVE TAB-REC-IMPORTE(WS-R) TO LIN-REC-IMPORTE.
           MOVE TAB-REC-MONEDA(WS-R) TO LIN-REC-MONEDA.
           DISPLAY LINEA-RECIBO.
           SUBTRACT 1 FROM WS-R.

      *    convenios de la empresa por START parcial por codigo: la
      *    clave va por SRT y vigencia, asi que la vigente de cada
      *    SRT es la ultima con vigencia hasta hoy antes de que cambie
      *    el SRT o aparezca una vigencia futura.
       MOSTRAR-TARIFAS-NEGOCIADAS.
           DISPLAY 'TARIFAS NEGOCIADAS'.
           IF NOT TAR-EMP-DISPONIBLE
              DISPLAY '  TARIFAS-EMPRESA-INDEXED.DAT NO DISPONIBLE'
           ELSE
              MOVE 0 TO WS-CANT-TARIFAS
              MOVE 'N' TO WS-HAY-TAR-ANTERIOR
              MOVE REG-EMP-IND-COD TO REG-TAREMP-EMPRESA-IND
              MOVE LOW-VALUES TO REG-TAREMP-SRT-IND
              MOVE ZEROS TO REG-TAREMP-VIG-DESDE-IND
              START ARCH-TAR-EMP-IDX KEY IS NOT LESS THAN
                      REG-TAREMP-IND
                  INVALID KEY MOVE '10' TO FS-ARCH-TAR-EMP-IDX
              END-START
              IF TAR-EMP-OK
                 PERFORM LEER-TARIFA-EMPRESA
                 PERFORM EVALUAR-TARIFA-EMPRESA
                     UNTIL TAR-EMP-EOF
                      OR REG-TAREMP-EMPRESA-IND NOT EQUAL
                         REG-EMP-IND-COD
              END-IF
              IF HAY-TAR-ANTERIOR
                 PERFORM MOSTRAR-TARIFA-ANTERIOR
              END-IF
              IF WS-CANT-TARIFAS EQUAL ZERO
                 DISPLAY '  SIN CONVENIO - SE FACTURA A TARIFA GENERAL'
              END-IF
           END-IF.

       LEER-TARIFA-EMPRESA.
           READ ARCH-TAR-EMP-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TAR-EMP-IDX
           END-READ.

       EVALUAR-TARIFA-EMPRESA.
           IF HAY-TAR-ANTERIOR
              PERFORM MOSTRAR-TARIFA-ANTERIOR.
           MOVE 'S' TO WS-HAY-TAR-ANTERIOR.
           MOVE REG-TAREMP-SRT-IND TO WS-TAR-ANT-SRT.
           MOVE REG-TAREMP-VIG-DESDE-IND TO WS-TAR-ANT-DESDE.
           MOVE REG-TAREMP-TARIFA-IND TO WS-TAR-ANT-TARIFA.
           MOVE REG-TAREMP-MONEDA-IND TO WS-TAR-ANT-MONEDA.
           PERFORM LEER-TARIFA-EMPRESA.

      *    al llegar aca el registro del area de la FD ya es el
      *    siguiente (o se termino la empresa).
       MOSTRAR-TARIFA-ANTERIOR.
           ADD 1 TO WS-CANT-TARIFAS.
           MOVE WS-TAR-ANT-SRT TO LIN-TAR-SRT.
           MOVE WS-TAR-ANT-DESDE TO LIN-TAR-DESDE.
           MOVE WS-TAR-ANT-TARIFA TO LIN-TAR-TARIFA.
           MOVE WS-TAR-ANT-MONEDA TO LIN-TAR-MONEDA.
           MOVE SPACES TO LIN-TAR-MARCA.
           IF WS-TAR-ANT-DESDE GREATER WS-FECHA-HOY
              MOVE 'A FUTURO' TO LIN-TAR-MARCA
           ELSE
              IF TAR-EMP-EOF
                 OR REG-TAREMP-EMPRESA-IND NOT EQUAL REG-EMP-IND-COD
                 OR REG-TAREMP-SRT-IND NOT EQUAL WS-TAR-ANT-SRT
                 OR REG-TAREMP-VIG-DESDE-IND GREATER WS-FECHA-HOY
                 MOVE 'VIGENTE' TO LIN-TAR-MARCA
              END-IF
           END-IF.
           DISPLAY LINEA-TARIFA.
           MOVE 'N' TO WS-HAY-TAR-ANTERIOR.

       MOSTRAR-FACTURACION-RECIENTE.
           DISPLAY 'FACTURACION DE LOS ULTIMOS TRES MESES'.
           IF NOT FACTURAS-DISPONIBLE
              DISPLAY '  FACTURAS.DAT NO DISPONIBLE'
           ELSE
              MOVE 1 TO WS-M
              PERFORM MOSTRAR-UN-MES-FACTURADO UNTIL WS-M GREATER 3
           END-IF.

       MOSTRAR-UN-MES-FACTURADO.
           MOVE TAB-FME-PERIODO(WS-M) TO LIN-FME-PERIODO.
           MOVE TAB-FME-CANTIDAD(WS-M) TO LIN-FME-CANTIDAD.
           MOVE TAB-FME-NETO(WS-M) TO LIN-FME-NETO.
           MOVE TAB-FME-TOTAL(WS-M) TO LIN-FME-TOTAL.
           DISPLAY LINEA-FACT-MES.
           ADD 1 TO WS-M.

       TERMINAR.
           CLOSE ARCH-EMP-IDX.
           IF TIMES-DISPONIBLE
              CLOSE ARCH-TIMES-IDX.
           IF FACTURAS-DISPONIBLE
              CLOSE ARCH-FACTURAS.
           IF APL-DISPONIBLE
              CLOSE ARCH-APLICACIONES.
           IF DISPUTAS-DISPONIBLE
              CLOSE ARCH-DISPUTAS.
           IF COB-DISPONIBLE
              CLOSE ARCH-COBRANZAS.
           IF TAR-EMP-DISPONIBLE
              CLOSE ARCH-TAR-EMP-IDX.
           STOP RUN.
