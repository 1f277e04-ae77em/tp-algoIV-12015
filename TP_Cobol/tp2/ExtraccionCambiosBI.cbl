       IDENTIFICATION DIVISION.
       PROGRAM-ID. ExtraccionCambiosBI.
       AUTHOR. Fede.

      *    novedades diarias para el data warehouse de BI: en vez de
      *    copiar los .DAT enteros todas las noches, se entrega un
      *    archivo delimitado por entidad solo con lo que cambio desde
      *    la ultima extraccion sana. cada renglon lleva la operacion
      *    (I alta, U modificacion, D baja) y la fecha-hora del cambio
      *    (AAAAMMDDHHMMSS):
      *      BI-EMPRESAS.CSV     altas/modificaciones/bajas de
      *      BI-CONSULTORES.CSV  EMPRESAS-INDEXED.DAT y de
      *                          CONSULTORES-INDEXED.DAT segun
      *                          AUDITORIA.LOG, con el registro vigente
      *                          del maestro;
      *      BI-HORAS.CSV        altas de TIMES-INDEXED.DAT por
      *                          REG-TIMES-CORRIDA posterior a la
      *                          ultima entregada, mas las bajas
      *                          (archivado) y reasignaciones (fusiones)
      *                          que registra AUDITORIA.LOG;
      *      BI-FACTURAS.CSV     altas por fecha del comprobante, mas
      *                          las modificaciones (anulaciones,
      *                          bajas por incobrable) de AUDITORIA.LOG
      *                          con el registro vigente;
      *      BI-COBRANZAS.CSV    altas y modificaciones segun
      *                          AUDITORIA.LOG (CargaCobranzas y
      *                          ProcesaRespuestaDebito dejan ahi el
      *                          alta de cada recibo) con el registro
      *                          vigente;
      *      BI-APLICACIONES.CSV altas segun AUDITORIA.LOG
      *                          (CargaAplicaciones,
      *                          ProcesaRespuestaDebito);
      *      BI-ENGAGEMENTS.CSV  altas: ENGAGEMENTS.DAT solo crece, se
      *                          entregan los renglones posteriores a
      *                          la cantidad ya entregada;
      *      BI-CONTROL.CSV      cantidad de renglones de cada archivo.
      *    los comprobantes de una fecha se entregan al dia siguiente
      *    (la ventana es desde la fecha de la extraccion anterior
      *    inclusive hasta hoy exclusive), asi los que se emiten
      *    despues de la extraccion no se pierden ni se repiten.
      *    recibos y aplicaciones van por la fecha-hora de su carga
      *    en AUDITORIA.LOG y no por la fecha del recibo: uno cargado
      *    tarde con fecha de una ventana ya entregada sale igual.
      *    la marca de agua (BI-WATERMARK.DAT, mismo criterio que
      *    TIMES-IDX-WATERMARK.DAT) se graba solo al final de una
      *    corrida sana: si la extraccion se corta, la siguiente
      *    vuelve a entregar todo desde la marca anterior. sin marca
      *    de agua, o con BI-CARGA=FULL, se entrega todo como alta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-AUDITORIA.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-CONS-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY-CODE-CONS
               ALTERNATE RECORD KEY IS REG-CONS-DNI
               FILE STATUS IS FS-ARCH-CONS-IDX.

           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT ARCH-COBRANZAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-COB-CLAVE
               FILE STATUS IS FS-COBRANZAS.

           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENGAGEMENTS.

           SELECT ARCH-WATERMARK ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-WATERMARK.

           SELECT ARCH-BI-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BI-EMPRESAS.

           SELECT ARCH-BI-CONSULTORES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BI-CONSULTORES.

           SELECT ARCH-BI-HORAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BI-HORAS.

           SELECT ARCH-BI-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BI-FACTURAS.

           SELECT ARCH-BI-COBRANZAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BI-COBRANZAS.

           SELECT ARCH-BI-APLICACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BI-APLICACIONES.

           SELECT ARCH-BI-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BI-ENGAGEMENTS.

           SELECT ARCH-BI-CONTROL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BI-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-AUDITORIA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'AUDITORIA.LOG'
             DATA RECORD IS REG-AUDITORIA.

       01 REG-AUDITORIA.
           03 AUD-FECHA                PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AUD-HORA                 PIC 9(8).
           03 FILLER                   PIC X(1).
           03 AUD-USUARIO              PIC X(20).
           03 FILLER                   PIC X(1).
           03 AUD-PROGRAMA             PIC X(20).
           03 FILLER                   PIC X(1).
           03 AUD-ARCHIVO              PIC X(24).
           03 FILLER                   PIC X(1).
           03 AUD-OPERACION            PIC X(1).
           03 FILLER                   PIC X(1).
           03 AUD-CLAVE                PIC X(24).
           03 FILLER                   PIC X(1).
           03 AUD-VALOR-ANTES          PIC X(80).
           03 FILLER                   PIC X(1).
           03 AUD-VALOR-DESPUES        PIC X(80).

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

       FD ARCH-CONS-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONSULTORES-INDEXED.DAT'
             DATA RECORD IS REG-CONSULTORES-INDEXED.

       01 REG-CONSULTORES-INDEXED.
           03 REG-KEY-CODE-CONS         PIC X(5).
           03 REG-CONS-DNI              PIC 9(8).
           03 REG-CONS-SRT              PIC X(2).
           03 REG-CONS-NOMBRE           PIC X(25).
           03 REG-CONS-DIRECCION        PIC X(20).
           03 REG-CONS-TELEFONO         PIC X(20).
           03 REG-CONS-FECHA-ALTA       PIC 9(8).
           03 REG-CONS-FECHA-BAJA       PIC 9(8).
           03 REG-CONS-CBU              PIC X(22).
           03 REG-CONS-CUIT             PIC 9(11).
           03 REG-CONS-COND-GANANCIAS   PIC X(1).
           03 REG-CONS-PROVEEDOR        PIC X(5).

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
           03 FAC-ESTADO                 PIC X(1).
           03 FAC-VENCIMIENTO            PIC 9(8).
           03 FAC-ENTIDAD                PIC 9(2).

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
           03 REG-COB-NRO-RECIBO         PIC 9(8).
           03 REG-COB-MEDIO-PAGO         PIC X(1).
           03 REG-COB-ENTIDAD            PIC 9(2).

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

       FD ARCH-ENGAGEMENTS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENGAGEMENTS.DAT'
             DATA RECORD IS REG-ENGAGEMENT.

       01 REG-ENGAGEMENT.
           03 REG-ENG-EMPRESA            PIC 9(3).
           03 REG-ENG-VIG-DESDE          PIC 9(8).
           03 REG-ENG-VIG-HASTA          PIC 9(8).
           03 REG-ENG-HORAS-MENSUALES    PIC 9(5)V99.
           03 REG-ENG-HORAS-TOTALES      PIC 9(7)V99.

      *    hasta donde llego la ultima extraccion sana.
       FD ARCH-WATERMARK LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BI-WATERMARK.DAT'
             DATA RECORD IS REG-WATERMARK.

       01 REG-WATERMARK.
      *        fecha (8) y hora (8) de AUDITORIA.LOG hasta la que se
      *        entrego.
           03 WMB-AUDITORIA-HASTA        PIC 9(16).
      *        fecha de la extraccion: los comprobantes de esa fecha
      *        en adelante quedan para la proxima.
           03 WMB-FECHA-DOC              PIC 9(8).
      *        ultima REG-TIMES-CORRIDA entregada.
           03 WMB-CORRIDA                PIC X(14).
      *        renglones de ENGAGEMENTS.DAT entregados y el primero de
      *        ellos, para detectar que el archivo fue recreado.
           03 WMB-CANT-ENG               PIC 9(7).
           03 WMB-PRIMER-ENG             PIC X(35).

       FD ARCH-BI-EMPRESAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BI-EMPRESAS.CSV'
             DATA RECORD IS REG-BI-EMPRESAS.

       01 REG-BI-EMPRESAS                PIC X(250).

       FD ARCH-BI-CONSULTORES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BI-CONSULTORES.CSV'
             DATA RECORD IS REG-BI-CONSULTORES.

       01 REG-BI-CONSULTORES             PIC X(250).

       FD ARCH-BI-HORAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BI-HORAS.CSV'
             DATA RECORD IS REG-BI-HORAS.

       01 REG-BI-HORAS                   PIC X(250).

       FD ARCH-BI-FACTURAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BI-FACTURAS.CSV'
             DATA RECORD IS REG-BI-FACTURAS.

       01 REG-BI-FACTURAS                PIC X(250).

       FD ARCH-BI-COBRANZAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BI-COBRANZAS.CSV'
             DATA RECORD IS REG-BI-COBRANZAS.

       01 REG-BI-COBRANZAS               PIC X(250).

       FD ARCH-BI-APLICACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BI-APLICACIONES.CSV'
             DATA RECORD IS REG-BI-APLICACIONES.

       01 REG-BI-APLICACIONES            PIC X(250).

       FD ARCH-BI-ENGAGEMENTS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BI-ENGAGEMENTS.CSV'
             DATA RECORD IS REG-BI-ENGAGEMENTS.

       01 REG-BI-ENGAGEMENTS             PIC X(250).

       FD ARCH-BI-CONTROL LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BI-CONTROL.CSV'
             DATA RECORD IS REG-BI-CONTROL.

       01 REG-BI-CONTROL                 PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-AUDITORIA      PIC XX.
           88 AUDITORIA-OK    VALUE '00'.
           88 AUDITORIA-EOF   VALUE '10'.

       77 FS-ARCH-EMP-IDX   PIC XX.
           88 EMP-OK          VALUE '00'.
           88 EMP-EOF         VALUE '10'.

       77 FS-ARCH-CONS-IDX  PIC XX.
           88 CONS-OK         VALUE '00'.
           88 CONS-EOF        VALUE '10'.

       77 FS-ARCH-TIMES-IDX PIC XX.
           88 TIMES-OK        VALUE '00'.
           88 TIMES-EOF       VALUE '10'.

       77 FS-FACTURAS       PIC XX.
           88 FACTURAS-OK     VALUE '00'.
           88 FACTURAS-EOF    VALUE '10'.

       77 FS-COBRANZAS      PIC XX.
           88 COB-OK          VALUE '00'.
           88 COB-EOF         VALUE '10'.

       77 FS-APLICACIONES   PIC XX.
           88 APL-OK          VALUE '00'.
           88 APL-EOF         VALUE '10'.

       77 FS-ENGAGEMENTS    PIC XX.
           88 ENG-OK          VALUE '00'.
           88 ENG-EOF         VALUE '10'.

       77 FS-WATERMARK      PIC XX.
           88 WATERMARK-OK    VALUE '00'.

       77 FS-BI-EMPRESAS    PIC XX.
           88 BI-EMPRESAS-OK  VALUE '00'.
       77 FS-BI-CONSULTORES PIC XX.
           88 BI-CONSULTORES-OK VALUE '00'.
       77 FS-BI-HORAS       PIC XX.
           88 BI-HORAS-OK     VALUE '00'.
       77 FS-BI-FACTURAS    PIC XX.
           88 BI-FACTURAS-OK  VALUE '00'.
       77 FS-BI-COBRANZAS   PIC XX.
           88 BI-COBRANZAS-OK VALUE '00'.
       77 FS-BI-APLICACIONES PIC XX.
           88 BI-APLICACIONES-OK VALUE '00'.
       77 FS-BI-ENGAGEMENTS PIC XX.
           88 BI-ENGAGEMENTS-OK VALUE '00'.
       77 FS-BI-CONTROL     PIC XX.
           88 BI-CONTROL-OK   VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno BI-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-CARGA-ENV               PIC X(4).
           88 CARGA-FULL-FORZADA     VALUE 'FULL'.

       01 WS-CARGA                   PIC X(5) VALUE 'DELTA'.
           88 CARGA-FULL             VALUE 'FULL'.

      *    momento de arranque de la extraccion: cierra la ventana de
      *    AUDITORIA.LOG y es la fecha-hora de los renglones que no
      *    traen una propia.
       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-HORA-HOY                PIC 9(8).
       01 WS-INICIO.
           03 WS-INICIO-FECHA        PIC 9(8).
           03 WS-INICIO-HORA         PIC 9(8).
       01 WS-INICIO-N REDEFINES WS-INICIO PIC 9(16).
       01 WS-SELLO-CORRIDA           PIC X(14).

      *    marca de agua leida (ventanas desde) y la que se va a
      *    grabar al final.
       01 WS-HAY-WATERMARK           PIC X VALUE 'N'.
           88 HAY-WATERMARK          VALUE 'S'.
       01 WS-AUD-DESDE               PIC 9(16) VALUE 0.
       01 WS-DOC-DESDE               PIC 9(8) VALUE 0.
       01 WS-CORRIDA-DESDE           PIC X(14) VALUE SPACES.
       01 WS-CORRIDA-MAX             PIC X(14) VALUE SPACES.
       01 WS-ENG-YA-ENTREGADOS       PIC 9(7) VALUE 0.
       01 WS-ENG-PRIMERO-ANT         PIC X(35) VALUE SPACES.
       01 WS-ENG-LEIDOS              PIC 9(7) VALUE 0.
       01 WS-ENG-PRIMERO             PIC X(35) VALUE SPACES.

       01 WS-AUD-SELLO.
           03 WS-AUD-SELLO-FECHA     PIC 9(8).
           03 WS-AUD-SELLO-HORA      PIC 9(8).
       01 WS-AUD-SELLO-N REDEFINES WS-AUD-SELLO PIC 9(16).

      *    fecha-hora del renglon que se esta armando, AAAAMMDDHHMMSS.
       01 WS-SELLO.
           03 WS-SELLO-FECHA         PIC 9(8).
           03 WS-SELLO-HORA          PIC 9(6).

       01 WS-OPERACION-BI            PIC X(1).
       01 WS-RESTAURACIONES          PIC 9(5) VALUE 0.

      *    clave de comprobante tal como la escriben AnulacionFacturas
      *    y BajaIncobrables en AUDITORIA.LOG: PPPP-L-NNNNNNNN.
       01 WS-CLAVE-FACTURA.
           03 WS-CLF-PV              PIC X(4).
           03 FILLER                 PIC X(1).
           03 WS-CLF-LETRA           PIC X(1).
           03 FILLER                 PIC X(1).
           03 WS-CLF-NUMERO          PIC X(8).
           03 FILLER                 PIC X(9).

      *    clave de recibo tal como la escribe MantenimientoCobranzas:
      *    CUIT, un blanco y la referencia (sin la fecha).
       01 WS-CLAVE-COBRANZA.
           03 WS-CLC-CUIT            PIC X(11).
           03 FILLER                 PIC X(1).
           03 WS-CLC-REFERENCIA      PIC X(10).
           03 FILLER                 PIC X(2).

       01 WS-ENCONTRADO              PIC X VALUE 'N'.
           88 ENCONTRADO             VALUE 'S'.

       01 WS-APLICACIONES-ABIERTO    PIC X VALUE 'N'.
           88 APLICACIONES-ABIERTO   VALUE 'S'.

      *    la fecha de la clave de TIMES viene DDMMAAAA: se entrega
      *    AAAAMMDD, como todas las demas fechas.
       01 WS-FECHA-AM.
           03 WS-FECHA-AM-AAAA       PIC 9(4).
           03 WS-FECHA-AM-MM         PIC 9(2).
           03 WS-FECHA-AM-DD         PIC 9(2).
       01 WS-FECHA-AM-N REDEFINES WS-FECHA-AM PIC 9(8).

       01 WS-ED-HORAS                PIC ZZ9,99.
       01 WS-ED-HORAS-LARGO          PIC ZZZZZZ9,99.
       01 WS-ED-IMPORTE              PIC ZZZZZZZZZ9,99.

       01 WS-FILAS-EMPRESAS          PIC 9(7) VALUE 0.
       01 WS-FILAS-CONSULTORES       PIC 9(7) VALUE 0.
       01 WS-FILAS-HORAS             PIC 9(7) VALUE 0.
       01 WS-FILAS-FACTURAS          PIC 9(7) VALUE 0.
       01 WS-FILAS-COBRANZAS         PIC 9(7) VALUE 0.
       01 WS-FILAS-APLICACIONES      PIC 9(7) VALUE 0.
       01 WS-FILAS-ENGAGEMENTS       PIC 9(7) VALUE 0.

      *    renglones de salida: separador ';' y no ',' porque
      *    DECIMAL-POINT IS COMMA, mismo criterio que
      *    TRABAJOS-X-EMPRESA.CSV en TP2. las columnas que pueden ir
      *    vacias (una baja, un registro que ya no esta en el
      *    maestro) son alfanumericas y los importes pasan por un
      *    campo editado.
       01 LINEA-CAB-EMPRESAS.
           03 FILLER PIC X(39) VALUE
               'OP;FECHA_HORA;CODIGO;CUIT;RAZON;MONEDA;'.
           03 FILLER PIC X(38) VALUE
               'COND_IVA;GRUPO;RESPONSABLE;FECHA_BAJA;'.
           03 FILLER PIC X(07) VALUE
               'USUARIO'.

       01 LINEA-BI-EMPRESAS.
           03 LBE-OP                 PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-FECHA-HORA         PIC X(14).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-CODIGO             PIC X(3).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-CUIT               PIC X(11).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-RAZON              PIC X(25).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-MONEDA             PIC X(3).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-COND-IVA           PIC X(2).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-GRUPO              PIC X(3).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-RESPONSABLE        PIC X(20).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-FECHA-BAJA         PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBE-USUARIO            PIC X(20).

       01 LINEA-CAB-CONSULTORES.
           03 FILLER PIC X(37) VALUE
               'OP;FECHA_HORA;CODIGO;DNI;CUIT;NOMBRE;'.
           03 FILLER PIC X(39) VALUE
               'CATEGORIA;FECHA_ALTA;FECHA_BAJA;USUARIO'.

       01 LINEA-BI-CONSULTORES.
           03 LBC-OP                 PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBC-FECHA-HORA         PIC X(14).
           03 FILLER                 PIC X VALUE ';'.
           03 LBC-CODIGO             PIC X(5).
           03 FILLER                 PIC X VALUE ';'.
           03 LBC-DNI                PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBC-CUIT               PIC X(11).
           03 FILLER                 PIC X VALUE ';'.
           03 LBC-NOMBRE             PIC X(25).
           03 FILLER                 PIC X VALUE ';'.
           03 LBC-CATEGORIA          PIC X(2).
           03 FILLER                 PIC X VALUE ';'.
           03 LBC-FECHA-ALTA         PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBC-FECHA-BAJA         PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBC-USUARIO            PIC X(20).

       01 LINEA-CAB-HORAS.
           03 FILLER PIC X(35) VALUE
               'OP;FECHA_HORA;CONSULTOR;FECHA;CUIT;'.
           03 FILLER PIC X(39) VALUE
               'TAREA;HORAS;TIPO;ESTADO;CORRIDA;ORIGEN;'.
           03 FILLER PIC X(21) VALUE
               'ORDEN;USUARIO;DETALLE'.

       01 LINEA-BI-HORAS.
           03 LBH-OP                 PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-FECHA-HORA         PIC X(14).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-CONSULTOR          PIC X(5).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-FECHA              PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-CUIT               PIC X(11).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-TAREA              PIC X(4).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-HORAS              PIC X(6).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-TIPO               PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-ESTADO             PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-CORRIDA            PIC X(14).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-ORIGEN             PIC X(17).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-ORDEN              PIC X(4).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-USUARIO            PIC X(20).
           03 FILLER                 PIC X VALUE ';'.
           03 LBH-DETALLE            PIC X(105).

       01 LINEA-CAB-FACTURAS.
           03 FILLER PIC X(39) VALUE
               'OP;FECHA_HORA;PUNTO_VENTA;LETRA;NUMERO;'.
           03 FILLER PIC X(38) VALUE
               'FECHA;CUIT;PERIODO;TIPO;ESTADO;MONEDA;'.
           03 FILLER PIC X(40) VALUE
               'HORAS;IMPORTE_BRUTO;RETENCION;IVA;TOTAL;'.
           03 FILLER PIC X(35) VALUE
               'VENCIMIENTO;ENTIDAD;USUARIO;DETALLE'.

       01 LINEA-BI-FACTURAS.
           03 LBF-OP                 PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-FECHA-HORA         PIC X(14).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-PUNTO-VENTA        PIC X(4).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-LETRA              PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-NUMERO             PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-FECHA              PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-CUIT               PIC X(11).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-PERIODO            PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-TIPO               PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-ESTADO             PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-MONEDA             PIC X(3).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-HORAS              PIC X(10).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-IMPORTE-BRUTO      PIC X(13).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-RETENCION          PIC X(13).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-IVA                PIC X(13).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-TOTAL              PIC X(13).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-VENCIMIENTO        PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-ENTIDAD            PIC X(2).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-USUARIO            PIC X(20).
           03 FILLER                 PIC X VALUE ';'.
           03 LBF-DETALLE            PIC X(80).

       01 LINEA-CAB-COBRANZAS.
           03 FILLER PIC X(36) VALUE
               'OP;FECHA_HORA;CUIT;FECHA;REFERENCIA;'.
           03 FILLER PIC X(33) VALUE
               'NRO_RECIBO;IMPORTE;MONEDA;ESTADO;'.
           03 FILLER PIC X(34) VALUE
               'MEDIO_PAGO;ENTIDAD;USUARIO;DETALLE'.

       01 LINEA-BI-COBRANZAS.
           03 LBR-OP                 PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-FECHA-HORA         PIC X(14).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-CUIT               PIC X(11).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-FECHA              PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-REFERENCIA         PIC X(10).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-NRO-RECIBO         PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-IMPORTE            PIC X(13).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-MONEDA             PIC X(3).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-ESTADO             PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-MEDIO-PAGO         PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-ENTIDAD            PIC X(2).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-USUARIO            PIC X(20).
           03 FILLER                 PIC X VALUE ';'.
           03 LBR-DETALLE            PIC X(80).

       01 LINEA-CAB-APLICACIONES.
           03 FILLER PIC X(34) VALUE
               'OP;FECHA_HORA;CUIT;FECHA_COBRANZA;'.
           03 FILLER PIC X(37) VALUE
               'REFERENCIA;PUNTO_VENTA;LETRA;FACTURA;'.
           03 FILLER PIC X(26) VALUE
               'IMPORTE;MONEDA;IMPORTE_DOC'.

       01 LINEA-BI-APLICACIONES.
           03 LBA-OP                 PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-FECHA-HORA         PIC X(14).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-CUIT               PIC X(11).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-FECHA-COB          PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-REFERENCIA         PIC X(10).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-PUNTO-VENTA        PIC X(4).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-LETRA              PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-FACTURA            PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-IMPORTE            PIC X(13).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-MONEDA             PIC X(3).
           03 FILLER                 PIC X VALUE ';'.
           03 LBA-IMPORTE-DOC        PIC X(13).

       01 LINEA-CAB-ENGAGEMENTS.
           03 FILLER PIC X(32) VALUE
               'OP;FECHA_HORA;EMPRESA;VIG_DESDE;'.
           03 FILLER PIC X(39) VALUE
               'VIG_HASTA;HORAS_MENSUALES;HORAS_TOTALES'.

       01 LINEA-BI-ENGAGEMENTS.
           03 LBG-OP                 PIC X(1).
           03 FILLER                 PIC X VALUE ';'.
           03 LBG-FECHA-HORA         PIC X(14).
           03 FILLER                 PIC X VALUE ';'.
           03 LBG-EMPRESA            PIC X(3).
           03 FILLER                 PIC X VALUE ';'.
           03 LBG-VIG-DESDE          PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBG-VIG-HASTA          PIC X(8).
           03 FILLER                 PIC X VALUE ';'.
           03 LBG-HORAS-MENSUALES    PIC X(10).
           03 FILLER                 PIC X VALUE ';'.
           03 LBG-HORAS-TOTALES      PIC X(10).

      *    un renglon por archivo entregado: cuantos renglones de
      *    datos lleva (sin la cabecera), el tipo de carga y la
      *    ventana de AUDITORIA.LOG que cubre.
       01 LINEA-CAB-CONTROL.
           03 FILLER PIC X(31) VALUE
               'ARCHIVO;FILAS;CARGA;DESDE;HASTA'.

       01 LINEA-BI-CONTROL.
           03 LBK-ARCHIVO            PIC X(20).
           03 FILLER                 PIC X VALUE ';'.
           03 LBK-FILAS              PIC 9(7).
           03 FILLER                 PIC X VALUE ';'.
           03 LBK-CARGA              PIC X(5).
           03 FILLER                 PIC X VALUE ';'.
           03 LBK-DESDE              PIC 9(16).
           03 FILLER                 PIC X VALUE ';'.
           03 LBK-HASTA              PIC 9(16).

       PROCEDURE DIVISION.

       EXTRACCION-CAMBIOS-BI.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'BI-MODO'.

           PERFORM INICIALIZAR.
           PERFORM ABRIR-SALIDAS.

      *    en una carga completa los maestros se entregan enteros;
      *    en una delta, solo lo que cambio segun AUDITORIA.LOG.
           IF CARGA-FULL
              PERFORM EXTRAER-EMPRESAS-COMPLETO
              PERFORM EXTRAER-CONSULTORES-COMPLETO
           ELSE
              PERFORM EXTRAER-AUDITORIA.

           PERFORM EXTRAER-HORAS.
           PERFORM EXTRAER-FACTURAS.
           IF CARGA-FULL
              PERFORM EXTRAER-COBRANZAS
              PERFORM EXTRAER-APLICACIONES.
           PERFORM EXTRAER-ENGAGEMENTS.

           PERFORM CERRAR-SALIDAS.
           PERFORM GRABAR-CONTROL.
           PERFORM GRABAR-WATERMARK.

           DISPLAY 'EXTRACCION BI ' WS-CARGA ' TERMINADA - RENGLONES:'.
           DISPLAY '  EMPRESAS     ' WS-FILAS-EMPRESAS.
           DISPLAY '  CONSULTORES  ' WS-FILAS-CONSULTORES.
           DISPLAY '  HORAS        ' WS-FILAS-HORAS.
           DISPLAY '  FACTURAS     ' WS-FILAS-FACTURAS.
           DISPLAY '  COBRANZAS    ' WS-FILAS-COBRANZAS.
           DISPLAY '  APLICACIONES ' WS-FILAS-APLICACIONES.
           DISPLAY '  ENGAGEMENTS  ' WS-FILAS-ENGAGEMENTS.

      *    una restauracion de generacion reemplaza un archivo entero
      *    sin dejar el detalle de lo que cambio: se avisa para que
      *    se corra una carga completa.
           MOVE 0 TO RETURN-CODE.
           IF WS-RESTAURACIONES GREATER ZERO
              DISPLAY '*** AUDITORIA.LOG REGISTRA ' WS-RESTAURACIONES
                  ' RESTAURACION(ES) DE GENERACION: CORRER CON '
                  'BI-CARGA=FULL ***'
              MOVE 4 TO RETURN-CODE.

           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.

      ******************************************************************
      * INICIO: VENTANAS DE LA EXTRACCION
      ******************************************************************
       INICIALIZAR.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-HOY FROM TIME.
           MOVE WS-FECHA-HOY TO WS-INICIO-FECHA.
           MOVE WS-HORA-HOY TO WS-INICIO-HORA.
           MOVE WS-FECHA-HOY TO WS-SELLO-FECHA.
           MOVE WS-HORA-HOY (1:6) TO WS-SELLO-HORA.
           MOVE WS-SELLO TO WS-SELLO-CORRIDA.

           MOVE SPACES TO WS-CARGA-ENV.
           ACCEPT WS-CARGA-ENV FROM ENVIRONMENT 'BI-CARGA'.

           MOVE 'N' TO WS-HAY-WATERMARK.
           OPEN INPUT ARCH-WATERMARK.
           IF WATERMARK-OK
              READ ARCH-WATERMARK
              IF WATERMARK-OK
                 MOVE 'S' TO WS-HAY-WATERMARK
              END-IF
              CLOSE ARCH-WATERMARK.

           IF HAY-WATERMARK AND NOT CARGA-FULL-FORZADA
              MOVE WMB-AUDITORIA-HASTA TO WS-AUD-DESDE
              MOVE WMB-FECHA-DOC TO WS-DOC-DESDE
              MOVE WMB-CORRIDA TO WS-CORRIDA-DESDE
              MOVE WMB-CORRIDA TO WS-CORRIDA-MAX
              MOVE WMB-CANT-ENG TO WS-ENG-YA-ENTREGADOS
              MOVE WMB-PRIMER-ENG TO WS-ENG-PRIMERO-ANT
              DISPLAY 'EXTRACCION BI DELTA DESDE ' WS-AUD-DESDE
           ELSE
              MOVE 'FULL' TO WS-CARGA
              DISPLAY 'EXTRACCION BI COMPLETA'.

       ABRIR-SALIDAS.
           OPEN OUTPUT ARCH-BI-EMPRESAS.
           IF NOT BI-EMPRESAS-OK
              DISPLAY 'NO PUDO CREARSE BI-EMPRESAS.CSV ' FS-BI-EMPRESAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LINEA-CAB-EMPRESAS TO REG-BI-EMPRESAS.
           WRITE REG-BI-EMPRESAS.

           OPEN OUTPUT ARCH-BI-CONSULTORES.
           IF NOT BI-CONSULTORES-OK
              DISPLAY 'NO PUDO CREARSE BI-CONSULTORES.CSV '
                  FS-BI-CONSULTORES
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LINEA-CAB-CONSULTORES TO REG-BI-CONSULTORES.
           WRITE REG-BI-CONSULTORES.

           OPEN OUTPUT ARCH-BI-HORAS.
           IF NOT BI-HORAS-OK
              DISPLAY 'NO PUDO CREARSE BI-HORAS.CSV ' FS-BI-HORAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LINEA-CAB-HORAS TO REG-BI-HORAS.
           WRITE REG-BI-HORAS.

           OPEN OUTPUT ARCH-BI-FACTURAS.
           IF NOT BI-FACTURAS-OK
              DISPLAY 'NO PUDO CREARSE BI-FACTURAS.CSV ' FS-BI-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LINEA-CAB-FACTURAS TO REG-BI-FACTURAS.
           WRITE REG-BI-FACTURAS.

           OPEN OUTPUT ARCH-BI-COBRANZAS.
           IF NOT BI-COBRANZAS-OK
              DISPLAY 'NO PUDO CREARSE BI-COBRANZAS.CSV '
                  FS-BI-COBRANZAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LINEA-CAB-COBRANZAS TO REG-BI-COBRANZAS.
           WRITE REG-BI-COBRANZAS.

           OPEN OUTPUT ARCH-BI-APLICACIONES.
           IF NOT BI-APLICACIONES-OK
              DISPLAY 'NO PUDO CREARSE BI-APLICACIONES.CSV '
                  FS-BI-APLICACIONES
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LINEA-CAB-APLICACIONES TO REG-BI-APLICACIONES.
           WRITE REG-BI-APLICACIONES.

           OPEN OUTPUT ARCH-BI-ENGAGEMENTS.
           IF NOT BI-ENGAGEMENTS-OK
              DISPLAY 'NO PUDO CREARSE BI-ENGAGEMENTS.CSV '
                  FS-BI-ENGAGEMENTS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LINEA-CAB-ENGAGEMENTS TO REG-BI-ENGAGEMENTS.
           WRITE REG-BI-ENGAGEMENTS.

      ******************************************************************
      * CARGA COMPLETA DE LOS MAESTROS
      ******************************************************************
       EXTRAER-EMPRESAS-COMPLETO.
           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-EMPRESA-SIGUIENTE.
           PERFORM ENTREGAR-EMPRESA-COMPLETA UNTIL EMP-EOF.
           CLOSE ARCH-EMP-IDX.

       LEER-EMPRESA-SIGUIENTE.
           READ ARCH-EMP-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-EMP-IDX
           END-READ.

       ENTREGAR-EMPRESA-COMPLETA.
           INITIALIZE LINEA-BI-EMPRESAS.
           MOVE 'I' TO LBE-OP.
           MOVE WS-SELLO-CORRIDA TO LBE-FECHA-HORA.
           MOVE REG-EMP-IND-COD TO LBE-CODIGO.
           PERFORM COMPLETAR-LINEA-EMPRESA.
           PERFORM GRABAR-LINEA-EMPRESA.
           PERFORM LEER-EMPRESA-SIGUIENTE.

       COMPLETAR-LINEA-EMPRESA.
           MOVE REG-EMP-IND-CUIT TO LBE-CUIT.
           MOVE REG-EMP-IND-RAZON TO LBE-RAZON.
           MOVE REG-EMP-IND-MONEDA TO LBE-MONEDA.
           MOVE REG-EMP-IND-COND-IVA TO LBE-COND-IVA.
           MOVE REG-EMP-IND-GRUPO TO LBE-GRUPO.
           MOVE REG-EMP-IND-RESPONSABLE TO LBE-RESPONSABLE.
           IF REG-EMP-IND-FECHA-BAJA IS NUMERIC
              MOVE REG-EMP-IND-FECHA-BAJA TO LBE-FECHA-BAJA.

       GRABAR-LINEA-EMPRESA.
           MOVE LINEA-BI-EMPRESAS TO REG-BI-EMPRESAS.
           WRITE REG-BI-EMPRESAS.
           ADD 1 TO WS-FILAS-EMPRESAS.

       EXTRAER-CONSULTORES-COMPLETO.
           OPEN INPUT ARCH-CONS-IDX.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT '
                  FS-ARCH-CONS-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-CONSULTOR-SIGUIENTE.
           PERFORM ENTREGAR-CONSULTOR-COMPLETO UNTIL CONS-EOF.
           CLOSE ARCH-CONS-IDX.

       LEER-CONSULTOR-SIGUIENTE.
           READ ARCH-CONS-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-CONS-IDX
           END-READ.

       ENTREGAR-CONSULTOR-COMPLETO.
           INITIALIZE LINEA-BI-CONSULTORES.
           MOVE 'I' TO LBC-OP.
           MOVE WS-SELLO-CORRIDA TO LBC-FECHA-HORA.
           MOVE REG-KEY-CODE-CONS TO LBC-CODIGO.
           PERFORM COMPLETAR-LINEA-CONSULTOR.
           PERFORM GRABAR-LINEA-CONSULTOR.
           PERFORM LEER-CONSULTOR-SIGUIENTE.

       COMPLETAR-LINEA-CONSULTOR.
           MOVE REG-CONS-DNI TO LBC-DNI.
           IF REG-CONS-CUIT IS NUMERIC
              MOVE REG-CONS-CUIT TO LBC-CUIT.
           MOVE REG-CONS-NOMBRE TO LBC-NOMBRE.
           MOVE REG-CONS-SRT TO LBC-CATEGORIA.
           MOVE REG-CONS-FECHA-ALTA TO LBC-FECHA-ALTA.
           IF REG-CONS-FECHA-BAJA IS NUMERIC
              MOVE REG-CONS-FECHA-BAJA TO LBC-FECHA-BAJA.

       GRABAR-LINEA-CONSULTOR.
           MOVE LINEA-BI-CONSULTORES TO REG-BI-CONSULTORES.
           WRITE REG-BI-CONSULTORES.
           ADD 1 TO WS-FILAS-CONSULTORES.

      ******************************************************************
      * DELTA DE AUDITORIA.LOG
      ******************************************************************
      *    entradas posteriores a la marca y hasta el arranque de esta
      *    extraccion (lo que se audite mientras tanto queda para la
      *    proxima). se toman las operaciones W (alta), U y D; las de
      *    aprobacion, consumo y alta de notas manuales no cambian un
      *    registro por si mismas o ya entran por su fecha.
       EXTRAER-AUDITORIA.
           OPEN INPUT ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              DISPLAY 'SIN AUDITORIA.LOG: NO HAY CAMBIOS DE MAESTROS '
                  'PARA ENTREGAR'
           ELSE
              PERFORM ABRIR-MAESTROS-AUDITORIA
              PERFORM LEER-AUDITORIA
              PERFORM PROCESAR-AUDITORIA UNTIL AUDITORIA-EOF
              CLOSE ARCH-AUDITORIA
              CLOSE ARCH-EMP-IDX
              CLOSE ARCH-CONS-IDX
              CLOSE ARCH-FACTURAS
              CLOSE ARCH-COBRANZAS
              IF APLICACIONES-ABIERTO
                 CLOSE ARCH-APLICACIONES.

       ABRIR-MAESTROS-AUDITORIA.
           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT ARCH-CONS-IDX.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT '
                  FS-ARCH-CONS-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           OPEN INPUT ARCH-COBRANZAS.
           IF NOT COB-OK
              DISPLAY 'NO PUDO ABRIRSE COBRANZAS.DAT ' FS-COBRANZAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
      *    sin APLICACIONES.DAT las altas auditadas salen solo con la
      *    clave de la auditoria.
           MOVE 'N' TO WS-APLICACIONES-ABIERTO.
           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              MOVE 'S' TO WS-APLICACIONES-ABIERTO
           ELSE
              DISPLAY 'SIN APLICACIONES.DAT: LAS APLICACIONES '
                  'AUDITADAS SALEN SIN EL REGISTRO VIGENTE'.

       LEER-AUDITORIA.
           READ ARCH-AUDITORIA AT END MOVE '10' TO FS-AUDITORIA.

       PROCESAR-AUDITORIA.
           IF AUD-FECHA IS NUMERIC AND AUD-HORA IS NUMERIC
              MOVE AUD-FECHA TO WS-AUD-SELLO-FECHA
              MOVE AUD-HORA TO WS-AUD-SELLO-HORA
              IF WS-AUD-SELLO-N GREATER WS-AUD-DESDE
                 AND WS-AUD-SELLO-N NOT GREATER WS-INICIO-N
                 PERFORM DESPACHAR-AUDITORIA
              END-IF
           END-IF.
           PERFORM LEER-AUDITORIA.

       DESPACHAR-AUDITORIA.
           IF AUD-OPERACION EQUAL 'R'
              ADD 1 TO WS-RESTAURACIONES.

           MOVE SPACE TO WS-OPERACION-BI.
           IF AUD-OPERACION EQUAL 'W'
              MOVE 'I' TO WS-OPERACION-BI.
           IF AUD-OPERACION EQUAL 'U'
              MOVE 'U' TO WS-OPERACION-BI.
           IF AUD-OPERACION EQUAL 'D'
              MOVE 'D' TO WS-OPERACION-BI.

           MOVE AUD-FECHA TO WS-SELLO-FECHA.
           MOVE AUD-HORA (1:6) TO WS-SELLO-HORA.

           IF WS-OPERACION-BI NOT EQUAL SPACE
              IF AUD-ARCHIVO EQUAL 'EMPRESAS-INDEXED.DAT'
                 PERFORM ENTREGAR-EMPRESA-AUDITADA
              END-IF
              IF AUD-ARCHIVO EQUAL 'CONSULTORES-INDEXED.DAT'
                 PERFORM ENTREGAR-CONSULTOR-AUDITADO
              END-IF
              IF AUD-ARCHIVO EQUAL 'TIMES-INDEXED.DAT'
                 PERFORM ENTREGAR-HORAS-AUDITADAS
              END-IF
              IF AUD-ARCHIVO EQUAL 'FACTURAS.DAT'
                 PERFORM ENTREGAR-FACTURA-AUDITADA
              END-IF
              IF AUD-ARCHIVO EQUAL 'COBRANZAS.DAT'
                 PERFORM ENTREGAR-COBRANZA-AUDITADA
              END-IF
              IF AUD-ARCHIVO EQUAL 'APLICACIONES.DAT'
                 PERFORM ENTREGAR-APLICACION-AUDITADA
              END-IF
           END-IF.

      *    la clave auditada es el codigo de empresa; salvo en una
      *    baja, se entrega el registro vigente del maestro.
       ENTREGAR-EMPRESA-AUDITADA.
           INITIALIZE LINEA-BI-EMPRESAS.
           MOVE WS-OPERACION-BI TO LBE-OP.
           MOVE WS-SELLO TO LBE-FECHA-HORA.
           MOVE AUD-CLAVE (1:3) TO LBE-CODIGO.
           MOVE AUD-USUARIO TO LBE-USUARIO.
           IF WS-OPERACION-BI NOT EQUAL 'D'
              AND AUD-CLAVE (1:3) IS NUMERIC
              MOVE AUD-CLAVE (1:3) TO REG-EMP-IND-COD
              READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-COD
                  INVALID KEY MOVE '23' TO FS-ARCH-EMP-IDX
              END-READ
              IF EMP-OK
                 PERFORM COMPLETAR-LINEA-EMPRESA
              END-IF
           END-IF.
           PERFORM GRABAR-LINEA-EMPRESA.

       ENTREGAR-CONSULTOR-AUDITADO.
           INITIALIZE LINEA-BI-CONSULTORES.
           MOVE WS-OPERACION-BI TO LBC-OP.
           MOVE WS-SELLO TO LBC-FECHA-HORA.
           MOVE AUD-CLAVE (1:5) TO LBC-CODIGO.
           MOVE AUD-USUARIO TO LBC-USUARIO.
           IF WS-OPERACION-BI NOT EQUAL 'D'
              MOVE AUD-CLAVE (1:5) TO REG-KEY-CODE-CONS
              READ ARCH-CONS-IDX RECORD KEY IS REG-KEY-CODE-CONS
                  INVALID KEY MOVE '23' TO FS-ARCH-CONS-IDX
              END-READ
              IF CONS-OK
                 PERFORM COMPLETAR-LINEA-CONSULTOR
              END-IF
           END-IF.
           PERFORM GRABAR-LINEA-CONSULTOR.

      *    las altas de horas entran por REG-TIMES-CORRIDA (ver
      *    EXTRAER-HORAS), asi que las W de la carga del indexado se
      *    ignoran. una D es el archivado al historico, con la clave
      *    completa; una U es la reasignacion de una fusion de
      *    empresas o consultores, con la clave vieja que se
      *    reemplazo y el valor nuevo, que van en el detalle.
       ENTREGAR-HORAS-AUDITADAS.
           IF WS-OPERACION-BI NOT EQUAL 'I'
              INITIALIZE LINEA-BI-HORAS
              MOVE WS-OPERACION-BI TO LBH-OP
              MOVE WS-SELLO TO LBH-FECHA-HORA
              MOVE AUD-USUARIO TO LBH-USUARIO
              IF WS-OPERACION-BI EQUAL 'D'
                 MOVE AUD-CLAVE TO REG-KEY-TIMES
                 MOVE REG-KEY-NUM TO LBH-CONSULTOR
                 IF REG-KEY-FECHA IS NUMERIC
                    PERFORM CONVERTIR-FECHA-TIMES
                    MOVE WS-FECHA-AM-N TO LBH-FECHA
                 END-IF
                 IF REG-KEY-CUIT IS NUMERIC
                    MOVE REG-KEY-CUIT TO LBH-CUIT
                 END-IF
              ELSE
                 STRING AUD-CLAVE ' ' AUD-VALOR-DESPUES
                     DELIMITED BY SIZE INTO LBH-DETALLE
              END-IF
              PERFORM GRABAR-LINEA-HORAS
           END-IF.

       CONVERTIR-FECHA-TIMES.
           MOVE REG-KEY-FECHA (5:4) TO WS-FECHA-AM-AAAA.
           MOVE REG-KEY-FECHA (3:2) TO WS-FECHA-AM-MM.
           MOVE REG-KEY-FECHA (1:2) TO WS-FECHA-AM-DD.

      *    anulaciones y bajas por incobrable: la clave auditada es
      *    PPPP-L-NNNNNNNN y se entrega el comprobante vigente, con
      *    el motivo que quedo en la auditoria.
       ENTREGAR-FACTURA-AUDITADA.
           INITIALIZE LINEA-BI-FACTURAS.
           MOVE WS-OPERACION-BI TO LBF-OP.
           MOVE WS-SELLO TO LBF-FECHA-HORA.
           MOVE AUD-USUARIO TO LBF-USUARIO.
           MOVE AUD-VALOR-DESPUES TO LBF-DETALLE.
           MOVE AUD-CLAVE TO WS-CLAVE-FACTURA.
           MOVE WS-CLF-PV TO LBF-PUNTO-VENTA.
           MOVE WS-CLF-LETRA TO LBF-LETRA.
           MOVE WS-CLF-NUMERO TO LBF-NUMERO.
           IF WS-CLF-PV IS NUMERIC AND WS-CLF-NUMERO IS NUMERIC
              MOVE WS-CLF-PV TO FAC-PUNTO-VENTA
              MOVE WS-CLF-LETRA TO FAC-LETRA
              MOVE WS-CLF-NUMERO TO FAC-NUMERO
              READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE
                  INVALID KEY MOVE '23' TO FS-FACTURAS
              END-READ
              IF FACTURAS-OK
                 PERFORM COMPLETAR-LINEA-FACTURA
              END-IF
           END-IF.
           PERFORM GRABAR-LINEA-FACTURA.

      *    la clave auditada del recibo no lleva la fecha. el alta
      *    (CargaCobranzas, ProcesaRespuestaDebito) y la correccion
      *    (MantenimientoCobranzas) traen en el valor nuevo la fecha
      *    y la referencia vigentes, y se lee el recibo por clave;
      *    las demas se buscan por CUIT + referencia con un START al
      *    principio del CUIT.
       ENTREGAR-COBRANZA-AUDITADA.
           INITIALIZE LINEA-BI-COBRANZAS.
           MOVE WS-OPERACION-BI TO LBR-OP.
           MOVE WS-SELLO TO LBR-FECHA-HORA.
           MOVE AUD-USUARIO TO LBR-USUARIO.
           IF WS-OPERACION-BI NOT EQUAL 'I'
              MOVE AUD-VALOR-DESPUES TO LBR-DETALLE.
           MOVE AUD-CLAVE TO WS-CLAVE-COBRANZA.
           MOVE WS-CLC-CUIT TO LBR-CUIT.
           MOVE WS-CLC-REFERENCIA TO LBR-REFERENCIA.
           MOVE 'N' TO WS-ENCONTRADO.
           IF WS-CLC-CUIT IS NUMERIC
              IF WS-OPERACION-BI NOT EQUAL 'D'
                 AND AUD-VALOR-DESPUES (1:8) IS NUMERIC
                 AND AUD-VALOR-DESPUES (9:1) EQUAL SPACE
                 PERFORM LEER-RECIBO-AUDITADO
              ELSE
                 PERFORM UBICAR-RECIBO-AUDITADO
              END-IF
           END-IF.
           IF ENCONTRADO
              PERFORM COMPLETAR-LINEA-COBRANZA.
           PERFORM GRABAR-LINEA-COBRANZA.

       LEER-RECIBO-AUDITADO.
           MOVE WS-CLC-CUIT TO REG-COB-CUIT.
           MOVE AUD-VALOR-DESPUES (1:8) TO REG-COB-FECHA.
           MOVE AUD-VALOR-DESPUES (10:10) TO REG-COB-REFERENCIA.
           MOVE REG-COB-REFERENCIA TO LBR-REFERENCIA.
           READ ARCH-COBRANZAS RECORD KEY IS REG-COB-CLAVE
               INVALID KEY MOVE '23' TO FS-COBRANZAS
           END-READ.
           IF COB-OK
              MOVE 'S' TO WS-ENCONTRADO.

       UBICAR-RECIBO-AUDITADO.
           MOVE WS-CLC-CUIT TO REG-COB-CUIT.
           MOVE 0 TO REG-COB-FECHA.
           MOVE SPACES TO REG-COB-REFERENCIA.
           START ARCH-COBRANZAS
               KEY IS NOT LESS THAN REG-COB-CLAVE
               INVALID KEY MOVE '10' TO FS-COBRANZAS
           END-START.
           IF COB-OK
              PERFORM LEER-COBRANZA-SIGUIENTE
              PERFORM BUSCAR-RECIBO-AUDITADO
                  UNTIL COB-EOF OR ENCONTRADO
                   OR REG-COB-CUIT NOT EQUAL WS-CLC-CUIT.

       BUSCAR-RECIBO-AUDITADO.
           IF REG-COB-REFERENCIA EQUAL WS-CLC-REFERENCIA
              MOVE 'S' TO WS-ENCONTRADO
           ELSE
              PERFORM LEER-COBRANZA-SIGUIENTE.

      *    el alta de una aplicacion (CargaAplicaciones,
      *    ProcesaRespuestaDebito) trae la clave completa en el valor
      *    nuevo ('RECIBO ' fecha referencia ' FACTURA '
      *    PPPP-L-NNNNNNNN); se entrega el registro vigente del
      *    maestro. las demas operaciones sobre aplicaciones no se
      *    entregan.
       ENTREGAR-APLICACION-AUDITADA.
           IF WS-OPERACION-BI EQUAL 'I'
              AND AUD-VALOR-DESPUES (1:7) EQUAL 'RECIBO '
              INITIALIZE LINEA-BI-APLICACIONES
              MOVE 'I' TO LBA-OP
              MOVE WS-SELLO TO LBA-FECHA-HORA
              MOVE AUD-CLAVE (1:11) TO LBA-CUIT
              MOVE AUD-VALOR-DESPUES (8:8) TO LBA-FECHA-COB
              MOVE AUD-VALOR-DESPUES (17:10) TO LBA-REFERENCIA
              MOVE AUD-VALOR-DESPUES (36:4) TO LBA-PUNTO-VENTA
              MOVE AUD-VALOR-DESPUES (41:1) TO LBA-LETRA
              MOVE AUD-VALOR-DESPUES (43:8) TO LBA-FACTURA
              IF APLICACIONES-ABIERTO
                 AND AUD-CLAVE (1:11) IS NUMERIC
                 AND AUD-VALOR-DESPUES (8:8) IS NUMERIC
                 AND AUD-VALOR-DESPUES (36:4) IS NUMERIC
                 AND AUD-VALOR-DESPUES (43:8) IS NUMERIC
                 PERFORM LEER-APLICACION-AUDITADA
              END-IF
              PERFORM GRABAR-LINEA-APLICACION
           END-IF.

       LEER-APLICACION-AUDITADA.
           MOVE AUD-CLAVE (1:11) TO REG-APL-CUIT.
           MOVE AUD-VALOR-DESPUES (8:8) TO REG-APL-FECHA-COB.
           MOVE AUD-VALOR-DESPUES (17:10) TO REG-APL-REFERENCIA.
           MOVE AUD-VALOR-DESPUES (36:4) TO REG-APL-PV.
           MOVE AUD-VALOR-DESPUES (41:1) TO REG-APL-LETRA.
           MOVE AUD-VALOR-DESPUES (43:8) TO REG-APL-FACTURA.
           READ ARCH-APLICACIONES RECORD KEY IS REG-APL-CLAVE
               INVALID KEY MOVE '23' TO FS-APLICACIONES
           END-READ.
           IF APL-OK
              PERFORM COMPLETAR-LINEA-APLICACION.

      ******************************************************************
      * HORAS: ALTAS POR CORRIDA
      ******************************************************************
      *    una hora es nueva si su corrida de TP1 es posterior a la
      *    ultima entregada (los identificadores de corrida son
      *    AAAAMMDDHHMMSS y se comparan como texto). en carga completa
      *    van todas.
       EXTRAER-HORAS.
           OPEN INPUT ARCH-TIMES-IDX.
           IF NOT TIMES-OK
              DISPLAY 'SIN TIMES-INDEXED.DAT: NO HAY HORAS PARA '
                  'ENTREGAR'
           ELSE
              PERFORM LEER-TIMES-SIGUIENTE
              PERFORM EVALUAR-HORAS UNTIL TIMES-EOF
              CLOSE ARCH-TIMES-IDX.

       LEER-TIMES-SIGUIENTE.
           READ ARCH-TIMES-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TIMES-IDX
           END-READ.

       EVALUAR-HORAS.
           IF CARGA-FULL
              OR REG-TIMES-CORRIDA GREATER WS-CORRIDA-DESDE
              PERFORM ENTREGAR-HORAS.
           IF REG-TIMES-CORRIDA GREATER WS-CORRIDA-MAX
              MOVE REG-TIMES-CORRIDA TO WS-CORRIDA-MAX.
           PERFORM LEER-TIMES-SIGUIENTE.

       ENTREGAR-HORAS.
           INITIALIZE LINEA-BI-HORAS.
           MOVE 'I' TO LBH-OP.
           IF REG-TIMES-CORRIDA EQUAL SPACES
              MOVE WS-SELLO-CORRIDA TO LBH-FECHA-HORA
           ELSE
              MOVE REG-TIMES-CORRIDA TO LBH-FECHA-HORA.
           MOVE REG-KEY-NUM TO LBH-CONSULTOR.
           PERFORM CONVERTIR-FECHA-TIMES.
           MOVE WS-FECHA-AM-N TO LBH-FECHA.
           MOVE REG-KEY-CUIT TO LBH-CUIT.
           MOVE REG-TIMES-TAREA TO LBH-TAREA.
           MOVE REG-TIMES-HORAS TO WS-ED-HORAS.
           MOVE WS-ED-HORAS TO LBH-HORAS.
           MOVE REG-TIMES-TIPO TO LBH-TIPO.
           MOVE REG-TIMES-ESTADO TO LBH-ESTADO.
           MOVE REG-TIMES-CORRIDA TO LBH-CORRIDA.
           MOVE REG-TIMES-ORIGEN TO LBH-ORIGEN.
           MOVE REG-TIMES-ORDEN TO LBH-ORDEN.
           PERFORM GRABAR-LINEA-HORAS.

       GRABAR-LINEA-HORAS.
           MOVE LINEA-BI-HORAS TO REG-BI-HORAS.
           WRITE REG-BI-HORAS.
           ADD 1 TO WS-FILAS-HORAS.

      ******************************************************************
      * COMPROBANTES: ALTAS POR FECHA DEL DOCUMENTO
      ******************************************************************
       EXTRAER-FACTURAS.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'SIN FACTURAS.DAT: NO HAY COMPROBANTES PARA '
                  'ENTREGAR'
           ELSE
              PERFORM LEER-FACTURA-SIGUIENTE
              PERFORM EVALUAR-FACTURA UNTIL FACTURAS-EOF
              CLOSE ARCH-FACTURAS.

       LEER-FACTURA-SIGUIENTE.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

       EVALUAR-FACTURA.
           IF FAC-FECHA NOT LESS WS-DOC-DESDE
              AND FAC-FECHA LESS WS-FECHA-HOY
              INITIALIZE LINEA-BI-FACTURAS
              MOVE 'I' TO LBF-OP
              MOVE FAC-FECHA TO WS-SELLO-FECHA
              MOVE 0 TO WS-SELLO-HORA
              MOVE WS-SELLO TO LBF-FECHA-HORA
              PERFORM COMPLETAR-LINEA-FACTURA
              PERFORM GRABAR-LINEA-FACTURA.
           PERFORM LEER-FACTURA-SIGUIENTE.

       COMPLETAR-LINEA-FACTURA.
           MOVE FAC-PUNTO-VENTA TO LBF-PUNTO-VENTA.
           MOVE FAC-LETRA TO LBF-LETRA.
           MOVE FAC-NUMERO TO LBF-NUMERO.
           MOVE FAC-FECHA TO LBF-FECHA.
           MOVE FAC-CUIT TO LBF-CUIT.
           MOVE FAC-PERIODO TO LBF-PERIODO.
           MOVE FAC-TIPO TO LBF-TIPO.
           MOVE FAC-ESTADO TO LBF-ESTADO.
           MOVE FAC-MONEDA TO LBF-MONEDA.
           MOVE FAC-HORAS TO WS-ED-HORAS-LARGO.
           MOVE WS-ED-HORAS-LARGO TO LBF-HORAS.
           MOVE FAC-IMPORTE-BRUTO TO WS-ED-IMPORTE.
           MOVE WS-ED-IMPORTE TO LBF-IMPORTE-BRUTO.
           MOVE FAC-RETENCION TO WS-ED-IMPORTE.
           MOVE WS-ED-IMPORTE TO LBF-RETENCION.
           MOVE FAC-IVA TO WS-ED-IMPORTE.
           MOVE WS-ED-IMPORTE TO LBF-IVA.
           MOVE FAC-TOTAL TO WS-ED-IMPORTE.
           MOVE WS-ED-IMPORTE TO LBF-TOTAL.
           IF FAC-VENCIMIENTO IS NUMERIC
              MOVE FAC-VENCIMIENTO TO LBF-VENCIMIENTO.
           IF FAC-ENTIDAD IS NUMERIC AND FAC-ENTIDAD GREATER ZERO
              MOVE FAC-ENTIDAD TO LBF-ENTIDAD
           ELSE
              MOVE '01' TO LBF-ENTIDAD.

       GRABAR-LINEA-FACTURA.
           MOVE LINEA-BI-FACTURAS TO REG-BI-FACTURAS.
           WRITE REG-BI-FACTURAS.
           ADD 1 TO WS-FILAS-FACTURAS.

       EXTRAER-COBRANZAS.
           OPEN INPUT ARCH-COBRANZAS.
           IF NOT COB-OK
              DISPLAY 'SIN COBRANZAS.DAT: NO HAY RECIBOS PARA '
                  'ENTREGAR'
           ELSE
              PERFORM LEER-COBRANZA-SIGUIENTE
              PERFORM EVALUAR-COBRANZA UNTIL COB-EOF
              CLOSE ARCH-COBRANZAS.

       LEER-COBRANZA-SIGUIENTE.
           READ ARCH-COBRANZAS NEXT RECORD
               AT END MOVE '10' TO FS-COBRANZAS
           END-READ.

      *    solo en carga completa: van todos los recibos, tambien
      *    los de hoy o fechados adelante, porque desde la marca que
      *    deja esta corrida las altas entran por AUDITORIA.LOG.
       EVALUAR-COBRANZA.
           INITIALIZE LINEA-BI-COBRANZAS.
           MOVE 'I' TO LBR-OP.
           MOVE REG-COB-FECHA TO WS-SELLO-FECHA.
           MOVE 0 TO WS-SELLO-HORA.
           MOVE WS-SELLO TO LBR-FECHA-HORA.
           PERFORM COMPLETAR-LINEA-COBRANZA.
           PERFORM GRABAR-LINEA-COBRANZA.
           PERFORM LEER-COBRANZA-SIGUIENTE.

       COMPLETAR-LINEA-COBRANZA.
           MOVE REG-COB-CUIT TO LBR-CUIT.
           MOVE REG-COB-FECHA TO LBR-FECHA.
           MOVE REG-COB-REFERENCIA TO LBR-REFERENCIA.
           IF REG-COB-NRO-RECIBO IS NUMERIC
              MOVE REG-COB-NRO-RECIBO TO LBR-NRO-RECIBO.
           MOVE REG-COB-IMPORTE TO WS-ED-IMPORTE.
           MOVE WS-ED-IMPORTE TO LBR-IMPORTE.
           MOVE REG-COB-MONEDA TO LBR-MONEDA.
           MOVE REG-COB-ESTADO TO LBR-ESTADO.
           MOVE REG-COB-MEDIO-PAGO TO LBR-MEDIO-PAGO.
           IF REG-COB-ENTIDAD IS NUMERIC AND REG-COB-ENTIDAD
                  GREATER ZERO
              MOVE REG-COB-ENTIDAD TO LBR-ENTIDAD
           ELSE
              MOVE '01' TO LBR-ENTIDAD.

       GRABAR-LINEA-COBRANZA.
           MOVE LINEA-BI-COBRANZAS TO REG-BI-COBRANZAS.
           WRITE REG-BI-COBRANZAS.
           ADD 1 TO WS-FILAS-COBRANZAS.

       EXTRAER-APLICACIONES.
           OPEN INPUT ARCH-APLICACIONES.
           IF NOT APL-OK
              DISPLAY 'SIN APLICACIONES.DAT: NO HAY APLICACIONES '
                  'PARA ENTREGAR'
           ELSE
              PERFORM LEER-APLICACION-SIGUIENTE
              PERFORM EVALUAR-APLICACION UNTIL APL-EOF
              CLOSE ARCH-APLICACIONES.

       LEER-APLICACION-SIGUIENTE.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

      *    solo en carga completa, igual que EVALUAR-COBRANZA.
       EVALUAR-APLICACION.
           INITIALIZE LINEA-BI-APLICACIONES.
           MOVE 'I' TO LBA-OP.
           MOVE REG-APL-FECHA-COB TO WS-SELLO-FECHA.
           MOVE 0 TO WS-SELLO-HORA.
           MOVE WS-SELLO TO LBA-FECHA-HORA.
           PERFORM COMPLETAR-LINEA-APLICACION.
           PERFORM GRABAR-LINEA-APLICACION.
           PERFORM LEER-APLICACION-SIGUIENTE.

       COMPLETAR-LINEA-APLICACION.
           MOVE REG-APL-CUIT TO LBA-CUIT.
           MOVE REG-APL-FECHA-COB TO LBA-FECHA-COB.
           MOVE REG-APL-REFERENCIA TO LBA-REFERENCIA.
           MOVE REG-APL-PV TO LBA-PUNTO-VENTA.
           MOVE REG-APL-LETRA TO LBA-LETRA.
           MOVE REG-APL-FACTURA TO LBA-FACTURA.
           MOVE REG-APL-IMPORTE TO WS-ED-IMPORTE.
           MOVE WS-ED-IMPORTE TO LBA-IMPORTE.
           MOVE REG-APL-MONEDA TO LBA-MONEDA.
           MOVE REG-APL-IMPORTE-DOC TO WS-ED-IMPORTE.
           MOVE WS-ED-IMPORTE TO LBA-IMPORTE-DOC.

       GRABAR-LINEA-APLICACION.
           MOVE LINEA-BI-APLICACIONES TO REG-BI-APLICACIONES.
           WRITE REG-BI-APLICACIONES.
           ADD 1 TO WS-FILAS-APLICACIONES.

      ******************************************************************
      * ENGAGEMENTS: ALTAS POR POSICION
      ******************************************************************
      *    ENGAGEMENTS.DAT solo se agrega (CargaEngagements,
      *    GestionPresupuestos): se entregan los renglones
      *    posteriores a los ya entregados. si el primer renglon no
      *    es el de la marca, el archivo fue recreado y se entrega
      *    entero.
       EXTRAER-ENGAGEMENTS.
           MOVE 0 TO WS-ENG-LEIDOS.
           MOVE SPACES TO WS-ENG-PRIMERO.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF NOT ENG-OK
              DISPLAY 'SIN ENGAGEMENTS.DAT: NO HAY ENGAGEMENTS PARA '
                  'ENTREGAR'
              MOVE 0 TO WS-ENG-YA-ENTREGADOS
           ELSE
              PERFORM LEER-ENGAGEMENT
              IF ENG-OK
                 MOVE REG-ENGAGEMENT TO WS-ENG-PRIMERO
              END-IF
              IF WS-ENG-PRIMERO NOT EQUAL WS-ENG-PRIMERO-ANT
                 AND WS-ENG-YA-ENTREGADOS GREATER ZERO
                 DISPLAY 'ENGAGEMENTS.DAT FUE RECREADO: SE ENTREGA '
                     'COMPLETO'
                 MOVE 0 TO WS-ENG-YA-ENTREGADOS
              END-IF
              PERFORM EVALUAR-ENGAGEMENT UNTIL ENG-EOF
              CLOSE ARCH-ENGAGEMENTS.

       LEER-ENGAGEMENT.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       EVALUAR-ENGAGEMENT.
           ADD 1 TO WS-ENG-LEIDOS.
           IF WS-ENG-LEIDOS GREATER WS-ENG-YA-ENTREGADOS
              INITIALIZE LINEA-BI-ENGAGEMENTS
              MOVE 'I' TO LBG-OP
              MOVE WS-SELLO-CORRIDA TO LBG-FECHA-HORA
              MOVE REG-ENG-EMPRESA TO LBG-EMPRESA
              MOVE REG-ENG-VIG-DESDE TO LBG-VIG-DESDE
              MOVE REG-ENG-VIG-HASTA TO LBG-VIG-HASTA
              MOVE REG-ENG-HORAS-MENSUALES TO WS-ED-HORAS-LARGO
              MOVE WS-ED-HORAS-LARGO TO LBG-HORAS-MENSUALES
              MOVE REG-ENG-HORAS-TOTALES TO WS-ED-HORAS-LARGO
              MOVE WS-ED-HORAS-LARGO TO LBG-HORAS-TOTALES
              MOVE LINEA-BI-ENGAGEMENTS TO REG-BI-ENGAGEMENTS
              WRITE REG-BI-ENGAGEMENTS
              ADD 1 TO WS-FILAS-ENGAGEMENTS.
           PERFORM LEER-ENGAGEMENT.

      ******************************************************************
      * CIERRE: CONTROL Y MARCA DE AGUA
      ******************************************************************
       CERRAR-SALIDAS.
           CLOSE ARCH-BI-EMPRESAS.
           CLOSE ARCH-BI-CONSULTORES.
           CLOSE ARCH-BI-HORAS.
           CLOSE ARCH-BI-FACTURAS.
           CLOSE ARCH-BI-COBRANZAS.
           CLOSE ARCH-BI-APLICACIONES.
           CLOSE ARCH-BI-ENGAGEMENTS.

       GRABAR-CONTROL.
           OPEN OUTPUT ARCH-BI-CONTROL.
           IF NOT BI-CONTROL-OK
              DISPLAY 'NO PUDO CREARSE BI-CONTROL.CSV ' FS-BI-CONTROL
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE LINEA-CAB-CONTROL TO REG-BI-CONTROL.
           WRITE REG-BI-CONTROL.

           MOVE WS-CARGA TO LBK-CARGA.
           MOVE WS-AUD-DESDE TO LBK-DESDE.
           MOVE WS-INICIO-N TO LBK-HASTA.

           MOVE 'BI-EMPRESAS.CSV' TO LBK-ARCHIVO.
           MOVE WS-FILAS-EMPRESAS TO LBK-FILAS.
           PERFORM GRABAR-RENGLON-CONTROL.
           MOVE 'BI-CONSULTORES.CSV' TO LBK-ARCHIVO.
           MOVE WS-FILAS-CONSULTORES TO LBK-FILAS.
           PERFORM GRABAR-RENGLON-CONTROL.
           MOVE 'BI-HORAS.CSV' TO LBK-ARCHIVO.
           MOVE WS-FILAS-HORAS TO LBK-FILAS.
           PERFORM GRABAR-RENGLON-CONTROL.
           MOVE 'BI-FACTURAS.CSV' TO LBK-ARCHIVO.
           MOVE WS-FILAS-FACTURAS TO LBK-FILAS.
           PERFORM GRABAR-RENGLON-CONTROL.
           MOVE 'BI-COBRANZAS.CSV' TO LBK-ARCHIVO.
           MOVE WS-FILAS-COBRANZAS TO LBK-FILAS.
           PERFORM GRABAR-RENGLON-CONTROL.
           MOVE 'BI-APLICACIONES.CSV' TO LBK-ARCHIVO.
           MOVE WS-FILAS-APLICACIONES TO LBK-FILAS.
           PERFORM GRABAR-RENGLON-CONTROL.
           MOVE 'BI-ENGAGEMENTS.CSV' TO LBK-ARCHIVO.
           MOVE WS-FILAS-ENGAGEMENTS TO LBK-FILAS.
           PERFORM GRABAR-RENGLON-CONTROL.

           CLOSE ARCH-BI-CONTROL.

       GRABAR-RENGLON-CONTROL.
           MOVE LINEA-BI-CONTROL TO REG-BI-CONTROL.
           WRITE REG-BI-CONTROL.

      *    recien aca, con todas las salidas cerradas, la marca
      *    avanza hasta el arranque de esta extraccion.
       GRABAR-WATERMARK.
           OPEN OUTPUT ARCH-WATERMARK.
           IF NOT WATERMARK-OK
              DISPLAY 'NO PUDO GRABARSE BI-WATERMARK.DAT '
                  FS-WATERMARK
              DISPLAY 'LA PROXIMA EXTRACCION REPITE ESTA VENTANA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE SPACES TO REG-WATERMARK.
           MOVE WS-INICIO-N TO WMB-AUDITORIA-HASTA.
           MOVE WS-FECHA-HOY TO WMB-FECHA-DOC.
           MOVE WS-CORRIDA-MAX TO WMB-CORRIDA.
           MOVE WS-ENG-LEIDOS TO WMB-CANT-ENG.
           MOVE WS-ENG-PRIMERO TO WMB-PRIMER-ENG.
           WRITE REG-WATERMARK.
           CLOSE ARCH-WATERMARK.
