      *    transferencias TRANSFERENCIAS-<AAAAMM>.DAT con el CBU del
      *    maestro de consultores; un consultor sin CBU cargado queda
      *    liquidado pero fuera del archivo bancario, con aviso.
      *    como agente de retencion, sobre cada pago se calcula la
      *    retencion de Ganancias (RG 830) segun la condicion del
      *    consultor en el maestro: pagos acumulados del mes menos el
      *    minimo no sujeto, escala para inscriptos y alicuota fija
      *    para no inscriptos, parametros en GANANCIAS-RG830.DAT. lo
      *    retenido sale en un certificado numerado por pago
      *    (CERTIFICADO-GAN-<NRO>.LST la entidad 01,
      *    CERTIFICADO-GAN-E<NN>-<NRO>.LST las demas), se asienta en
      *    RETENCIONES-GANANCIAS.DAT - la contracara de
      *    RETENCIONES-SUFRIDAS.DAT - y la transferencia va por el
      *    neto. al final se rearma SICORE-E<NN>-<AAAAMM>.TXT con
      *    todas las retenciones practicadas en el mes para la
      *    presentacion de cada entidad.
      *    el agente de retencion es la entidad que paga (ver
      *    ENTIDADES.DAT): la de cada hora es la que la facturo, la
      *    que SUB-RUTINA-ENTIDADES asigna a la empresa a la fecha
      *    trabajada, y la guardia va por la de su empresa. la
      *    liquidacion del consultor la paga la entidad con mas horas
      *    suyas en el periodo (con aviso si hubo mas de una). cada
      *    entidad lleva su correlativa de certificados -
      *    CERTIFICADO-GANANCIAS-NUMERO.DAT la 01,
      *    CERTIFICADO-GANANCIAS-NUMERO-E<NN>.DAT las demas, igual
      *    que los recibos - su minimo no sujeto del mes y su SICORE.
      *    del neto se descuenta la cuota del mes de cada anticipo o
      *    prestamo vigente del consultor (ANTICIPOS.DAT, ver
      *    CargaAnticipos), hasta donde alcance: la liquidacion nunca
      *    queda negativa y la cuota que no entra se difiere al mes
      *    siguiente con aviso.
      *    los dias de guardia del periodo (GUARDIAS.DAT, ver
      *    CargaGuardias) se pagan al valor diario de cada guardia,
      *    aparte de las horas: un consultor de guardia sin horas
      *    en el mes igual cobra.
      *    el consultor de una firma externa (REG-CONS-PROVEEDOR
      *    cargado) no se liquida: lo cobra su proveedor con la
      *    factura que se controla en ConciliacionProveedores.
      *    las horas de cada consultor se reparten por dia en tres
      *    bandas - normal, extra (por encima del umbral diario o
      *    mensual) y no laborable (sabado, domingo o feriado de
      *    FERIADOS.DAT) - y cada banda se paga al costo por su
      *    multiplicador, segun el adicional vigente del SRT en
      *    ADICIONALES-HORAS.DAT (ver CargaAdicionales). el reparto
      *    lo hace SUB-RUTINA-ADICIONALES, la misma que usa
      *    ReporteMargen para el costo cargado; por eso TIMES se
      *    recorre dos veces: la primera junta las horas normales del
      *    mes de cada consultor, contra las que se mide el umbral
      *    mensual en la segunda. el recibo muestra las bandas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TRANSFERENCIAS.

           SELECT ARCH-ANTICIPOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-ANT-CLAVE
               FILE STATUS IS FS-ANTICIPOS.

           SELECT ARCH-GAN-PARAM ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-GAN-PARAM.

           SELECT ARCH-RET-GANANCIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RET-GANANCIAS.

           SELECT ARCH-NUMERO-CERT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NUMERO-CERT.

           SELECT ARCH-CERTIFICADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CERTIFICADO.

           SELECT ARCH-SICORE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SICORE.

           SELECT ARCH-GUARDIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-GUARDIAS.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

       DATA DIVISION.
       FILE SECTION.

           03 REG-CONS-FECHA-ALTA    PIC 9(8).
           03 REG-CONS-FECHA-BAJA    PIC 9(8).
           03 REG-CONS-CBU           PIC X(22).
      *    CUIT del consultor y condicion frente a Ganancias para la
      *    retencion RG 830 (I inscripto, N no inscripto, E exento);
      *    un registro viejo se lee en blanco y se trata como
      *    inscripto, con aviso.
           03 REG-CONS-CUIT          PIC 9(11).
           03 REG-CONS-COND-GANANCIAS PIC X(1).
      *    proveedor del consultor (ver CargaProveedores): el
      *    de una firma externa cobra por la factura de su
      *    proveedor y no se liquida aca. blanco = propio.
           03 REG-CONS-PROVEEDOR     PIC X(5).

       FD ARCH-COSTOS-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COSTOS-INDEXED.DAT'
           03 LIQ-HORAS                  PIC 9(5)V99.
           03 LIQ-IMPORTE                PIC 9(10)V99.
           03 LIQ-FECHA-EMISION          PIC 9(8).
      *    retencion de Ganancias practicada sobre el pago; el neto
      *    transferido es LIQ-IMPORTE menos este importe.
           03 LIQ-RETENCION              PIC 9(10)V99.
      *    cuotas de anticipos y prestamos descontadas del neto.
           03 LIQ-DESCUENTOS             PIC 9(10)V99.
      *    dias de guardia del periodo y su pago, ya incluido en
      *    LIQ-IMPORTE.
           03 LIQ-DIAS-GUARDIA           PIC 9(3).
           03 LIQ-IMPORTE-GUARDIA        PIC 9(10)V99.
      *    horas extra y no laborables del periodo y su pago con el
      *    adicional, ya incluidos en LIQ-HORAS y LIQ-IMPORTE.
           03 LIQ-HORAS-EXTRA            PIC 9(5)V99.
           03 LIQ-IMPORTE-EXTRA          PIC 9(10)V99.
           03 LIQ-HORAS-NO-LAB           PIC 9(5)V99.
           03 LIQ-IMPORTE-NO-LAB         PIC 9(10)V99.

       FD ARCH-RECIBO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-RECIBO
           03 FILLER                     PIC X(1).
           03 TRF-NOMBRE                 PIC X(25).

      *    anticipos y prestamos otorgados - ver CargaAnticipos.
       FD ARCH-ANTICIPOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ANTICIPOS.DAT'
             DATA RECORD IS REG-ANTICIPO.

       01 REG-ANTICIPO.
           03 REG-ANT-CLAVE.
               05 REG-ANT-CONSULTOR      PIC X(5).
               05 REG-ANT-NUMERO         PIC 9(3).
           03 REG-ANT-TIPO               PIC X(1).
           03 REG-ANT-FECHA              PIC 9(8).
           03 REG-ANT-IMPORTE            PIC 9(10)V99.
           03 REG-ANT-CUOTAS             PIC 9(3).
           03 REG-ANT-IMPORTE-CUOTA      PIC 9(10)V99.
           03 REG-ANT-CUOTAS-PAGADAS     PIC 9(3).
           03 REG-ANT-SALDO              PIC 9(10)V99.
           03 REG-ANT-ULTIMO-PERIODO     PIC 9(6).
           03 REG-ANT-CUOTAS-DIFERIDAS   PIC 9(3).
           03 REG-ANT-OBSERVACION        PIC X(30).

      *    parametros del regimen, cargados a mano: un renglon 'P'
      *    con el regimen, el CUIT propio como agente, el minimo no
      *    sujeto mensual, la alicuota para no inscriptos y el
      *    minimo de retencion; y un renglon 'E' por tramo de la
      *    escala para inscriptos (hasta 0 = sin tope).
       FD ARCH-GAN-PARAM LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'GANANCIAS-RG830.DAT'
             DATA RECORD IS REG-GAN-PARAM.

       01 REG-GAN-PARAM.
           03 GAN-TIPO                   PIC X(1).
               88 GAN-PARAMETROS         VALUE 'P'.
               88 GAN-ESCALA             VALUE 'E'.
           03 GAN-DATOS                  PIC X(60).
           03 GAN-DATOS-PARAMETROS REDEFINES GAN-DATOS.
               05 GAN-REGIMEN            PIC 9(3).
               05 GAN-CUIT-AGENTE        PIC 9(11).
               05 GAN-MINIMO-NO-SUJETO   PIC 9(10)V99.
               05 GAN-ALICUOTA-NO-INSC   PIC 9(3)V99.
               05 GAN-MINIMO-RETENCION   PIC 9(10)V99.
               05 FILLER                 PIC X(17).
           03 GAN-DATOS-ESCALA REDEFINES GAN-DATOS.
               05 GAN-TRAMO-DESDE        PIC 9(10)V99.
               05 GAN-TRAMO-HASTA        PIC 9(10)V99.
               05 GAN-TRAMO-FIJO         PIC 9(10)V99.
               05 GAN-TRAMO-PCT          PIC 9(3)V99.
               05 FILLER                 PIC X(19).

      *    retenciones de Ganancias practicadas: un renglon por pago
      *    liquidado, con o sin retencion, porque el minimo no
      *    sujeto se aplica sobre lo pagado en todo el mes.
      *    certificado en cero = pago sin retencion.
       FD ARCH-RET-GANANCIAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'RETENCIONES-GANANCIAS.DAT'
             DATA RECORD IS REG-RET-GANANCIAS.

       01 REG-RET-GANANCIAS.
           03 RGA-CERTIFICADO            PIC 9(8).
           03 RGA-CONSULTOR              PIC X(5).
           03 RGA-CUIT                   PIC 9(11).
           03 RGA-FECHA-PAGO             PIC 9(8).
           03 RGA-PERIODO                PIC 9(6).
           03 RGA-REGIMEN                PIC 9(3).
           03 RGA-CONDICION              PIC X(1).
           03 RGA-IMPORTE-PAGO           PIC 9(10)V99.
           03 RGA-PAGOS-MES              PIC 9(10)V99.
           03 RGA-BASE                   PIC 9(10)V99.
           03 RGA-RETENCION              PIC 9(10)V99.
      *    entidad agente de la retencion; un renglon viejo se lee en
      *    blanco y es de la 01.
           03 RGA-ENTIDAD                PIC 9(2).

      *    ultimo numero de certificado emitido - mismo renglon
      *    releido y regrabado que PRESUPUESTO-NUMERO.DAT, un archivo
      *    por entidad.
       FD ARCH-NUMERO-CERT LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-NUMERO-CERT
             DATA RECORD IS REG-NUMERO-CERT.

       01 REG-NUMERO-CERT.
           03 NUM-ULTIMO-CERTIFICADO     PIC 9(8).

       FD ARCH-CERTIFICADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-CERTIFICADO
             DATA RECORD IS REG-CERTIFICADO.

       01 REG-CERTIFICADO                PIC X(80).

      *    renglon de retenciones del aplicativo SICORE, ancho fijo;
      *    los importes van con coma decimal.
       FD ARCH-SICORE LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-SICORE
             DATA RECORD IS REG-SICORE.

       01 REG-SICORE.
           03 SIC-COD-COMPROBANTE        PIC 9(2).
           03 SIC-FECHA-COMPROBANTE      PIC X(10).
           03 SIC-NRO-COMPROBANTE        PIC X(16).
           03 SIC-IMPORTE-COMPROBANTE    PIC 9(13),99.
           03 SIC-COD-IMPUESTO           PIC 9(3).
           03 SIC-COD-REGIMEN            PIC 9(3).
           03 SIC-COD-OPERACION          PIC 9(1).
           03 SIC-BASE-CALCULO           PIC 9(11),99.
           03 SIC-FECHA-RETENCION        PIC X(10).
           03 SIC-COD-CONDICION          PIC 9(2).
           03 SIC-SUJETO-SUSPENDIDO      PIC 9(1).
           03 SIC-IMPORTE-RETENCION      PIC 9(11),99.
           03 SIC-PCT-EXCLUSION          PIC 9(3),99.
           03 SIC-FECHA-BOLETIN          PIC X(10).
           03 SIC-TIPO-DOCUMENTO         PIC 9(2).
           03 SIC-NRO-DOCUMENTO          PIC X(20).
           03 SIC-NRO-CERTIFICADO        PIC 9(14).

      *    guardias cargadas - ver CargaGuardias. archivo opcional.
       FD ARCH-GUARDIAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'GUARDIAS.DAT'
             DATA RECORD IS REG-GUARDIA.

       01 REG-GUARDIA.
           03 GUA-CONSULTOR              PIC X(5).
           03 GUA-EMPRESA                PIC 9(3).
           03 GUA-DESDE                  PIC 9(8).
           03 GUA-HASTA                  PIC 9(8).
           03 GUA-TARIFA-DIA             PIC 9(8)V99.
           03 GUA-PAGO-DIA               PIC 9(8)V99.

      *    solo para pasar la empresa de la guardia a su CUIT.
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

       WORKING-STORAGE SECTION.

       77 FS-ARCH-TIMES-IDX PIC XX.
       77 FS-TRANSFERENCIAS PIC XX.
           88 TRANSFERENCIAS-OK VALUE '00'.

       77 FS-ANTICIPOS     PIC XX.
           88 ANT-OK         VALUE '00'.
           88 ANT-EOF        VALUE '10'.

       77 FS-GAN-PARAM     PIC XX.
           88 GAN-PARAM-OK   VALUE '00'.
           88 GAN-PARAM-EOF  VALUE '10'.

       77 FS-RET-GANANCIAS PIC XX.
           88 RET-GANANCIAS-OK  VALUE '00'.
           88 RET-GANANCIAS-EOF VALUE '10'.

       77 FS-NUMERO-CERT   PIC XX.
           88 NUMERO-CERT-OK VALUE '00'.

       77 FS-CERTIFICADO   PIC XX.
           88 CERTIFICADO-OK VALUE '00'.

       77 FS-SICORE        PIC XX.
           88 SICORE-OK      VALUE '00'.

       77 FS-GUARDIAS      PIC XX.
           88 GUARDIAS-OK    VALUE '00'.
           88 GUARDIAS-EOF   VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno LIQUIDACION-MODO vale 'BATCH',

       01 WS-NOMBRE-RECIBO           PIC X(32).
       01 WS-NOMBRE-TRANSFERENCIAS   PIC X(26).
       01 WS-NOMBRE-CERTIFICADO      PIC X(32).
       01 WS-NOMBRE-SICORE           PIC X(21).
       01 WS-NOMBRE-NUMERO-CERT      PIC X(36).

       01 WS-EMP-DISPONIBLE          PIC X VALUE 'N'.
           88 EMP-DISPONIBLE         VALUE 'S'.

       01 WS-SRT-HIST-DISPONIBLE     PIC X VALUE 'N'.
           88 SRT-HIST-DISPONIBLE    VALUE 'S'.
               05 TAB-LIQ-NUM           PIC X(5).
               05 TAB-LIQ-HORAS         PIC S9(5)V99.
               05 TAB-LIQ-IMPORTE       PIC S9(10)V99.
      *        pagado y retenido de Ganancias en el mes de pago, de
      *        corridas anteriores (RETENCIONES-GANANCIAS.DAT).
               05 TAB-LIQ-PAGOS-MES     PIC S9(10)V99.
               05 TAB-LIQ-RETENIDO-MES  PIC S9(10)V99.
      *        dias de guardia del periodo y su pago, tambien sumado
      *        en TAB-LIQ-IMPORTE.
               05 TAB-LIQ-DIAS-GUARDIA  PIC 9(3).
               05 TAB-LIQ-IMP-GUARDIA   PIC S9(10)V99.
      *        horas normales del mes segun el umbral diario, de la
      *        primera pasada, y las horas e importe de cada banda,
      *        tambien sumados en TAB-LIQ-HORAS / TAB-LIQ-IMPORTE.
               05 TAB-LIQ-HS-NORMAL-MES PIC S9(5)V99.
               05 TAB-LIQ-HS-NORMAL     PIC S9(5)V99.
               05 TAB-LIQ-HS-EXTRA      PIC S9(5)V99.
               05 TAB-LIQ-HS-NO-LAB     PIC S9(5)V99.
               05 TAB-LIQ-IMP-NORMAL    PIC S9(10)V99.
               05 TAB-LIQ-IMP-EXTRA     PIC S9(10)V99.
               05 TAB-LIQ-IMP-NO-LAB    PIC S9(10)V99.
      *        entidad que paga la liquidacion.
               05 TAB-LIQ-ENTIDAD       PIC 9(2).

       01 WS-CANT-LIQ                PIC 9(4) VALUE 0.

      *    horas y dias de guardia del periodo de cada consultor por
      *    entidad que los facturo, para elegir la que paga.
       01 WS-MAX-LEN                 PIC 9(4) VALUE 4000.

       01 TABLA-LIQ-ENTIDADES.
           03 TAB-LEN OCCURS 4000 TIMES INDEXED BY IND-TAB-LEN.
               05 TAB-LEN-NUM           PIC X(5).
               05 TAB-LEN-ENTIDAD       PIC 9(2).
               05 TAB-LEN-HORAS         PIC S9(5)V99.
               05 TAB-LEN-DIAS          PIC 9(3).

       01 WS-CANT-LEN                PIC 9(4) VALUE 0.
       01 WS-LEN-CONSULTOR           PIC X(5).
       01 WS-LEN-ENCONTRADA          PIC X VALUE 'N'.
           88 LEN-ENCONTRADA         VALUE 'S'.

      *    eleccion de la entidad del consultor en curso.
       01 WS-CANT-ENT-CONS           PIC 9(2).
       01 WS-MEJOR-HORAS             PIC S9(5)V99.
       01 WS-MEJOR-DIAS              PIC 9(3).
       01 WS-ACUM-VARIAS-ENTIDADES   PIC 9(4) VALUE 0.

      *    entidad que facturo cada hora o guardia, via
      *    SUB-RUTINA-ENTIDADES.
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

      *    correlativa de certificados de cada entidad, indexada por
      *    su codigo: se lee la primera vez que la entidad retiene y
      *    se regraba al final.
       01 WS-MAX-ENTIDADES           PIC 9(2) VALUE 99.

       01 TABLA-CERTIFICADOS.
           03 TAB-CER OCCURS 99 TIMES INDEXED BY IND-TAB-CER.
               05 TAB-CER-ULTIMO        PIC 9(8).
               05 TAB-CER-CARGADA       PIC X.
                   88 CER-CARGADA       VALUE 'S'.

       01 WS-CER-ENTIDAD             PIC 9(2).

      *    entidades con retenciones en el mes de pago, una SICORE
      *    por cada una.
       01 TABLA-SICORE.
           03 TAB-SIC OCCURS 99 TIMES INDEXED BY IND-TAB-SIC.
               05 TAB-SIC-MARCA         PIC X.
                   88 SIC-CON-RETENCIONES VALUE 'S'.

       01 WS-SIC-ENTIDAD             PIC 9(2).
       01 WS-RGA-ENTIDAD             PIC 9(2).

      *    consultor de la fila a ubicar en TABLA-LIQUIDACION.
       01 WS-LIQ-CONSULTOR           PIC X(5).

      *    periodo liquidado AAAAMMDD (primer y ultimo dia) y tramo
      *    de la guardia en curso que cae dentro del periodo.
       01 WS-GUA-MES-DESDE           PIC 9(8).
       01 WS-GUA-MES-HASTA           PIC 9(8).
       01 WS-GUA-MES-SIGUIENTE       PIC 9(8).
       01 WS-GUA-TRAMO-DESDE         PIC 9(8).
       01 WS-GUA-TRAMO-HASTA         PIC 9(8).
       01 WS-GUA-DIAS                PIC 9(3).
       01 WS-ACUM-GUARDIAS           PIC 9(4) VALUE 0.

       01 WS-CONS-ENCONTRADO         PIC X VALUE 'N'.
           88 CONS-ENCONTRADO        VALUE 'S'.

       01 WS-SRT-VIGENTE             PIC X(2).
       01 WS-COSTO-VIGENTE           PIC 9(5)V99.

      *    pasada sobre TIMES: 1 junta las horas normales del mes, 2
      *    valoriza.
       01 WS-PASADA                  PIC 9 VALUE 1.
           88 PASADA-HORAS-MES       VALUE 1.
           88 PASADA-VALORIZACION    VALUE 2.

      *    dia del consultor en curso: los registros de un mismo
      *    consultor y fecha vienen juntos por la clave de TIMES.
      *    el SRT, el costo y WS-FECHA-TRABAJO-N quedan del primer
      *    registro del dia.
       01 WS-DIA-ABIERTO             PIC X VALUE 'N'.
           88 DIA-ABIERTO            VALUE 'S'.
       01 WS-DIA-CONSULTOR           PIC X(5).
       01 WS-DIA-FECHA               PIC 9(8).
       01 WS-DIA-HORAS               PIC S9(4)V99.

      *    parametros de SUB-RUTINA-ADICIONALES.
       01 WS-ADI-OPER                PIC X.
       01 WS-ADI-SRT                 PIC X(2).
       01 WS-ADI-FECHA               PIC 9(8).
       01 WS-ADI-HORAS-DIA           PIC S9(4)V99.
       01 WS-ADI-HORAS-MES           PIC S9(5)V99.
       01 WS-ADI-COSTO               PIC 9(5)V99.
       01 WS-ADI-BANDAS.
           03 WS-ADI-HS-NORMAL       PIC S9(4)V99.
           03 WS-ADI-HS-EXTRA        PIC S9(4)V99.
           03 WS-ADI-HS-NO-LAB       PIC S9(4)V99.
           03 WS-ADI-IMP-NORMAL      PIC S9(8)V99.
           03 WS-ADI-IMP-EXTRA       PIC S9(8)V99.
           03 WS-ADI-IMP-NO-LAB      PIC S9(8)V99.
       01 WS-ADI-ERROR               PIC XX.

       01 WS-ACUM-DIAS-SIN-ADICIONAL PIC 9(6) VALUE 0.

       01 WS-ACUM-LIQUIDADOS         PIC 9(4) VALUE 0.
       01 WS-ACUM-SIN-CBU            PIC 9(4) VALUE 0.
       01 WS-ACUM-DE-PROVEEDOR       PIC 9(4) VALUE 0.
       01 WS-ACUM-IMPORTE-TOTAL      PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-RETENCIONES        PIC 9(4) VALUE 0.
       01 WS-ACUM-RETENIDO-TOTAL     PIC S9(12)V99 VALUE 0.

      *    parametros del regimen de Ganancias (renglon 'P').
       01 WS-GAN-REGIMEN             PIC 9(3) VALUE 0.
       01 WS-GAN-CUIT-AGENTE         PIC 9(11) VALUE 0.
       01 WS-GAN-MINIMO-NO-SUJETO    PIC 9(10)V99 VALUE 0.
       01 WS-GAN-ALICUOTA-NO-INSC    PIC 9(3)V99 VALUE 0.
       01 WS-GAN-MINIMO-RETENCION    PIC 9(10)V99 VALUE 0.
       01 WS-GAN-PARAM-CARGADO       PIC X VALUE 'N'.
           88 GAN-PARAM-CARGADO      VALUE 'S'.

      *    escala para inscriptos (renglones 'E'), en el orden del
      *    archivo; 20 tramos sobran.
       01 WS-MAX-ESCALA              PIC 9(2) VALUE 20.

       01 TABLA-ESCALA.
           03 TAB-ESC OCCURS 20 TIMES INDEXED BY IND-TAB-ESC.
               05 TAB-ESC-DESDE         PIC 9(10)V99.
               05 TAB-ESC-HASTA         PIC 9(10)V99.
               05 TAB-ESC-FIJO          PIC 9(10)V99.
               05 TAB-ESC-PCT           PIC 9(3)V99.

       01 WS-CANT-ESCALA             PIC 9(2) VALUE 0.

       01 WS-TRAMO-ENCONTRADO        PIC X VALUE 'N'.
           88 TRAMO-ENCONTRADO       VALUE 'S'.

      *    calculo de la retencion de un pago.
       01 WS-MES-PAGO                PIC 9(6).
       01 WS-COND-GANANCIAS          PIC X(1).
           88 COND-INSCRIPTO         VALUE 'I'.
           88 COND-NO-INSCRIPTO      VALUE 'N'.
           88 COND-EXENTO            VALUE 'E'.
       01 WS-IMPORTE-PAGO            PIC S9(10)V99.
       01 WS-PAGOS-MES               PIC S9(10)V99.
       01 WS-BASE-RETENCION          PIC S9(10)V99.
       01 WS-RETENCION-MES           PIC S9(10)V99.
       01 WS-RETENCION               PIC S9(10)V99.
       01 WS-IMPORTE-NETO            PIC S9(10)V99.
       01 WS-CERTIFICADO             PIC 9(8).

      *    fecha AAAAMMDD pasada a DD/MM/AAAA para SICORE.
       01 WS-FECHA-DMA.
           03 WS-FECHA-DMA-DIA       PIC 9(2).
           03 FILLER                 PIC X VALUE '/'.
           03 WS-FECHA-DMA-MES       PIC 9(2).
           03 FILLER                 PIC X VALUE '/'.
           03 WS-FECHA-DMA-ANIO      PIC 9(4).

       01 WS-ACUM-SICORE             PIC 9(4) VALUE 0.
       01 WS-ACUM-SICORE-ENT         PIC 9(4) VALUE 0.

       01 WS-ANTICIPOS-DISPONIBLE    PIC X VALUE 'N'.
           88 ANTICIPOS-DISPONIBLE   VALUE 'S'.

      *    descuento de la cuota de un anticipo: las cuotas vencidas
      *    son la del mes mas las diferidas de meses anteriores.
       01 WS-TOTAL-DESCUENTOS        PIC S9(10)V99.
       01 WS-CUOTAS-VENCIDAS         PIC 9(4).
       01 WS-CUOTAS-CUBIERTAS        PIC 9(4).
       01 WS-CUOTA-EXIGIBLE          PIC 9(12)V99.
       01 WS-DESCUENTO-ANTICIPO      PIC 9(10)V99.

       01 WS-ACUM-DESCUENTOS         PIC S9(12)V99 VALUE 0.
       01 WS-ACUM-DIFERIDOS          PIC 9(4) VALUE 0.

      *    detalle de los anticipos procesados en la liquidacion del
      *    consultor, para el recibo.
       01 WS-MAX-DESC                PIC 9(2) VALUE 20.

       01 TABLA-DESCUENTOS.
           03 TAB-DESC OCCURS 20 TIMES INDEXED BY IND-TAB-DESC.
               05 TAB-DESC-NUMERO       PIC 9(3).
               05 TAB-DESC-IMPORTE      PIC 9(10)V99.
               05 TAB-DESC-SALDO        PIC 9(10)V99.
               05 TAB-DESC-DIFERIDAS    PIC 9(3).

       01 WS-CANT-DESC               PIC 9(2) VALUE 0.

       01 LINEA-REC-TITULO.
           03 FILLER                 PIC X(26) VALUE
              'HORAS DEL PERIODO      : '.
           03 LIN-REC-HORAS          PIC -ZZZZ9,99.

      *    una banda de horas del periodo con su importe.
       01 LINEA-REC-BANDA.
           03 LIN-REC-BANDA-TEXTO    PIC X(25).
           03 LIN-REC-BANDA-HORAS    PIC -ZZZZ9,99.
           03 FILLER                 PIC X(10) VALUE '  IMPORTE '.
           03 LIN-REC-BANDA-IMPORTE  PIC -ZZZZZZZZ9,99.

       01 LINEA-REC-GUARDIA.
           03 FILLER                 PIC X(25) VALUE
              'DIAS DE GUARDIA        : '.
           03 LIN-REC-DIAS-GUARDIA   PIC ZZ9.
           03 FILLER                 PIC X(10) VALUE '  IMPORTE '.
           03 LIN-REC-IMP-GUARDIA    PIC -ZZZZZZZZ9,99.

       01 LINEA-REC-IMPORTE.
           03 FILLER                 PIC X(25) VALUE
              'IMPORTE A LIQUIDAR     : '.
           03 LIN-REC-IMPORTE        PIC -ZZZZZZZZ9,99.

       01 LINEA-REC-RETENCION.
           03 FILLER                 PIC X(25) VALUE
              'RETENCION GANANCIAS    : '.
           03 LIN-REC-RETENCION      PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(8) VALUE '  CERT. '.
           03 LIN-REC-CERTIFICADO    PIC 9(8).

       01 LINEA-REC-DESCUENTO.
           03 FILLER                 PIC X(19) VALUE
              'CUOTA ANTICIPO NRO '.
           03 LIN-REC-DESC-NUMERO    PIC 9(3).
           03 FILLER                 PIC X(3) VALUE ' : '.
           03 LIN-REC-DESC-IMPORTE   PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(8) VALUE '  SALDO '.
           03 LIN-REC-DESC-SALDO     PIC ZZZZZZZZZ9,99.
           03 LIN-REC-DESC-MARCA     PIC X(19).

       01 LINEA-REC-NETO.
           03 FILLER                 PIC X(25) VALUE
              'NETO A TRANSFERIR      : '.
           03 LIN-REC-NETO           PIC -ZZZZZZZZ9,99.

       01 LINEA-REC-FECHA.
           03 FILLER                 PIC X(25) VALUE
              'FECHA DE EMISION       : '.
       01 LINEA-DIVISORIA.
           03 FILLER PIC X(50) VALUE ALL '='.

       01 LINEA-CER-TITULO.
           03 FILLER                 PIC X(40) VALUE
              'CERTIFICADO DE RETENCION - GANANCIAS - '.
           03 FILLER                 PIC X(7) VALUE 'RG 830 '.
           03 FILLER                 PIC X(5) VALUE 'NRO. '.
           03 LIN-CER-NUMERO         PIC 9(8).

       01 LINEA-CER-AGENTE.
           03 FILLER                 PIC X(25) VALUE
              'AGENTE RETENCION CUIT  : '.
           03 LIN-CER-CUIT-AGENTE    PIC 9(11).

       01 LINEA-CER-RETENIDO.
           03 FILLER                 PIC X(11) VALUE 'RETENIDO : '.
           03 LIN-CER-NUM            PIC X(5).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CER-NOMBRE         PIC X(25).
           03 FILLER                 PIC X(7) VALUE ' CUIT: '.
           03 LIN-CER-CUIT           PIC 9(11).

       01 LINEA-CER-REGIMEN.
           03 FILLER                 PIC X(25) VALUE
              'REGIMEN / CONDICION    : '.
           03 LIN-CER-REGIMEN        PIC 9(3).
           03 FILLER                 PIC X(3) VALUE ' / '.
           03 LIN-CER-CONDICION      PIC X(1).

       01 LINEA-CER-IMPORTE.
           03 LIN-CER-TEXTO          PIC X(25).
           03 LIN-CER-IMPORTE        PIC -ZZZZZZZZ9,99.

       01 LINEA-CER-FECHA.
           03 FILLER                 PIC X(25) VALUE
              'FECHA DE RETENCION     : '.
           03 LIN-CER-FECHA          PIC 9(8).

       PROCEDURE DIVISION.

       LIQUIDACION-CONSULTORES.
           ELSE
              MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.

           MOVE WS-FECHA-HOY (1:6) TO WS-MES-PAGO.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-PARAMETROS-GANANCIAS.
           PERFORM VALORIZAR-HORAS-PERIODO.
           PERFORM VALORIZAR-GUARDIAS-PERIODO.
           PERFORM DETERMINAR-ENTIDADES-PAGADORAS.
           PERFORM CARGAR-RETENCIONES-DEL-MES.
           PERFORM ABRIR-ANTICIPOS.
           PERFORM EMITIR-LIQUIDACIONES.
           PERFORM GRABAR-ULTIMOS-CERTIFICADOS.
           PERFORM TERMINAR.

       ABRIR-ARCHIVOS.
              DISPLAY 'SRT-HIST-INDEXED.DAT NO DISPONIBLE, SE '
                  'LIQUIDA CON EL SRT ACTUAL DE CADA CONSULTOR'.

           MOVE 'O' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.

      *    sin el maestro de empresas la guardia se paga por la 01.
           OPEN INPUT ARCH-EMP-IDX.
           IF EMP-OK
              MOVE 'S' TO WS-EMP-DISPONIBLE
           ELSE
              MOVE 'N' TO WS-EMP-DISPONIBLE.

           MOVE SPACES TO WS-NOMBRE-TRANSFERENCIAS.
           STRING 'TRANSFERENCIAS-' WS-PERIODO '.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-TRANSFERENCIAS.
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

      *    sin parametros del regimen no se puede calcular la
      *    retencion, y pagar sin retener no es opcion.
       CARGAR-PARAMETROS-GANANCIAS.
           OPEN INPUT ARCH-GAN-PARAM.
           IF NOT GAN-PARAM-OK
              DISPLAY 'NO PUDO ABRIRSE GANANCIAS-RG830.DAT '
                  FS-GAN-PARAM
              DISPLAY 'SIN PARAMETROS DE GANANCIAS NO HAY LIQUIDACION'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           PERFORM LEER-GAN-PARAM.
           PERFORM CARGAR-UN-PARAMETRO UNTIL GAN-PARAM-EOF.
           CLOSE ARCH-GAN-PARAM.

           IF NOT GAN-PARAM-CARGADO
              DISPLAY 'GANANCIAS-RG830.DAT SIN RENGLON DE PARAMETROS '
                  '(P), NO HAY LIQUIDACION'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           IF WS-CANT-ESCALA EQUAL ZERO
              DISPLAY 'GANANCIAS-RG830.DAT SIN ESCALA (E), NO HAY '
                  'LIQUIDACION'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       LEER-GAN-PARAM.
           READ ARCH-GAN-PARAM
               AT END MOVE '10' TO FS-GAN-PARAM
           END-READ.

       CARGAR-UN-PARAMETRO.
           IF GAN-PARAMETROS
              MOVE GAN-REGIMEN TO WS-GAN-REGIMEN
              MOVE GAN-CUIT-AGENTE TO WS-GAN-CUIT-AGENTE
              MOVE GAN-MINIMO-NO-SUJETO TO WS-GAN-MINIMO-NO-SUJETO
              MOVE GAN-ALICUOTA-NO-INSC TO WS-GAN-ALICUOTA-NO-INSC
              MOVE GAN-MINIMO-RETENCION TO WS-GAN-MINIMO-RETENCION
              MOVE 'S' TO WS-GAN-PARAM-CARGADO
           ELSE
              IF GAN-ESCALA
                 IF WS-CANT-ESCALA IS LESS THAN WS-MAX-ESCALA
                    ADD 1 TO WS-CANT-ESCALA
                    SET IND-TAB-ESC TO WS-CANT-ESCALA
                    MOVE GAN-TRAMO-DESDE TO TAB-ESC-DESDE(IND-TAB-ESC)
                    MOVE GAN-TRAMO-HASTA TO TAB-ESC-HASTA(IND-TAB-ESC)
                    MOVE GAN-TRAMO-FIJO TO TAB-ESC-FIJO(IND-TAB-ESC)
                    MOVE GAN-TRAMO-PCT TO TAB-ESC-PCT(IND-TAB-ESC)
                 ELSE
                    DISPLAY 'ATENCION: MAS DE ' WS-MAX-ESCALA
                        ' TRAMOS EN GANANCIAS-RG830.DAT, SE IGNORA '
                        'EL RESTO'
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-GAN-PARAM.

      *    dos pasadas de TIMES-INDEXED juntando por dia las horas
      *    del periodo de cada consultor (las correcciones restan):
      *    la primera suma las horas normales del mes, la segunda
      *    reparte cada dia en bandas y lo valoriza al costo vigente
      *    del SRT del consultor a la fecha trabajada.
       VALORIZAR-HORAS-PERIODO.
           MOVE 'O' TO WS-ADI-OPER.
           PERFORM LLAMAR-ADICIONALES.

           MOVE 1 TO WS-PASADA.
           PERFORM RECORRER-TIMES-PERIODO.
           CLOSE ARCH-TIMES-IDX.

           OPEN INPUT ARCH-TIMES-IDX.
           IF NOT TIMES-OK
              DISPLAY 'NO PUDO REABRIRSE TIMES-INDEXED.DAT '
                  FS-ARCH-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE 2 TO WS-PASADA.
           PERFORM RECORRER-TIMES-PERIODO.
           CLOSE ARCH-TIMES-IDX.

           MOVE 'C' TO WS-ADI-OPER.
           PERFORM LLAMAR-ADICIONALES.

       RECORRER-TIMES-PERIODO.
           MOVE 'N' TO WS-DIA-ABIERTO.
           PERFORM LEER-TIMES.
           PERFORM VALORIZAR-UN-REGISTRO UNTIL TIMES-EOF.
           IF DIA-ABIERTO
              PERFORM CERRAR-DIA.

       LLAMAR-ADICIONALES.
           CALL 'ADICIONALES' USING WS-ADI-OPER, WS-ADI-SRT,
               WS-ADI-FECHA, WS-ADI-HORAS-DIA, WS-ADI-HORAS-MES,
               WS-ADI-COSTO, WS-ADI-BANDAS, WS-ADI-ERROR.

       LEER-TIMES.
           READ ARCH-TIMES-IDX NEXT RECORD
           MOVE REG-KEY-FECHA (3:2) TO WS-PERIODO-REG (5:2).

           IF WS-PERIODO-REG EQUAL WS-PERIODO
              IF REG-TIMES-TIPO EQUAL 'C'
                 COMPUTE WS-HORAS-NETO = REG-TIMES-HORAS * -1
              ELSE
                 MOVE REG-TIMES-HORAS TO WS-HORAS-NETO
              END-IF
              IF DIA-ABIERTO
                 AND (REG-KEY-NUM NOT EQUAL WS-DIA-CONSULTOR
                  OR REG-KEY-FECHA NOT EQUAL WS-DIA-FECHA)
                 PERFORM CERRAR-DIA
              END-IF
              IF NOT DIA-ABIERTO
                 PERFORM ABRIR-DIA
              END-IF
              ADD WS-HORAS-NETO TO WS-DIA-HORAS
              IF PASADA-VALORIZACION
                 PERFORM ACUMULAR-HORAS-ENTIDAD
              END-IF
           END-IF.
           PERFORM LEER-TIMES.

      *    la entidad que facturo el registro: la asignada a la
      *    empresa a la fecha trabajada, la misma que GeneraFacturas
      *    dejo en FAC-ENTIDAD.
       ACUMULAR-HORAS-ENTIDAD.
           MOVE REG-KEY-CUIT TO WS-ENT-CUIT-EMPRESA.
           MOVE REG-KEY-FECHA (5:4) TO WS-ENT-FECHA (1:4).
           MOVE REG-KEY-FECHA (3:2) TO WS-ENT-FECHA (5:2).
           MOVE REG-KEY-FECHA (1:2) TO WS-ENT-FECHA (7:2).
           PERFORM RESOLVER-ENTIDAD.
           MOVE REG-KEY-NUM TO WS-LEN-CONSULTOR.
           PERFORM UBICAR-FILA-ENTIDAD.
           ADD WS-HORAS-NETO TO TAB-LEN-HORAS(IND-TAB-LEN).

      *    una asignacion a una entidad inexistente frena la
      *    liquidacion, igual que frena la facturacion: no se paga ni
      *    se retiene a nombre de un agente que no existe.
       RESOLVER-ENTIDAD.
           MOVE 'R' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR NOT EQUAL 'OK'
              DISPLAY 'EL CUIT ' WS-ENT-CUIT-EMPRESA
                  ' ESTA ASIGNADO A LA ENTIDAD ' WS-ENT-CODIGO
                  ' QUE NO EXISTE EN ENTIDADES.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER, WS-ENT-CUIT-EMPRESA,
               WS-ENT-FECHA, WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

      *    fila de WS-LEN-CONSULTOR y WS-ENT-CODIGO; se agrega en
      *    cero si todavia no esta.
       UBICAR-FILA-ENTIDAD.
           MOVE 'N' TO WS-LEN-ENCONTRADA.
           SET IND-TAB-LEN TO 1.
           SEARCH TAB-LEN
               WHEN IND-TAB-LEN GREATER THAN WS-CANT-LEN
                   NEXT SENTENCE
               WHEN TAB-LEN-NUM(IND-TAB-LEN) EQUAL WS-LEN-CONSULTOR
                AND TAB-LEN-ENTIDAD(IND-TAB-LEN) EQUAL WS-ENT-CODIGO
                   MOVE 'S' TO WS-LEN-ENCONTRADA
           END-SEARCH.

           IF NOT LEN-ENCONTRADA
              IF WS-CANT-LEN IS LESS THAN WS-MAX-LEN
                 ADD 1 TO WS-CANT-LEN
                 SET IND-TAB-LEN TO WS-CANT-LEN
                 MOVE WS-LEN-CONSULTOR TO TAB-LEN-NUM(IND-TAB-LEN)
                 MOVE WS-ENT-CODIGO TO TAB-LEN-ENTIDAD(IND-TAB-LEN)
                 MOVE 0 TO TAB-LEN-HORAS(IND-TAB-LEN)
                 MOVE 0 TO TAB-LEN-DIAS(IND-TAB-LEN)
              ELSE
                 DISPLAY 'ERROR: MAS DE ' WS-MAX-LEN ' CONSULTORES '
                     'POR ENTIDAD, LA TABLA-LIQ-ENTIDADES NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       ABRIR-DIA.
           MOVE 'S' TO WS-DIA-ABIERTO.
           MOVE REG-KEY-NUM TO WS-DIA-CONSULTOR.
           MOVE REG-KEY-FECHA TO WS-DIA-FECHA.
           MOVE 0 TO WS-DIA-HORAS.
           MOVE REG-KEY-FECHA (5:4) TO WS-FECHA-TRABAJO-N (1:4).
           MOVE REG-KEY-FECHA (3:2) TO WS-FECHA-TRABAJO-N (5:2).
           MOVE REG-KEY-FECHA (1:2) TO WS-FECHA-TRABAJO-N (7:2).
           PERFORM DETERMINAR-SRT-VIGENTE.
           PERFORM BUSCAR-COSTO-VIGENTE.

       CERRAR-DIA.
           MOVE WS-DIA-CONSULTOR TO WS-LIQ-CONSULTOR.
           PERFORM UBICAR-FILA-LIQUIDACION.
           MOVE 'D' TO WS-ADI-OPER.
           MOVE WS-SRT-VIGENTE TO WS-ADI-SRT.
           MOVE WS-FECHA-TRABAJO-N TO WS-ADI-FECHA.
           MOVE WS-DIA-HORAS TO WS-ADI-HORAS-DIA.
           MOVE WS-COSTO-VIGENTE TO WS-ADI-COSTO.
           IF PASADA-HORAS-MES
              MOVE 0 TO WS-ADI-HORAS-MES
              PERFORM LLAMAR-ADICIONALES
              ADD WS-ADI-HS-NORMAL TO TAB-LIQ-HS-NORMAL-MES(IND-TAB-LIQ)
           ELSE
              MOVE TAB-LIQ-HS-NORMAL-MES(IND-TAB-LIQ)
                  TO WS-ADI-HORAS-MES
              PERFORM LLAMAR-ADICIONALES
              IF WS-ADI-ERROR EQUAL 'SV'
                 ADD 1 TO WS-ACUM-DIAS-SIN-ADICIONAL
              END-IF
              PERFORM ACUMULAR-EN-LIQUIDACION
           END-IF.
           MOVE 'N' TO WS-DIA-ABIERTO.

       DETERMINAR-SRT-VIGENTE.
           MOVE SPACES TO WS-SRT-VIGENTE.
           MOVE REG-KEY-NUM TO REG-KEY-CODE-CONS.
           END-IF.

       ACUMULAR-EN-LIQUIDACION.
           ADD WS-DIA-HORAS TO TAB-LIQ-HORAS(IND-TAB-LIQ).
           ADD WS-ADI-HS-NORMAL TO TAB-LIQ-HS-NORMAL(IND-TAB-LIQ).
           ADD WS-ADI-HS-EXTRA TO TAB-LIQ-HS-EXTRA(IND-TAB-LIQ).
           ADD WS-ADI-HS-NO-LAB TO TAB-LIQ-HS-NO-LAB(IND-TAB-LIQ).
           ADD WS-ADI-IMP-NORMAL TO TAB-LIQ-IMP-NORMAL(IND-TAB-LIQ).
           ADD WS-ADI-IMP-EXTRA TO TAB-LIQ-IMP-EXTRA(IND-TAB-LIQ).
           ADD WS-ADI-IMP-NO-LAB TO TAB-LIQ-IMP-NO-LAB(IND-TAB-LIQ).
           COMPUTE WS-IMPORTE-TRABAJO = WS-ADI-IMP-NORMAL
               + WS-ADI-IMP-EXTRA + WS-ADI-IMP-NO-LAB.
           ADD WS-IMPORTE-TRABAJO TO TAB-LIQ-IMPORTE(IND-TAB-LIQ).

      *    fila de WS-LIQ-CONSULTOR en la tabla; se agrega en cero si
      *    todavia no esta.
       UBICAR-FILA-LIQUIDACION.
           MOVE 'N' TO WS-CONS-ENCONTRADO.
           SET IND-TAB-LIQ TO 1.
           SEARCH TAB-LIQ
               WHEN IND-TAB-LIQ GREATER THAN WS-CANT-LIQ
                   NEXT SENTENCE
               WHEN TAB-LIQ-NUM(IND-TAB-LIQ) EQUAL WS-LIQ-CONSULTOR
                   MOVE 'S' TO WS-CONS-ENCONTRADO
           END-SEARCH.

              IF WS-CANT-LIQ IS LESS THAN WS-MAX-LIQ
                 ADD 1 TO WS-CANT-LIQ
                 SET IND-TAB-LIQ TO WS-CANT-LIQ
                 MOVE WS-LIQ-CONSULTOR TO TAB-LIQ-NUM(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-HORAS(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-IMPORTE(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-PAGOS-MES(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-RETENIDO-MES(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-DIAS-GUARDIA(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-IMP-GUARDIA(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-HS-NORMAL-MES(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-HS-NORMAL(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-HS-EXTRA(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-HS-NO-LAB(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-IMP-NORMAL(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-IMP-EXTRA(IND-TAB-LIQ)
                 MOVE 0 TO TAB-LIQ-IMP-NO-LAB(IND-TAB-LIQ)
              ELSE
                 DISPLAY 'ERROR: MAS DE ' WS-MAX-LIQ ' CONSULTORES, '
                     'LA TABLA-LIQUIDACION NO ALCANZA'
              END-IF
           END-IF.

      *    los dias de cada guardia que caen en el periodo, al pago
      *    diario de la guardia. GUARDIAS.DAT es opcional.
       VALORIZAR-GUARDIAS-PERIODO.
           MOVE WS-PERIODO TO WS-GUA-MES-DESDE (1:6).
           MOVE 01 TO WS-GUA-MES-DESDE (7:2).
      *    ultimo dia del periodo: el primero del mes siguiente
      *    menos uno.
           IF WS-GUA-MES-DESDE (5:2) EQUAL '12'
              COMPUTE WS-GUA-MES-SIGUIENTE =
                  WS-GUA-MES-DESDE + 10000 - 1100
           ELSE
              COMPUTE WS-GUA-MES-SIGUIENTE = WS-GUA-MES-DESDE + 100
           END-IF.
           COMPUTE WS-GUA-MES-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-GUA-MES-SIGUIENTE) - 1).

           OPEN INPUT ARCH-GUARDIAS.
           IF GUARDIAS-OK
              PERFORM LEER-GUARDIA
              PERFORM VALORIZAR-UNA-GUARDIA UNTIL GUARDIAS-EOF
              CLOSE ARCH-GUARDIAS
              IF WS-ACUM-GUARDIAS GREATER ZERO
                 DISPLAY WS-ACUM-GUARDIAS ' GUARDIAS DEL PERIODO '
                     'A LIQUIDAR'.

       LEER-GUARDIA.
           READ ARCH-GUARDIAS AT END MOVE '10' TO FS-GUARDIAS.

       VALORIZAR-UNA-GUARDIA.
           IF GUA-DESDE GREATER WS-GUA-MES-DESDE
              MOVE GUA-DESDE TO WS-GUA-TRAMO-DESDE
           ELSE
              MOVE WS-GUA-MES-DESDE TO WS-GUA-TRAMO-DESDE
           END-IF.
           IF GUA-HASTA LESS WS-GUA-MES-HASTA
              MOVE GUA-HASTA TO WS-GUA-TRAMO-HASTA
           ELSE
              MOVE WS-GUA-MES-HASTA TO WS-GUA-TRAMO-HASTA
           END-IF.
           IF WS-GUA-TRAMO-DESDE NOT GREATER WS-GUA-TRAMO-HASTA
              COMPUTE WS-GUA-DIAS =
                  FUNCTION INTEGER-OF-DATE (WS-GUA-TRAMO-HASTA)
                  - FUNCTION INTEGER-OF-DATE (WS-GUA-TRAMO-DESDE) + 1
              MOVE GUA-CONSULTOR TO WS-LIQ-CONSULTOR
              PERFORM UBICAR-FILA-LIQUIDACION
              ADD WS-GUA-DIAS TO TAB-LIQ-DIAS-GUARDIA(IND-TAB-LIQ)
              COMPUTE WS-IMPORTE-TRABAJO = GUA-PAGO-DIA * WS-GUA-DIAS
              ADD WS-IMPORTE-TRABAJO TO TAB-LIQ-IMP-GUARDIA(IND-TAB-LIQ)
              ADD WS-IMPORTE-TRABAJO TO TAB-LIQ-IMPORTE(IND-TAB-LIQ)
              ADD 1 TO WS-ACUM-GUARDIAS
              PERFORM ACUMULAR-GUARDIA-ENTIDAD
           END-IF.
           PERFORM LEER-GUARDIA.

      *    la guardia la factura la entidad de su empresa al primer
      *    dia del tramo; una empresa que no esta en el maestro
      *    resuelve a la 01.
       ACUMULAR-GUARDIA-ENTIDAD.
           MOVE 0 TO WS-ENT-CUIT-EMPRESA.
           IF EMP-DISPONIBLE
              MOVE GUA-EMPRESA TO REG-EMP-IND-COD
              READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-COD
              IF EMP-OK
                 MOVE REG-EMP-IND-CUIT TO WS-ENT-CUIT-EMPRESA
              END-IF
           END-IF.
           MOVE WS-GUA-TRAMO-DESDE TO WS-ENT-FECHA.
           PERFORM RESOLVER-ENTIDAD.
           MOVE GUA-CONSULTOR TO WS-LEN-CONSULTOR.
           PERFORM UBICAR-FILA-ENTIDAD.
           ADD WS-GUA-DIAS TO TAB-LEN-DIAS(IND-TAB-LEN).

      *    la liquidacion de cada consultor la paga la entidad con
      *    mas horas suyas en el periodo (a igualdad, la de mas dias
      *    de guardia; la primera encontrada si tambien empatan). un
      *    consultor sin horas ni guardias netas queda en la 01.
       DETERMINAR-ENTIDADES-PAGADORAS.
           SET IND-TAB-LIQ TO 1.
           PERFORM DETERMINAR-ENTIDAD-CONSULTOR
               UNTIL IND-TAB-LIQ GREATER THAN WS-CANT-LIQ.

       DETERMINAR-ENTIDAD-CONSULTOR.
           MOVE 1 TO TAB-LIQ-ENTIDAD(IND-TAB-LIQ).
           MOVE 0 TO WS-CANT-ENT-CONS.
           MOVE 0 TO WS-MEJOR-HORAS.
           MOVE 0 TO WS-MEJOR-DIAS.
           SET IND-TAB-LEN TO 1.
           PERFORM COMPARAR-ENTIDAD-CONSULTOR
               UNTIL IND-TAB-LEN GREATER THAN WS-CANT-LEN.
           IF WS-CANT-ENT-CONS GREATER 1
              ADD 1 TO WS-ACUM-VARIAS-ENTIDADES
              DISPLAY 'ATENCION: CONSULTOR ' TAB-LIQ-NUM(IND-TAB-LIQ)
                  ' CON HORAS DE ' WS-CANT-ENT-CONS ' ENTIDADES EN EL '
                  'PERIODO, LO LIQUIDA LA ENTIDAD '
                  TAB-LIQ-ENTIDAD(IND-TAB-LIQ).
           SET IND-TAB-LIQ UP BY 1.

       COMPARAR-ENTIDAD-CONSULTOR.
           IF TAB-LEN-NUM(IND-TAB-LEN) EQUAL TAB-LIQ-NUM(IND-TAB-LIQ)
              AND (TAB-LEN-HORAS(IND-TAB-LEN) NOT EQUAL ZERO
                OR TAB-LEN-DIAS(IND-TAB-LEN) NOT EQUAL ZERO)
              ADD 1 TO WS-CANT-ENT-CONS
              IF WS-CANT-ENT-CONS EQUAL 1
                 OR TAB-LEN-HORAS(IND-TAB-LEN) GREATER WS-MEJOR-HORAS
                 OR (TAB-LEN-HORAS(IND-TAB-LEN) EQUAL WS-MEJOR-HORAS
                 AND TAB-LEN-DIAS(IND-TAB-LEN) GREATER WS-MEJOR-DIAS)
                 MOVE TAB-LEN-ENTIDAD(IND-TAB-LEN)
                     TO TAB-LIQ-ENTIDAD(IND-TAB-LIQ)
                 MOVE TAB-LEN-HORAS(IND-TAB-LEN) TO WS-MEJOR-HORAS
                 MOVE TAB-LEN-DIAS(IND-TAB-LEN) TO WS-MEJOR-DIAS
              END-IF
           END-IF.
           SET IND-TAB-LEN UP BY 1.

      *    lo ya pagado y retenido en el mes de pago a cada
      *    consultor de la tabla por la misma entidad que lo paga
      *    ahora, para aplicar el minimo no sujeto y la escala sobre
      *    el acumulado del mes de ese agente. el archivo queda
      *    abierto en EXTEND para asentar los pagos de esta corrida.
       CARGAR-RETENCIONES-DEL-MES.
           OPEN INPUT ARCH-RET-GANANCIAS.
           IF RET-GANANCIAS-OK
              PERFORM LEER-RET-GANANCIAS
              PERFORM ACUMULAR-RETENCION-DEL-MES
                  UNTIL RET-GANANCIAS-EOF
              CLOSE ARCH-RET-GANANCIAS.

           OPEN EXTEND ARCH-RET-GANANCIAS.
           IF NOT RET-GANANCIAS-OK
              OPEN OUTPUT ARCH-RET-GANANCIAS
              IF NOT RET-GANANCIAS-OK
                 DISPLAY 'NO PUDO ABRIRSE RETENCIONES-GANANCIAS.DAT '
                     FS-RET-GANANCIAS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

       LEER-RET-GANANCIAS.
           READ ARCH-RET-GANANCIAS
               AT END MOVE '10' TO FS-RET-GANANCIAS
           END-READ.

       ACUMULAR-RETENCION-DEL-MES.
           IF RGA-FECHA-PAGO (1:6) EQUAL WS-MES-PAGO
              PERFORM TOMAR-ENTIDAD-RETENCION
              SET IND-TAB-LIQ TO 1
              SEARCH TAB-LIQ
                  WHEN IND-TAB-LIQ GREATER THAN WS-CANT-LIQ
                      NEXT SENTENCE
                  WHEN TAB-LIQ-NUM(IND-TAB-LIQ) EQUAL RGA-CONSULTOR
                   AND TAB-LIQ-ENTIDAD(IND-TAB-LIQ) EQUAL WS-RGA-ENTIDAD
                      ADD RGA-IMPORTE-PAGO TO
                          TAB-LIQ-PAGOS-MES(IND-TAB-LIQ)
                      ADD RGA-RETENCION TO
                          TAB-LIQ-RETENIDO-MES(IND-TAB-LIQ)
              END-SEARCH
           END-IF.
           PERFORM LEER-RET-GANANCIAS.

       TOMAR-ENTIDAD-RETENCION.
           IF RGA-ENTIDAD IS NUMERIC AND RGA-ENTIDAD GREATER ZERO
              MOVE RGA-ENTIDAD TO WS-RGA-ENTIDAD
           ELSE
              MOVE 1 TO WS-RGA-ENTIDAD.

      *    sin ANTICIPOS.DAT (nunca se otorgo uno) se liquida sin
      *    descuentos.
       ABRIR-ANTICIPOS.
           OPEN I-O ARCH-ANTICIPOS.
           IF ANT-OK
              MOVE 'S' TO WS-ANTICIPOS-DISPONIBLE
           ELSE
              MOVE 'N' TO WS-ANTICIPOS-DISPONIBLE
              DISPLAY 'ANTICIPOS.DAT NO DISPONIBLE, SE LIQUIDA SIN '
                  'DESCUENTOS DE ANTICIPOS'.

      *    proximo certificado de la entidad de la fila en curso.
       NUMERAR-CERTIFICADO.
           SET IND-TAB-CER TO TAB-LIQ-ENTIDAD(IND-TAB-LIQ).
           IF NOT CER-CARGADA(IND-TAB-CER)
              PERFORM CARGAR-ULTIMO-CERTIFICADO.
           ADD 1 TO TAB-CER-ULTIMO(IND-TAB-CER).
           MOVE TAB-CER-ULTIMO(IND-TAB-CER) TO WS-CERTIFICADO.

       CARGAR-ULTIMO-CERTIFICADO.
           SET WS-CER-ENTIDAD TO IND-TAB-CER.
           PERFORM ARMAR-NOMBRE-NUMERO-CERT.
           MOVE 0 TO TAB-CER-ULTIMO(IND-TAB-CER).
           MOVE 'S' TO TAB-CER-CARGADA(IND-TAB-CER).
           OPEN INPUT ARCH-NUMERO-CERT.
           IF NUMERO-CERT-OK
              READ ARCH-NUMERO-CERT
              IF NUMERO-CERT-OK
                 MOVE NUM-ULTIMO-CERTIFICADO
                     TO TAB-CER-ULTIMO(IND-TAB-CER)
              END-IF
              CLOSE ARCH-NUMERO-CERT.

      *    la 01 conserva el archivo de siempre.
       ARMAR-NOMBRE-NUMERO-CERT.
           MOVE SPACES TO WS-NOMBRE-NUMERO-CERT.
           IF WS-CER-ENTIDAD EQUAL 1
              MOVE 'CERTIFICADO-GANANCIAS-NUMERO.DAT'
                  TO WS-NOMBRE-NUMERO-CERT
           ELSE
              STRING 'CERTIFICADO-GANANCIAS-NUMERO-E' WS-CER-ENTIDAD
                  '.DAT' DELIMITED BY SIZE INTO WS-NOMBRE-NUMERO-CERT.

       GRABAR-ULTIMOS-CERTIFICADOS.
           SET IND-TAB-CER TO 1.
           PERFORM GRABAR-ULTIMO-CERTIFICADO
               UNTIL IND-TAB-CER GREATER THAN WS-MAX-ENTIDADES.

       GRABAR-ULTIMO-CERTIFICADO.
           IF CER-CARGADA(IND-TAB-CER)
              SET WS-CER-ENTIDAD TO IND-TAB-CER
              PERFORM ARMAR-NOMBRE-NUMERO-CERT
              OPEN OUTPUT ARCH-NUMERO-CERT
              IF NUMERO-CERT-OK
                 MOVE TAB-CER-ULTIMO(IND-TAB-CER)
                     TO NUM-ULTIMO-CERTIFICADO
                 WRITE REG-NUMERO-CERT
                 CLOSE ARCH-NUMERO-CERT
              ELSE
                 DISPLAY 'NO PUDO GRABARSE ' WS-NOMBRE-NUMERO-CERT
                     ' ' FS-NUMERO-CERT
              END-IF
           END-IF.
           SET IND-TAB-CER UP BY 1.

       EMITIR-LIQUIDACIONES.
           SET IND-TAB-LIQ TO 1.

       EMITIR-UNA-LIQUIDACION.
           IF TAB-LIQ-HORAS(IND-TAB-LIQ) NOT EQUAL ZERO
              OR TAB-LIQ-DIAS-GUARDIA(IND-TAB-LIQ) NOT EQUAL ZERO
              MOVE TAB-LIQ-NUM(IND-TAB-LIQ) TO REG-KEY-CODE-CONS
              READ ARCH-CONS-IDX RECORD KEY IS REG-KEY-CODE-CONS
              IF NOT CONS-OK
                 MOVE 'CONSULTOR SIN MAESTRO' TO REG-CONS-NOMBRE
                 MOVE SPACES TO REG-CONS-CBU
                 MOVE 0 TO REG-CONS-CUIT
                 MOVE SPACES TO REG-CONS-COND-GANANCIAS
                 MOVE SPACES TO REG-CONS-PROVEEDOR
              END-IF
              IF REG-CONS-PROVEEDOR NOT EQUAL SPACES
                 DISPLAY 'CONSULTOR ' TAB-LIQ-NUM(IND-TAB-LIQ)
                     ' DEL PROVEEDOR ' REG-CONS-PROVEEDOR
                     ': SE PAGA POR LA FACTURA DEL PROVEEDOR, NO SE '
                     'LIQUIDA'
                 ADD 1 TO WS-ACUM-DE-PROVEEDOR
              ELSE
                 PERFORM LIQUIDAR-CONSULTOR
              END-IF
           END-IF.
           SET IND-TAB-LIQ UP BY 1.

       LIQUIDAR-CONSULTOR.
           PERFORM CALCULAR-RETENCION-GANANCIAS.
           PERFORM APLICAR-DESCUENTOS-ANTICIPOS.
           PERFORM GRABAR-LIQUIDACION-MAESTRO.
           PERFORM IMPRIMIR-RECIBO.
           PERFORM GRABAR-TRANSFERENCIA.
           IF WS-IMPORTE-PAGO GREATER ZERO
              PERFORM GRABAR-RETENCION-GANANCIAS.
           IF WS-RETENCION GREATER ZERO
              PERFORM IMPRIMIR-CERTIFICADO.
           ADD 1 TO WS-ACUM-LIQUIDADOS.
           ADD TAB-LIQ-IMPORTE(IND-TAB-LIQ) TO WS-ACUM-IMPORTE-TOTAL.

      *    retencion RG 830 sobre el acumulado del mes: se calcula
      *    el impuesto sobre todo lo pagado en el mes (menos el
      *    minimo no sujeto) y se le resta lo ya retenido en pagos
      *    anteriores del mismo mes. una retencion menor al minimo
      *    no se practica (queda para el proximo pago del mes) y
      *    nunca supera el pago. sin condicion cargada se liquida
      *    como inscripto, con aviso.
       CALCULAR-RETENCION-GANANCIAS.
           MOVE 0 TO WS-RETENCION.
           MOVE 0 TO WS-BASE-RETENCION.
           MOVE 0 TO WS-CERTIFICADO.
           MOVE TAB-LIQ-IMPORTE(IND-TAB-LIQ) TO WS-IMPORTE-PAGO.
           MOVE TAB-LIQ-PAGOS-MES(IND-TAB-LIQ) TO WS-PAGOS-MES.

           MOVE REG-CONS-COND-GANANCIAS TO WS-COND-GANANCIAS.
           IF WS-COND-GANANCIAS EQUAL SPACE
              MOVE 'I' TO WS-COND-GANANCIAS
              DISPLAY 'ATENCION: CONSULTOR ' TAB-LIQ-NUM(IND-TAB-LIQ)
                  ' SIN CONDICION DE GANANCIAS, SE RETIENE COMO '
                  'INSCRIPTO'.

           IF WS-IMPORTE-PAGO GREATER ZERO
              ADD WS-IMPORTE-PAGO TO WS-PAGOS-MES
              IF NOT COND-EXENTO
                 PERFORM DETERMINAR-RETENCION-MES
              END-IF
           END-IF.

           COMPUTE WS-IMPORTE-NETO = WS-IMPORTE-PAGO - WS-RETENCION.

           IF WS-RETENCION GREATER ZERO
              PERFORM NUMERAR-CERTIFICADO
              ADD 1 TO WS-ACUM-RETENCIONES
              ADD WS-RETENCION TO WS-ACUM-RETENIDO-TOTAL
              IF REG-CONS-CUIT EQUAL ZERO
                 DISPLAY 'ATENCION: CONSULTOR '
                     TAB-LIQ-NUM(IND-TAB-LIQ) ' SIN CUIT CARGADO, '
                     'EL CERTIFICADO ' WS-CERTIFICADO ' SALE SIN CUIT'
              END-IF
           END-IF.

       DETERMINAR-RETENCION-MES.
           COMPUTE WS-BASE-RETENCION =
               WS-PAGOS-MES - WS-GAN-MINIMO-NO-SUJETO.
           IF WS-BASE-RETENCION LESS ZERO
              MOVE 0 TO WS-BASE-RETENCION.

           MOVE 0 TO WS-RETENCION-MES.
           IF COND-NO-INSCRIPTO
              COMPUTE WS-RETENCION-MES ROUNDED =
                  WS-BASE-RETENCION * WS-GAN-ALICUOTA-NO-INSC / 100
           ELSE
              PERFORM BUSCAR-TRAMO-ESCALA
              IF TRAMO-ENCONTRADO
                 COMPUTE WS-RETENCION-MES ROUNDED =
                     TAB-ESC-FIJO(IND-TAB-ESC) +
                     (WS-BASE-RETENCION - TAB-ESC-DESDE(IND-TAB-ESC))
                     * TAB-ESC-PCT(IND-TAB-ESC) / 100
              END-IF
           END-IF.

           COMPUTE WS-RETENCION =
               WS-RETENCION-MES - TAB-LIQ-RETENIDO-MES(IND-TAB-LIQ).
           IF WS-RETENCION LESS THAN WS-GAN-MINIMO-RETENCION
              MOVE 0 TO WS-RETENCION.
           IF WS-RETENCION LESS ZERO
              MOVE 0 TO WS-RETENCION.
           IF WS-RETENCION GREATER THAN WS-IMPORTE-PAGO
              MOVE WS-IMPORTE-PAGO TO WS-RETENCION.

      *    tramo de la escala donde cae la base: desde < base <=
      *    hasta, hasta en cero es el ultimo tramo sin tope.
       BUSCAR-TRAMO-ESCALA.
           MOVE 'N' TO WS-TRAMO-ENCONTRADO.
           IF WS-BASE-RETENCION GREATER ZERO
              SET IND-TAB-ESC TO 1
              SEARCH TAB-ESC
                  WHEN IND-TAB-ESC GREATER THAN WS-CANT-ESCALA
                      NEXT SENTENCE
                  WHEN WS-BASE-RETENCION GREATER THAN
                          TAB-ESC-DESDE(IND-TAB-ESC)
                   AND (WS-BASE-RETENCION NOT GREATER THAN
                          TAB-ESC-HASTA(IND-TAB-ESC)
                    OR TAB-ESC-HASTA(IND-TAB-ESC) EQUAL ZERO)
                      MOVE 'S' TO WS-TRAMO-ENCONTRADO
              END-SEARCH
           END-IF.

      *    cuota del mes de cada anticipo con saldo del consultor,
      *    en orden de otorgamiento, descontada del neto despues de
      *    la retencion. un anticipo otorgado en el mismo periodo
      *    empieza a descontarse en el siguiente, y un periodo ya
      *    procesado no vuelve a descontar.
       APLICAR-DESCUENTOS-ANTICIPOS.
           MOVE 0 TO WS-TOTAL-DESCUENTOS.
           MOVE 0 TO WS-CANT-DESC.
           IF ANTICIPOS-DISPONIBLE
              MOVE TAB-LIQ-NUM(IND-TAB-LIQ) TO REG-ANT-CONSULTOR
              MOVE 0 TO REG-ANT-NUMERO
              START ARCH-ANTICIPOS KEY IS NOT LESS THAN REG-ANT-CLAVE
                  INVALID KEY MOVE '10' TO FS-ANTICIPOS
              END-START
              IF ANT-OK
                 PERFORM LEER-ANTICIPO
                 PERFORM DESCONTAR-UN-ANTICIPO
                     UNTIL ANT-EOF
                      OR REG-ANT-CONSULTOR NOT EQUAL
                             TAB-LIQ-NUM(IND-TAB-LIQ)
              END-IF
           END-IF.
           SUBTRACT WS-TOTAL-DESCUENTOS FROM WS-IMPORTE-NETO.

       LEER-ANTICIPO.
           READ ARCH-ANTICIPOS NEXT RECORD
               AT END MOVE '10' TO FS-ANTICIPOS
           END-READ.

       DESCONTAR-UN-ANTICIPO.
           IF REG-ANT-SALDO GREATER ZERO
              AND REG-ANT-ULTIMO-PERIODO LESS THAN WS-PERIODO
              AND REG-ANT-FECHA (1:6) LESS THAN WS-PERIODO
              PERFORM CALCULAR-CUOTA-ANTICIPO
              MOVE WS-PERIODO TO REG-ANT-ULTIMO-PERIODO
              REWRITE REG-ANTICIPO
              IF NOT ANT-OK
                 DISPLAY 'ERROR AL ACTUALIZAR ANTICIPO '
                     REG-ANT-CONSULTOR '-' REG-ANT-NUMERO ' '
                     FS-ANTICIPOS
              END-IF
              PERFORM GUARDAR-DETALLE-DESCUENTO
           END-IF.
           PERFORM LEER-ANTICIPO.

      *    lo exigible es la cuota del mes mas las diferidas, con
      *    tope en el saldo. si el neto que queda no alcanza se
      *    descuentan solo las cuotas enteras que entran y el resto
      *    queda diferido para el mes siguiente.
       CALCULAR-CUOTA-ANTICIPO.
           COMPUTE WS-CUOTAS-VENCIDAS = REG-ANT-CUOTAS-DIFERIDAS + 1.
           COMPUTE WS-CUOTA-EXIGIBLE =
               REG-ANT-IMPORTE-CUOTA * WS-CUOTAS-VENCIDAS.
           IF WS-CUOTA-EXIGIBLE GREATER THAN REG-ANT-SALDO
              MOVE REG-ANT-SALDO TO WS-CUOTA-EXIGIBLE.

           MOVE 0 TO WS-DESCUENTO-ANTICIPO.
           IF WS-CUOTA-EXIGIBLE NOT GREATER THAN
                  WS-IMPORTE-NETO - WS-TOTAL-DESCUENTOS
              MOVE WS-CUOTA-EXIGIBLE TO WS-DESCUENTO-ANTICIPO
              MOVE WS-CUOTAS-VENCIDAS TO WS-CUOTAS-CUBIERTAS
              MOVE 0 TO REG-ANT-CUOTAS-DIFERIDAS
           ELSE
              MOVE 0 TO WS-CUOTAS-CUBIERTAS
              IF WS-IMPORTE-NETO - WS-TOTAL-DESCUENTOS GREATER ZERO
                 AND REG-ANT-IMPORTE-CUOTA GREATER ZERO
                 COMPUTE WS-CUOTAS-CUBIERTAS =
                     (WS-IMPORTE-NETO - WS-TOTAL-DESCUENTOS)
                     / REG-ANT-IMPORTE-CUOTA
                 COMPUTE WS-DESCUENTO-ANTICIPO =
                     REG-ANT-IMPORTE-CUOTA * WS-CUOTAS-CUBIERTAS
              END-IF
              COMPUTE REG-ANT-CUOTAS-DIFERIDAS =
                  WS-CUOTAS-VENCIDAS - WS-CUOTAS-CUBIERTAS
              ADD 1 TO WS-ACUM-DIFERIDOS
              DISPLAY 'ATENCION: CONSULTOR ' REG-ANT-CONSULTOR
                  ' ANTICIPO ' REG-ANT-NUMERO ' - '
                  REG-ANT-CUOTAS-DIFERIDAS ' CUOTAS DIFERIDAS, LA '
                  'LIQUIDACION NO ALCANZA'
           END-IF.

           SUBTRACT WS-DESCUENTO-ANTICIPO FROM REG-ANT-SALDO.
           ADD WS-CUOTAS-CUBIERTAS TO REG-ANT-CUOTAS-PAGADAS.
           IF REG-ANT-SALDO EQUAL ZERO
              MOVE 0 TO REG-ANT-CUOTAS-DIFERIDAS.
           ADD WS-DESCUENTO-ANTICIPO TO WS-TOTAL-DESCUENTOS.
           ADD WS-DESCUENTO-ANTICIPO TO WS-ACUM-DESCUENTOS.

       GUARDAR-DETALLE-DESCUENTO.
           IF WS-CANT-DESC LESS THAN WS-MAX-DESC
              ADD 1 TO WS-CANT-DESC
              SET IND-TAB-DESC TO WS-CANT-DESC
              MOVE REG-ANT-NUMERO TO TAB-DESC-NUMERO(IND-TAB-DESC)
              MOVE WS-DESCUENTO-ANTICIPO TO
                  TAB-DESC-IMPORTE(IND-TAB-DESC)
              MOVE REG-ANT-SALDO TO TAB-DESC-SALDO(IND-TAB-DESC)
              MOVE REG-ANT-CUOTAS-DIFERIDAS TO
                  TAB-DESC-DIFERIDAS(IND-TAB-DESC)
           END-IF.

       GRABAR-LIQUIDACION-MAESTRO.
           MOVE TAB-LIQ-NUM(IND-TAB-LIQ) TO LIQ-CONSULTOR.
           MOVE WS-PERIODO TO LIQ-PERIODO.
           MOVE TAB-LIQ-HORAS(IND-TAB-LIQ) TO LIQ-HORAS.
           MOVE TAB-LIQ-IMPORTE(IND-TAB-LIQ) TO LIQ-IMPORTE.
           MOVE WS-FECHA-HOY TO LIQ-FECHA-EMISION.
           MOVE WS-RETENCION TO LIQ-RETENCION.
           MOVE WS-TOTAL-DESCUENTOS TO LIQ-DESCUENTOS.
           MOVE TAB-LIQ-DIAS-GUARDIA(IND-TAB-LIQ) TO LIQ-DIAS-GUARDIA.
           MOVE TAB-LIQ-IMP-GUARDIA(IND-TAB-LIQ) TO LIQ-IMPORTE-GUARDIA.
           MOVE TAB-LIQ-HS-EXTRA(IND-TAB-LIQ) TO LIQ-HORAS-EXTRA.
           MOVE TAB-LIQ-IMP-EXTRA(IND-TAB-LIQ) TO LIQ-IMPORTE-EXTRA.
           MOVE TAB-LIQ-HS-NO-LAB(IND-TAB-LIQ) TO LIQ-HORAS-NO-LAB.
           MOVE TAB-LIQ-IMP-NO-LAB(IND-TAB-LIQ) TO LIQ-IMPORTE-NO-LAB.
           WRITE REG-LIQUIDACION.

       IMPRIMIR-RECIBO.
              MOVE TAB-LIQ-HORAS(IND-TAB-LIQ) TO LIN-REC-HORAS
              MOVE LINEA-REC-HORAS TO REG-RECIBO
              WRITE REG-RECIBO
              PERFORM IMPRIMIR-BANDAS-RECIBO
              IF TAB-LIQ-DIAS-GUARDIA(IND-TAB-LIQ) NOT EQUAL ZERO
                 MOVE TAB-LIQ-DIAS-GUARDIA(IND-TAB-LIQ) TO
                     LIN-REC-DIAS-GUARDIA
                 MOVE TAB-LIQ-IMP-GUARDIA(IND-TAB-LIQ) TO
                     LIN-REC-IMP-GUARDIA
                 MOVE LINEA-REC-GUARDIA TO REG-RECIBO
                 WRITE REG-RECIBO
              END-IF
              MOVE TAB-LIQ-IMPORTE(IND-TAB-LIQ) TO LIN-REC-IMPORTE
              MOVE LINEA-REC-IMPORTE TO REG-RECIBO
              WRITE REG-RECIBO
              MOVE WS-RETENCION TO LIN-REC-RETENCION
              MOVE WS-CERTIFICADO TO LIN-REC-CERTIFICADO
              MOVE LINEA-REC-RETENCION TO REG-RECIBO
              WRITE REG-RECIBO
              SET IND-TAB-DESC TO 1
              PERFORM IMPRIMIR-DESCUENTO-RECIBO
                  UNTIL IND-TAB-DESC GREATER THAN WS-CANT-DESC
              MOVE WS-IMPORTE-NETO TO LIN-REC-NETO
              MOVE LINEA-REC-NETO TO REG-RECIBO
              WRITE REG-RECIBO
              MOVE WS-FECHA-HOY TO LIN-REC-FECHA
              MOVE LINEA-REC-FECHA TO REG-RECIBO
              WRITE REG-RECIBO
              WRITE REG-RECIBO
              CLOSE ARCH-RECIBO.

      *    la banda normal siempre; la extra y la no laborable solo
      *    si el consultor tuvo horas en ellas.
       IMPRIMIR-BANDAS-RECIBO.
           MOVE 'HORAS NORMALES         : ' TO LIN-REC-BANDA-TEXTO.
           MOVE TAB-LIQ-HS-NORMAL(IND-TAB-LIQ) TO LIN-REC-BANDA-HORAS.
           MOVE TAB-LIQ-IMP-NORMAL(IND-TAB-LIQ)
               TO LIN-REC-BANDA-IMPORTE.
           MOVE LINEA-REC-BANDA TO REG-RECIBO.
           WRITE REG-RECIBO.
           IF TAB-LIQ-HS-EXTRA(IND-TAB-LIQ) NOT EQUAL ZERO
              MOVE 'HORAS EXTRA            : ' TO LIN-REC-BANDA-TEXTO
              MOVE TAB-LIQ-HS-EXTRA(IND-TAB-LIQ)
                  TO LIN-REC-BANDA-HORAS
              MOVE TAB-LIQ-IMP-EXTRA(IND-TAB-LIQ)
                  TO LIN-REC-BANDA-IMPORTE
              MOVE LINEA-REC-BANDA TO REG-RECIBO
              WRITE REG-RECIBO.
           IF TAB-LIQ-HS-NO-LAB(IND-TAB-LIQ) NOT EQUAL ZERO
              MOVE 'HORAS SAB/DOM/FERIADO  : ' TO LIN-REC-BANDA-TEXTO
              MOVE TAB-LIQ-HS-NO-LAB(IND-TAB-LIQ)
                  TO LIN-REC-BANDA-HORAS
              MOVE TAB-LIQ-IMP-NO-LAB(IND-TAB-LIQ)
                  TO LIN-REC-BANDA-IMPORTE
              MOVE LINEA-REC-BANDA TO REG-RECIBO
              WRITE REG-RECIBO.

       IMPRIMIR-DESCUENTO-RECIBO.
           MOVE TAB-DESC-NUMERO(IND-TAB-DESC) TO LIN-REC-DESC-NUMERO.
           MOVE TAB-DESC-IMPORTE(IND-TAB-DESC) TO LIN-REC-DESC-IMPORTE.
           MOVE TAB-DESC-SALDO(IND-TAB-DESC) TO LIN-REC-DESC-SALDO.
           IF TAB-DESC-DIFERIDAS(IND-TAB-DESC) GREATER ZERO
              MOVE '  CUOTA(S) DIFERIDA' TO LIN-REC-DESC-MARCA
           ELSE
              MOVE SPACES TO LIN-REC-DESC-MARCA.
           MOVE LINEA-REC-DESCUENTO TO REG-RECIBO.
           WRITE REG-RECIBO.
           SET IND-TAB-DESC UP BY 1.

      *    un consultor sin CBU cargado en el maestro queda fuera del
      *    archivo bancario - la liquidacion igual se emite.
       GRABAR-TRANSFERENCIA.
           ELSE
              MOVE SPACES TO REG-TRANSFERENCIA
              MOVE REG-CONS-CBU TO TRF-CBU
              MOVE WS-IMPORTE-NETO TO TRF-IMPORTE
              MOVE REG-CONS-NOMBRE TO TRF-NOMBRE
              WRITE REG-TRANSFERENCIA
           END-IF.

      *    todo pago del mes queda asentado, retenido o no: el
      *    minimo no sujeto del proximo pago se mide contra el
      *    acumulado.
       GRABAR-RETENCION-GANANCIAS.
           MOVE WS-CERTIFICADO TO RGA-CERTIFICADO.
           MOVE TAB-LIQ-NUM(IND-TAB-LIQ) TO RGA-CONSULTOR.
           MOVE REG-CONS-CUIT TO RGA-CUIT.
           MOVE WS-FECHA-HOY TO RGA-FECHA-PAGO.
           MOVE WS-PERIODO TO RGA-PERIODO.
           MOVE WS-GAN-REGIMEN TO RGA-REGIMEN.
           MOVE WS-COND-GANANCIAS TO RGA-CONDICION.
           MOVE WS-IMPORTE-PAGO TO RGA-IMPORTE-PAGO.
           MOVE WS-PAGOS-MES TO RGA-PAGOS-MES.
           MOVE WS-BASE-RETENCION TO RGA-BASE.
           MOVE WS-RETENCION TO RGA-RETENCION.
           MOVE TAB-LIQ-ENTIDAD(IND-TAB-LIQ) TO RGA-ENTIDAD.
           WRITE REG-RET-GANANCIAS.

      *    el agente es la entidad que paga; la 01 sin CUIT cargado
      *    en ENTIDADES.DAT sigue con el de GANANCIAS-RG830.DAT.
       IMPRIMIR-CERTIFICADO.
           MOVE SPACES TO WS-NOMBRE-CERTIFICADO.
           IF TAB-LIQ-ENTIDAD(IND-TAB-LIQ) EQUAL 1
              STRING 'CERTIFICADO-GAN-' WS-CERTIFICADO '.LST'
                  DELIMITED BY SIZE INTO WS-NOMBRE-CERTIFICADO
           ELSE
              STRING 'CERTIFICADO-GAN-E' TAB-LIQ-ENTIDAD(IND-TAB-LIQ)
                  '-' WS-CERTIFICADO '.LST'
                  DELIMITED BY SIZE INTO WS-NOMBRE-CERTIFICADO
           END-IF.

           MOVE TAB-LIQ-ENTIDAD(IND-TAB-LIQ) TO WS-ENT-CODIGO.
           MOVE 'Q' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR EQUAL 'OK' AND WS-ENT-CUIT GREATER ZERO
              MOVE WS-ENT-CUIT TO LIN-CER-CUIT-AGENTE
           ELSE
              MOVE WS-GAN-CUIT-AGENTE TO LIN-CER-CUIT-AGENTE.

           OPEN OUTPUT ARCH-CERTIFICADO.
           IF NOT CERTIFICADO-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-CERTIFICADO ' '
                  FS-CERTIFICADO
           ELSE
              MOVE LINEA-DIVISORIA TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE WS-CERTIFICADO TO LIN-CER-NUMERO
              MOVE LINEA-CER-TITULO TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE LINEA-CER-AGENTE TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE TAB-LIQ-NUM(IND-TAB-LIQ) TO LIN-CER-NUM
              MOVE REG-CONS-NOMBRE TO LIN-CER-NOMBRE
              MOVE REG-CONS-CUIT TO LIN-CER-CUIT
              MOVE LINEA-CER-RETENIDO TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE WS-GAN-REGIMEN TO LIN-CER-REGIMEN
              MOVE WS-COND-GANANCIAS TO LIN-CER-CONDICION
              MOVE LINEA-CER-REGIMEN TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE 'IMPORTE DEL PAGO       : ' TO LIN-CER-TEXTO
              MOVE WS-IMPORTE-PAGO TO LIN-CER-IMPORTE
              MOVE LINEA-CER-IMPORTE TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE 'PAGOS ACUMULADOS DEL MES:' TO LIN-CER-TEXTO
              MOVE WS-PAGOS-MES TO LIN-CER-IMPORTE
              MOVE LINEA-CER-IMPORTE TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE 'BASE SUJETA A RETENCION: ' TO LIN-CER-TEXTO
              MOVE WS-BASE-RETENCION TO LIN-CER-IMPORTE
              MOVE LINEA-CER-IMPORTE TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE 'IMPORTE RETENIDO       : ' TO LIN-CER-TEXTO
              MOVE WS-RETENCION TO LIN-CER-IMPORTE
              MOVE LINEA-CER-IMPORTE TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE WS-FECHA-HOY TO LIN-CER-FECHA
              MOVE LINEA-CER-FECHA TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              MOVE LINEA-DIVISORIA TO REG-CERTIFICADO
              WRITE REG-CERTIFICADO
              CLOSE ARCH-CERTIFICADO.

      *    SICORE del mes de pago rearmado completo en cada corrida
      *    desde RETENCIONES-GANANCIAS.DAT: una liquidacion
      *    complementaria en el mismo mes no duplica renglones. cada
      *    entidad presenta lo suyo: un archivo por entidad con
      *    retenciones en el mes, aunque sean de corridas anteriores.
       GENERAR-SICORE.
           SET IND-TAB-SIC TO 1.
           PERFORM LIMPIAR-MARCA-SICORE
               UNTIL IND-TAB-SIC GREATER THAN WS-MAX-ENTIDADES.

           OPEN INPUT ARCH-RET-GANANCIAS.
           IF NOT RET-GANANCIAS-OK
              DISPLAY 'NO PUDO RELEERSE RETENCIONES-GANANCIAS.DAT '
                  FS-RET-GANANCIAS
           ELSE
              PERFORM LEER-RET-GANANCIAS
              PERFORM MARCAR-ENTIDAD-SICORE
                  UNTIL RET-GANANCIAS-EOF
              CLOSE ARCH-RET-GANANCIAS
              SET IND-TAB-SIC TO 1
              PERFORM GENERAR-SICORE-ENTIDAD
                  UNTIL IND-TAB-SIC GREATER THAN WS-MAX-ENTIDADES.

       LIMPIAR-MARCA-SICORE.
           MOVE 'N' TO TAB-SIC-MARCA(IND-TAB-SIC).
           SET IND-TAB-SIC UP BY 1.

       MARCAR-ENTIDAD-SICORE.
           IF RGA-FECHA-PAGO (1:6) EQUAL WS-MES-PAGO
              AND RGA-RETENCION GREATER ZERO
              PERFORM TOMAR-ENTIDAD-RETENCION
              SET IND-TAB-SIC TO WS-RGA-ENTIDAD
              MOVE 'S' TO TAB-SIC-MARCA(IND-TAB-SIC)
           END-IF.
           PERFORM LEER-RET-GANANCIAS.

       GENERAR-SICORE-ENTIDAD.
           IF SIC-CON-RETENCIONES(IND-TAB-SIC)
              SET WS-SIC-ENTIDAD TO IND-TAB-SIC
              MOVE SPACES TO WS-NOMBRE-SICORE
              STRING 'SICORE-E' WS-SIC-ENTIDAD '-' WS-MES-PAGO '.TXT'
                  DELIMITED BY SIZE INTO WS-NOMBRE-SICORE
              MOVE 0 TO WS-ACUM-SICORE-ENT
              OPEN INPUT ARCH-RET-GANANCIAS
              OPEN OUTPUT ARCH-SICORE
              IF NOT SICORE-OK
                 DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-SICORE ' '
                     FS-SICORE
              ELSE
                 PERFORM LEER-RET-GANANCIAS
                 PERFORM EXPORTAR-RETENCION-SICORE
                     UNTIL RET-GANANCIAS-EOF
                 CLOSE ARCH-SICORE
                 DISPLAY WS-ACUM-SICORE-ENT ' RETENCIONES DEL MES EN '
                     WS-NOMBRE-SICORE
              END-IF
              CLOSE ARCH-RET-GANANCIAS
           END-IF.
           SET IND-TAB-SIC UP BY 1.

      *    comprobante 06 (orden de pago), impuesto 217, operacion 1
      *    (retencion), documento 80 (CUIT); condicion 01 inscripto,
      *    02 no inscripto.
       EXPORTAR-RETENCION-SICORE.
           PERFORM TOMAR-ENTIDAD-RETENCION.
           IF RGA-FECHA-PAGO (1:6) EQUAL WS-MES-PAGO
              AND RGA-RETENCION GREATER ZERO
              AND WS-RGA-ENTIDAD EQUAL WS-SIC-ENTIDAD
              MOVE SPACES TO REG-SICORE
              MOVE 6 TO SIC-COD-COMPROBANTE
              MOVE RGA-FECHA-PAGO (7:2) TO WS-FECHA-DMA-DIA
              MOVE RGA-FECHA-PAGO (5:2) TO WS-FECHA-DMA-MES
              MOVE RGA-FECHA-PAGO (1:4) TO WS-FECHA-DMA-ANIO
              MOVE WS-FECHA-DMA TO SIC-FECHA-COMPROBANTE
              STRING RGA-CONSULTOR RGA-PERIODO
                  DELIMITED BY SIZE INTO SIC-NRO-COMPROBANTE
              MOVE RGA-IMPORTE-PAGO TO SIC-IMPORTE-COMPROBANTE
              MOVE 217 TO SIC-COD-IMPUESTO
              MOVE RGA-REGIMEN TO SIC-COD-REGIMEN
              MOVE 1 TO SIC-COD-OPERACION
              MOVE RGA-BASE TO SIC-BASE-CALCULO
              MOVE WS-FECHA-DMA TO SIC-FECHA-RETENCION
              IF RGA-CONDICION EQUAL 'N'
                 MOVE 2 TO SIC-COD-CONDICION
              ELSE
                 MOVE 1 TO SIC-COD-CONDICION
              END-IF
              MOVE 0 TO SIC-SUJETO-SUSPENDIDO
              MOVE RGA-RETENCION TO SIC-IMPORTE-RETENCION
              MOVE 0 TO SIC-PCT-EXCLUSION
              MOVE 80 TO SIC-TIPO-DOCUMENTO
              MOVE RGA-CUIT TO SIC-NRO-DOCUMENTO
              MOVE RGA-CERTIFICADO TO SIC-NRO-CERTIFICADO
              WRITE REG-SICORE
              ADD 1 TO WS-ACUM-SICORE
              ADD 1 TO WS-ACUM-SICORE-ENT
           END-IF.
           PERFORM LEER-RET-GANANCIAS.

       TERMINAR.
           CLOSE ARCH-CONS-IDX.
           CLOSE ARCH-COSTOS-IDX.
              CLOSE ARCH-SRT-HIST-IDX.
           CLOSE ARCH-LIQUIDACIONES.
           CLOSE ARCH-TRANSFERENCIAS.
           CLOSE ARCH-RET-GANANCIAS.
           IF ANTICIPOS-DISPONIBLE
              CLOSE ARCH-ANTICIPOS.
           IF EMP-DISPONIBLE
              CLOSE ARCH-EMP-IDX.
           MOVE 'C' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           PERFORM GENERAR-SICORE.
           DISPLAY WS-ACUM-LIQUIDADOS ' LIQUIDACIONES EMITIDAS DEL '
               'PERIODO ' WS-PERIODO ' POR ' WS-ACUM-IMPORTE-TOTAL.
           DISPLAY WS-ACUM-RETENCIONES ' CERTIFICADOS DE RETENCION '
               'DE GANANCIAS POR ' WS-ACUM-RETENIDO-TOTAL.
           DISPLAY WS-ACUM-SICORE ' RETENCIONES DEL MES EXPORTADAS '
               'A SICORE'.
           IF WS-ACUM-VARIAS-ENTIDADES GREATER ZERO
              DISPLAY WS-ACUM-VARIAS-ENTIDADES ' CONSULTORES CON HORAS '
                  'DE MAS DE UNA ENTIDAD, LIQUIDADOS POR LA DE MAS '
                  'HORAS'.
           DISPLAY 'CUOTAS DE ANTICIPOS DESCONTADAS POR '
               WS-ACUM-DESCUENTOS.
           IF WS-ACUM-DIAS-SIN-ADICIONAL GREATER ZERO
              DISPLAY WS-ACUM-DIAS-SIN-ADICIONAL ' DIAS TRABAJADOS SIN '
                  'ADICIONAL VIGENTE PARA EL SRT, PAGADOS AL COSTO '
                  'PLANO'.
           IF WS-ACUM-DIFERIDOS GREATER ZERO
              DISPLAY WS-ACUM-DIFERIDOS ' ANTICIPOS CON CUOTAS '
                  'DIFERIDAS AL MES SIGUIENTE'.
           IF WS-ACUM-SIN-CBU GREATER ZERO
              DISPLAY WS-ACUM-SIN-CBU ' CONSULTORES SIN CBU QUEDARON '
                  'FUERA DE ' WS-NOMBRE-TRANSFERENCIAS.
           IF WS-ACUM-DE-PROVEEDOR GREATER ZERO
              DISPLAY WS-ACUM-DE-PROVEEDOR ' CONSULTORES DE '
                  'PROVEEDORES EXTERNOS NO LIQUIDADOS (SE PAGAN POR '
                  'FACTURA)'.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
