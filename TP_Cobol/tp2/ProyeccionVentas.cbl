       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProyeccionVentas.
       AUTHOR. Fede.

      *    proyeccion de facturacion hacia adelante, mes a mes por
      *    empresa, para el horizonte pedido (PROYVTAS-MESES, 6 por
      *    defecto, hasta 12) a partir del mes siguiente al actual
      *    (o de PROYVTAS-DESDE, AAAAMM). ReportePresupuestoVentas
      *    mira para atras; esta mira lo contratado y planificado:
      *      - horas comprometidas de ENGAGEMENTS.DAT en los meses
      *        de su vigencia. lo asignado en ASIGNACIONES.DAT se
      *        valoriza consultor por consultor con su SRT vigente;
      *        el resto del compromiso sin asignar, con la mezcla de
      *        SRT del presupuesto aceptado que origino el engagement
      *        (PRESUPUESTOS.DAT, misma empresa y vigencia desde) o,
      *        sin presupuesto, con el SRT de PROYVTAS-SRT-BASE. si
      *        no hay ninguno de los dos esas horas salen sin
      *        valorizar y se avisa.
      *      - cuota de los ABONOS vigentes; las horas incluidas en
      *        el abono se descuentan de las horas de la empresa en
      *        el mes, igual que APLICAR-ABONO-EMPRESA en TP1.
      *      - hitos pendientes o aceptados sin facturar de
      *        HITOS.DAT en el mes de su fecha planificada (los
      *        atrasados caen en el primer mes); un engagement con
      *        hitos es de precio fijo y sus horas no se proyectan.
      *    la vigencia de engagements, asignaciones y abonos se mira
      *    al primer dia de cada mes, como en TP1 y ReporteStaffing.
      *    la tarifa es la que va a regir ese primer dia: primero la
      *    negociada de TARIFAS-EMPRESA-INDEXED.DAT, despues la
      *    general de TARIFAS-INDEXED.DAT, tomando tambien las
      *    tarifas ya cargadas con vigencia futura. lo pactado en USD
      *    se pasa a pesos con la ultima cotizacion de
      *    COTIZACION.DAT. la linea de practica sale de la historia de
      *    TIMES-INDEXED.DAT: la linea con mas horas de la orden de
      *    trabajo de la asignacion o, si no, de la empresa (LINEAS.DAT
      *    como en ReporteLineas). salida en PROYECCION-VENTAS.LST con
      *    totales por empresa, por linea y mes y por mes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENGAGEMENTS.

           SELECT ARCH-ASIGNACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIGNACIONES.

           SELECT ARCH-ABONOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ABONOS.

           SELECT ARCH-HITOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-HIT-CLAVE
               FILE STATUS IS FS-HITOS.

           SELECT ARCH-PRESUPUESTOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-PRE-NUMERO
               FILE STATUS IS FS-PRESUPUESTOS.

           SELECT ARCH-EMPRESAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EMP.

           SELECT ARCH-CONS-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY-CODE-CONS
               ALTERNATE RECORD KEY IS REG-CONS-DNI
               FILE STATUS IS FS-ARCH-CONS-IDX.

           SELECT ARCH-SRT-HIST-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-SRT-HIST-IND
               FILE STATUS IS FS-SRT-HIST.

           SELECT ARCH-TAR-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TAR-IND
               FILE STATUS IS FS-ARCH-TAR-IDX.

           SELECT ARCH-TAR-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-TAREMP-IND
               FILE STATUS IS FS-TAR-EMP.

           SELECT ARCH-COTIZACION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-COTIZACION.

           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY-TIMES
               FILE STATUS IS FS-ARCH-TIMES-IDX.

           SELECT ARCH-LINEAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LINEAS.

           SELECT ARCH-REPORTE ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-REPORTE.

           SELECT ARCH-SORT-PRY ASSIGN TO DISK.

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

       FD ARCH-ABONOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ABONOS.DAT'
             DATA RECORD IS REG-ABONO.

       01 REG-ABONO.
           03 ABO-EMPRESA                PIC 9(3).
           03 ABO-CUOTA                  PIC 9(8)V99.
           03 ABO-HORAS-INCLUIDAS        PIC 9(5)V99.
           03 ABO-VIG-DESDE              PIC 9(8).
           03 ABO-VIG-HASTA              PIC 9(8).

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
               88 HIT-PENDIENTE          VALUE 'P'.
               88 HIT-ACEPTADO           VALUE 'A'.
               88 HIT-FACTURADO          VALUE 'F'.
           03 REG-HIT-CORRIDA            PIC X(14).

       FD ARCH-PRESUPUESTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PRESUPUESTOS.DAT'
             DATA RECORD IS REG-PRESUPUESTO.

       01 REG-PRESUPUESTO.
           03 REG-PRE-NUMERO             PIC 9(6).
           03 REG-PRE-EMPRESA            PIC 9(3).
           03 REG-PRE-FECHA              PIC 9(8).
           03 REG-PRE-ESTADO             PIC X(1).
               88 PRE-ENVIADO            VALUE 'E'.
               88 PRE-ACEPTADO           VALUE 'A'.
               88 PRE-RECHAZADO          VALUE 'R'.
           03 REG-PRE-VIG-DESDE          PIC 9(8).
           03 REG-PRE-VIG-HASTA          PIC 9(8).
           03 REG-PRE-MIX OCCURS 5 TIMES.
               05 REG-PRE-SRT            PIC X(2).
               05 REG-PRE-HORAS          PIC 9(3)V99.
               05 REG-PRE-TARIFA         PIC 9(5)V99.
           03 REG-PRE-HORAS-MENS         PIC 9(5)V99.
           03 REG-PRE-IMPORTE-MENS       PIC 9(10)V99.
           03 REG-PRE-MONEDA             PIC X(3).

       FD ARCH-EMPRESAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS.DAT'
             DATA RECORD IS REG-EMP.

       01 REG-EMP.
           03 REG-EMP-TAB.
              05 REG-EMP-COD           PIC 9(3).
              05 REG-EMP-RAZON         PIC X(25).
           03 REG-EMP-DIRECCION      PIC X(20).
           03 REG-EMP-TEL            PIC X(20).
           03 REG-EMP-CUIT           PIC 9(11).
           03 REG-EMP-RETENCION-PCT  PIC 9(3)V99.
           03 REG-EMP-MONEDA         PIC X(3).

       FD ARCH-CONS-IDX LABEL RECORD IS STANDARD
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
      *    proveedor del consultor de una firma externa - ver
      *    ConciliacionProveedores; aca no se usa.
           03 REG-CONS-PROVEEDOR     PIC X(5).

       FD ARCH-SRT-HIST-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SRT-HIST-INDEXED.DAT'
             DATA RECORD IS REG-SRT-HIST-INDEXED.

       01 REG-SRT-HIST-INDEXED.
           03 REG-SRT-HIST-IND.
               05 REG-SRT-HIST-NUM         PIC X(5).
               05 REG-SRT-HIST-FECHA       PIC 9(8).
           03 REG-SRT-HIST-SRT             PIC X(2).

       FD ARCH-TAR-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'TARIFAS-INDEXED.DAT'
             DATA RECORD IS REG-TAR-INDEXED.

       01 REG-TAR-INDEXED.
           03 REG-TAR-IND.
               05 REG-TAR-SRT-IND          PIC X(2).
               05 REG-TAR-VIG-DESDE-IND    PIC 9(8).
           03 REG-TAR-TARIFA-IND           PIC 9(5)V99.
           03 REG-TAR-MONEDA-IND           PIC X(3).

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

       FD ARCH-COTIZACION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COTIZACION.DAT'
             DATA RECORD IS REG-COTIZACION.

       01 REG-COTIZACION.
           03 REG-COT-FECHA         PIC 9(8).
           03 REG-COT-VALOR         PIC 9(5)V99.

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

       FD ARCH-LINEAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'LINEAS.DAT'
             DATA RECORD IS REG-LINEA-PRACT.

       01 REG-LINEA-PRACT.
           03 LNA-TAREA             PIC X(4).
           03 LNA-CODIGO            PIC X(2).
           03 LNA-DESCRIPCION       PIC X(20).

       FD ARCH-REPORTE LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PROYECCION-VENTAS.LST'
             DATA RECORD IS REG-REPORTE.

       01 REG-REPORTE                    PIC X(120).

       SD ARCH-SORT-PRY
          DATA RECORD IS REG-SORT-PRY.

       01 REG-SORT-PRY.
           03 SRT-EMPRESA                PIC 9(3).
           03 SRT-LINEA                  PIC X(2).
           03 SRT-PERIODO                PIC 9(6).
           03 SRT-MES                    PIC 9(2).
           03 SRT-HORAS                  PIC S9(7)V99.
           03 SRT-IMP-HORAS              PIC S9(12)V99.
           03 SRT-IMP-ABONOS             PIC S9(12)V99.
           03 SRT-IMP-HITOS              PIC S9(12)V99.

       WORKING-STORAGE SECTION.

       77 FS-ENGAGEMENTS   PIC XX.
           88 ENG-OK         VALUE '00'.
           88 ENG-EOF        VALUE '10'.

       77 FS-ASIGNACIONES  PIC XX.
           88 ASG-OK         VALUE '00'.
           88 ASG-EOF        VALUE '10'.

       77 FS-ABONOS        PIC XX.
           88 ABO-OK         VALUE '00'.
           88 ABO-EOF        VALUE '10'.

       77 FS-HITOS         PIC XX.
           88 HITOS-OK       VALUE '00'.
           88 HITOS-EOF      VALUE '10'.

       77 FS-PRESUPUESTOS  PIC XX.
           88 PRE-OK         VALUE '00'.
           88 PRE-EOF        VALUE '10'.

       77 FS-EMP           PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       77 FS-ARCH-CONS-IDX PIC XX.
           88 CONS-OK        VALUE '00'.

       77 FS-SRT-HIST      PIC XX.
           88 SRT-HIST-OK    VALUE '00'.

       77 FS-ARCH-TAR-IDX  PIC XX.
           88 TAR-OK         VALUE '00'.

       77 FS-TAR-EMP       PIC XX.
           88 TAR-EMP-OK     VALUE '00'.

       77 FS-COTIZACION    PIC XX.
           88 COT-OK         VALUE '00'.
           88 COT-EOF        VALUE '10'.

       77 FS-ARCH-TIMES-IDX PIC XX.
           88 TIMES-OK       VALUE '00'.
           88 TIMES-EOF      VALUE '10'.

       77 FS-LINEAS        PIC XX.
           88 LINEAS-OK      VALUE '00'.
           88 LINEAS-EOF     VALUE '10'.

       77 FS-REPORTE       PIC XX.
           88 REPORTE-OK     VALUE '00'.

       01 WS-FIN-SORT                 PIC X VALUE 'N'.
           88 FIN-SORT                VALUE 'S'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno PROYVTAS-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-SRT-HIST-DISPONIBLE     PIC X VALUE 'N'.
           88 SRT-HIST-DISPONIBLE    VALUE 'S'.

       01 WS-TAR-EMP-DISPONIBLE      PIC X VALUE 'N'.
           88 TAR-EMP-DISPONIBLE     VALUE 'S'.

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-MESES-ENV               PIC X(2).
       01 WS-DESDE-ENV               PIC X(6).
       01 WS-SRT-BASE                PIC X(2).

      *    meses del horizonte con su primer dia AAAAMMDD.
       01 WS-CANT-MESES              PIC 9(2) VALUE 6.
       01 TABLA-MESES.
           03 TAB-MES OCCURS 12 TIMES.
               05 TAB-MES-PERIODO       PIC 9(6).
               05 TAB-MES-PRIMER-DIA    PIC 9(8).
       01 WS-M                       PIC 9(2).
       01 WS-MES-ARMADO.
           03 WS-MES-AAAA            PIC 9(4).
           03 WS-MES-MM              PIC 9(2).
       01 WS-MES-ARMADO-N REDEFINES WS-MES-ARMADO PIC 9(6).

       01 WS-COTIZ-ULTIMA            PIC 9(5)V99 VALUE 0.
       01 WS-COTIZ-FECHA             PIC 9(8) VALUE 0.

       01 WS-MAX-EMP                 PIC 9(3) VALUE 200.
       01 TABLA-EMPRESAS.
           03 TAB-EMP OCCURS 200 TIMES INDEXED BY IND-TAB-EMP.
               05 TAB-EMP-COD           PIC 9(3).
               05 TAB-EMP-RAZON         PIC X(25).
               05 TAB-EMP-CUIT          PIC 9(11).
               05 TAB-EMP-MONEDA        PIC X(3).
       01 WS-CANT-EMP                PIC 9(3) VALUE 0.
       01 WS-EMPRESA-UBICADA         PIC X VALUE 'N'.
           88 EMPRESA-UBICADA        VALUE 'S'.

       01 WS-MAX-ASG                 PIC 9(4) VALUE 2000.
       01 TABLA-ASIGNACIONES.
           03 TAB-ASG OCCURS 2000 TIMES INDEXED BY IND-TAB-ASG.
               05 TAB-ASG-CONSULTOR     PIC X(5).
               05 TAB-ASG-EMPRESA       PIC 9(3).
               05 TAB-ASG-ENG-DESDE     PIC 9(8).
               05 TAB-ASG-ORDEN         PIC X(4).
               05 TAB-ASG-DESDE         PIC 9(8).
               05 TAB-ASG-HASTA         PIC 9(8).
               05 TAB-ASG-HORAS         PIC 9(3)V99.
       01 WS-CANT-ASG                PIC 9(4) VALUE 0.

       01 WS-MAX-HIT                 PIC 9(4) VALUE 2000.
       01 TABLA-HITOS.
           03 TAB-HIT OCCURS 2000 TIMES INDEXED BY IND-TAB-HIT.
               05 TAB-HIT-EMPRESA       PIC 9(3).
               05 TAB-HIT-ENG-DESDE     PIC 9(8).
               05 TAB-HIT-IMPORTE       PIC 9(10)V99.
               05 TAB-HIT-MONEDA        PIC X(3).
               05 TAB-HIT-FECHA-PLAN    PIC 9(8).
               05 TAB-HIT-ESTADO        PIC X(1).
       01 WS-CANT-HIT                PIC 9(4) VALUE 0.
       01 WS-ENG-PRECIO-FIJO         PIC X VALUE 'N'.
           88 ENG-PRECIO-FIJO        VALUE 'S'.

      *    mezcla de SRT de los presupuestos aceptados.
       01 WS-MAX-PRE                 PIC 9(3) VALUE 500.
       01 TABLA-PRESUPUESTOS.
           03 TAB-PRE OCCURS 500 TIMES INDEXED BY IND-TAB-PRE.
               05 TAB-PRE-EMPRESA       PIC 9(3).
               05 TAB-PRE-DESDE         PIC 9(8).
               05 TAB-PRE-MIX OCCURS 5 TIMES.
                   07 TAB-PRE-SRT       PIC X(2).
                   07 TAB-PRE-HORAS     PIC 9(3)V99.
       01 WS-CANT-PRE                PIC 9(3) VALUE 0.
       01 WS-PRE-ENCONTRADO          PIC X VALUE 'N'.
           88 PRE-ENCONTRADO         VALUE 'S'.
       01 WS-X                       PIC 9(1).

       01 WS-MAX-LNA                 PIC 9(3) VALUE 500.
       01 TABLA-LINEAS-MAP.
           03 TAB-LNA OCCURS 500 TIMES INDEXED BY IND-TAB-LNA.
               05 TAB-LNA-TAREA         PIC X(4).
               05 TAB-LNA-CODIGO        PIC X(2).
               05 TAB-LNA-DESC          PIC X(20).
       01 WS-CANT-LNA                PIC 9(3) VALUE 0.

      *    horas historicas por empresa + orden + linea, para
      *    inferir la linea de practica de lo proyectado; la fila con
      *    orden en blanco junta todas las horas de la empresa.
       01 WS-MAX-HLN                 PIC 9(4) VALUE 3000.
       01 TABLA-HISTORIA-LINEAS.
           03 TAB-HLN OCCURS 3000 TIMES INDEXED BY IND-TAB-HLN.
               05 TAB-HLN-EMPRESA       PIC 9(3).
               05 TAB-HLN-ORDEN         PIC X(4).
               05 TAB-HLN-LINEA         PIC X(2).
               05 TAB-HLN-HORAS         PIC 9(7)V99.
       01 WS-CANT-HLN                PIC 9(4) VALUE 0.
       01 WS-HLN-ORDEN               PIC X(4).
       01 WS-HLN-MAX-HORAS           PIC 9(7)V99.

      *    filas de la proyeccion: empresa + linea + mes.
       01 WS-MAX-PRY                 PIC 9(4) VALUE 3000.
       01 TABLA-PROYECCION.
           03 TAB-PRY OCCURS 3000 TIMES INDEXED BY IND-TAB-PRY.
               05 TAB-PRY-EMPRESA       PIC 9(3).
               05 TAB-PRY-LINEA         PIC X(2).
               05 TAB-PRY-MES           PIC 9(2).
               05 TAB-PRY-HORAS         PIC S9(7)V99.
               05 TAB-PRY-IMP-HORAS     PIC S9(12)V99.
               05 TAB-PRY-IMP-ABONOS    PIC S9(12)V99.
               05 TAB-PRY-IMP-HITOS     PIC S9(12)V99.
       01 WS-CANT-PRY                PIC 9(4) VALUE 0.
       01 WS-FILA-ENCONTRADA         PIC X VALUE 'N'.
           88 FILA-ENCONTRADA        VALUE 'S'.

      *    horas proyectadas y horas incluidas en abono por empresa y
      *    mes, para que el cupo del abono no se facture dos veces.
       01 TABLA-EMPRESA-MES.
           03 TAB-EMES OCCURS 200 TIMES INDEXED BY IND-TAB-EMES.
               05 TAB-EMES-EMPRESA      PIC 9(3).
               05 TAB-EMES-CELDA OCCURS 12 TIMES.
                   07 TAB-EMES-HORAS    PIC S9(7)V99.
                   07 TAB-EMES-INCLUIDAS PIC S9(7)V99.
       01 WS-CANT-EMES               PIC 9(3) VALUE 0.

      *    totales por linea y mes para el cierre del reporte.
       01 TABLA-TOTALES-LINEA.
           03 TAB-LTO OCCURS 30 TIMES INDEXED BY IND-TAB-LTO.
               05 TAB-LTO-LINEA         PIC X(2).
               05 TAB-LTO-DESC          PIC X(20).
               05 TAB-LTO-IMPORTE OCCURS 12 TIMES
                                        PIC S9(12)V99.
       01 WS-CANT-LTO                PIC 9(2) VALUE 0.
       01 TABLA-TOTALES-MES.
           03 TAB-TMES-IMPORTE OCCURS 12 TIMES PIC S9(13)V99.

      *    datos del calculo en curso.
       01 WS-EMPRESA-ACT             PIC 9(3).
       01 WS-CUIT-ACT                PIC 9(11).
       01 WS-ORDEN-ACT               PIC X(4).
       01 WS-LINEA-ACT               PIC X(2).
       01 WS-LINEA-DESC-ACT          PIC X(20).
       01 WS-FECHA-ACT               PIC 9(8).
       01 WS-SRT-ACT                 PIC X(2).
       01 WS-CONSULTOR-ACT           PIC X(5).
       01 WS-TARIFA                  PIC 9(5)V99.
       01 WS-TAR-MONEDA              PIC X(3).
       01 WS-TARIFA-ARS              PIC 9(7)V99.
       01 WS-TARIFA-MIX              PIC 9(7)V99.
       01 WS-MIX-HORAS               PIC 9(5)V99.
       01 WS-MIX-IMPORTE             PIC 9(10)V99.
       01 WS-HORAS-ASIGNADAS         PIC S9(7)V99.
       01 WS-HORAS-RESTO             PIC S9(7)V99.
       01 WS-HORAS-ACT               PIC S9(7)V99.
       01 WS-IMPORTE-ACT             PIC S9(12)V99.
       01 WS-IMPORTE-MON             PIC 9(10)V99.
       01 WS-MONEDA-ACT              PIC X(3).
       01 WS-FACTOR-ABONO            PIC 9V9(6).
       01 WS-HORAS-FACTURABLES       PIC S9(7)V99.

       01 WS-ACUM-SIN-TARIFA         PIC 9(6) VALUE 0.
       01 WS-ACUM-SIN-VALORIZAR      PIC S9(9)V99 VALUE 0.
       01 WS-ACUM-SIN-COTIZ          PIC 9(6) VALUE 0.

       01 WS-EMPRESA-CORTE           PIC 9(3).
       01 WS-TOT-EMP                 PIC S9(13)V99.
       01 WS-TOT-GENERAL             PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-FILA              PIC S9(13)V99.

       01 LINEA-TITULO.
           03 FILLER                 PIC X(36) VALUE
              'PROYECCION DE FACTURACION - DESDE '.
           03 LIN-TIT-DESDE          PIC 9(6).
           03 FILLER                 PIC X(3) VALUE ' - '.
           03 LIN-TIT-MESES          PIC Z9.
           03 FILLER                 PIC X(24) VALUE
              ' MESES - IMPORTES EN ARS'.

       01 LINEA-COTIZACION.
           03 FILLER                 PIC X(30) VALUE
              'USD CONVERTIDO A COTIZACION '.
           03 LIN-COT-VALOR          PIC ZZZZ9,99.
           03 FILLER                 PIC X(4) VALUE ' AL '.
           03 LIN-COT-FECHA          PIC 9(8).

       01 LINEA-EMPRESA.
           03 FILLER                 PIC X(9) VALUE 'EMPRESA: '.
           03 LIN-EMP-COD            PIC 9(3).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-EMP-RAZON          PIC X(25).

       01 LINEA-ENCABEZADO.
           03 FILLER       PIC X(4) VALUE 'LIN'.
           03 FILLER       PIC X(21) VALUE 'PRACTICA'.
           03 FILLER       PIC X(8) VALUE 'PERIODO'.
           03 FILLER       PIC X(11) VALUE '     HORAS'.
           03 FILLER       PIC X(16) VALUE '  IMPORTE HORAS'.
           03 FILLER       PIC X(16) VALUE '         ABONOS'.
           03 FILLER       PIC X(16) VALUE '          HITOS'.
           03 FILLER       PIC X(16) VALUE '          TOTAL'.

       01 LINEA-DETALLE.
           03 LIN-DET-LINEA          PIC X(2).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-DET-DESC           PIC X(20).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DET-PERIODO        PIC 9(6).
           03 LIN-DET-HORAS          PIC -ZZZZZZ9,99.
           03 LIN-DET-IMP-HORAS      PIC -ZZZZZZZZZZZ9,99.
           03 LIN-DET-IMP-ABONOS     PIC -ZZZZZZZZZZZ9,99.
           03 LIN-DET-IMP-HITOS      PIC -ZZZZZZZZZZZ9,99.
           03 LIN-DET-TOTAL          PIC -ZZZZZZZZZZZ9,99.

       01 LINEA-TOTAL-EMPRESA.
           03 FILLER                 PIC X(40) VALUE
              '  TOTAL EMPRESA EN EL HORIZONTE'.
           03 FILLER                 PIC X(49) VALUE SPACES.
           03 LIN-TEM-TOTAL          PIC -ZZZZZZZZZZZZ9,99.

       01 LINEA-TITULO-LINEAS        PIC X(40) VALUE
          'TOTALES POR LINEA DE PRACTICA Y MES'.

       01 LINEA-TOTAL-LINEA.
           03 LIN-TLI-LINEA          PIC X(2).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-TLI-DESC           PIC X(20).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TLI-PERIODO        PIC 9(6).
           03 FILLER                 PIC X(59) VALUE SPACES.
           03 LIN-TLI-TOTAL          PIC -ZZZZZZZZZZZ9,99.

       01 LINEA-TITULO-MESES         PIC X(40) VALUE
          'TOTALES POR MES'.

       01 LINEA-TOTAL-MES.
           03 FILLER                 PIC X(25) VALUE SPACES.
           03 LIN-TMS-PERIODO        PIC 9(6).
           03 FILLER                 PIC X(58) VALUE SPACES.
           03 LIN-TMS-TOTAL          PIC -ZZZZZZZZZZZZ9,99.

       01 LINEA-TOTAL-GENERAL.
           03 FILLER                 PIC X(40) VALUE
              'TOTAL PROYECTADO EN EL HORIZONTE'.
           03 FILLER                 PIC X(49) VALUE SPACES.
           03 LIN-TGE-TOTAL          PIC -ZZZZZZZZZZZZ9,99.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(106) VALUE ALL '-'.

       01 LINEA-EN-BLANCO            PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       PROYECCION-VENTAS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'PROYVTAS-MODO'.

           INITIALIZE TABLA-TOTALES-MES.
           PERFORM ARMAR-HORIZONTE.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-TABLA-EMPRESAS.
           PERFORM CARGAR-ULTIMA-COTIZACION.
           PERFORM CARGAR-TABLA-ASIGNACIONES.
           PERFORM CARGAR-TABLA-HITOS.
           PERFORM CARGAR-TABLA-PRESUPUESTOS.
           PERFORM CARGAR-TABLA-LINEAS.
           PERFORM CARGAR-HISTORIA-LINEAS.

           PERFORM LEER-ENGAGEMENT.
           PERFORM PROYECTAR-ENGAGEMENT UNTIL ENG-EOF.
           CLOSE ARCH-ENGAGEMENTS.

           PERFORM PROYECTAR-ABONOS.
           SET IND-TAB-HIT TO 1.
           PERFORM PROYECTAR-HITO
               UNTIL IND-TAB-HIT GREATER THAN WS-CANT-HIT.

           PERFORM IMPRIMIR-ENCABEZADO.
           SORT ARCH-SORT-PRY
                  ON ASCENDING KEY SRT-EMPRESA
                  ON ASCENDING KEY SRT-LINEA
                  ON ASCENDING KEY SRT-PERIODO
                  INPUT PROCEDURE IS SELECCION
                  OUTPUT PROCEDURE IS IMPRESION.
           PERFORM IMPRIMIR-TOTALES.
           PERFORM TERMINAR.

      *    primer mes del horizonte: PROYVTAS-DESDE o el mes que
      *    viene.
       ARMAR-HORIZONTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-MESES-ENV.
           ACCEPT WS-MESES-ENV FROM ENVIRONMENT 'PROYVTAS-MESES'.
           IF WS-MESES-ENV (2:1) EQUAL SPACE
              AND WS-MESES-ENV (1:1) IS NUMERIC
              MOVE WS-MESES-ENV (1:1) TO WS-CANT-MESES
           ELSE
              IF WS-MESES-ENV IS NUMERIC
                 MOVE WS-MESES-ENV TO WS-CANT-MESES.
           IF WS-CANT-MESES EQUAL ZERO OR WS-CANT-MESES GREATER 12
              DISPLAY 'PROYVTAS-MESES FUERA DE RANGO (1 A 12), SE '
                  'TOMAN 6'
              MOVE 6 TO WS-CANT-MESES.

           MOVE SPACES TO WS-SRT-BASE.
           ACCEPT WS-SRT-BASE FROM ENVIRONMENT 'PROYVTAS-SRT-BASE'.

           MOVE SPACES TO WS-DESDE-ENV.
           ACCEPT WS-DESDE-ENV FROM ENVIRONMENT 'PROYVTAS-DESDE'.
           IF WS-DESDE-ENV IS NUMERIC
              MOVE WS-DESDE-ENV TO WS-MES-ARMADO-N
           ELSE
              MOVE WS-FECHA-HOY (1:6) TO WS-MES-ARMADO-N
              PERFORM AVANZAR-MES.

           MOVE 1 TO WS-M.
           PERFORM ARMAR-UN-MES UNTIL WS-M GREATER WS-CANT-MESES.

       ARMAR-UN-MES.
           MOVE WS-MES-ARMADO-N TO TAB-MES-PERIODO(WS-M).
           MOVE WS-MES-ARMADO-N TO TAB-MES-PRIMER-DIA(WS-M) (1:6).
           MOVE 01 TO TAB-MES-PRIMER-DIA(WS-M) (7:2).
           PERFORM AVANZAR-MES.
           ADD 1 TO WS-M.

       AVANZAR-MES.
           ADD 1 TO WS-MES-MM.
           IF WS-MES-MM GREATER 12
              MOVE 1 TO WS-MES-MM
              ADD 1 TO WS-MES-AAAA.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF NOT ENG-OK
              DISPLAY 'NO PUDO ABRIRSE ENGAGEMENTS.DAT '
                  FS-ENGAGEMENTS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-CONS-IDX.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT '
                  FS-ARCH-CONS-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-TAR-IDX.
           IF NOT TAR-OK
              DISPLAY 'NO PUDO ABRIRSE TARIFAS-INDEXED.DAT '
                  FS-ARCH-TAR-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-TAR-EMP-IDX.
           IF TAR-EMP-OK
              MOVE 'S' TO WS-TAR-EMP-DISPONIBLE.

           OPEN INPUT ARCH-SRT-HIST-IDX.
           IF SRT-HIST-OK
              MOVE 'S' TO WS-SRT-HIST-DISPONIBLE.

           OPEN OUTPUT ARCH-REPORTE.
           IF NOT REPORTE-OK
              DISPLAY 'NO PUDO CREARSE PROYECCION-VENTAS.LST '
                  FS-REPORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       CARGAR-TABLA-EMPRESAS.
           OPEN INPUT ARCH-EMPRESAS.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS.DAT ' FS-EMP
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-EMPRESA.
           PERFORM CARGAR-EMPRESA-EN-TABLA UNTIL EMP-EOF
               OR WS-CANT-EMP NOT LESS WS-MAX-EMP.
           CLOSE ARCH-EMPRESAS.

       LEER-EMPRESA.
           READ ARCH-EMPRESAS AT END MOVE '10' TO FS-EMP.

       CARGAR-EMPRESA-EN-TABLA.
           ADD 1 TO WS-CANT-EMP.
           MOVE REG-EMP-COD TO TAB-EMP-COD(WS-CANT-EMP).
           MOVE REG-EMP-RAZON TO TAB-EMP-RAZON(WS-CANT-EMP).
           MOVE REG-EMP-CUIT TO TAB-EMP-CUIT(WS-CANT-EMP).
           MOVE REG-EMP-MONEDA TO TAB-EMP-MONEDA(WS-CANT-EMP).
           IF TAB-EMP-MONEDA(WS-CANT-EMP) EQUAL SPACES
              MOVE 'ARS' TO TAB-EMP-MONEDA(WS-CANT-EMP).
           PERFORM LEER-EMPRESA.

       UBICAR-EMPRESA-POR-COD.
           MOVE 'N' TO WS-EMPRESA-UBICADA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   NEXT SENTENCE
               WHEN TAB-EMP-COD(IND-TAB-EMP) EQUAL WS-EMPRESA-ACT
                   MOVE 'S' TO WS-EMPRESA-UBICADA
           END-SEARCH.

       UBICAR-EMPRESA-POR-CUIT.
           MOVE 'N' TO WS-EMPRESA-UBICADA.
           SET IND-TAB-EMP TO 1.
           SEARCH TAB-EMP
               WHEN IND-TAB-EMP GREATER THAN WS-CANT-EMP
                   NEXT SENTENCE
               WHEN TAB-EMP-CUIT(IND-TAB-EMP) EQUAL WS-CUIT-ACT
                   MOVE 'S' TO WS-EMPRESA-UBICADA
                   MOVE TAB-EMP-COD(IND-TAB-EMP) TO WS-EMPRESA-ACT
           END-SEARCH.

      *    COTIZACION.DAT es opcional: se queda con la de fecha mas
      *    reciente. sin cotizacion lo pactado en USD queda en su
      *    moneda y se avisa.
       CARGAR-ULTIMA-COTIZACION.
           OPEN INPUT ARCH-COTIZACION.
           IF COT-OK
              PERFORM LEER-COTIZACION
              PERFORM TOMAR-COTIZACION UNTIL COT-EOF
              CLOSE ARCH-COTIZACION.

       LEER-COTIZACION.
           READ ARCH-COTIZACION AT END MOVE '10' TO FS-COTIZACION.

       TOMAR-COTIZACION.
           IF REG-COT-FECHA NOT LESS WS-COTIZ-FECHA
              AND REG-COT-VALOR GREATER ZERO
              MOVE REG-COT-FECHA TO WS-COTIZ-FECHA
              MOVE REG-COT-VALOR TO WS-COTIZ-ULTIMA.
           PERFORM LEER-COTIZACION.

       CARGAR-TABLA-ASIGNACIONES.
           OPEN INPUT ARCH-ASIGNACIONES.
           IF ASG-OK
              PERFORM LEER-ASIGNACION
              PERFORM CARGAR-ASIGNACION-EN-TABLA UNTIL ASG-EOF
                  OR WS-CANT-ASG NOT LESS WS-MAX-ASG
              CLOSE ARCH-ASIGNACIONES.

       LEER-ASIGNACION.
           READ ARCH-ASIGNACIONES AT END MOVE '10' TO FS-ASIGNACIONES.

       CARGAR-ASIGNACION-EN-TABLA.
           ADD 1 TO WS-CANT-ASG.
           MOVE ASG-CONSULTOR TO TAB-ASG-CONSULTOR(WS-CANT-ASG).
           MOVE ASG-EMPRESA TO TAB-ASG-EMPRESA(WS-CANT-ASG).
           MOVE ASG-ENG-DESDE TO TAB-ASG-ENG-DESDE(WS-CANT-ASG).
           MOVE ASG-ORDEN TO TAB-ASG-ORDEN(WS-CANT-ASG).
           MOVE ASG-DESDE TO TAB-ASG-DESDE(WS-CANT-ASG).
           MOVE ASG-HASTA TO TAB-ASG-HASTA(WS-CANT-ASG).
           MOVE ASG-HORAS-MENSUALES TO TAB-ASG-HORAS(WS-CANT-ASG).
           PERFORM LEER-ASIGNACION.

      *    solo interesan los hitos que todavia se van a facturar.
       CARGAR-TABLA-HITOS.
           OPEN INPUT ARCH-HITOS.
           IF HITOS-OK
              PERFORM LEER-HITO
              PERFORM CARGAR-HITO-EN-TABLA UNTIL HITOS-EOF
                  OR WS-CANT-HIT NOT LESS WS-MAX-HIT
              CLOSE ARCH-HITOS.

       LEER-HITO.
           READ ARCH-HITOS NEXT RECORD
               AT END MOVE '10' TO FS-HITOS
           END-READ.

       CARGAR-HITO-EN-TABLA.
           ADD 1 TO WS-CANT-HIT.
           MOVE REG-HIT-EMPRESA TO TAB-HIT-EMPRESA(WS-CANT-HIT).
           MOVE REG-HIT-ENG-DESDE TO TAB-HIT-ENG-DESDE(WS-CANT-HIT).
           MOVE REG-HIT-IMPORTE TO TAB-HIT-IMPORTE(WS-CANT-HIT).
           MOVE REG-HIT-MONEDA TO TAB-HIT-MONEDA(WS-CANT-HIT).
           MOVE REG-HIT-FECHA-PLAN TO TAB-HIT-FECHA-PLAN(WS-CANT-HIT).
           MOVE REG-HIT-ESTADO TO TAB-HIT-ESTADO(WS-CANT-HIT).
           PERFORM LEER-HITO.

       CARGAR-TABLA-PRESUPUESTOS.
           OPEN INPUT ARCH-PRESUPUESTOS.
           IF PRE-OK
              PERFORM LEER-PRESUPUESTO
              PERFORM CARGAR-PRESUPUESTO-EN-TABLA UNTIL PRE-EOF
                  OR WS-CANT-PRE NOT LESS WS-MAX-PRE
              CLOSE ARCH-PRESUPUESTOS.

       LEER-PRESUPUESTO.
           READ ARCH-PRESUPUESTOS NEXT RECORD
               AT END MOVE '10' TO FS-PRESUPUESTOS
           END-READ.

       CARGAR-PRESUPUESTO-EN-TABLA.
           IF PRE-ACEPTADO
              ADD 1 TO WS-CANT-PRE
              MOVE REG-PRE-EMPRESA TO TAB-PRE-EMPRESA(WS-CANT-PRE)
              MOVE REG-PRE-VIG-DESDE TO TAB-PRE-DESDE(WS-CANT-PRE)
              MOVE 1 TO WS-X
              PERFORM CARGAR-MIX-PRESUPUESTO UNTIL WS-X GREATER 5.
           PERFORM LEER-PRESUPUESTO.

       CARGAR-MIX-PRESUPUESTO.
           MOVE REG-PRE-SRT(WS-X) TO TAB-PRE-SRT(WS-CANT-PRE, WS-X).
           IF REG-PRE-SRT(WS-X) NOT EQUAL SPACES
              MOVE REG-PRE-HORAS(WS-X) TO
                  TAB-PRE-HORAS(WS-CANT-PRE, WS-X)
           ELSE
              MOVE 0 TO TAB-PRE-HORAS(WS-CANT-PRE, WS-X).
           ADD 1 TO WS-X.

       CARGAR-TABLA-LINEAS.
           OPEN INPUT ARCH-LINEAS.
           IF LINEAS-OK
              PERFORM LEER-LINEA-PRACT
              PERFORM CARGAR-LINEA-EN-TABLA
                  UNTIL LINEAS-EOF
                   OR WS-CANT-LNA NOT LESS WS-MAX-LNA
              CLOSE ARCH-LINEAS.

       LEER-LINEA-PRACT.
           READ ARCH-LINEAS AT END MOVE '10' TO FS-LINEAS.

       CARGAR-LINEA-EN-TABLA.
           ADD 1 TO WS-CANT-LNA.
           MOVE LNA-TAREA TO TAB-LNA-TAREA(WS-CANT-LNA).
           MOVE LNA-CODIGO TO TAB-LNA-CODIGO(WS-CANT-LNA).
           MOVE LNA-DESCRIPCION TO TAB-LNA-DESC(WS-CANT-LNA).
           PERFORM LEER-LINEA-PRACT.

      *    TIMES-INDEXED.DAT y LINEAS.DAT son opcionales: sin
      *    historia todo se proyecta como '**' SIN LINEA ASIGNADA.
       CARGAR-HISTORIA-LINEAS.
           IF WS-CANT-LNA GREATER ZERO
              OPEN INPUT ARCH-TIMES-IDX
              IF TIMES-OK
                 PERFORM LEER-TIMES
                 PERFORM ACUMULAR-HISTORIA-LINEA UNTIL TIMES-EOF
                 CLOSE ARCH-TIMES-IDX
              END-IF
           END-IF.

       LEER-TIMES.
           READ ARCH-TIMES-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TIMES-IDX
           END-READ.

       ACUMULAR-HISTORIA-LINEA.
           IF REG-TIMES-TIPO NOT EQUAL 'C'
              MOVE REG-KEY-CUIT TO WS-CUIT-ACT
              PERFORM UBICAR-EMPRESA-POR-CUIT
              IF EMPRESA-UBICADA
                 PERFORM UBICAR-LINEA-DE-TAREA
                 MOVE SPACES TO WS-HLN-ORDEN
                 PERFORM SUMAR-HISTORIA-LINEA
                 IF REG-TIMES-ORDEN NOT EQUAL SPACES
                    MOVE REG-TIMES-ORDEN TO WS-HLN-ORDEN
                    PERFORM SUMAR-HISTORIA-LINEA
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-TIMES.

       UBICAR-LINEA-DE-TAREA.
           MOVE '**' TO WS-LINEA-ACT.
           SET IND-TAB-LNA TO 1.
           SEARCH TAB-LNA
               WHEN IND-TAB-LNA GREATER THAN WS-CANT-LNA
                   NEXT SENTENCE
               WHEN TAB-LNA-TAREA(IND-TAB-LNA) EQUAL REG-TIMES-TAREA
                   MOVE TAB-LNA-CODIGO(IND-TAB-LNA) TO WS-LINEA-ACT
           END-SEARCH.

       SUMAR-HISTORIA-LINEA.
           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-HLN TO 1.
           SEARCH TAB-HLN
               WHEN IND-TAB-HLN GREATER THAN WS-CANT-HLN
                   NEXT SENTENCE
               WHEN TAB-HLN-EMPRESA(IND-TAB-HLN) EQUAL WS-EMPRESA-ACT
                AND TAB-HLN-ORDEN(IND-TAB-HLN) EQUAL WS-HLN-ORDEN
                AND TAB-HLN-LINEA(IND-TAB-HLN) EQUAL WS-LINEA-ACT
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.
           IF NOT FILA-ENCONTRADA
              AND WS-CANT-HLN LESS WS-MAX-HLN
              ADD 1 TO WS-CANT-HLN
              SET IND-TAB-HLN TO WS-CANT-HLN
              MOVE WS-EMPRESA-ACT TO TAB-HLN-EMPRESA(IND-TAB-HLN)
              MOVE WS-HLN-ORDEN TO TAB-HLN-ORDEN(IND-TAB-HLN)
              MOVE WS-LINEA-ACT TO TAB-HLN-LINEA(IND-TAB-HLN)
              MOVE 0 TO TAB-HLN-HORAS(IND-TAB-HLN)
              MOVE 'S' TO WS-FILA-ENCONTRADA
           END-IF.
           IF FILA-ENCONTRADA
              ADD REG-TIMES-HORAS TO TAB-HLN-HORAS(IND-TAB-HLN).

      *    linea de practica de WS-EMPRESA-ACT / WS-ORDEN-ACT: la de
      *    mas horas en la historia de la orden y, si la orden no
      *    tiene historia, la de la empresa.
       DETERMINAR-LINEA.
           MOVE '**' TO WS-LINEA-ACT.
           MOVE 0 TO WS-HLN-MAX-HORAS.
           IF WS-ORDEN-ACT NOT EQUAL SPACES
              MOVE WS-ORDEN-ACT TO WS-HLN-ORDEN
              SET IND-TAB-HLN TO 1
              PERFORM ELEGIR-LINEA-MAYOR
                  UNTIL IND-TAB-HLN GREATER THAN WS-CANT-HLN.
           IF WS-HLN-MAX-HORAS EQUAL ZERO
              MOVE SPACES TO WS-HLN-ORDEN
              SET IND-TAB-HLN TO 1
              PERFORM ELEGIR-LINEA-MAYOR
                  UNTIL IND-TAB-HLN GREATER THAN WS-CANT-HLN.

       ELEGIR-LINEA-MAYOR.
           IF TAB-HLN-EMPRESA(IND-TAB-HLN) EQUAL WS-EMPRESA-ACT
              AND TAB-HLN-ORDEN(IND-TAB-HLN) EQUAL WS-HLN-ORDEN
              AND TAB-HLN-HORAS(IND-TAB-HLN) GREATER WS-HLN-MAX-HORAS
              MOVE TAB-HLN-HORAS(IND-TAB-HLN) TO WS-HLN-MAX-HORAS
              MOVE TAB-HLN-LINEA(IND-TAB-HLN) TO WS-LINEA-ACT.
           SET IND-TAB-HLN UP BY 1.

       LEER-ENGAGEMENT.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       PROYECTAR-ENGAGEMENT.
           MOVE REG-ENG-EMPRESA TO WS-EMPRESA-ACT.
           MOVE 'N' TO WS-ENG-PRECIO-FIJO.
           SET IND-TAB-HIT TO 1.
           SEARCH TAB-HIT
               WHEN IND-TAB-HIT GREATER THAN WS-CANT-HIT
                   NEXT SENTENCE
               WHEN TAB-HIT-EMPRESA(IND-TAB-HIT) EQUAL REG-ENG-EMPRESA
                AND TAB-HIT-ENG-DESDE(IND-TAB-HIT) EQUAL
                       REG-ENG-VIG-DESDE
                   MOVE 'S' TO WS-ENG-PRECIO-FIJO
           END-SEARCH.

           IF NOT ENG-PRECIO-FIJO
              MOVE 1 TO WS-M
              PERFORM PROYECTAR-ENGAGEMENT-MES
                  UNTIL WS-M GREATER WS-CANT-MESES.
           PERFORM LEER-ENGAGEMENT.

       PROYECTAR-ENGAGEMENT-MES.
           MOVE TAB-MES-PRIMER-DIA(WS-M) TO WS-FECHA-ACT.
           IF WS-FECHA-ACT NOT LESS REG-ENG-VIG-DESDE
              AND WS-FECHA-ACT NOT GREATER REG-ENG-VIG-HASTA
              MOVE 0 TO WS-HORAS-ASIGNADAS
              SET IND-TAB-ASG TO 1
              PERFORM PROYECTAR-ASIGNACION
                  UNTIL IND-TAB-ASG GREATER THAN WS-CANT-ASG
              COMPUTE WS-HORAS-RESTO = REG-ENG-HORAS-MENSUALES
                  - WS-HORAS-ASIGNADAS
              IF WS-HORAS-RESTO GREATER ZERO
                 PERFORM PROYECTAR-HORAS-SIN-ASIGNAR
              END-IF
           END-IF.
           ADD 1 TO WS-M.

       PROYECTAR-ASIGNACION.
           IF TAB-ASG-EMPRESA(IND-TAB-ASG) EQUAL REG-ENG-EMPRESA
              AND TAB-ASG-ENG-DESDE(IND-TAB-ASG) EQUAL
                  REG-ENG-VIG-DESDE
              AND WS-FECHA-ACT NOT LESS TAB-ASG-DESDE(IND-TAB-ASG)
              AND WS-FECHA-ACT NOT GREATER TAB-ASG-HASTA(IND-TAB-ASG)
              ADD TAB-ASG-HORAS(IND-TAB-ASG) TO WS-HORAS-ASIGNADAS
              MOVE TAB-ASG-CONSULTOR(IND-TAB-ASG) TO WS-CONSULTOR-ACT
              PERFORM DETERMINAR-SRT-VIGENTE
              PERFORM VALORIZAR-SRT
              MOVE TAB-ASG-HORAS(IND-TAB-ASG) TO WS-HORAS-ACT
              COMPUTE WS-IMPORTE-ACT ROUNDED =
                  WS-HORAS-ACT * WS-TARIFA-ARS
              MOVE TAB-ASG-ORDEN(IND-TAB-ASG) TO WS-ORDEN-ACT
              PERFORM DETERMINAR-LINEA
              PERFORM UBICAR-FILA-PROYECCION
              ADD WS-HORAS-ACT TO TAB-PRY-HORAS(IND-TAB-PRY)
              ADD WS-IMPORTE-ACT TO TAB-PRY-IMP-HORAS(IND-TAB-PRY)
              PERFORM SUMAR-HORAS-EMPRESA-MES
           END-IF.
           SET IND-TAB-ASG UP BY 1.

      *    el compromiso sin asignar se valoriza con la mezcla del
      *    presupuesto aceptado del engagement, o con el SRT base.
       PROYECTAR-HORAS-SIN-ASIGNAR.
           MOVE 0 TO WS-TARIFA-MIX.
           MOVE 'N' TO WS-PRE-ENCONTRADO.
           SET IND-TAB-PRE TO 1.
           SEARCH TAB-PRE
               WHEN IND-TAB-PRE GREATER THAN WS-CANT-PRE
                   NEXT SENTENCE
               WHEN TAB-PRE-EMPRESA(IND-TAB-PRE) EQUAL REG-ENG-EMPRESA
                AND TAB-PRE-DESDE(IND-TAB-PRE) EQUAL REG-ENG-VIG-DESDE
                   MOVE 'S' TO WS-PRE-ENCONTRADO
           END-SEARCH.

           IF PRE-ENCONTRADO
              MOVE 0 TO WS-MIX-HORAS
              MOVE 0 TO WS-MIX-IMPORTE
              MOVE 1 TO WS-X
              PERFORM VALORIZAR-MIX-PRESUPUESTO UNTIL WS-X GREATER 5
              IF WS-MIX-HORAS GREATER ZERO
                 COMPUTE WS-TARIFA-MIX ROUNDED =
                     WS-MIX-IMPORTE / WS-MIX-HORAS
              END-IF
           ELSE
              IF WS-SRT-BASE NOT EQUAL SPACES
                 MOVE WS-SRT-BASE TO WS-SRT-ACT
                 PERFORM VALORIZAR-SRT
                 MOVE WS-TARIFA-ARS TO WS-TARIFA-MIX
              END-IF
           END-IF.

           IF WS-TARIFA-MIX EQUAL ZERO
              ADD WS-HORAS-RESTO TO WS-ACUM-SIN-VALORIZAR.
           MOVE WS-HORAS-RESTO TO WS-HORAS-ACT.
           COMPUTE WS-IMPORTE-ACT ROUNDED =
               WS-HORAS-ACT * WS-TARIFA-MIX.
           MOVE SPACES TO WS-ORDEN-ACT.
           PERFORM DETERMINAR-LINEA.
           PERFORM UBICAR-FILA-PROYECCION.
           ADD WS-HORAS-ACT TO TAB-PRY-HORAS(IND-TAB-PRY).
           ADD WS-IMPORTE-ACT TO TAB-PRY-IMP-HORAS(IND-TAB-PRY).
           PERFORM SUMAR-HORAS-EMPRESA-MES.

       VALORIZAR-MIX-PRESUPUESTO.
           IF TAB-PRE-SRT(IND-TAB-PRE, WS-X) NOT EQUAL SPACES
              AND TAB-PRE-HORAS(IND-TAB-PRE, WS-X) GREATER ZERO
              MOVE TAB-PRE-SRT(IND-TAB-PRE, WS-X) TO WS-SRT-ACT
              PERFORM VALORIZAR-SRT
              ADD TAB-PRE-HORAS(IND-TAB-PRE, WS-X) TO WS-MIX-HORAS
              COMPUTE WS-MIX-IMPORTE = WS-MIX-IMPORTE
                  + TAB-PRE-HORAS(IND-TAB-PRE, WS-X) * WS-TARIFA-ARS.
           ADD 1 TO WS-X.

      *    SRT del consultor al primer dia del mes: el de
      *    SRT-HIST-INDEXED si hay historia, si no el del maestro -
      *    mismo START + READ NEXT que DETERMINAR-SRT-VIGENTE en
      *    ReporteLineas. un ascenso ya cargado a futuro se respeta.
       DETERMINAR-SRT-VIGENTE.
           MOVE SPACES TO WS-SRT-ACT.
           MOVE WS-CONSULTOR-ACT TO REG-KEY-CODE-CONS.
           READ ARCH-CONS-IDX RECORD KEY IS REG-KEY-CODE-CONS.
           IF CONS-OK
              MOVE REG-CONS-SRT TO WS-SRT-ACT.
           IF SRT-HIST-DISPONIBLE
              MOVE WS-CONSULTOR-ACT TO REG-SRT-HIST-NUM
              MOVE WS-FECHA-ACT TO REG-SRT-HIST-FECHA
              START ARCH-SRT-HIST-IDX KEY IS LESS THAN OR EQUAL TO
                      REG-SRT-HIST-IND
                  INVALID KEY NEXT SENTENCE
              END-START
              IF SRT-HIST-OK
                 READ ARCH-SRT-HIST-IDX NEXT RECORD
                     AT END NEXT SENTENCE
                 END-READ
                 IF SRT-HIST-OK
                    AND REG-SRT-HIST-NUM EQUAL WS-CONSULTOR-ACT
                    MOVE REG-SRT-HIST-SRT TO WS-SRT-ACT
                 END-IF
              END-IF
           END-IF.

      *    tarifa en pesos de WS-SRT-ACT para WS-EMPRESA-ACT al
      *    WS-FECHA-ACT: primero el convenio de la empresa, despues
      *    la tarifa general (BUSCAR-TARIFA-EMPRESA y
      *    BUSCAR-TARIFA-VIGENTE en TP1).
       VALORIZAR-SRT.
           MOVE 0 TO WS-TARIFA.
           MOVE 'ARS' TO WS-TAR-MONEDA.
           IF TAR-EMP-DISPONIBLE
              PERFORM BUSCAR-TARIFA-EMPRESA.
           IF WS-TARIFA EQUAL ZERO
              PERFORM BUSCAR-TARIFA-GENERAL.
           IF WS-TARIFA EQUAL ZERO
              ADD 1 TO WS-ACUM-SIN-TARIFA.
           MOVE WS-TARIFA TO WS-IMPORTE-MON.
           MOVE WS-TAR-MONEDA TO WS-MONEDA-ACT.
           PERFORM PASAR-A-PESOS.
           MOVE WS-IMPORTE-ACT TO WS-TARIFA-ARS.

       BUSCAR-TARIFA-EMPRESA.
           MOVE WS-EMPRESA-ACT TO REG-TAREMP-EMPRESA-IND.
           MOVE WS-SRT-ACT TO REG-TAREMP-SRT-IND.
           MOVE WS-FECHA-ACT TO REG-TAREMP-VIG-DESDE-IND.
           START ARCH-TAR-EMP-IDX KEY IS LESS THAN OR EQUAL TO
                   REG-TAREMP-IND
               INVALID KEY NEXT SENTENCE.
           IF TAR-EMP-OK
              READ ARCH-TAR-EMP-IDX NEXT RECORD
                  AT END NEXT SENTENCE
              END-READ
              IF TAR-EMP-OK
                 AND REG-TAREMP-EMPRESA-IND EQUAL WS-EMPRESA-ACT
                 AND REG-TAREMP-SRT-IND EQUAL WS-SRT-ACT
                 MOVE REG-TAREMP-TARIFA-IND TO WS-TARIFA
                 IF REG-TAREMP-MONEDA-IND NOT EQUAL SPACES
                    MOVE REG-TAREMP-MONEDA-IND TO WS-TAR-MONEDA
                 END-IF
              END-IF
           END-IF.

       BUSCAR-TARIFA-GENERAL.
           MOVE WS-SRT-ACT TO REG-TAR-SRT-IND.
           MOVE WS-FECHA-ACT TO REG-TAR-VIG-DESDE-IND.
           START ARCH-TAR-IDX KEY IS LESS THAN OR EQUAL TO REG-TAR-IND
               INVALID KEY NEXT SENTENCE.
           IF TAR-OK
              READ ARCH-TAR-IDX NEXT RECORD
                  AT END NEXT SENTENCE
              END-READ
              IF TAR-OK AND REG-TAR-SRT-IND EQUAL WS-SRT-ACT
                 MOVE REG-TAR-TARIFA-IND TO WS-TARIFA
                 IF REG-TAR-MONEDA-IND NOT EQUAL SPACES
                    MOVE REG-TAR-MONEDA-IND TO WS-TAR-MONEDA
                 END-IF
              END-IF
           END-IF.

      *    WS-IMPORTE-MON en WS-MONEDA-ACT -> WS-IMPORTE-ACT en pesos.
       PASAR-A-PESOS.
           IF WS-MONEDA-ACT EQUAL 'USD'
              IF WS-COTIZ-ULTIMA GREATER ZERO
                 COMPUTE WS-IMPORTE-ACT ROUNDED =
                     WS-IMPORTE-MON * WS-COTIZ-ULTIMA
              ELSE
                 MOVE WS-IMPORTE-MON TO WS-IMPORTE-ACT
                 ADD 1 TO WS-ACUM-SIN-COTIZ
              END-IF
           ELSE
              MOVE WS-IMPORTE-MON TO WS-IMPORTE-ACT
           END-IF.

      *    ABONOS.DAT es opcional; la cuota esta en la moneda de la
      *    empresa, como la factura TP1.
       PROYECTAR-ABONOS.
           OPEN INPUT ARCH-ABONOS.
           IF ABO-OK
              PERFORM LEER-ABONO
              PERFORM PROYECTAR-UN-ABONO UNTIL ABO-EOF
              CLOSE ARCH-ABONOS.

       LEER-ABONO.
           READ ARCH-ABONOS AT END MOVE '10' TO FS-ABONOS.

       PROYECTAR-UN-ABONO.
           MOVE ABO-EMPRESA TO WS-EMPRESA-ACT.
           MOVE 'ARS' TO WS-MONEDA-ACT.
           PERFORM UBICAR-EMPRESA-POR-COD.
           IF EMPRESA-UBICADA
              MOVE TAB-EMP-MONEDA(IND-TAB-EMP) TO WS-MONEDA-ACT.
           MOVE ABO-CUOTA TO WS-IMPORTE-MON.
           PERFORM PASAR-A-PESOS.
           MOVE SPACES TO WS-ORDEN-ACT.
           PERFORM DETERMINAR-LINEA.
           MOVE 1 TO WS-M.
           PERFORM PROYECTAR-ABONO-MES UNTIL WS-M GREATER
               WS-CANT-MESES.
           PERFORM LEER-ABONO.

       PROYECTAR-ABONO-MES.
           IF TAB-MES-PRIMER-DIA(WS-M) NOT LESS ABO-VIG-DESDE
              AND TAB-MES-PRIMER-DIA(WS-M) NOT GREATER ABO-VIG-HASTA
              PERFORM UBICAR-FILA-PROYECCION
              ADD WS-IMPORTE-ACT TO TAB-PRY-IMP-ABONOS(IND-TAB-PRY)
              PERFORM UBICAR-EMPRESA-MES
              ADD ABO-HORAS-INCLUIDAS TO
                  TAB-EMES-INCLUIDAS(IND-TAB-EMES, WS-M)
           END-IF.
           ADD 1 TO WS-M.

      *    hitos pendientes o aceptados sin facturar: en el mes de su
      *    fecha planificada; los atrasados en el primer mes.
       PROYECTAR-HITO.
           IF TAB-HIT-ESTADO(IND-TAB-HIT) EQUAL 'P'
              OR TAB-HIT-ESTADO(IND-TAB-HIT) EQUAL 'A'
              MOVE 0 TO WS-M
              IF TAB-HIT-FECHA-PLAN(IND-TAB-HIT) LESS
                  TAB-MES-PRIMER-DIA(1)
                 MOVE 1 TO WS-M
              ELSE
                 MOVE 1 TO WS-X
                 PERFORM UBICAR-MES-DEL-HITO
                     UNTIL WS-X GREATER WS-CANT-MESES
              END-IF
              IF WS-M GREATER ZERO
                 MOVE TAB-HIT-EMPRESA(IND-TAB-HIT) TO WS-EMPRESA-ACT
                 MOVE TAB-HIT-IMPORTE(IND-TAB-HIT) TO WS-IMPORTE-MON
                 MOVE TAB-HIT-MONEDA(IND-TAB-HIT) TO WS-MONEDA-ACT
                 PERFORM PASAR-A-PESOS
                 MOVE SPACES TO WS-ORDEN-ACT
                 PERFORM DETERMINAR-LINEA
                 PERFORM UBICAR-FILA-PROYECCION
                 ADD WS-IMPORTE-ACT TO TAB-PRY-IMP-HITOS(IND-TAB-PRY)
              END-IF
           END-IF.
           SET IND-TAB-HIT UP BY 1.

       UBICAR-MES-DEL-HITO.
           IF TAB-HIT-FECHA-PLAN(IND-TAB-HIT) (1:6) EQUAL
                  TAB-MES-PERIODO(WS-X)
              MOVE WS-X TO WS-M.
           ADD 1 TO WS-X.

      *    fila empresa + linea + mes en curso (WS-EMPRESA-ACT,
      *    WS-LINEA-ACT, WS-M); se agrega si no existe.
       UBICAR-FILA-PROYECCION.
           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-PRY TO 1.
           SEARCH TAB-PRY
               WHEN IND-TAB-PRY GREATER THAN WS-CANT-PRY
                   NEXT SENTENCE
               WHEN TAB-PRY-EMPRESA(IND-TAB-PRY) EQUAL WS-EMPRESA-ACT
                AND TAB-PRY-LINEA(IND-TAB-PRY) EQUAL WS-LINEA-ACT
                AND TAB-PRY-MES(IND-TAB-PRY) EQUAL WS-M
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.

           IF NOT FILA-ENCONTRADA
              IF WS-CANT-PRY IS LESS THAN WS-MAX-PRY
                 ADD 1 TO WS-CANT-PRY
                 SET IND-TAB-PRY TO WS-CANT-PRY
                 MOVE WS-EMPRESA-ACT TO TAB-PRY-EMPRESA(IND-TAB-PRY)
                 MOVE WS-LINEA-ACT TO TAB-PRY-LINEA(IND-TAB-PRY)
                 MOVE WS-M TO TAB-PRY-MES(IND-TAB-PRY)
                 MOVE 0 TO TAB-PRY-HORAS(IND-TAB-PRY)
                 MOVE 0 TO TAB-PRY-IMP-HORAS(IND-TAB-PRY)
                 MOVE 0 TO TAB-PRY-IMP-ABONOS(IND-TAB-PRY)
                 MOVE 0 TO TAB-PRY-IMP-HITOS(IND-TAB-PRY)
              ELSE
                 DISPLAY 'ERROR: MAS DE ' WS-MAX-PRY ' FILAS, LA '
                     'TABLA-PROYECCION NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       SUMAR-HORAS-EMPRESA-MES.
           PERFORM UBICAR-EMPRESA-MES.
           ADD WS-HORAS-ACT TO TAB-EMES-HORAS(IND-TAB-EMES, WS-M).

       UBICAR-EMPRESA-MES.
           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-EMES TO 1.
           SEARCH TAB-EMES
               WHEN IND-TAB-EMES GREATER THAN WS-CANT-EMES
                   NEXT SENTENCE
               WHEN TAB-EMES-EMPRESA(IND-TAB-EMES) EQUAL
                       WS-EMPRESA-ACT
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.
           IF NOT FILA-ENCONTRADA
              ADD 1 TO WS-CANT-EMES
              SET IND-TAB-EMES TO WS-CANT-EMES
              MOVE WS-EMPRESA-ACT TO TAB-EMES-EMPRESA(IND-TAB-EMES)
              MOVE 1 TO WS-X
              PERFORM LIMPIAR-CELDA-EMPRESA-MES
                  UNTIL WS-X GREATER 12
           END-IF.

       LIMPIAR-CELDA-EMPRESA-MES.
           MOVE 0 TO TAB-EMES-HORAS(IND-TAB-EMES, WS-X).
           MOVE 0 TO TAB-EMES-INCLUIDAS(IND-TAB-EMES, WS-X).
           ADD 1 TO WS-X.

       IMPRIMIR-ENCABEZADO.
           MOVE TAB-MES-PERIODO(1) TO LIN-TIT-DESDE.
           MOVE WS-CANT-MESES TO LIN-TIT-MESES.
           MOVE LINEA-TITULO TO REG-REPORTE.
           WRITE REG-REPORTE.
           IF WS-COTIZ-ULTIMA GREATER ZERO
              MOVE WS-COTIZ-ULTIMA TO LIN-COT-VALOR
              MOVE WS-COTIZ-FECHA TO LIN-COT-FECHA
              MOVE LINEA-COTIZACION TO REG-REPORTE
              WRITE REG-REPORTE.
           MOVE LINEA-DIVISORIA TO REG-REPORTE.
           WRITE REG-REPORTE.

      *    cada fila sale al sort con el importe de horas ya neto de
      *    las horas incluidas en el abono de la empresa en el mes,
      *    en proporcion a las horas de la fila.
       SELECCION SECTION.
       SELECCIONAR-FILAS.
           SET IND-TAB-PRY TO 1.
           PERFORM LIBERAR-FILA
               UNTIL IND-TAB-PRY GREATER THAN WS-CANT-PRY.
           GO TO SELECCION-FIN.

       LIBERAR-FILA.
           MOVE TAB-PRY-EMPRESA(IND-TAB-PRY) TO WS-EMPRESA-ACT.
           MOVE TAB-PRY-MES(IND-TAB-PRY) TO WS-M.
           PERFORM UBICAR-EMPRESA-MES.
           MOVE 1 TO WS-FACTOR-ABONO.
           IF TAB-EMES-INCLUIDAS(IND-TAB-EMES, WS-M) GREATER ZERO
              AND TAB-EMES-HORAS(IND-TAB-EMES, WS-M) GREATER ZERO
              COMPUTE WS-HORAS-FACTURABLES =
                  TAB-EMES-HORAS(IND-TAB-EMES, WS-M)
                  - TAB-EMES-INCLUIDAS(IND-TAB-EMES, WS-M)
              IF WS-HORAS-FACTURABLES LESS ZERO
                 MOVE 0 TO WS-HORAS-FACTURABLES
              END-IF
              COMPUTE WS-FACTOR-ABONO ROUNDED = WS-HORAS-FACTURABLES
                  / TAB-EMES-HORAS(IND-TAB-EMES, WS-M)
           END-IF.

           MOVE TAB-PRY-EMPRESA(IND-TAB-PRY) TO SRT-EMPRESA.
           MOVE TAB-PRY-LINEA(IND-TAB-PRY) TO SRT-LINEA.
           MOVE TAB-MES-PERIODO(WS-M) TO SRT-PERIODO.
           MOVE WS-M TO SRT-MES.
           MOVE TAB-PRY-HORAS(IND-TAB-PRY) TO SRT-HORAS.
           COMPUTE SRT-IMP-HORAS ROUNDED =
               TAB-PRY-IMP-HORAS(IND-TAB-PRY) * WS-FACTOR-ABONO.
           MOVE TAB-PRY-IMP-ABONOS(IND-TAB-PRY) TO SRT-IMP-ABONOS.
           MOVE TAB-PRY-IMP-HITOS(IND-TAB-PRY) TO SRT-IMP-HITOS.
           RELEASE REG-SORT-PRY.
           SET IND-TAB-PRY UP BY 1.

       SELECCION-FIN.
           EXIT.

       IMPRESION SECTION.
       IMPRIMIR-FILAS.
           PERFORM RETORNAR-DEL-SORT.
           PERFORM IMPRIMIR-GRUPO-EMPRESA UNTIL FIN-SORT.
           GO TO IMPRESION-FIN.

       RETORNAR-DEL-SORT.
           RETURN ARCH-SORT-PRY
               AT END SET FIN-SORT TO TRUE
           END-RETURN.

       IMPRIMIR-GRUPO-EMPRESA.
           MOVE SRT-EMPRESA TO WS-EMPRESA-CORTE.
           MOVE SRT-EMPRESA TO WS-EMPRESA-ACT.
           MOVE 0 TO WS-TOT-EMP.
           PERFORM UBICAR-EMPRESA-POR-COD.
           IF EMPRESA-UBICADA
              MOVE TAB-EMP-RAZON(IND-TAB-EMP) TO LIN-EMP-RAZON
           ELSE
              MOVE 'EMPRESA SIN MAESTRO' TO LIN-EMP-RAZON.
           MOVE WS-EMPRESA-CORTE TO LIN-EMP-COD.
           MOVE LINEA-EMPRESA TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-ENCABEZADO TO REG-REPORTE.
           WRITE REG-REPORTE.

           PERFORM IMPRIMIR-UNA-FILA
               UNTIL FIN-SORT
                OR SRT-EMPRESA NOT EQUAL WS-EMPRESA-CORTE.

           MOVE WS-TOT-EMP TO LIN-TEM-TOTAL.
           MOVE LINEA-TOTAL-EMPRESA TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-EN-BLANCO TO REG-REPORTE.
           WRITE REG-REPORTE.

       IMPRIMIR-UNA-FILA.
           COMPUTE WS-TOTAL-FILA = SRT-IMP-HORAS + SRT-IMP-ABONOS
               + SRT-IMP-HITOS.
           MOVE SRT-LINEA TO WS-LINEA-ACT.
           PERFORM DESCRIBIR-LINEA.

           MOVE SRT-LINEA TO LIN-DET-LINEA.
           MOVE WS-LINEA-DESC-ACT TO LIN-DET-DESC.
           MOVE SRT-PERIODO TO LIN-DET-PERIODO.
           MOVE SRT-HORAS TO LIN-DET-HORAS.
           MOVE SRT-IMP-HORAS TO LIN-DET-IMP-HORAS.
           MOVE SRT-IMP-ABONOS TO LIN-DET-IMP-ABONOS.
           MOVE SRT-IMP-HITOS TO LIN-DET-IMP-HITOS.
           MOVE WS-TOTAL-FILA TO LIN-DET-TOTAL.
           MOVE LINEA-DETALLE TO REG-REPORTE.
           WRITE REG-REPORTE.

           ADD WS-TOTAL-FILA TO WS-TOT-EMP.
           ADD WS-TOTAL-FILA TO WS-TOT-GENERAL.
           ADD WS-TOTAL-FILA TO TAB-TMES-IMPORTE(SRT-MES).
           PERFORM ACUMULAR-TOTAL-LINEA.
           PERFORM RETORNAR-DEL-SORT.

       DESCRIBIR-LINEA.
           MOVE 'SIN LINEA ASIGNADA' TO WS-LINEA-DESC-ACT.
           SET IND-TAB-LNA TO 1.
           SEARCH TAB-LNA
               WHEN IND-TAB-LNA GREATER THAN WS-CANT-LNA
                   NEXT SENTENCE
               WHEN TAB-LNA-CODIGO(IND-TAB-LNA) EQUAL WS-LINEA-ACT
                   MOVE TAB-LNA-DESC(IND-TAB-LNA) TO WS-LINEA-DESC-ACT
           END-SEARCH.

       ACUMULAR-TOTAL-LINEA.
           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-LTO TO 1.
           SEARCH TAB-LTO
               WHEN IND-TAB-LTO GREATER THAN WS-CANT-LTO
                   NEXT SENTENCE
               WHEN TAB-LTO-LINEA(IND-TAB-LTO) EQUAL SRT-LINEA
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.
           IF NOT FILA-ENCONTRADA
              AND WS-CANT-LTO LESS 30
              ADD 1 TO WS-CANT-LTO
              SET IND-TAB-LTO TO WS-CANT-LTO
              MOVE SRT-LINEA TO TAB-LTO-LINEA(IND-TAB-LTO)
              MOVE WS-LINEA-DESC-ACT TO TAB-LTO-DESC(IND-TAB-LTO)
              MOVE 1 TO WS-X
              PERFORM LIMPIAR-TOTAL-LINEA UNTIL WS-X GREATER 12
              MOVE 'S' TO WS-FILA-ENCONTRADA
           END-IF.
           IF FILA-ENCONTRADA
              ADD WS-TOTAL-FILA TO
                  TAB-LTO-IMPORTE(IND-TAB-LTO, SRT-MES).

       LIMPIAR-TOTAL-LINEA.
           MOVE 0 TO TAB-LTO-IMPORTE(IND-TAB-LTO, WS-X).
           ADD 1 TO WS-X.

       IMPRESION-FIN.
           EXIT.

       IMPRIMIR-TOTALES.
           MOVE LINEA-DIVISORIA TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-TITULO-LINEAS TO REG-REPORTE.
           WRITE REG-REPORTE.
           SET IND-TAB-LTO TO 1.
           PERFORM IMPRIMIR-TOTAL-UNA-LINEA
               UNTIL IND-TAB-LTO GREATER THAN WS-CANT-LTO.

           MOVE LINEA-EN-BLANCO TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE LINEA-TITULO-MESES TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE 1 TO WS-M.
           PERFORM IMPRIMIR-TOTAL-UN-MES UNTIL WS-M GREATER
               WS-CANT-MESES.

           MOVE LINEA-DIVISORIA TO REG-REPORTE.
           WRITE REG-REPORTE.
           MOVE WS-TOT-GENERAL TO LIN-TGE-TOTAL.
           MOVE LINEA-TOTAL-GENERAL TO REG-REPORTE.
           WRITE REG-REPORTE.

       IMPRIMIR-TOTAL-UNA-LINEA.
           MOVE 1 TO WS-M.
           PERFORM IMPRIMIR-LINEA-MES UNTIL WS-M GREATER
               WS-CANT-MESES.
           SET IND-TAB-LTO UP BY 1.

       IMPRIMIR-LINEA-MES.
           MOVE TAB-LTO-LINEA(IND-TAB-LTO) TO LIN-TLI-LINEA.
           MOVE TAB-LTO-DESC(IND-TAB-LTO) TO LIN-TLI-DESC.
           MOVE TAB-MES-PERIODO(WS-M) TO LIN-TLI-PERIODO.
           MOVE TAB-LTO-IMPORTE(IND-TAB-LTO, WS-M) TO LIN-TLI-TOTAL.
           MOVE LINEA-TOTAL-LINEA TO REG-REPORTE.
           WRITE REG-REPORTE.
           ADD 1 TO WS-M.

       IMPRIMIR-TOTAL-UN-MES.
           MOVE TAB-MES-PERIODO(WS-M) TO LIN-TMS-PERIODO.
           MOVE TAB-TMES-IMPORTE(WS-M) TO LIN-TMS-TOTAL.
           MOVE LINEA-TOTAL-MES TO REG-REPORTE.
           WRITE REG-REPORTE.
           ADD 1 TO WS-M.

       TERMINAR.
           CLOSE ARCH-CONS-IDX.
           CLOSE ARCH-TAR-IDX.
           IF TAR-EMP-DISPONIBLE
              CLOSE ARCH-TAR-EMP-IDX.
           IF SRT-HIST-DISPONIBLE
              CLOSE ARCH-SRT-HIST-IDX.
           CLOSE ARCH-REPORTE.
           IF WS-ACUM-SIN-TARIFA GREATER ZERO
              DISPLAY WS-ACUM-SIN-TARIFA ' VALORIZACIONES SIN TARIFA '
                  'VIGENTE, SALEN EN CERO'.
           IF WS-ACUM-SIN-VALORIZAR GREATER ZERO
              DISPLAY 'HORAS COMPROMETIDAS SIN ASIGNAR NI PRESUPUESTO '
                  'NI PROYVTAS-SRT-BASE, SIN VALORIZAR: '
                  WS-ACUM-SIN-VALORIZAR.
           IF WS-ACUM-SIN-COTIZ GREATER ZERO
              DISPLAY WS-ACUM-SIN-COTIZ ' IMPORTES EN USD SIN '
                  'COTIZACION CARGADA, QUEDAN EN DOLARES'.
           DISPLAY 'REPORTE GENERADO EN PROYECCION-VENTAS.LST'.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
