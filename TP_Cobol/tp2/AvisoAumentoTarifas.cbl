       IDENTIFICATION DIVISION.
       PROGRAM-ID. AvisoAumentoTarifas.
       AUTHOR. Fede.

      *    aviso escrito de aumento de tarifas: busca, por empresa,
      *    las tarifas que entran en vigencia dentro de la ventana de
      *    aviso (AVISO-TARIFAS-DIAS, por defecto 30 dias desde la
      *    fecha de proceso) en TARIFAS-INDEXED.DAT y en los
      *    convenios de TARIFAS-EMPRESA-INDEXED.DAT, solo para los
      *    SRT que efectivamente se le trabajaron a esa empresa en
      *    los ultimos tres meses cerrados (TIMES-INDEXED.DAT, SRT
      *    vigente a la fecha de cada trabajo con el mismo
      *    SRT-HIST que LiquidacionConsultores). la tarifa anterior
      *    y la nueva se resuelven igual que en TP1: primero el
      *    convenio de la empresa y recien si no hay, la general -
      *    asi un aumento general no se le avisa a quien tiene
      *    convenio. solo se avisa un aumento (tarifa nueva mayor que
      *    la anterior, en la misma moneda). por cada empresa con
      *    aumentos sin avisar se genera una carta
      *    (AVISO-TARIFAS-<CUIT>-<AAAAMMDD>.LST, mismo esquema que
      *    GeneraCartasReclamo) con tarifa anterior, nueva, vigencia
      *    y el impacto mensual estimado con el promedio de horas de
      *    esos tres meses; la carta se anota en
      *    DESPACHO-DOCUMENTOS.DAT y cada aumento avisado queda en
      *    AVISOS-TARIFAS.DAT (empresa + SRT + vigencia), que TP1
      *    consulta para advertir cuando factura un aumento que nunca
      *    se aviso. un aumento ya avisado no vuelve a salir en una
      *    carta; el resumen de la corrida queda en
      *    AVISO-TARIFAS.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY-TIMES
               FILE STATUS IS FS-ARCH-TIMES-IDX.

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

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-TAR-IDX ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-TAR-IND
                   FILE STATUS IS FS-ARCH-TAR-IDX.

           SELECT ARCH-TAR-EMP-IDX ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS REG-TAREMP-IND
                   FILE STATUS IS FS-ARCH-TAR-EMP-IDX.

           SELECT ARCH-AVISOS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AVT-CLAVE
                   FILE STATUS IS FS-AVISOS.

           SELECT ARCH-FECHA-PROCESO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCH-CARTA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CARTA.

           SELECT ARCH-RESUMEN ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RESUMEN.
      *    registro de documentos generados, para despacharlos a
      *    los contactos del cliente (ver GestionDespachos).
           SELECT ARCH-DESPACHO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DESPACHO.

       DATA DIVISION.
       FILE SECTION.

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
          03 REG-TIMES-ORDEN            PIC X(4).

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
           03 REG-CONS-PROVEEDOR     PIC X(5).

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
      *    una empresa retirada no recibe avisos.
           03 REG-EMP-IND-FECHA-BAJA  PIC 9(8).

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

      *    un registro por aumento avisado: empresa + SRT + vigencia
      *    de la tarifa nueva. lo consulta TP1 al facturar.
       FD ARCH-AVISOS LABEL RECORD IS STANDARD
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

      *    fecha de negocio mantenida desde PRINCIPAL: si existe con
      *    una fecha valida se usa como "hoy".
       FD ARCH-FECHA-PROCESO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FECHA-PROCESO.DAT'
             DATA RECORD IS REG-FECHA-PROCESO.

       01 REG-FECHA-PROCESO.
           03 FPR-FECHA                  PIC 9(8).

      *    una carta por empresa, nombre dinamico
      *    AVISO-TARIFAS-<CUIT>-<AAAAMMDD>.LST.
       FD ARCH-CARTA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-CARTA
             DATA RECORD IS REG-CARTA.

       01 REG-CARTA                      PIC X(80).

       FD ARCH-RESUMEN LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'AVISO-TARIFAS.LST'
             DATA RECORD IS REG-RESUMEN.

       01 REG-RESUMEN                    PIC X(100).

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

       WORKING-STORAGE SECTION.

       77 FS-ARCH-TIMES-IDX PIC XX.
           88 TIMES-OK       VALUE '00'.
           88 TIMES-EOF      VALUE '10'.

       77 FS-ARCH-CONS-IDX PIC XX.
           88 CONS-OK        VALUE '00'.

       77 FS-SRT-HIST      PIC XX.
           88 SRT-HIST-OK    VALUE '00'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-ARCH-TAR-IDX  PIC XX.
           88 TAR-IDX-OK     VALUE '00'.

       77 FS-ARCH-TAR-EMP-IDX PIC XX.
           88 TAR-EMP-OK     VALUE '00'.

       77 FS-AVISOS        PIC XX.
           88 AVISOS-OK      VALUE '00'.

       77 FS-FECHA-PROCESO           PIC XX.
           88 FECHA-PROCESO-OK       VALUE '00'.

       77 FS-CARTA         PIC XX.
           88 CARTA-OK       VALUE '00'.

       77 FS-RESUMEN       PIC XX.
           88 RESUMEN-OK     VALUE '00'.

       77 FS-DESPACHO      PIC XX.
           88 DESPACHO-OK    VALUE '00'.

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

       01 WS-SRT-HIST-DISPONIBLE     PIC X VALUE 'N'.
           88 SRT-HIST-DISPONIBLE    VALUE 'S'.

      *    sin convenios cargados toda empresa esta a la tarifa
      *    general, igual que en TP1.
       01 WS-TAR-EMP-DISPONIBLE      PIC X VALUE 'N'.
           88 TAR-EMP-DISPONIBLE     VALUE 'S'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno AVISO-TARIFAS-MODO vale 'BATCH',
      *    el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

      *    dias de aviso previo que piden los contratos.
       01 WS-DIAS-ENV                PIC X(3).
       01 WS-DIAS-AVISO              PIC 9(3) VALUE 30.

       01 WS-NOMBRE-CARTA            PIC X(40).

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-DIAS-HOY                PIC 9(7).

      *    ventana de aviso: de manana a hoy + WS-DIAS-AVISO.
       01 WS-VENTANA-DESDE           PIC 9(8).
       01 WS-VENTANA-HASTA           PIC 9(8).

      *    horas de referencia: los tres meses cerrados anteriores.
       01 WS-USO-DESDE.
           03 WS-USO-DESDE-AAAA      PIC 9(4).
           03 WS-USO-DESDE-MM        PIC 9(2).
           03 WS-USO-DESDE-DD        PIC 9(2).
       01 WS-USO-DESDE-N REDEFINES WS-USO-DESDE PIC 9(8).
       01 WS-USO-HASTA               PIC 9(8).
       01 WS-PRIMERO-MES             PIC 9(8).

       01 WS-FECHA-TRABAJO-N         PIC 9(8).
       01 WS-SRT-VIGENTE             PIC X(2).
       01 WS-HORAS-NETO              PIC S9(3)V99.

      *    ultima empresa resuelta por CUIT, para no releer el
      *    maestro en cada trabajo del mismo cliente.
       01 WS-ULT-CUIT                PIC 9(11) VALUE 0.
       01 WS-ULT-EMPRESA             PIC 9(3) VALUE 0.
       01 WS-ULT-VALIDA              PIC X VALUE 'N'.
           88 ULT-EMPRESA-VALIDA     VALUE 'S'.

      *    horas por empresa y SRT en los tres meses.
       01 TABLA-USO.
           03 TAB-USO OCCURS 2000 TIMES INDEXED BY IND-TAB-USO.
               05 TAB-USO-EMPRESA       PIC 9(3).
               05 TAB-USO-CUIT          PIC 9(11).
               05 TAB-USO-SRT           PIC X(2).
               05 TAB-USO-HORAS         PIC S9(7)V99.

       01 WS-CANT-USO                PIC 9(4) VALUE 0.

      *    vigencias dentro de la ventana para la empresa y SRT en
      *    curso, general y de convenio, sin repetir.
       01 TABLA-FECHAS.
           03 TAB-FEC OCCURS 50 TIMES INDEXED BY IND-TAB-FEC.
               05 TAB-FEC-VIG           PIC 9(8).

       01 WS-CANT-FEC                PIC 9(2) VALUE 0.

      *    aumentos encontrados; 'P' pendiente de carta, 'E' ya en
      *    una carta de esta corrida, 'Y' avisado en otra corrida.
       01 TABLA-AVISOS.
           03 TAB-AVI OCCURS 1000 TIMES INDEXED BY IND-TAB-AVI.
               05 TAB-AVI-EMPRESA       PIC 9(3).
               05 TAB-AVI-CUIT          PIC 9(11).
               05 TAB-AVI-SRT           PIC X(2).
               05 TAB-AVI-VIG           PIC 9(8).
               05 TAB-AVI-ANTERIOR      PIC 9(5)V99.
               05 TAB-AVI-NUEVA         PIC 9(5)V99.
               05 TAB-AVI-MONEDA        PIC X(3).
               05 TAB-AVI-IMPACTO       PIC S9(10)V99.
               05 TAB-AVI-ESTADO        PIC X(1).
                   88 TAB-AVI-PENDIENTE    VALUE 'P'.
                   88 TAB-AVI-EN-CARTA     VALUE 'E'.
                   88 TAB-AVI-YA-AVISADO   VALUE 'Y'.
               05 TAB-AVI-FECHA-AVISO   PIC 9(8).

       01 WS-CANT-AVI                PIC 9(4) VALUE 0.

      *    tarifa resuelta a una fecha: convenio de la empresa o,
      *    si no hay, la general. cero si no hay ninguna.
       01 WS-RES-EMPRESA             PIC 9(3).
       01 WS-RES-SRT                 PIC X(2).
       01 WS-RES-FECHA               PIC 9(8).
       01 WS-RES-TARIFA              PIC 9(5)V99.
       01 WS-RES-MONEDA              PIC X(3).
       01 WS-RES-CONVENIO            PIC X VALUE 'N'.
           88 RES-DE-CONVENIO        VALUE 'S'.

       01 WS-TARIFA-NUEVA            PIC 9(5)V99.
       01 WS-MONEDA-NUEVA            PIC X(3).
       01 WS-VIG-CANDIDATA           PIC 9(8).
       01 WS-HORAS-MES               PIC S9(7)V99.

       01 WS-EMPRESA-CARTA           PIC 9(3).
       01 WS-K                       PIC 9(4).

       01 WS-ACUM-CARTAS             PIC 9(4) VALUE 0.
       01 WS-ACUM-AVISADOS           PIC 9(4) VALUE 0.
       01 WS-ACUM-YA-AVISADOS        PIC 9(4) VALUE 0.

       01 WS-CUIT-EDIT               PIC 9(11).

       01 LINEA-CAR-FECHA.
           03 FILLER                 PIC X(17) VALUE 'BUENOS AIRES, '.
           03 LIN-CAR-FECHA          PIC 9(8).

       01 LINEA-CAR-SENORES.
           03 FILLER                 PIC X(8) VALUE 'SENORES '.
           03 LIN-CAR-RAZON          PIC X(25).

       01 LINEA-CAR-DIRECCION.
           03 LIN-CAR-DIRECCION      PIC X(20).

       01 LINEA-CAR-CUIT.
           03 FILLER                 PIC X(6) VALUE 'CUIT: '.
           03 LIN-CAR-CUIT           PIC 9(11).

       01 LINEA-CAR-CUERPO-1         PIC X(70) VALUE
          'DE NUESTRA CONSIDERACION:'.

       01 LINEA-CAR-CUERPO-2         PIC X(70) VALUE
          'NOS DIRIGIMOS A UDS. PARA INFORMARLES LA ACTUALIZACION DE'.

       01 LINEA-CAR-CUERPO-3         PIC X(70) VALUE
          'LAS TARIFAS HORARIAS DE LOS SERVICIOS QUE NOS CONTRATAN:'.

       01 LINEA-CAR-ENCABEZADO.
           03 FILLER   PIC X(11) VALUE '  CATEGORIA'.
           03 FILLER   PIC X(10) VALUE '  VIGENCIA'.
           03 FILLER   PIC X(10) VALUE '  ANTERIOR'.
           03 FILLER   PIC X(10) VALUE '     NUEVA'.
           03 FILLER   PIC X(4) VALUE ' MON'.
           03 FILLER   PIC X(17) VALUE '  IMPACTO MENSUAL'.

       01 LINEA-CAR-DETALLE.
           03 FILLER                 PIC X(9) VALUE SPACES.
           03 LIN-CAR-SRT            PIC X(2).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CAR-VIG            PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CAR-ANTERIOR       PIC ZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CAR-NUEVA          PIC ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CAR-MONEDA         PIC X(3).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-CAR-IMPACTO        PIC -ZZZZZZZZ9,99.

       01 LINEA-CAR-NOTA-1           PIC X(70) VALUE
          'EL IMPACTO MENSUAL SE ESTIMA CON EL PROMEDIO DE HORAS DE'.

       01 LINEA-CAR-NOTA-2           PIC X(70) VALUE
          'LOS ULTIMOS TRES MESES Y ES SOLO ORIENTATIVO.'.

       01 LINEA-CAR-CIERRE-1         PIC X(70) VALUE
          'QUEDAMOS A SU DISPOSICION POR CUALQUIER CONSULTA.'.

       01 LINEA-CAR-CIERRE-2         PIC X(70) VALUE
          'SIN OTRO PARTICULAR, SALUDAMOS A UDS. ATTE.'.

       01 LINEA-CAR-FIRMA            PIC X(40) VALUE
          '                      ADMINISTRACION'.

       01 LINEA-RES-TITULO.
           03 FILLER                 PIC X(36) VALUE
              'AVISOS DE AUMENTO DE TARIFAS - HOY '.
           03 LIN-TIT-HOY            PIC 9(8).
           03 FILLER                 PIC X(18) VALUE
              ' - VIGENCIAS HASTA'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-TIT-HASTA          PIC 9(8).

       01 LINEA-RES-DETALLE.
           03 LIN-RES-RAZON          PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RES-SRT            PIC X(2).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RES-VIG            PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RES-ANTERIOR       PIC ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RES-NUEVA          PIC ZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RES-MONEDA         PIC X(3).
           03 LIN-RES-IMPACTO        PIC -ZZZZZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-RES-OBS            PIC X(25).

       01 LINEA-RES-TOTAL.
           03 FILLER                 PIC X(27) VALUE
              'TOTAL DE CARTAS GENERADAS: '.
           03 LIN-RES-CANT           PIC ZZZ9.
           03 FILLER                 PIC X(22) VALUE
              ' - AUMENTOS AVISADOS: '.
           03 LIN-RES-AVISADOS       PIC ZZZ9.
           03 FILLER                 PIC X(23) VALUE
              ' - YA AVISADOS ANTES: '.
           03 LIN-RES-YA-AVISADOS    PIC ZZZ9.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(100) VALUE ALL '-'.

       01 LINEA-EN-BLANCO            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       AVISO-AUMENTO-TARIFAS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'AVISO-TARIFAS-MODO'.
           MOVE SPACES TO WS-DIAS-ENV.
           ACCEPT WS-DIAS-ENV FROM ENVIRONMENT 'AVISO-TARIFAS-DIAS'.
           IF WS-DIAS-ENV NOT EQUAL SPACES
              MOVE WS-DIAS-ENV TO WS-DIAS-AVISO.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM OBTENER-FECHA-PROCESO.
           PERFORM CALCULAR-VENTANAS.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM ABRIR-DESPACHO.

           PERFORM ACUMULAR-HORAS-POR-SRT.
           SET IND-TAB-USO TO 1.
           PERFORM BUSCAR-AUMENTOS-EMPRESA-SRT
               UNTIL IND-TAB-USO GREATER THAN WS-CANT-USO.

           PERFORM GENERAR-CARTAS.
           PERFORM IMPRIMIR-RESUMEN.
           PERFORM TERMINAR.

      *    fecha de negocio: el reloj, pisado por FECHA-PROCESO.DAT
      *    si esta cargada - mantenida desde PRINCIPAL.
       OBTENER-FECHA-PROCESO.
           OPEN INPUT ARCH-FECHA-PROCESO.
           IF FECHA-PROCESO-OK
              READ ARCH-FECHA-PROCESO
                  AT END MOVE SPACES TO REG-FECHA-PROCESO
              END-READ
              IF FPR-FECHA IS NUMERIC AND FPR-FECHA GREATER ZERO
                 MOVE FPR-FECHA TO WS-FECHA-HOY
                 DISPLAY 'FECHA DE PROCESO TOMADA DE '
                     'FECHA-PROCESO.DAT: ' WS-FECHA-HOY
              END-IF
              CLOSE ARCH-FECHA-PROCESO.

      *    ventana de aviso desde manana, y los tres meses cerrados
      *    anteriores al mes de la fecha de proceso.
       CALCULAR-VENTANAS.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).
           COMPUTE WS-VENTANA-DESDE =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-HOY + 1).
           COMPUTE WS-VENTANA-HASTA =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-HOY + WS-DIAS-AVISO).

           COMPUTE WS-PRIMERO-MES = (WS-FECHA-HOY / 100) * 100 + 1.
           COMPUTE WS-USO-HASTA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-PRIMERO-MES) - 1).
           MOVE WS-FECHA-HOY (1:4) TO WS-USO-DESDE-AAAA.
           MOVE WS-FECHA-HOY (5:2) TO WS-USO-DESDE-MM.
           MOVE 1 TO WS-USO-DESDE-DD.
           IF WS-USO-DESDE-MM GREATER THAN 3
              SUBTRACT 3 FROM WS-USO-DESDE-MM
           ELSE
              ADD 9 TO WS-USO-DESDE-MM
              SUBTRACT 1 FROM WS-USO-DESDE-AAAA.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-TIMES-IDX.
           IF NOT TIMES-OK
              DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT '
                  FS-ARCH-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-CONS-IDX.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT '
                  FS-ARCH-CONS-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-SRT-HIST-IDX.
           IF SRT-HIST-OK
              MOVE 'S' TO WS-SRT-HIST-DISPONIBLE
           ELSE
              MOVE 'N' TO WS-SRT-HIST-DISPONIBLE
              DISPLAY 'SRT-HIST-INDEXED.DAT NO DISPONIBLE, SE '
                  'TOMA EL SRT ACTUAL DE CADA CONSULTOR'.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-TAR-IDX.
           IF NOT TAR-IDX-OK
              DISPLAY 'NO PUDO ABRIRSE TARIFAS-INDEXED.DAT '
                  FS-ARCH-TAR-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-TAR-EMP-IDX.
           IF TAR-EMP-OK
              MOVE 'S' TO WS-TAR-EMP-DISPONIBLE
           ELSE
              MOVE 'N' TO WS-TAR-EMP-DISPONIBLE
              DISPLAY 'TARIFAS-EMPRESA-INDEXED.DAT NO DISPONIBLE, '
                  'SOLO SE REVISA LA TARIFA GENERAL'.

      *    AVISOS-TARIFAS.DAT acumula entre corridas; la primera vez
      *    se crea vacio.
           OPEN I-O ARCH-AVISOS.
           IF NOT AVISOS-OK
              OPEN OUTPUT ARCH-AVISOS
              CLOSE ARCH-AVISOS
              OPEN I-O ARCH-AVISOS.
           IF NOT AVISOS-OK
              DISPLAY 'NO PUDO ABRIRSE AVISOS-TARIFAS.DAT ' FS-AVISOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-RESUMEN.
           IF NOT RESUMEN-OK
              DISPLAY 'NO PUDO CREARSE AVISO-TARIFAS.LST ' FS-RESUMEN
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      ******************************************************************
      * horas de los ultimos tres meses por empresa y SRT
      ******************************************************************
       ACUMULAR-HORAS-POR-SRT.
           PERFORM LEER-TIMES.
           PERFORM ACUMULAR-UN-TRABAJO UNTIL TIMES-EOF.
           CLOSE ARCH-TIMES-IDX.

       LEER-TIMES.
           READ ARCH-TIMES-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TIMES-IDX
           END-READ.

      *    REG-KEY-FECHA viene DDMMAAAA.
       ACUMULAR-UN-TRABAJO.
           MOVE REG-KEY-FECHA (5:4) TO WS-FECHA-TRABAJO-N (1:4).
           MOVE REG-KEY-FECHA (3:2) TO WS-FECHA-TRABAJO-N (5:2).
           MOVE REG-KEY-FECHA (1:2) TO WS-FECHA-TRABAJO-N (7:2).

           IF WS-FECHA-TRABAJO-N NOT LESS WS-USO-DESDE-N
              AND WS-FECHA-TRABAJO-N NOT GREATER WS-USO-HASTA
              PERFORM RESOLVER-EMPRESA-CUIT
              IF ULT-EMPRESA-VALIDA
                 PERFORM DETERMINAR-SRT-VIGENTE
                 IF WS-SRT-VIGENTE NOT EQUAL SPACES
                    PERFORM SUMAR-HORAS-USO
                 END-IF
              END-IF
           END-IF.
           PERFORM LEER-TIMES.

      *    empresa del CUIT del trabajo; sin maestro o retirada no
      *    cuenta.
       RESOLVER-EMPRESA-CUIT.
           IF REG-KEY-CUIT NOT EQUAL WS-ULT-CUIT
              MOVE REG-KEY-CUIT TO WS-ULT-CUIT
              MOVE 'N' TO WS-ULT-VALIDA
              MOVE REG-KEY-CUIT TO REG-EMP-IND-CUIT
              READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT
              IF EMP-OK
                 AND (REG-EMP-IND-FECHA-BAJA NOT NUMERIC
                   OR REG-EMP-IND-FECHA-BAJA EQUAL ZERO)
                 MOVE 'S' TO WS-ULT-VALIDA
                 MOVE REG-EMP-IND-COD TO WS-ULT-EMPRESA
              END-IF
           END-IF.

      *    mismo SRT vigente a la fecha del trabajo que
      *    LiquidacionConsultores.
       DETERMINAR-SRT-VIGENTE.
           MOVE SPACES TO WS-SRT-VIGENTE.
           MOVE REG-KEY-NUM TO REG-KEY-CODE-CONS.
           READ ARCH-CONS-IDX RECORD KEY IS REG-KEY-CODE-CONS.
           IF CONS-OK
              MOVE REG-CONS-SRT TO WS-SRT-VIGENTE.

           IF SRT-HIST-DISPONIBLE
              MOVE REG-KEY-NUM TO REG-SRT-HIST-NUM
              MOVE WS-FECHA-TRABAJO-N TO REG-SRT-HIST-FECHA
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
                    MOVE REG-SRT-HIST-SRT TO WS-SRT-VIGENTE
                 END-IF
              END-IF
           END-IF.

       SUMAR-HORAS-USO.
           IF REG-TIMES-TIPO EQUAL 'C'
              COMPUTE WS-HORAS-NETO = REG-TIMES-HORAS * -1
           ELSE
              MOVE REG-TIMES-HORAS TO WS-HORAS-NETO.

           SET IND-TAB-USO TO 1.
           SEARCH TAB-USO
               AT END
                   PERFORM AGREGAR-USO
               WHEN IND-TAB-USO GREATER THAN WS-CANT-USO
                   PERFORM AGREGAR-USO
               WHEN TAB-USO-EMPRESA(IND-TAB-USO) EQUAL WS-ULT-EMPRESA
                AND TAB-USO-SRT(IND-TAB-USO) EQUAL WS-SRT-VIGENTE
                   NEXT SENTENCE
           END-SEARCH.
           ADD WS-HORAS-NETO TO TAB-USO-HORAS(IND-TAB-USO).

       AGREGAR-USO.
           IF WS-CANT-USO LESS THAN 2000
              ADD 1 TO WS-CANT-USO
              SET IND-TAB-USO TO WS-CANT-USO
              MOVE WS-ULT-EMPRESA TO TAB-USO-EMPRESA(IND-TAB-USO)
              MOVE WS-ULT-CUIT TO TAB-USO-CUIT(IND-TAB-USO)
              MOVE WS-SRT-VIGENTE TO TAB-USO-SRT(IND-TAB-USO)
              MOVE 0 TO TAB-USO-HORAS(IND-TAB-USO)
           ELSE
              DISPLAY 'ERROR: MAS DE 2000 EMPRESA/SRT, LA TABLA-USO '
                  'NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      ******************************************************************
      * aumentos dentro de la ventana para cada empresa/SRT trabajado
      ******************************************************************
       BUSCAR-AUMENTOS-EMPRESA-SRT.
           IF TAB-USO-HORAS(IND-TAB-USO) GREATER ZERO
              MOVE 0 TO WS-CANT-FEC
              PERFORM JUNTAR-VIGENCIAS-GENERALES
              IF TAR-EMP-DISPONIBLE
                 PERFORM JUNTAR-VIGENCIAS-CONVENIO
              END-IF
              SET IND-TAB-FEC TO 1
              PERFORM EVALUAR-VIGENCIA-CANDIDATA
                  UNTIL IND-TAB-FEC GREATER THAN WS-CANT-FEC
           END-IF.
           SET IND-TAB-USO UP BY 1.

      *    primero se juntan las vigencias y despues se evaluan: la
      *    evaluacion reposiciona los mismos archivos de tarifas.
       JUNTAR-VIGENCIAS-GENERALES.
           MOVE TAB-USO-SRT(IND-TAB-USO) TO REG-TAR-SRT-IND.
           MOVE WS-VENTANA-DESDE TO REG-TAR-VIG-DESDE-IND.
           START ARCH-TAR-IDX KEY IS NOT LESS THAN REG-TAR-IND
               INVALID KEY NEXT SENTENCE.
           IF TAR-IDX-OK
              PERFORM LEER-TAR-IDX
              PERFORM ANOTAR-VIGENCIA-GENERAL
                  UNTIL NOT TAR-IDX-OK
                   OR REG-TAR-SRT-IND NOT EQUAL
                      TAB-USO-SRT(IND-TAB-USO)
                   OR REG-TAR-VIG-DESDE-IND GREATER WS-VENTANA-HASTA
           END-IF.

       LEER-TAR-IDX.
           READ ARCH-TAR-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TAR-IDX
           END-READ.

       ANOTAR-VIGENCIA-GENERAL.
           MOVE REG-TAR-VIG-DESDE-IND TO WS-VIG-CANDIDATA.
           PERFORM ANOTAR-VIGENCIA.
           PERFORM LEER-TAR-IDX.

       JUNTAR-VIGENCIAS-CONVENIO.
           MOVE TAB-USO-EMPRESA(IND-TAB-USO) TO REG-TAREMP-EMPRESA-IND.
           MOVE TAB-USO-SRT(IND-TAB-USO) TO REG-TAREMP-SRT-IND.
           MOVE WS-VENTANA-DESDE TO REG-TAREMP-VIG-DESDE-IND.
           START ARCH-TAR-EMP-IDX KEY IS NOT LESS THAN REG-TAREMP-IND
               INVALID KEY NEXT SENTENCE.
           IF TAR-EMP-OK
              PERFORM LEER-TAR-EMP-IDX
              PERFORM ANOTAR-VIGENCIA-CONVENIO
                  UNTIL NOT TAR-EMP-OK
                   OR REG-TAREMP-EMPRESA-IND NOT EQUAL
                      TAB-USO-EMPRESA(IND-TAB-USO)
                   OR REG-TAREMP-SRT-IND NOT EQUAL
                      TAB-USO-SRT(IND-TAB-USO)
                   OR REG-TAREMP-VIG-DESDE-IND GREATER
                      WS-VENTANA-HASTA
           END-IF.

       LEER-TAR-EMP-IDX.
           READ ARCH-TAR-EMP-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-TAR-EMP-IDX
           END-READ.

       ANOTAR-VIGENCIA-CONVENIO.
           MOVE REG-TAREMP-VIG-DESDE-IND TO WS-VIG-CANDIDATA.
           PERFORM ANOTAR-VIGENCIA.
           PERFORM LEER-TAR-EMP-IDX.

       ANOTAR-VIGENCIA.
           SET IND-TAB-FEC TO 1.
           SEARCH TAB-FEC
               AT END
                   PERFORM AGREGAR-VIGENCIA
               WHEN IND-TAB-FEC GREATER THAN WS-CANT-FEC
                   PERFORM AGREGAR-VIGENCIA
               WHEN TAB-FEC-VIG(IND-TAB-FEC) EQUAL WS-VIG-CANDIDATA
                   NEXT SENTENCE
           END-SEARCH.

       AGREGAR-VIGENCIA.
           IF WS-CANT-FEC LESS THAN 50
              ADD 1 TO WS-CANT-FEC
              MOVE WS-VIG-CANDIDATA TO TAB-FEC-VIG(WS-CANT-FEC).

      *    tarifa a la vigencia contra tarifa del dia anterior, las
      *    dos resueltas como las resuelve TP1.
       EVALUAR-VIGENCIA-CANDIDATA.
           MOVE TAB-USO-EMPRESA(IND-TAB-USO) TO WS-RES-EMPRESA.
           MOVE TAB-USO-SRT(IND-TAB-USO) TO WS-RES-SRT.
           MOVE TAB-FEC-VIG(IND-TAB-FEC) TO WS-RES-FECHA.
           PERFORM RESOLVER-TARIFA.
           MOVE WS-RES-TARIFA TO WS-TARIFA-NUEVA.
           MOVE WS-RES-MONEDA TO WS-MONEDA-NUEVA.

           COMPUTE WS-RES-FECHA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TAB-FEC-VIG(IND-TAB-FEC))
                - 1).
           PERFORM RESOLVER-TARIFA.

           IF WS-RES-TARIFA GREATER ZERO
              AND WS-TARIFA-NUEVA GREATER WS-RES-TARIFA
              AND WS-MONEDA-NUEVA EQUAL WS-RES-MONEDA
              PERFORM REGISTRAR-AUMENTO
           END-IF.
           SET IND-TAB-FEC UP BY 1.

       RESOLVER-TARIFA.
           MOVE 0 TO WS-RES-TARIFA.
           MOVE SPACES TO WS-RES-MONEDA.
           MOVE 'N' TO WS-RES-CONVENIO.
           IF TAR-EMP-DISPONIBLE
              PERFORM RESOLVER-TARIFA-CONVENIO.
           IF NOT RES-DE-CONVENIO
              PERFORM RESOLVER-TARIFA-GENERAL.
           IF WS-RES-MONEDA EQUAL SPACES
              MOVE 'ARS' TO WS-RES-MONEDA.

       RESOLVER-TARIFA-CONVENIO.
           MOVE WS-RES-EMPRESA TO REG-TAREMP-EMPRESA-IND.
           MOVE WS-RES-SRT TO REG-TAREMP-SRT-IND.
           MOVE WS-RES-FECHA TO REG-TAREMP-VIG-DESDE-IND.
           START ARCH-TAR-EMP-IDX KEY IS LESS THAN OR EQUAL TO
                   REG-TAREMP-IND
               INVALID KEY NEXT SENTENCE.
           IF TAR-EMP-OK
              READ ARCH-TAR-EMP-IDX NEXT RECORD
                  AT END NEXT SENTENCE
              END-READ
              IF TAR-EMP-OK
                 AND REG-TAREMP-EMPRESA-IND EQUAL WS-RES-EMPRESA
                 AND REG-TAREMP-SRT-IND EQUAL WS-RES-SRT
                 MOVE REG-TAREMP-TARIFA-IND TO WS-RES-TARIFA
                 MOVE REG-TAREMP-MONEDA-IND TO WS-RES-MONEDA
                 MOVE 'S' TO WS-RES-CONVENIO
              END-IF
           END-IF.

       RESOLVER-TARIFA-GENERAL.
           MOVE WS-RES-SRT TO REG-TAR-SRT-IND.
           MOVE WS-RES-FECHA TO REG-TAR-VIG-DESDE-IND.
           START ARCH-TAR-IDX KEY IS LESS THAN OR EQUAL TO REG-TAR-IND
               INVALID KEY NEXT SENTENCE.
           IF TAR-IDX-OK
              READ ARCH-TAR-IDX NEXT RECORD
                  AT END NEXT SENTENCE
              END-READ
              IF TAR-IDX-OK AND REG-TAR-SRT-IND EQUAL WS-RES-SRT
                 MOVE REG-TAR-TARIFA-IND TO WS-RES-TARIFA
                 MOVE REG-TAR-MONEDA-IND TO WS-RES-MONEDA
              END-IF
           END-IF.

      *    el aumento entra a la tabla; si ya se aviso en otra
      *    corrida queda solo para el resumen.
       REGISTRAR-AUMENTO.
           IF WS-CANT-AVI NOT LESS 1000
              DISPLAY 'ERROR: MAS DE 1000 AUMENTOS, LA TABLA-AVISOS '
                  'NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           ADD 1 TO WS-CANT-AVI.
           SET IND-TAB-AVI TO WS-CANT-AVI.
           MOVE TAB-USO-EMPRESA(IND-TAB-USO) TO
               TAB-AVI-EMPRESA(IND-TAB-AVI).
           MOVE TAB-USO-CUIT(IND-TAB-USO) TO TAB-AVI-CUIT(IND-TAB-AVI).
           MOVE TAB-USO-SRT(IND-TAB-USO) TO TAB-AVI-SRT(IND-TAB-AVI).
           MOVE TAB-FEC-VIG(IND-TAB-FEC) TO TAB-AVI-VIG(IND-TAB-AVI).
           MOVE WS-RES-TARIFA TO TAB-AVI-ANTERIOR(IND-TAB-AVI).
           MOVE WS-TARIFA-NUEVA TO TAB-AVI-NUEVA(IND-TAB-AVI).
           MOVE WS-MONEDA-NUEVA TO TAB-AVI-MONEDA(IND-TAB-AVI).
           COMPUTE WS-HORAS-MES ROUNDED =
               TAB-USO-HORAS(IND-TAB-USO) / 3.
           COMPUTE TAB-AVI-IMPACTO(IND-TAB-AVI) ROUNDED =
               WS-HORAS-MES * (WS-TARIFA-NUEVA - WS-RES-TARIFA).
           MOVE 0 TO TAB-AVI-FECHA-AVISO(IND-TAB-AVI).

           MOVE TAB-AVI-EMPRESA(IND-TAB-AVI) TO AVT-EMPRESA.
           MOVE TAB-AVI-SRT(IND-TAB-AVI) TO AVT-SRT.
           MOVE TAB-AVI-VIG(IND-TAB-AVI) TO AVT-VIG-DESDE.
           READ ARCH-AVISOS RECORD KEY IS AVT-CLAVE
               INVALID KEY MOVE '23' TO FS-AVISOS
           END-READ.
           IF AVISOS-OK
              MOVE 'Y' TO TAB-AVI-ESTADO(IND-TAB-AVI)
              MOVE AVT-FECHA-AVISO TO TAB-AVI-FECHA-AVISO(IND-TAB-AVI)
              ADD 1 TO WS-ACUM-YA-AVISADOS
           ELSE
              MOVE 'P' TO TAB-AVI-ESTADO(IND-TAB-AVI).

      ******************************************************************
      * una carta por empresa con aumentos pendientes de aviso
      ******************************************************************
       GENERAR-CARTAS.
           SET IND-TAB-AVI TO 1.
           PERFORM EVALUAR-AVISO-PENDIENTE
               UNTIL IND-TAB-AVI GREATER THAN WS-CANT-AVI.

       EVALUAR-AVISO-PENDIENTE.
           IF TAB-AVI-PENDIENTE(IND-TAB-AVI)
              MOVE TAB-AVI-EMPRESA(IND-TAB-AVI) TO WS-EMPRESA-CARTA
              PERFORM EMITIR-CARTA-EMPRESA
           END-IF.
           SET IND-TAB-AVI UP BY 1.

       EMITIR-CARTA-EMPRESA.
           MOVE WS-EMPRESA-CARTA TO REG-EMP-IND-COD.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-COD.
           IF NOT EMP-OK
              MOVE 'EMPRESA SIN MAESTRO' TO REG-EMP-IND-RAZON
              MOVE SPACES TO REG-EMP-IND-DIRECCION.

           MOVE TAB-AVI-CUIT(IND-TAB-AVI) TO WS-CUIT-EDIT.
           MOVE SPACES TO WS-NOMBRE-CARTA.
           STRING 'AVISO-TARIFAS-' WS-CUIT-EDIT '-' WS-FECHA-HOY
               '.LST' DELIMITED BY SIZE INTO WS-NOMBRE-CARTA.

           OPEN OUTPUT ARCH-CARTA.
           IF NOT CARTA-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-CARTA ' ' FS-CARTA
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           ADD 1 TO WS-ACUM-CARTAS.

           MOVE WS-FECHA-HOY TO LIN-CAR-FECHA.
           MOVE LINEA-CAR-FECHA TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-EN-BLANCO TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE REG-EMP-IND-RAZON TO LIN-CAR-RAZON.
           MOVE LINEA-CAR-SENORES TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE REG-EMP-IND-DIRECCION TO LIN-CAR-DIRECCION.
           MOVE LINEA-CAR-DIRECCION TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE TAB-AVI-CUIT(IND-TAB-AVI) TO LIN-CAR-CUIT.
           MOVE LINEA-CAR-CUIT TO REG-CARTA.
           WRITE REG-CARTA.

           MOVE LINEA-EN-BLANCO TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-CAR-CUERPO-1 TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-CAR-CUERPO-2 TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-CAR-CUERPO-3 TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-EN-BLANCO TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-CAR-ENCABEZADO TO REG-CARTA.
           WRITE REG-CARTA.

      *    todos los aumentos pendientes de la misma empresa, desde
      *    el primero en adelante.
           SET WS-K TO IND-TAB-AVI.
           PERFORM ESCRIBIR-AUMENTO-EN-CARTA
               UNTIL WS-K GREATER THAN WS-CANT-AVI.

           MOVE LINEA-EN-BLANCO TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-CAR-NOTA-1 TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-CAR-NOTA-2 TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-EN-BLANCO TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-CAR-CIERRE-1 TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-CAR-CIERRE-2 TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-EN-BLANCO TO REG-CARTA.
           WRITE REG-CARTA.
           MOVE LINEA-CAR-FIRMA TO REG-CARTA.
           WRITE REG-CARTA.

           CLOSE ARCH-CARTA.

           MOVE 'AT' TO WS-DES-TIPO.
           MOVE TAB-AVI-CUIT(IND-TAB-AVI) TO WS-DES-CUIT.
           MOVE WS-NOMBRE-CARTA TO WS-DES-ARCHIVO.
           MOVE WS-FECHA-HOY TO WS-DES-REFERENCIA.
           PERFORM ANOTAR-DOCUMENTO-DESPACHO.

      *    cada aumento va a la carta y queda asentado como avisado.
       ESCRIBIR-AUMENTO-EN-CARTA.
           IF TAB-AVI-EMPRESA(WS-K) EQUAL WS-EMPRESA-CARTA
              AND TAB-AVI-PENDIENTE(WS-K)
              MOVE TAB-AVI-SRT(WS-K) TO LIN-CAR-SRT
              MOVE TAB-AVI-VIG(WS-K) TO LIN-CAR-VIG
              MOVE TAB-AVI-ANTERIOR(WS-K) TO LIN-CAR-ANTERIOR
              MOVE TAB-AVI-NUEVA(WS-K) TO LIN-CAR-NUEVA
              MOVE TAB-AVI-MONEDA(WS-K) TO LIN-CAR-MONEDA
              MOVE TAB-AVI-IMPACTO(WS-K) TO LIN-CAR-IMPACTO
              MOVE LINEA-CAR-DETALLE TO REG-CARTA
              WRITE REG-CARTA
              PERFORM GRABAR-AVISO
              MOVE 'E' TO TAB-AVI-ESTADO(WS-K)
              MOVE WS-FECHA-HOY TO TAB-AVI-FECHA-AVISO(WS-K)
              ADD 1 TO WS-ACUM-AVISADOS
           END-IF.
           ADD 1 TO WS-K.

       GRABAR-AVISO.
           MOVE SPACES TO REG-AVISO-TARIFA.
           MOVE TAB-AVI-EMPRESA(WS-K) TO AVT-EMPRESA.
           MOVE TAB-AVI-SRT(WS-K) TO AVT-SRT.
           MOVE TAB-AVI-VIG(WS-K) TO AVT-VIG-DESDE.
           MOVE TAB-AVI-ANTERIOR(WS-K) TO AVT-TARIFA-ANTERIOR.
           MOVE TAB-AVI-NUEVA(WS-K) TO AVT-TARIFA-NUEVA.
           MOVE TAB-AVI-MONEDA(WS-K) TO AVT-MONEDA.
           MOVE WS-FECHA-HOY TO AVT-FECHA-AVISO.
           MOVE WS-NOMBRE-CARTA TO AVT-ARCHIVO.
           WRITE REG-AVISO-TARIFA
               INVALID KEY
                   DISPLAY 'NO PUDO GRABARSE EL AVISO ' AVT-CLAVE
                       ' EN AVISOS-TARIFAS.DAT ' FS-AVISOS
           END-WRITE.

      ******************************************************************
      * resumen de la corrida
      ******************************************************************
       IMPRIMIR-RESUMEN.
           MOVE WS-FECHA-HOY TO LIN-TIT-HOY.
           MOVE WS-VENTANA-HASTA TO LIN-TIT-HASTA.
           MOVE LINEA-RES-TITULO TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE LINEA-DIVISORIA TO REG-RESUMEN.
           WRITE REG-RESUMEN.

           SET IND-TAB-AVI TO 1.
           PERFORM IMPRIMIR-UN-AUMENTO
               UNTIL IND-TAB-AVI GREATER THAN WS-CANT-AVI.

           MOVE LINEA-DIVISORIA TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE WS-ACUM-CARTAS TO LIN-RES-CANT.
           MOVE WS-ACUM-AVISADOS TO LIN-RES-AVISADOS.
           MOVE WS-ACUM-YA-AVISADOS TO LIN-RES-YA-AVISADOS.
           MOVE LINEA-RES-TOTAL TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       IMPRIMIR-UN-AUMENTO.
           MOVE TAB-AVI-EMPRESA(IND-TAB-AVI) TO REG-EMP-IND-COD.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-COD.
           IF NOT EMP-OK
              MOVE 'EMPRESA SIN MAESTRO' TO REG-EMP-IND-RAZON.
           MOVE REG-EMP-IND-RAZON TO LIN-RES-RAZON.
           MOVE TAB-AVI-SRT(IND-TAB-AVI) TO LIN-RES-SRT.
           MOVE TAB-AVI-VIG(IND-TAB-AVI) TO LIN-RES-VIG.
           MOVE TAB-AVI-ANTERIOR(IND-TAB-AVI) TO LIN-RES-ANTERIOR.
           MOVE TAB-AVI-NUEVA(IND-TAB-AVI) TO LIN-RES-NUEVA.
           MOVE TAB-AVI-MONEDA(IND-TAB-AVI) TO LIN-RES-MONEDA.
           MOVE TAB-AVI-IMPACTO(IND-TAB-AVI) TO LIN-RES-IMPACTO.
           IF TAB-AVI-YA-AVISADO(IND-TAB-AVI)
              MOVE SPACES TO LIN-RES-OBS
              STRING 'YA AVISADO EL ' TAB-AVI-FECHA-AVISO(IND-TAB-AVI)
                  DELIMITED BY SIZE INTO LIN-RES-OBS
           ELSE
              MOVE 'AVISADO EN ESTA CORRIDA' TO LIN-RES-OBS.
           MOVE LINEA-RES-DETALLE TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           SET IND-TAB-AVI UP BY 1.

       TERMINAR.
           CLOSE ARCH-CONS-IDX.
           IF SRT-HIST-DISPONIBLE
              CLOSE ARCH-SRT-HIST-IDX.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-TAR-IDX.
           IF TAR-EMP-DISPONIBLE
              CLOSE ARCH-TAR-EMP-IDX.
           CLOSE ARCH-AVISOS.
           CLOSE ARCH-RESUMEN.
           IF DESPACHO-DISPONIBLE
              CLOSE ARCH-DESPACHO.
           DISPLAY WS-ACUM-CARTAS ' CARTAS DE AVISO GENERADAS - '
               'RESUMEN EN AVISO-TARIFAS.LST'.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.

      *    DESPACHO-DOCUMENTOS.DAT acumula entre corridas; si no
      *    puede abrirse las cartas salen igual, sin anotarse.
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
                  FS-DESPACHO ' - LAS CARTAS NO QUEDAN ANOTADAS '
                  'PARA EL DESPACHO'.

       ANOTAR-DOCUMENTO-DESPACHO.
           IF DESPACHO-DISPONIBLE
              MOVE SPACES TO REG-DOC-DESPACHO
              MOVE WS-DES-FECHA-CORRIDA TO DES-FECHA-GEN
              MOVE WS-DES-HORA-CORRIDA TO DES-HORA-GEN
              MOVE 'AvisoAumentoTarifas' TO DES-PROGRAMA
              MOVE WS-DES-TIPO TO DES-TIPO
              MOVE WS-DES-CUIT TO DES-CUIT
              MOVE WS-DES-ARCHIVO TO DES-ARCHIVO
              MOVE WS-DES-REFERENCIA TO DES-REFERENCIA
              WRITE REG-DOC-DESPACHO.
