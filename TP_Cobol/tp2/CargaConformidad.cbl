       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaConformidad.
       AUTHOR. Fede.

      *    carga la conformidad de horas que devuelve el cliente: lee
      *    CONFORMIDAD-<CUIT>-<AAAAMM>-RTA.DAT (el archivo de
      *    respuesta de GeneraSolicitudConformidad, con la columna
      *    de respuesta completada) y marca cada registro de horas
      *    como aceptado ('A') u observado ('O'). la respuesta se
      *    carga entera o no se carga: primero se controla todo el
      *    archivo - CUIT y periodo de la solicitud, respuesta A u O,
      *    motivo en las observadas, cada renglon presente en
      *    TIMES-INDEXED.DAT y la misma cantidad de renglones que se
      *    pidieron - y con cualquier error no se toca nada. cargada:
      *    - cada renglon queda marcado en CONFORMIDAD-RESPUESTAS.DAT
      *      con la respuesta, el motivo, la fecha y el usuario.
      *    - las horas observadas vuelven al circuito de suspenso
      *      (NOV-SUSPENSO.DAT, motivo OBSERVADA POR EL CLIENTE) para
      *      corregirse y reingresar por ReprocesarSuspenso, en lugar
      *      de facturarse: GeneraFacturas las descuenta de la
      *      factura del periodo.
      *    - la conformidad pasa a recibida en CONFORMIDADES.DAT, con
      *      las horas aceptadas y observadas, y libera la factura
      *      retenida de la empresa.
      *    no corre con una facturacion cortada pendiente de retomar
      *    (FACTURAS-CHECKPOINT.DAT): la corrida retomada tiene que
      *    retener las mismas empresas que la original. el detalle de
      *    la carga queda en CONFORMIDAD-CARGA.LST. CUIT y periodo se
      *    piden por pantalla o vienen en CONFORMIDAD-CUIT y
      *    CONFORMIDAD-PERIODO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-RESPUESTA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RESPUESTA.

           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY-TIMES
               ALTERNATE RECORD KEY IS REG-KEY-CUIT WITH DUPLICATES
               FILE STATUS IS FS-ARCH-TIMES-IDX.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-CONFORMIDADES ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CNF-CLAVE
                   FILE STATUS IS FS-CONFORMIDADES.

           SELECT ARCH-MARCAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MARCAS.

           SELECT ARCH-SUSPENSO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SUSPENSO.

           SELECT ARCH-CHECKPOINT ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CHECKPOINT.

           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.

           SELECT ARCH-FECHA-PROCESO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

       DATA DIVISION.
       FILE SECTION.

      *    mismo formato que deja GeneraSolicitudConformidad, con la
      *    respuesta y el motivo completados por el cliente.
       FD ARCH-RESPUESTA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-RESPUESTA
             DATA RECORD IS REG-RESPUESTA.

       01 REG-RESPUESTA.
           03 RTA-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(1).
           03 RTA-PERIODO                PIC 9(6).
           03 FILLER                     PIC X(1).
           03 RTA-CONSULTOR              PIC X(5).
           03 FILLER                     PIC X(1).
           03 RTA-FECHA                  PIC 9(8).
           03 FILLER                     PIC X(1).
           03 RTA-TAREA                  PIC X(4).
           03 FILLER                     PIC X(1).
           03 RTA-HORAS                  PIC 9(2)V99.
           03 FILLER                     PIC X(1).
           03 RTA-TIPO                   PIC X(1).
           03 FILLER                     PIC X(1).
           03 RTA-RESPUESTA              PIC X(1).
               88 RTA-ACEPTADA           VALUE 'A'.
               88 RTA-OBSERVADA          VALUE 'O'.
           03 FILLER                     PIC X(1).
           03 RTA-OBSERVACION            PIC X(40).

       FD ARCH-TIMES-IDX LABEL RECORD IS STANDARD
                VALUE OF FILE-ID IS 'TIMES-INDEXED.DAT'
                DATA RECORD IS REG-TIMES-INDEXED.

       01 REG-TIMES-INDEXED.
           03 REG-KEY-TIMES.
               05     REG-KEY-NUM               PIC X(5).
               05     REG-KEY-FECHA              PIC 9(8).
               05     REG-KEY-CUIT               PIC 9(11).
           03 REG-TIMES-IND-TAREA                 PIC X(4).
           03 REG-TIMES-IND-HORAS                 PIC 9(2)v99.
           03 REG-TIMES-IND-TIPO                  PIC X(1).
               88 REG-TIMES-IND-CORRECCION        VALUE 'C'.
           03 REG-TIMES-IND-ESTADO                PIC X(1).
           03 REG-TIMES-IND-CORRIDA               PIC X(14).
           03 REG-TIMES-IND-ORIGEN                PIC X(17).
      *    orden de trabajo del engagement (CargaOrdenesTrabajo);
      *    en blanco, sin orden - ver REG-NOV1-ORDEN en TP1.
           03 REG-TIMES-IND-ORDEN        PIC X(4).

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
      *    retencion configurada y condicion frente al IVA de la
      *    empresa - antes solo en EMPRESAS.DAT; el indexado las
      *    lleva desde que TP1 lee este maestro por clave. un
      *    registro viejo se lee con blancos (sin retencion, 'RI').
           03 REG-EMP-IND-RETENCION-PCT PIC 9(3)V99.
           03 REG-EMP-IND-COND-IVA     PIC X(2).
      *    limite de credito (0 = sin limite), jurisdiccion IIBB,
      *    plazo de pago en dias (0 = contado) y grupo economico (en
      *    blanco, sin grupo) - registros viejos se leen con blancos
      *    y ceros.
           03 REG-EMP-IND-LIMITE-CRED  PIC 9(10)V99.
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

      *    marca de cada registro de horas respondido, acumulada
      *    entre cargas: la respuesta del cliente con su motivo, la
      *    fecha de carga y quien la cargo.
       FD ARCH-MARCAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONFORMIDAD-RESPUESTAS.DAT'
             DATA RECORD IS REG-MARCA.

       01 REG-MARCA.
           03 MAR-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(1).
           03 MAR-PERIODO                PIC 9(6).
           03 FILLER                     PIC X(1).
           03 MAR-CONSULTOR              PIC X(5).
           03 FILLER                     PIC X(1).
           03 MAR-FECHA                  PIC 9(8).
           03 FILLER                     PIC X(1).
           03 MAR-TAREA                  PIC X(4).
           03 FILLER                     PIC X(1).
           03 MAR-HORAS                  PIC 9(2)V99.
           03 FILLER                     PIC X(1).
           03 MAR-TIPO                   PIC X(1).
           03 FILLER                     PIC X(1).
           03 MAR-RESPUESTA              PIC X(1).
           03 FILLER                     PIC X(1).
           03 MAR-OBSERVACION            PIC X(40).
           03 FILLER                     PIC X(1).
           03 MAR-FECHA-CARGA            PIC 9(8).
           03 FILLER                     PIC X(1).
           03 MAR-USUARIO                PIC X(20).

      *    mismo archivo de suspenso que alimenta TP1 y reprocesa
      *    ReprocesarSuspenso.
       FD ARCH-SUSPENSO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'NOV-SUSPENSO.DAT'
             DATA RECORD IS REG-SUSPENSO.

       01 REG-SUSPENSO.
           03 REG-SUS-NUMERO            PIC X(5).
           03 REG-SUS-FECHA             PIC 9(8).
           03 REG-SUS-EMPRESA           PIC 9(3).
           03 REG-SUS-TAREA             PIC X(4).
           03 REG-SUS-HORAS             PIC 9(2)V99.
           03 REG-SUS-TIPO              PIC X(1).
           03 REG-SUS-FECHA-HASTA       PIC 9(8).
      *    ver REG-NOV1-ORDEN en TP1.
           03 REG-SUS-ORDEN             PIC X(4).
           03 REG-SUS-MOTIVO            PIC X(30).
           03 REG-SUS-INTENTOS          PIC 9(2).

      *    solo se mira si tiene renglon: una facturacion cortada
      *    deja su checkpoint hasta terminar - ver GeneraFacturas,
      *    de donde sale el layout (343 bytes).
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

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
             DATA RECORD IS REG-SESION.

       01 REG-SESION.
           03 SES-USUARIO               PIC X(20).
           03 SES-ROL                   PIC X(1).
           03 SES-FECHA                 PIC 9(8).
           03 SES-HORA                  PIC 9(8).

      *    fecha de negocio mantenida desde PRINCIPAL: si existe con
      *    una fecha valida se usa como "hoy"; el reloj real queda
      *    solo para los timestamps de auditoria.
       FD ARCH-FECHA-PROCESO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FECHA-PROCESO.DAT'
             DATA RECORD IS REG-FECHA-PROCESO.

       01 REG-FECHA-PROCESO.
           03 FPR-FECHA                  PIC 9(8).

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONFORMIDAD-CARGA.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(100).

       WORKING-STORAGE SECTION.

       77 FS-RESPUESTA     PIC XX.
           88 RESPUESTA-OK   VALUE '00'.
           88 RESPUESTA-EOF  VALUE '10'.

       77 FS-ARCH-TIMES-IDX PIC XX.
           88 TIMES-OK       VALUE '00'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-CONFORMIDADES PIC XX.
           88 CONFORMIDADES-OK VALUE '00'.

       77 FS-MARCAS        PIC XX.
           88 MARCAS-OK      VALUE '00'.

       77 FS-SUSPENSO      PIC XX.
           88 SUSPENSO-OK    VALUE '00'.

       77 FS-CHECKPOINT    PIC XX.
           88 CHECKPOINT-OK  VALUE '00'.
           88 CHECKPOINT-EOF VALUE '10'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       77 FS-FECHA-PROCESO           PIC XX.
           88 FECHA-PROCESO-OK       VALUE '00'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno CONFORMIDAD-MODO vale 'BATCH',
      *    el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-CUIT-ENV                PIC X(11).
       01 WS-PERIODO-ENV             PIC X(6).

       01 WS-CUIT                    PIC 9(11).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-AAAA        PIC 9(4).
           03 WS-PERIODO-MM          PIC 9(2).

       01 WS-NOMBRE-RESPUESTA        PIC X(40).

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-USUARIO                 PIC X(20).

       01 WS-FACTURACION-CORTADA     PIC X VALUE 'N'.
           88 FACTURACION-CORTADA    VALUE 'S'.

      *    resultado del control de un renglon (en blanco, valido).
       01 WS-ERROR-RENGLON           PIC X(40).

       01 WS-CANT-RENGLONES          PIC 9(5) VALUE 0.
       01 WS-CANT-ERRORES            PIC 9(5) VALUE 0.
       01 WS-CANT-ACEPTADOS          PIC 9(5) VALUE 0.
       01 WS-CANT-OBSERVADOS         PIC 9(5) VALUE 0.
       01 WS-HORAS-RENGLON           PIC S9(3)V99.
       01 WS-HORAS-ACEPTADAS         PIC S9(5)V99 VALUE 0.
       01 WS-HORAS-OBSERVADAS        PIC S9(5)V99 VALUE 0.

       01 WS-FECHA-RENGLON           PIC 9(8).
       01 WS-FECHA-RENGLON-R REDEFINES WS-FECHA-RENGLON.
           03 WS-RENGLON-DD          PIC 9(2).
           03 WS-RENGLON-MM          PIC 9(2).
           03 WS-RENGLON-AAAA        PIC 9(4).

       01 LINEA-LIS-TITULO.
           03 FILLER                 PIC X(32) VALUE
              'CARGA DE CONFORMIDAD DE HORAS - '.
           03 LIN-LIS-ARCHIVO        PIC X(40).

       01 LINEA-LIS-EMPRESA.
           03 FILLER                 PIC X(9) VALUE 'EMPRESA: '.
           03 LIN-LIS-RAZON          PIC X(25).
           03 FILLER                 PIC X(8) VALUE '  CUIT: '.
           03 LIN-LIS-CUIT           PIC 9(11).
           03 FILLER                 PIC X(11) VALUE '  PERIODO: '.
           03 LIN-LIS-PERIODO        PIC 9(6).

       01 LINEA-LIS-RENGLON.
           03 LIN-LIS-NRO            PIC ZZZZ9.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-LIS-CONSULTOR      PIC X(5).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-LIS-FECHA          PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-LIS-TAREA          PIC X(4).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-LIS-HORAS          PIC -Z9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-LIS-RESPUESTA      PIC X(1).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-LIS-DETALLE        PIC X(40).

       01 LINEA-LIS-RECHAZO.
           03 FILLER                 PIC X(49) VALUE
              'RESPUESTA RECHAZADA, NO SE CARGO NADA - ERRORES: '.
           03 LIN-LIS-ERRORES        PIC ZZZZ9.

       01 LINEA-LIS-CANTIDAD.
           03 FILLER                 PIC X(33) VALUE
              'RENGLONES PEDIDOS / RECIBIDOS:  '.
           03 LIN-LIS-PEDIDOS        PIC ZZZZ9.
           03 FILLER                 PIC X(3) VALUE ' / '.
           03 LIN-LIS-RECIBIDOS      PIC ZZZZ9.

       01 LINEA-LIS-TOTALES.
           03 FILLER                 PIC X(18) VALUE
              'HORAS ACEPTADAS: '.
           03 LIN-LIS-HS-ACEPTADAS   PIC -ZZZZ9,99.
           03 FILLER                 PIC X(21) VALUE
              '   HORAS OBSERVADAS: '.
           03 LIN-LIS-HS-OBSERVADAS  PIC -ZZZZ9,99.
           03 FILLER                 PIC X(17) VALUE
              '  AL SUSPENSO: '.
           03 LIN-LIS-SUSPENSO       PIC ZZZZ9.

       01 LINEA-EN-BLANCO            PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.

       CARGA-CONFORMIDAD.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'CONFORMIDAD-MODO'.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM OBTENER-FECHA-PROCESO.
           PERFORM DETERMINAR-USUARIO-SESION.

           PERFORM CONTROLAR-FACTURACION-CORTADA.
           IF FACTURACION-CORTADA
              DISPLAY 'HAY UNA FACTURACION CORTADA PENDIENTE DE '
                  'RETOMAR (FACTURAS-CHECKPOINT.DAT) - TERMINARLA '
                  'ANTES DE CARGAR CONFORMIDADES'
              MOVE 12 TO RETURN-CODE
              PERFORM FIN.

           PERFORM PEDIR-CUIT-PERIODO.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM CONTROLAR-SOLICITUD.

      *    primera pasada: solo controles.
           OPEN INPUT ARCH-RESPUESTA.
           PERFORM LEER-RESPUESTA.
           PERFORM CONTROLAR-RENGLON UNTIL RESPUESTA-EOF.
           CLOSE ARCH-RESPUESTA.

           MOVE CNF-REGISTROS TO LIN-LIS-PEDIDOS.
           MOVE WS-CANT-RENGLONES TO LIN-LIS-RECIBIDOS.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-LIS-CANTIDAD TO REG-LISTADO.
           WRITE REG-LISTADO.
           IF WS-CANT-RENGLONES NOT EQUAL CNF-REGISTROS
              ADD 1 TO WS-CANT-ERRORES
              MOVE 'LA RESPUESTA NO TRAE TODOS LOS RENGLONES PEDIDOS'
                  TO REG-LISTADO
              WRITE REG-LISTADO.

           IF WS-CANT-ERRORES GREATER ZERO
              MOVE WS-CANT-ERRORES TO LIN-LIS-ERRORES
              MOVE LINEA-LIS-RECHAZO TO REG-LISTADO
              WRITE REG-LISTADO
              DISPLAY 'RESPUESTA RECHAZADA CON ' WS-CANT-ERRORES
                  ' ERRORES - VER CONFORMIDAD-CARGA.LST'
              MOVE 8 TO RETURN-CODE
              PERFORM CERRAR-ARCHIVOS
              PERFORM FIN.

      *    segunda pasada: marca, suspenso y totales.
           PERFORM ABRIR-SALIDAS.
           OPEN INPUT ARCH-RESPUESTA.
           PERFORM LEER-RESPUESTA.
           PERFORM APLICAR-RENGLON UNTIL RESPUESTA-EOF.
           CLOSE ARCH-RESPUESTA.

           PERFORM ASENTAR-CONFORMIDAD-RECIBIDA.

           MOVE WS-HORAS-ACEPTADAS TO LIN-LIS-HS-ACEPTADAS.
           MOVE WS-HORAS-OBSERVADAS TO LIN-LIS-HS-OBSERVADAS.
           MOVE WS-CANT-OBSERVADOS TO LIN-LIS-SUSPENSO.
           MOVE LINEA-LIS-TOTALES TO REG-LISTADO.
           WRITE REG-LISTADO.

           DISPLAY 'CONFORMIDAD CARGADA: ' WS-CANT-ACEPTADOS
               ' RENGLONES ACEPTADOS, ' WS-CANT-OBSERVADOS
               ' OBSERVADOS AL SUSPENSO'.

           CLOSE ARCH-MARCAS.
           CLOSE ARCH-SUSPENSO.
           PERFORM CERRAR-ARCHIVOS.
           PERFORM FIN.

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

       DETERMINAR-USUARIO-SESION.
           MOVE SPACES TO WS-USUARIO.
           OPEN INPUT ARCH-SESION.
           IF SESION-OK
              READ ARCH-SESION AT END MOVE SPACES TO SES-USUARIO
              END-READ
              IF SES-USUARIO NOT EQUAL SPACES
                 MOVE SES-USUARIO TO WS-USUARIO
              END-IF
              CLOSE ARCH-SESION.
           IF WS-USUARIO EQUAL SPACES
              ACCEPT WS-USUARIO FROM ENVIRONMENT 'USER'.
           IF WS-USUARIO EQUAL SPACES
              MOVE 'DESCONOCIDO' TO WS-USUARIO.

       CONTROLAR-FACTURACION-CORTADA.
           MOVE 'N' TO WS-FACTURACION-CORTADA.
           OPEN INPUT ARCH-CHECKPOINT.
      *    cualquier lectura que no sea fin de archivo es un renglon:
      *    ante la duda la facturacion se da por cortada.
           IF CHECKPOINT-OK
              READ ARCH-CHECKPOINT
              IF NOT CHECKPOINT-EOF
                 MOVE 'S' TO WS-FACTURACION-CORTADA
              END-IF
              CLOSE ARCH-CHECKPOINT.

       PEDIR-CUIT-PERIODO.
           MOVE SPACES TO WS-CUIT-ENV.
           ACCEPT WS-CUIT-ENV FROM ENVIRONMENT 'CONFORMIDAD-CUIT'.
           IF WS-CUIT-ENV EQUAL SPACES
              DISPLAY 'CUIT DE LA EMPRESA (11 DIGITOS): '
              ACCEPT WS-CUIT-ENV.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT
               'CONFORMIDAD-PERIODO'.
           IF WS-PERIODO-ENV EQUAL SPACES
              DISPLAY 'PERIODO DE LA CONFORMIDAD (AAAAMM): '
              ACCEPT WS-PERIODO-ENV.

           IF WS-CUIT-ENV IS NOT NUMERIC
              OR WS-PERIODO-ENV IS NOT NUMERIC
              DISPLAY 'CUIT O PERIODO INVALIDO: ' WS-CUIT-ENV ' '
                  WS-PERIODO-ENV
              MOVE 16 TO RETURN-CODE
              PERFORM FIN.
           MOVE WS-CUIT-ENV TO WS-CUIT.
           MOVE WS-PERIODO-ENV TO WS-PERIODO.

           MOVE SPACES TO WS-NOMBRE-RESPUESTA.
           STRING 'CONFORMIDAD-' WS-CUIT '-' WS-PERIODO '-RTA.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-RESPUESTA.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-RESPUESTA.
           IF NOT RESPUESTA-OK
              DISPLAY 'NO PUDO ABRIRSE ' WS-NOMBRE-RESPUESTA ' '
                  FS-RESPUESTA
              MOVE 16 TO RETURN-CODE
              PERFORM FIN.
           CLOSE ARCH-RESPUESTA.

           OPEN INPUT ARCH-TIMES-IDX.
           IF NOT TIMES-OK
              DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT '
                  FS-ARCH-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              PERFORM FIN.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              PERFORM FIN.

           OPEN I-O ARCH-CONFORMIDADES.
           IF NOT CONFORMIDADES-OK
              DISPLAY 'NO PUDO ABRIRSE CONFORMIDADES.DAT '
                  FS-CONFORMIDADES ' - NO HAY SOLICITUDES EMITIDAS'
              MOVE 16 TO RETURN-CODE
              PERFORM FIN.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE CONFORMIDAD-CARGA.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              PERFORM FIN.

           MOVE WS-NOMBRE-RESPUESTA TO LIN-LIS-ARCHIVO.
           MOVE LINEA-LIS-TITULO TO REG-LISTADO.
           WRITE REG-LISTADO.

      *    la respuesta solo se carga sobre una solicitud pendiente
      *    de una empresa que exige conformidad.
       CONTROLAR-SOLICITUD.
           MOVE WS-CUIT TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF NOT EMP-OK
              DISPLAY 'NO EXISTE UNA EMPRESA CON CUIT ' WS-CUIT
              MOVE 16 TO RETURN-CODE
              PERFORM CERRAR-ARCHIVOS
              PERFORM FIN.

           MOVE REG-EMP-IND-RAZON TO LIN-LIS-RAZON.
           MOVE WS-CUIT TO LIN-LIS-CUIT.
           MOVE WS-PERIODO TO LIN-LIS-PERIODO.
           MOVE LINEA-LIS-EMPRESA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-EN-BLANCO TO REG-LISTADO.
           WRITE REG-LISTADO.

           MOVE WS-CUIT TO CNF-CUIT.
           MOVE WS-PERIODO TO CNF-PERIODO.
           READ ARCH-CONFORMIDADES RECORD KEY IS CNF-CLAVE.
           IF NOT CONFORMIDADES-OK
              DISPLAY 'NO HAY SOLICITUD DE CONFORMIDAD PARA ' WS-CUIT
                  ' PERIODO ' WS-PERIODO
              MOVE 16 TO RETURN-CODE
              PERFORM CERRAR-ARCHIVOS
              PERFORM FIN.

           IF NOT CNF-PENDIENTE
              IF CNF-RECIBIDA
                 DISPLAY 'LA CONFORMIDAD DE ' WS-CUIT ' PERIODO '
                     WS-PERIODO ' YA FUE CARGADA EL '
                     CNF-FECHA-RESPUESTA
              ELSE
                 DISPLAY 'EL PERIODO ' WS-PERIODO ' DE ' WS-CUIT
                     ' YA FUE FACTURADO'
              END-IF
              MOVE 12 TO RETURN-CODE
              PERFORM CERRAR-ARCHIVOS
              PERFORM FIN.

       LEER-RESPUESTA.
           READ ARCH-RESPUESTA AT END MOVE '10' TO FS-RESPUESTA.

      *    la respuesta en minuscula se acepta igual.
       CONTROLAR-RENGLON.
           ADD 1 TO WS-CANT-RENGLONES.
           MOVE SPACES TO WS-ERROR-RENGLON.
           IF RTA-RESPUESTA EQUAL 'a'
              MOVE 'A' TO RTA-RESPUESTA.
           IF RTA-RESPUESTA EQUAL 'o'
              MOVE 'O' TO RTA-RESPUESTA.

           IF RTA-CUIT IS NOT NUMERIC OR RTA-CUIT NOT EQUAL WS-CUIT
              MOVE 'CUIT DISTINTO DEL DE LA SOLICITUD'
                  TO WS-ERROR-RENGLON
           ELSE
           IF RTA-PERIODO IS NOT NUMERIC
              OR RTA-PERIODO NOT EQUAL WS-PERIODO
              MOVE 'PERIODO DISTINTO DEL DE LA SOLICITUD'
                  TO WS-ERROR-RENGLON
           ELSE
           IF NOT RTA-ACEPTADA AND NOT RTA-OBSERVADA
              MOVE 'RESPUESTA SIN COMPLETAR (A U O)'
                  TO WS-ERROR-RENGLON
           ELSE
           IF RTA-OBSERVADA AND RTA-OBSERVACION EQUAL SPACES
              MOVE 'HORAS OBSERVADAS SIN MOTIVO'
                  TO WS-ERROR-RENGLON
           ELSE
              PERFORM BUSCAR-HORAS-RENGLON
              IF NOT TIMES-OK
                 MOVE 'REGISTRO DE HORAS INEXISTENTE'
                     TO WS-ERROR-RENGLON
              END-IF
           END-IF.

           IF WS-ERROR-RENGLON NOT EQUAL SPACES
              ADD 1 TO WS-CANT-ERRORES
              PERFORM LISTAR-RENGLON.

           PERFORM LEER-RESPUESTA.

      *    el renglon tiene que seguir en TIMES-INDEXED.DAT con la
      *    misma clave y el mismo mes.
       BUSCAR-HORAS-RENGLON.
           MOVE RTA-CONSULTOR TO REG-KEY-NUM.
           MOVE RTA-FECHA TO REG-KEY-FECHA.
           MOVE RTA-CUIT TO REG-KEY-CUIT.
           READ ARCH-TIMES-IDX RECORD KEY IS REG-KEY-TIMES.
           IF TIMES-OK
              MOVE RTA-FECHA TO WS-FECHA-RENGLON
              IF WS-RENGLON-AAAA NOT EQUAL WS-PERIODO-AAAA
                 OR WS-RENGLON-MM NOT EQUAL WS-PERIODO-MM
                 MOVE '23' TO FS-ARCH-TIMES-IDX.

       LISTAR-RENGLON.
           MOVE WS-CANT-RENGLONES TO LIN-LIS-NRO.
           MOVE RTA-CONSULTOR TO LIN-LIS-CONSULTOR.
           MOVE RTA-FECHA TO LIN-LIS-FECHA.
           MOVE RTA-TAREA TO LIN-LIS-TAREA.
           MOVE RTA-HORAS TO LIN-LIS-HORAS.
           MOVE RTA-RESPUESTA TO LIN-LIS-RESPUESTA.
           IF WS-ERROR-RENGLON NOT EQUAL SPACES
              MOVE WS-ERROR-RENGLON TO LIN-LIS-DETALLE
           ELSE
              MOVE RTA-OBSERVACION TO LIN-LIS-DETALLE.
           MOVE LINEA-LIS-RENGLON TO REG-LISTADO.
           WRITE REG-LISTADO.

       ABRIR-SALIDAS.
           OPEN EXTEND ARCH-MARCAS.
           IF NOT MARCAS-OK
              OPEN OUTPUT ARCH-MARCAS.
           IF NOT MARCAS-OK
              DISPLAY 'NO PUDO ABRIRSE CONFORMIDAD-RESPUESTAS.DAT '
                  FS-MARCAS
              MOVE 16 TO RETURN-CODE
              PERFORM CERRAR-ARCHIVOS
              PERFORM FIN.

           OPEN EXTEND ARCH-SUSPENSO.
           IF NOT SUSPENSO-OK
              OPEN OUTPUT ARCH-SUSPENSO.
           IF NOT SUSPENSO-OK
              DISPLAY 'NO PUDO ABRIRSE NOV-SUSPENSO.DAT ' FS-SUSPENSO
              MOVE 16 TO RETURN-CODE
              CLOSE ARCH-MARCAS
              PERFORM CERRAR-ARCHIVOS
              PERFORM FIN.

           MOVE 0 TO WS-CANT-RENGLONES.

      *    una correccion ('C') reversa horas: resta del total de su
      *    respuesta, igual que en la solicitud.
       APLICAR-RENGLON.
           ADD 1 TO WS-CANT-RENGLONES.
           MOVE SPACES TO WS-ERROR-RENGLON.
           IF RTA-RESPUESTA EQUAL 'a'
              MOVE 'A' TO RTA-RESPUESTA.
           IF RTA-RESPUESTA EQUAL 'o'
              MOVE 'O' TO RTA-RESPUESTA.

           PERFORM BUSCAR-HORAS-RENGLON.
           IF REG-TIMES-IND-CORRECCION
              COMPUTE WS-HORAS-RENGLON = 0 - REG-TIMES-IND-HORAS
           ELSE
              MOVE REG-TIMES-IND-HORAS TO WS-HORAS-RENGLON
           END-IF.

           IF RTA-ACEPTADA
              ADD 1 TO WS-CANT-ACEPTADOS
              ADD WS-HORAS-RENGLON TO WS-HORAS-ACEPTADAS
           ELSE
              ADD 1 TO WS-CANT-OBSERVADOS
              ADD WS-HORAS-RENGLON TO WS-HORAS-OBSERVADAS
              PERFORM GRABAR-SUSPENSO
           END-IF.

           MOVE SPACES TO REG-MARCA.
           MOVE WS-CUIT TO MAR-CUIT.
           MOVE WS-PERIODO TO MAR-PERIODO.
           MOVE RTA-CONSULTOR TO MAR-CONSULTOR.
           MOVE RTA-FECHA TO MAR-FECHA.
           MOVE REG-TIMES-IND-TAREA TO MAR-TAREA.
           MOVE REG-TIMES-IND-HORAS TO MAR-HORAS.
           MOVE REG-TIMES-IND-TIPO TO MAR-TIPO.
           MOVE RTA-RESPUESTA TO MAR-RESPUESTA.
           MOVE RTA-OBSERVACION TO MAR-OBSERVACION.
           MOVE WS-FECHA-HOY TO MAR-FECHA-CARGA.
           MOVE WS-USUARIO TO MAR-USUARIO.
           WRITE REG-MARCA.

           PERFORM LISTAR-RENGLON.
           PERFORM LEER-RESPUESTA.

      *    la novedad observada vuelve al suspenso en formato NOV,
      *    con los datos del registro de horas (la empresa por su
      *    codigo, como la carga el consultor) y sin intentos.
       GRABAR-SUSPENSO.
           MOVE REG-KEY-NUM TO REG-SUS-NUMERO.
           MOVE REG-KEY-FECHA TO REG-SUS-FECHA.
           MOVE REG-EMP-IND-COD TO REG-SUS-EMPRESA.
           MOVE REG-TIMES-IND-TAREA TO REG-SUS-TAREA.
           MOVE REG-TIMES-IND-HORAS TO REG-SUS-HORAS.
           MOVE REG-TIMES-IND-TIPO TO REG-SUS-TIPO.
           MOVE 0 TO REG-SUS-FECHA-HASTA.
           MOVE REG-TIMES-IND-ORDEN TO REG-SUS-ORDEN.
           MOVE 'OBSERVADA POR EL CLIENTE' TO REG-SUS-MOTIVO.
           MOVE 0 TO REG-SUS-INTENTOS.
           WRITE REG-SUSPENSO.

       ASENTAR-CONFORMIDAD-RECIBIDA.
           MOVE 'R' TO CNF-ESTADO.
           MOVE WS-FECHA-HOY TO CNF-FECHA-RESPUESTA.
           MOVE WS-HORAS-ACEPTADAS TO CNF-HORAS-ACEPTADAS.
           MOVE WS-HORAS-OBSERVADAS TO CNF-HORAS-OBSERVADAS.
           MOVE WS-USUARIO TO CNF-USUARIO.
           REWRITE REG-CONFORMIDAD.
           IF NOT CONFORMIDADES-OK
              DISPLAY 'NO PUDO ACTUALIZARSE CONFORMIDADES.DAT '
                  FS-CONFORMIDADES
              MOVE 16 TO RETURN-CODE.

       CERRAR-ARCHIVOS.
           CLOSE ARCH-TIMES-IDX.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-CONFORMIDADES.
           CLOSE ARCH-LISTADO.

       FIN.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
