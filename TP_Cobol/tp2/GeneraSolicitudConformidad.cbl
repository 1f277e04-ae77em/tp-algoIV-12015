       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeneraSolicitudConformidad.
       AUTHOR. Fede.

      *    solicitud de conformidad de horas: para cada empresa que
      *    exige conformidad antes de facturar
      *    (REG-EMP-IND-CONFORMIDAD = 'S', MantenimientoEmpresas)
      *    arma, con las horas del periodo en TIMES-INDEXED.DAT, la
      *    solicitud imprimible CONFORMIDAD-<CUIT>-<AAAAMM>.LST y el
      *    archivo de respuesta CONFORMIDAD-<CUIT>-<AAAAMM>.DAT, un
      *    renglon por registro de horas con la columna de respuesta
      *    en blanco: el cliente la completa con 'A' (aceptada) u 'O'
      *    (observada, con el motivo) y lo devuelve como
      *    CONFORMIDAD-<CUIT>-<AAAAMM>-RTA.DAT para CargaConformidad.
      *    mientras la conformidad no vuelve, GeneraFacturas retiene
      *    la factura de la empresa, asi que todas las horas del
      *    periodo estan todavia sin facturar al cliente aunque TP1
      *    ya las haya marcado: la solicitud las toma todas, y no se
      *    vuelve a emitir para un periodo ya recibido o facturado.
      *    cada solicitud queda en CONFORMIDADES.DAT como pendiente
      *    (una por CUIT y periodo) y anotada en
      *    DESPACHO-DOCUMENTOS.DAT para GestionDespachos. el periodo
      *    (AAAAMM) sale de CONFORMIDAD-PERIODO; sin la variable, el
      *    mes de la fecha de proceso. el resumen de la corrida queda
      *    en CONFORMIDADES-SOLICITADAS.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-TIMES-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY-TIMES
               ALTERNATE RECORD KEY IS REG-KEY-CUIT WITH DUPLICATES
               FILE STATUS IS FS-ARCH-TIMES-IDX.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-CONFORMIDADES ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CNF-CLAVE
                   FILE STATUS IS FS-CONFORMIDADES.

           SELECT ARCH-FECHA-PROCESO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCH-SOLICITUD ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SOLICITUD.

           SELECT ARCH-RESPUESTA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RESPUESTA.

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
               05     REG-KEY-NUM               PIC X(5).
               05     REG-KEY-FECHA.
                   07 REG-KEY-DD                PIC 9(2).
                   07 REG-KEY-MM                PIC 9(2).
                   07 REG-KEY-AAAA              PIC 9(4).
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

      *    una conformidad por CUIT y periodo (AAAAMM): 'P' pedida
      *    al cliente, 'R' recibida (CargaConformidad, con las horas
      *    aceptadas y observadas) y 'F' ya facturada
      *    (GeneraFacturas).
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

      *    fecha de negocio mantenida desde PRINCIPAL: si existe con
      *    una fecha valida se usa como "hoy"; el reloj real queda
      *    solo para los timestamps de auditoria.
       FD ARCH-FECHA-PROCESO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FECHA-PROCESO.DAT'
             DATA RECORD IS REG-FECHA-PROCESO.

       01 REG-FECHA-PROCESO.
           03 FPR-FECHA                  PIC 9(8).

      *    una solicitud por empresa, nombre dinamico
      *    CONFORMIDAD-<CUIT>-<AAAAMM>.LST.
       FD ARCH-SOLICITUD LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-SOLICITUD
             DATA RECORD IS REG-SOLICITUD.

       01 REG-SOLICITUD                  PIC X(80).

      *    archivo de respuesta que completa el cliente, nombre
      *    dinamico CONFORMIDAD-<CUIT>-<AAAAMM>.DAT; vuelve con el
      *    mismo formato (ver CargaConformidad).
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
           03 FILLER                     PIC X(1).
           03 RTA-OBSERVACION            PIC X(40).

       FD ARCH-RESUMEN LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONFORMIDADES-SOLICITADAS.LST'
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

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.
           88 EMP-EOF        VALUE '10'.

       77 FS-CONFORMIDADES PIC XX.
           88 CONFORMIDADES-OK VALUE '00'.

       77 FS-FECHA-PROCESO           PIC XX.
           88 FECHA-PROCESO-OK       VALUE '00'.

       77 FS-SOLICITUD     PIC XX.
           88 SOLICITUD-OK   VALUE '00'.

       77 FS-RESPUESTA     PIC XX.
           88 RESPUESTA-OK   VALUE '00'.

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

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno CONFORMIDAD-MODO vale 'BATCH',
      *    el programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).

       01 WS-NOMBRE-SOLICITUD        PIC X(40).
       01 WS-NOMBRE-RESPUESTA        PIC X(40).

       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           03 WS-PERIODO-AAAA        PIC 9(4).
           03 WS-PERIODO-MM          PIC 9(2).

       01 WS-CUIT-EDIT               PIC 9(11).

      *    estado de la conformidad del periodo para la empresa en
      *    curso, leido antes de armar la solicitud.
       01 WS-CONFORMIDAD-EXISTE      PIC X VALUE 'N'.
           88 CONFORMIDAD-EXISTE     VALUE 'S'.

       01 WS-SOLICITUD-ABIERTA       PIC X VALUE 'N'.
           88 SOLICITUD-ABIERTA      VALUE 'S'.

       01 WS-FIN-HORAS-EMPRESA       PIC X VALUE 'N'.
           88 FIN-HORAS-EMPRESA      VALUE 'S'.

       01 WS-CANT-REGISTROS          PIC 9(5).
       01 WS-HORAS-EMPRESA           PIC S9(5)V99.

       01 WS-ACUM-EMPRESAS           PIC 9(4) VALUE 0.
       01 WS-ACUM-SOLICITUDES        PIC 9(4) VALUE 0.
       01 WS-ACUM-SIN-HORAS          PIC 9(4) VALUE 0.
       01 WS-ACUM-YA-RESUELTAS       PIC 9(4) VALUE 0.

       01 LINEA-SOL-FECHA.
           03 FILLER                 PIC X(17) VALUE 'BUENOS AIRES, '.
           03 LIN-SOL-FECHA          PIC 9(8).

       01 LINEA-SOL-SENORES.
           03 FILLER                 PIC X(8) VALUE 'SENORES '.
           03 LIN-SOL-RAZON          PIC X(25).

       01 LINEA-SOL-DIRECCION.
           03 LIN-SOL-DIRECCION      PIC X(20).

       01 LINEA-SOL-CUIT.
           03 FILLER                 PIC X(6) VALUE 'CUIT: '.
           03 LIN-SOL-CUIT           PIC 9(11).

       01 LINEA-SOL-CUERPO-1         PIC X(70) VALUE
          'DE NUESTRA CONSIDERACION:'.

       01 LINEA-SOL-CUERPO-2.
           03 FILLER                 PIC X(56) VALUE
              'SOLICITAMOS SU CONFORMIDAD CON LAS HORAS DEL PERIODO '.
           03 LIN-SOL-PERIODO        PIC 9(6).

       01 LINEA-SOL-CUERPO-3         PIC X(70) VALUE
          'ANTES DE EMITIR LA FACTURA. INDIQUE EN EL ARCHIVO ADJUNTO'.

       01 LINEA-SOL-CUERPO-4         PIC X(70) VALUE
          'A (ACEPTADA) U O (OBSERVADA, CON EL MOTIVO) POR RENGLON.'.

       01 LINEA-SOL-TITULOS.
           03 FILLER                 PIC X(11) VALUE 'CONSULTOR'.
           03 FILLER                 PIC X(11) VALUE 'FECHA'.
           03 FILLER                 PIC X(7)  VALUE 'TAREA'.
           03 FILLER                 PIC X(9)  VALUE 'HORAS'.
           03 FILLER                 PIC X(12) VALUE 'TIPO'.

       01 LINEA-SOL-DETALLE.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-SOL-CONSULTOR      PIC X(5).
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-SOL-FECHA-HS       PIC 9(8).
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-SOL-TAREA          PIC X(4).
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-SOL-HORAS          PIC -Z9,99.
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 LIN-SOL-TIPO           PIC X(12).

       01 LINEA-SOL-TOTAL.
           03 FILLER                 PIC X(29) VALUE
              'TOTAL DE HORAS DEL PERIODO: '.
           03 LIN-SOL-TOTAL          PIC -ZZZZ9,99.

       01 LINEA-SOL-ARCHIVO.
           03 FILLER                 PIC X(20) VALUE
              'ARCHIVO A DEVOLVER: '.
           03 LIN-SOL-ARCHIVO        PIC X(40).

       01 LINEA-SOL-CIERRE           PIC X(70) VALUE
          'SIN OTRO PARTICULAR, SALUDAMOS A UDS. ATTE.'.

       01 LINEA-SOL-FIRMA            PIC X(40) VALUE
          '                      ADMINISTRACION'.

       01 LINEA-RES-TITULO.
           03 FILLER                 PIC X(45) VALUE
              'SOLICITUDES DE CONFORMIDAD DE HORAS - PERIODO'.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RES-PERIODO        PIC 9(6).

       01 LINEA-RES-DETALLE.
           03 LIN-RES-RAZON          PIC X(25).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-RES-CUIT           PIC 9(11).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-RES-HORAS          PIC -ZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-RES-ESTADO         PIC X(40).

       01 LINEA-RES-TOTAL.
           03 FILLER                 PIC X(30) VALUE
              'EMPRESAS CON CONFORMIDAD:     '.
           03 LIN-RES-EMPRESAS       PIC ZZZ9.
           03 FILLER                 PIC X(16) VALUE
              '  SOLICITUDES: '.
           03 LIN-RES-SOLICITUDES    PIC ZZZ9.

       01 LINEA-EN-BLANCO            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       GENERA-SOLICITUD-CONFORMIDAD.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
               'CONFORMIDAD-MODO'.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM OBTENER-FECHA-PROCESO.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.

           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT
               'CONFORMIDAD-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NUMERIC
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              ELSE
                 DISPLAY 'CONFORMIDAD-PERIODO INVALIDO (AAAAMM): '
                     WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           IF WS-PERIODO-MM LESS 1 OR WS-PERIODO-MM GREATER 12
              DISPLAY 'CONFORMIDAD-PERIODO INVALIDO (AAAAMM): '
                  WS-PERIODO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           DISPLAY 'SOLICITUDES DE CONFORMIDAD DEL PERIODO '
               WS-PERIODO.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM ABRIR-DESPACHO.

           PERFORM LEER-EMPRESA.
           PERFORM EVALUAR-EMPRESA UNTIL EMP-EOF.

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

      *    CONFORMIDADES.DAT acumula entre corridas; se crea de cero
      *    la primera vez.
       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-TIMES-IDX.
           IF NOT TIMES-OK
              DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT '
                  FS-ARCH-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN I-O ARCH-CONFORMIDADES.
           IF NOT CONFORMIDADES-OK
              OPEN OUTPUT ARCH-CONFORMIDADES
              IF CONFORMIDADES-OK
                 DISPLAY 'ARCHIVO CONFORMIDADES.DAT CREADO'
                 CLOSE ARCH-CONFORMIDADES
                 OPEN I-O ARCH-CONFORMIDADES
              END-IF
              IF NOT CONFORMIDADES-OK
                 DISPLAY 'NO PUDO ABRIRSE CONFORMIDADES.DAT '
                     FS-CONFORMIDADES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           OPEN OUTPUT ARCH-RESUMEN.
           IF NOT RESUMEN-OK
              DISPLAY 'NO PUDO CREARSE CONFORMIDADES-SOLICITADAS.LST '
                  FS-RESUMEN
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-PERIODO TO LIN-RES-PERIODO.
           MOVE LINEA-RES-TITULO TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE LINEA-EN-BLANCO TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       LEER-EMPRESA.
           READ ARCH-EMP-IDX NEXT RECORD
               AT END MOVE '10' TO FS-ARCH-EMP-IDX.

      *    solo las empresas que exigen conformidad; un periodo ya
      *    recibido o facturado no se vuelve a pedir, uno pendiente
      *    se vuelve a emitir con las horas al dia.
       EVALUAR-EMPRESA.
           IF REG-EMP-IND-EXIGE-CONFORMIDAD
              ADD 1 TO WS-ACUM-EMPRESAS
              PERFORM BUSCAR-CONFORMIDAD
              IF CONFORMIDAD-EXISTE AND NOT CNF-PENDIENTE
                 ADD 1 TO WS-ACUM-YA-RESUELTAS
                 MOVE 0 TO WS-HORAS-EMPRESA
                 IF CNF-RECIBIDA
                    MOVE 'CONFORMIDAD YA RECIBIDA, NO SE PIDE'
                        TO LIN-RES-ESTADO
                 ELSE
                    MOVE 'PERIODO YA FACTURADO, NO SE PIDE'
                        TO LIN-RES-ESTADO
                 END-IF
                 PERFORM ESCRIBIR-RESUMEN-EMPRESA
              ELSE
                 PERFORM ARMAR-SOLICITUD-EMPRESA
              END-IF
           END-IF.

           PERFORM LEER-EMPRESA.

       BUSCAR-CONFORMIDAD.
           MOVE 'N' TO WS-CONFORMIDAD-EXISTE.
           MOVE REG-EMP-IND-CUIT TO CNF-CUIT.
           MOVE WS-PERIODO TO CNF-PERIODO.
           READ ARCH-CONFORMIDADES RECORD KEY IS CNF-CLAVE.
           IF CONFORMIDADES-OK
              MOVE 'S' TO WS-CONFORMIDAD-EXISTE.

      *    recorre las horas de la empresa por la clave alternativa
      *    CUIT (mismo START que POSICIONAR-MAESTRO-TIMES en TP2) y
      *    toma las del periodo; los archivos de la empresa se abren
      *    recien con el primer registro, asi una empresa sin horas
      *    en el mes no recibe una solicitud vacia.
       ARMAR-SOLICITUD-EMPRESA.
           MOVE 'N' TO WS-SOLICITUD-ABIERTA.
           MOVE 'N' TO WS-FIN-HORAS-EMPRESA.
           MOVE 0 TO WS-CANT-REGISTROS.
           MOVE 0 TO WS-HORAS-EMPRESA.

           MOVE REG-EMP-IND-CUIT TO WS-CUIT-EDIT.
           MOVE SPACES TO WS-NOMBRE-SOLICITUD.
           STRING 'CONFORMIDAD-' WS-CUIT-EDIT '-' WS-PERIODO '.LST'
               DELIMITED BY SIZE INTO WS-NOMBRE-SOLICITUD.
           MOVE SPACES TO WS-NOMBRE-RESPUESTA.
           STRING 'CONFORMIDAD-' WS-CUIT-EDIT '-' WS-PERIODO '.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-RESPUESTA.

           MOVE REG-EMP-IND-CUIT TO REG-KEY-CUIT.
           START ARCH-TIMES-IDX KEY IS EQUAL REG-KEY-CUIT
               INVALID KEY MOVE 'S' TO WS-FIN-HORAS-EMPRESA
           END-START.
           PERFORM TOMAR-HORAS-EMPRESA UNTIL FIN-HORAS-EMPRESA.

           IF SOLICITUD-ABIERTA
              PERFORM CERRAR-SOLICITUD
              PERFORM ASENTAR-CONFORMIDAD-PEDIDA
              MOVE WS-NOMBRE-SOLICITUD TO LIN-RES-ESTADO
           ELSE
              ADD 1 TO WS-ACUM-SIN-HORAS
              MOVE 'SIN HORAS EN EL PERIODO' TO LIN-RES-ESTADO
           END-IF.
           PERFORM ESCRIBIR-RESUMEN-EMPRESA.

       TOMAR-HORAS-EMPRESA.
           READ ARCH-TIMES-IDX NEXT RECORD
               AT END MOVE 'S' TO WS-FIN-HORAS-EMPRESA
           END-READ.
           IF NOT FIN-HORAS-EMPRESA
              IF REG-KEY-CUIT NOT EQUAL REG-EMP-IND-CUIT
                 MOVE 'S' TO WS-FIN-HORAS-EMPRESA
              ELSE
                 IF REG-KEY-AAAA EQUAL WS-PERIODO-AAAA
                    AND REG-KEY-MM EQUAL WS-PERIODO-MM
                    PERFORM AGREGAR-RENGLON-SOLICITUD
                 END-IF
              END-IF
           END-IF.

      *    una correccion ('C') reversa horas ya cargadas: resta del
      *    total y se lista aparte, para que el cliente vea el neto.
       AGREGAR-RENGLON-SOLICITUD.
           IF NOT SOLICITUD-ABIERTA
              PERFORM ABRIR-SOLICITUD.

           ADD 1 TO WS-CANT-REGISTROS.
           MOVE REG-KEY-NUM TO LIN-SOL-CONSULTOR.
           MOVE REG-KEY-FECHA TO LIN-SOL-FECHA-HS.
           MOVE REG-TIMES-IND-TAREA TO LIN-SOL-TAREA.
           IF REG-TIMES-IND-CORRECCION
              SUBTRACT REG-TIMES-IND-HORAS FROM WS-HORAS-EMPRESA
              COMPUTE LIN-SOL-HORAS = 0 - REG-TIMES-IND-HORAS
              MOVE 'CORRECCION' TO LIN-SOL-TIPO
           ELSE
              ADD REG-TIMES-IND-HORAS TO WS-HORAS-EMPRESA
              MOVE REG-TIMES-IND-HORAS TO LIN-SOL-HORAS
              MOVE SPACES TO LIN-SOL-TIPO
           END-IF.
           MOVE LINEA-SOL-DETALLE TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.

           MOVE SPACES TO REG-RESPUESTA.
           MOVE REG-EMP-IND-CUIT TO RTA-CUIT.
           MOVE WS-PERIODO TO RTA-PERIODO.
           MOVE REG-KEY-NUM TO RTA-CONSULTOR.
           MOVE REG-KEY-FECHA TO RTA-FECHA.
           MOVE REG-TIMES-IND-TAREA TO RTA-TAREA.
           MOVE REG-TIMES-IND-HORAS TO RTA-HORAS.
           MOVE REG-TIMES-IND-TIPO TO RTA-TIPO.
           WRITE REG-RESPUESTA.

       ABRIR-SOLICITUD.
           OPEN OUTPUT ARCH-SOLICITUD.
           IF NOT SOLICITUD-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-SOLICITUD ' '
                  FS-SOLICITUD
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-RESPUESTA.
           IF NOT RESPUESTA-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-RESPUESTA ' '
                  FS-RESPUESTA
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE 'S' TO WS-SOLICITUD-ABIERTA.

           MOVE WS-FECHA-HOY TO LIN-SOL-FECHA.
           MOVE LINEA-SOL-FECHA TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-EN-BLANCO TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.

           MOVE REG-EMP-IND-RAZON TO LIN-SOL-RAZON.
           MOVE LINEA-SOL-SENORES TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE REG-EMP-IND-DIRECCION TO LIN-SOL-DIRECCION.
           MOVE LINEA-SOL-DIRECCION TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE REG-EMP-IND-CUIT TO LIN-SOL-CUIT.
           MOVE LINEA-SOL-CUIT TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.

           MOVE LINEA-EN-BLANCO TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-SOL-CUERPO-1 TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE WS-PERIODO TO LIN-SOL-PERIODO.
           MOVE LINEA-SOL-CUERPO-2 TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-SOL-CUERPO-3 TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-SOL-CUERPO-4 TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-EN-BLANCO TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-SOL-TITULOS TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.

       CERRAR-SOLICITUD.
           MOVE LINEA-EN-BLANCO TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE WS-HORAS-EMPRESA TO LIN-SOL-TOTAL.
           MOVE LINEA-SOL-TOTAL TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE SPACES TO LIN-SOL-ARCHIVO.
           STRING 'CONFORMIDAD-' WS-CUIT-EDIT '-' WS-PERIODO
               '-RTA.DAT' DELIMITED BY SIZE INTO LIN-SOL-ARCHIVO.
           MOVE LINEA-SOL-ARCHIVO TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-EN-BLANCO TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-SOL-CIERRE TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-EN-BLANCO TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.
           MOVE LINEA-SOL-FIRMA TO REG-SOLICITUD.
           WRITE REG-SOLICITUD.

           CLOSE ARCH-SOLICITUD.
           CLOSE ARCH-RESPUESTA.
           ADD 1 TO WS-ACUM-SOLICITUDES.

           MOVE 'CF' TO WS-DES-TIPO.
           MOVE REG-EMP-IND-CUIT TO WS-DES-CUIT.
           MOVE WS-NOMBRE-SOLICITUD TO WS-DES-ARCHIVO.
           MOVE WS-PERIODO TO WS-DES-REFERENCIA.
           PERFORM ANOTAR-DOCUMENTO-DESPACHO.

      *    la solicitud reemitida de un periodo pendiente regraba el
      *    pedido con las horas al dia.
       ASENTAR-CONFORMIDAD-PEDIDA.
           MOVE REG-EMP-IND-CUIT TO CNF-CUIT.
           MOVE WS-PERIODO TO CNF-PERIODO.
           MOVE 'P' TO CNF-ESTADO.
           MOVE WS-FECHA-HOY TO CNF-FECHA-SOLICITUD.
           MOVE WS-CANT-REGISTROS TO CNF-REGISTROS.
           MOVE WS-HORAS-EMPRESA TO CNF-HORAS-SOLICITADAS.
           MOVE 0 TO CNF-FECHA-RESPUESTA.
           MOVE 0 TO CNF-HORAS-ACEPTADAS.
           MOVE 0 TO CNF-HORAS-OBSERVADAS.
           MOVE 0 TO CNF-FECHA-FACTURA.
           MOVE SPACES TO CNF-USUARIO.
           IF CONFORMIDAD-EXISTE
              REWRITE REG-CONFORMIDAD
           ELSE
              WRITE REG-CONFORMIDAD
           END-IF.
           IF NOT CONFORMIDADES-OK
              DISPLAY 'NO PUDO GRABARSE LA CONFORMIDAD DE '
                  REG-EMP-IND-CUIT ' ' FS-CONFORMIDADES.

       ESCRIBIR-RESUMEN-EMPRESA.
           MOVE REG-EMP-IND-RAZON TO LIN-RES-RAZON.
           MOVE REG-EMP-IND-CUIT TO LIN-RES-CUIT.
           MOVE WS-HORAS-EMPRESA TO LIN-RES-HORAS.
           MOVE LINEA-RES-DETALLE TO REG-RESUMEN.
           WRITE REG-RESUMEN.

       TERMINAR.
           MOVE LINEA-EN-BLANCO TO REG-RESUMEN.
           WRITE REG-RESUMEN.
           MOVE WS-ACUM-EMPRESAS TO LIN-RES-EMPRESAS.
           MOVE WS-ACUM-SOLICITUDES TO LIN-RES-SOLICITUDES.
           MOVE LINEA-RES-TOTAL TO REG-RESUMEN.
           WRITE REG-RESUMEN.

           CLOSE ARCH-TIMES-IDX.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-CONFORMIDADES.
           CLOSE ARCH-RESUMEN.
           IF DESPACHO-DISPONIBLE
              CLOSE ARCH-DESPACHO.
           DISPLAY WS-ACUM-SOLICITUDES ' SOLICITUDES DE CONFORMIDAD '
               'GENERADAS, ' WS-ACUM-SIN-HORAS ' EMPRESAS SIN HORAS, '
               WS-ACUM-YA-RESUELTAS ' YA RESUELTAS - RESUMEN EN '
               'CONFORMIDADES-SOLICITADAS.LST'.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.

      *    DESPACHO-DOCUMENTOS.DAT acumula entre corridas; si no
      *    puede abrirse las solicitudes salen igual, sin anotarse.
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
                  FS-DESPACHO ' - LAS SOLICITUDES NO QUEDAN '
                  'ANOTADAS PARA EL DESPACHO'.

       ANOTAR-DOCUMENTO-DESPACHO.
           IF DESPACHO-DISPONIBLE
              MOVE SPACES TO REG-DOC-DESPACHO
              MOVE WS-DES-FECHA-CORRIDA TO DES-FECHA-GEN
              MOVE WS-DES-HORA-CORRIDA TO DES-HORA-GEN
              MOVE 'GeneraSolicitudConformidad' TO DES-PROGRAMA
              MOVE WS-DES-TIPO TO DES-TIPO
              MOVE WS-DES-CUIT TO DES-CUIT
              MOVE WS-DES-ARCHIVO TO DES-ARCHIVO
              MOVE WS-DES-REFERENCIA TO DES-REFERENCIA
              WRITE REG-DOC-DESPACHO.
