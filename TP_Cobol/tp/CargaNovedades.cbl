      *    supervisor las apruebe con AprobarNovedades, que es quien
      *    emite el archivo NOV-APROBADAS.DAT que entra al merge de
      *    TP1 via NOVEDADES.CTL.
      *    una novedad de un consultor sin asignacion vigente a la
      *    empresa (ASIGNACIONES.DAT, CargaAsignaciones) tampoco va a
      *    pendientes: queda en NOV-SUSPENSO.DAT y asentada en
      *    EXCEPCIONES.LST, igual que la desvia TP1 al mezclar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARCH-ORDENES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ORDENES.
           SELECT ARCH-ASIGNACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIGNACIONES.
           SELECT ARCH-SUSPENSO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SUSPENSO.
           SELECT ARCH-EXCEPCIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-EXCEPCIONES.

       DATA DIVISION.
       FILE SECTION.
           03 ORD-VIG-DESDE         PIC 9(8).
           03 ORD-VIG-HASTA         PIC 9(8).

      *    maestro de asignaciones (CargaAsignaciones), opcional.
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

      *    mismo suspenso que alimenta TP1 y vacia ReprocesarSuspenso.
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
           03 REG-SUS-ORDEN             PIC X(4).
           03 REG-SUS-MOTIVO            PIC X(30).
           03 REG-SUS-INTENTOS          PIC 9(2).

      *    mismo layout que REG-EXCEPCION de TP1; se agrega al final
      *    del listado vigente.
       FD ARCH-EXCEPCIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EXCEPCIONES.LST'
             DATA RECORD IS REG-EXCEPCION.

       01 REG-EXCEPCION.
           03 REG-EXC-TIPO               PIC X(30).
           03 REG-EXC-NUMERO             PIC X(5).
           03 REG-EXC-FECHA              PIC 9(8).
           03 REG-EXC-EMPRESA            PIC 9(3).
           03 REG-EXC-DETALLE            PIC X(70).

       WORKING-STORAGE SECTION.

       77 FS-NOV1          PIC XX.
           03 WS-FECHA-NOV-DD        PIC 9(2).
       01 WS-FECHA-NOV-AM-N REDEFINES WS-FECHA-NOV-AM PIC 9(8).

       77 FS-ASIGNACIONES  PIC XX.
           88 ASIGNACIONES-OK  VALUE '00'.
           88 ASIGNACIONES-EOF VALUE '10'.

       77 FS-SUSPENSO      PIC XX.
           88 SUSPENSO-OK    VALUE '00'.

       77 FS-EXCEPCIONES   PIC XX.
           88 EXCEPCIONES-OK VALUE '00'.

      *    asignaciones cargadas - tabla opcional. el control se
      *    aplica solo a las empresas con alguna asignacion, mismo
      *    criterio que CONTROLAR-ASIGNACION-NOVEDAD en TP1.
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

       01 WS-ACUM-SUSPENSO           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-NOVEDADES.
           PERFORM CARGAR-TABLA-CONSULTORES.
           PERFORM CARGAR-TABLA-ORDENES.
           PERFORM CARGAR-TABLA-TAREAS.
           PERFORM CARGAR-TABLA-ASIGNACIONES.

           CLOSE ARCH-EMPRESAS.
           CLOSE ARCH-CONSULTORES.
           MOVE ORD-CODIGO TO TAB-ORD-CODIGO(WS-CANT-ORDENES).
           PERFORM LEER-ORDENES.

      *    tabla opcional: sin asignaciones cargadas no se controla.
       CARGAR-TABLA-ASIGNACIONES.
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

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'CARGA DE NOVEDADES (QUEDAN PENDIENTES DE '
              PERFORM VALIDAR-ORDEN.

           IF NOVEDAD-VALIDA
              PERFORM CONTROLAR-ASIGNACION
           END-IF.

           IF NOVEDAD-VALIDA
              IF NOVEDAD-ASIGNADA
                 WRITE REG-NOV1
                 DISPLAY 'NOVEDAD GRABADA COMO PENDIENTE DE APROBACION'
                 ADD 1 TO WS-ACUM-GRABADAS
              ELSE
                 PERFORM DESVIAR-SIN-ASIGNACION
              END-IF
           ELSE
              DISPLAY 'NOVEDAD RECHAZADA, NO SE GRABO'
              ADD 1 TO WS-ACUM-RECHAZADAS
           END-IF.

      *    la fecha DDMMAAAA de la novedad tiene que caer dentro de
      *    una asignacion del consultor a la empresa; si la
      *    asignacion es a una orden puntual, la orden tiene que
      *    coincidir. empresas sin asignaciones no se controlan.
       CONTROLAR-ASIGNACION.
           MOVE 'S' TO WS-NOVEDAD-ASIGNADA.
           IF WS-CANT-ASIGNACIONES GREATER ZERO
              MOVE REG-NOV1-FECHA (5:4) TO WS-FECHA-NOV-AAAA
              MOVE REG-NOV1-FECHA (3:2) TO WS-FECHA-NOV-MM
              MOVE REG-NOV1-FECHA (1:2) TO WS-FECHA-NOV-DD
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
           IF TAB-ASG-EMPRESA(IND-TAB-ASG) EQUAL REG-NOV1-EMPRESA
              MOVE 'S' TO WS-EMPRESA-CON-ASIG
              IF TAB-ASG-CONSULTOR(IND-TAB-ASG) EQUAL REG-NOV1-NUMERO
                 AND WS-FECHA-NOV-AM-N NOT LESS
                     TAB-ASG-DESDE(IND-TAB-ASG)
                 AND WS-FECHA-NOV-AM-N NOT GREATER
                     TAB-ASG-HASTA(IND-TAB-ASG)
                 AND (TAB-ASG-ORDEN(IND-TAB-ASG) EQUAL SPACES
                      OR TAB-ASG-ORDEN(IND-TAB-ASG) EQUAL
                         REG-NOV1-ORDEN)
                 MOVE 'S' TO WS-NOVEDAD-ASIGNADA
              END-IF
           END-IF.
           SET IND-TAB-ASG UP BY 1.

      *    la novedad no se pierde: queda en el suspenso con el mismo
      *    motivo que usa TP1, para que ReprocesarSuspenso la libere
      *    cuando se cargue la asignacion que falta.
       DESVIAR-SIN-ASIGNACION.
           OPEN EXTEND ARCH-SUSPENSO.
           IF NOT SUSPENSO-OK
              OPEN OUTPUT ARCH-SUSPENSO
              IF NOT SUSPENSO-OK
                 DISPLAY 'NO PUDO ABRIRSE NOV-SUSPENSO.DAT '
                     FS-SUSPENSO
                 PERFORM TERMINAR.
           MOVE REG-NOV1-NUMERO TO REG-SUS-NUMERO.
           MOVE REG-NOV1-FECHA TO REG-SUS-FECHA.
           MOVE REG-NOV1-EMPRESA TO REG-SUS-EMPRESA.
           MOVE REG-NOV1-TAREA TO REG-SUS-TAREA.
           MOVE REG-NOV1-HORAS TO REG-SUS-HORAS.
           MOVE REG-NOV1-TIPO TO REG-SUS-TIPO.
           MOVE REG-NOV1-FECHA-HASTA TO REG-SUS-FECHA-HASTA.
           MOVE REG-NOV1-ORDEN TO REG-SUS-ORDEN.
           MOVE 'SIN ASIGNACION AL ENGAGEMENT' TO REG-SUS-MOTIVO.
           MOVE 0 TO REG-SUS-INTENTOS.
           WRITE REG-SUSPENSO.
           CLOSE ARCH-SUSPENSO.

           OPEN EXTEND ARCH-EXCEPCIONES.
           IF NOT EXCEPCIONES-OK
              OPEN OUTPUT ARCH-EXCEPCIONES.
           IF EXCEPCIONES-OK
              MOVE 'SIN ASIGNACION AL ENGAGEMENT' TO REG-EXC-TIPO
              MOVE REG-NOV1-NUMERO TO REG-EXC-NUMERO
              MOVE REG-NOV1-FECHA TO REG-EXC-FECHA
              MOVE REG-NOV1-EMPRESA TO REG-EXC-EMPRESA
              MOVE 'CARGA: CONSULTOR SIN ASIGNACION VIGENTE, A SUSPENSO'
                  TO REG-EXC-DETALLE
              WRITE REG-EXCEPCION
              CLOSE ARCH-EXCEPCIONES.

           DISPLAY 'CONSULTOR SIN ASIGNACION VIGENTE A ESA EMPRESA/'
               'ORDEN - NOVEDAD ENVIADA A NOV-SUSPENSO.DAT'.
           ADD 1 TO WS-ACUM-SUSPENSO.

       VALIDAR-CONSULTOR.
           MOVE 'N' TO WS-CONSULTOR-ENCONTRADO.
           SET IND-TAB-CONS TO 1.
       TERMINAR.
           CLOSE ARCH-NOV1.
           DISPLAY WS-ACUM-GRABADAS ' NOVEDADES GRABADAS, '
               WS-ACUM-RECHAZADAS ' RECHAZADAS, '
               WS-ACUM-SUSPENSO ' A SUSPENSO SIN ASIGNACION'.
           STOP RUN.
