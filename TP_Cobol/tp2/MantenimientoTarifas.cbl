      *    (la misma regla de secuencia que CreaArchivoTarifasIndex
      *    aplica al cargar), muestra la tarifa anterior y el
      *    porcentaje de variacion (como CALCULAR-VARIACION-TARIFA en
      *    ReporteHistorialTarifas) antes de confirmar. La tarifa
      *    confirmada queda en CAMBIOS-PENDIENTES.DAT: recien cuando
      *    otro supervisor o administrador la aprueba en
      *    AprobacionCambios se agrega el renglon a TARIFAS.DAT y se
      *    reconstruye el indexado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARCH-CATEGORIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CAT.
      *    cambios a campos sensibles propuestos y todavia no
      *    aprobados por un segundo usuario - ver AprobacionCambios.
           SELECT ARCH-PENDIENTES ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PEN-CLAVE
                   FILE STATUS IS FS-PENDIENTES.

       DATA DIVISION.
       FILE SECTION.
           03 REG-CAT-DESC          PIC X(20).
           03 REG-CAT-TARIFA        PIC 9(5)V99.

       FD ARCH-PENDIENTES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CAMBIOS-PENDIENTES.DAT'
             DATA RECORD IS REG-PENDIENTE.

      *    un renglon por campo sensible modificado. los valores
      *    numericos (CUIT, limite, plazo) van en la vista
      *    PEN-NUM-xxx, los alfanumericos (CBU, SRT) en PEN-VALOR-xxx
      *    y la tarifa general en la vista PEN-TAR-xxx.
       01 REG-PENDIENTE.
           03 PEN-CLAVE.
               05 PEN-FECHA             PIC 9(8).
               05 PEN-HORA              PIC 9(8).
               05 PEN-SECUENCIA         PIC 9(2).
           03 PEN-MAESTRO               PIC X(1).
               88 PEN-ES-EMPRESA        VALUE 'E'.
               88 PEN-ES-CONSULTOR      VALUE 'C'.
               88 PEN-ES-TARIFA         VALUE 'T'.
           03 PEN-CODIGO                PIC X(5).
           03 PEN-CAMPO                 PIC X(12).
           03 PEN-VALOR-ANTES           PIC X(25).
           03 PEN-NUMERICO-ANTES REDEFINES PEN-VALOR-ANTES.
               05 PEN-NUM-ANTES         PIC 9(11)V99.
               05 FILLER                PIC X(12).
           03 PEN-TARIFA-ANTES REDEFINES PEN-VALOR-ANTES.
               05 PEN-TAR-VIG-ANTES     PIC 9(8).
               05 PEN-TAR-TARIFA-ANTES  PIC 9(5)V99.
               05 PEN-TAR-MONEDA-ANTES  PIC X(3).
               05 FILLER                PIC X(7).
           03 PEN-VALOR-NUEVO           PIC X(25).
           03 PEN-NUMERICO-NUEVO REDEFINES PEN-VALOR-NUEVO.
               05 PEN-NUM-NUEVO         PIC 9(11)V99.
               05 FILLER                PIC X(12).
           03 PEN-TARIFA-NUEVA REDEFINES PEN-VALOR-NUEVO.
               05 PEN-TAR-VIG-NUEVA     PIC 9(8).
               05 PEN-TAR-TARIFA-NUEVA  PIC 9(5)V99.
               05 PEN-TAR-MONEDA-NUEVA  PIC X(3).
               05 FILLER                PIC X(7).
           03 PEN-USUARIO-ALTA          PIC X(20).
           03 PEN-ESTADO                PIC X(1).
               88 PEN-PENDIENTE         VALUE 'P'.
               88 PEN-APROBADO          VALUE 'A'.
               88 PEN-RECHAZADO         VALUE 'R'.
               88 PEN-VENCIDO           VALUE 'V'.
           03 PEN-USUARIO-RESOL         PIC X(20).
           03 PEN-FECHA-RESOL           PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-SESION                   PIC XX.

       01 WS-SESION-AUTORIZADA        PIC X VALUE 'N'.
           88 SESION-AUTORIZADA       VALUE 'S'.
       01 WS-USUARIO-SESION           PIC X(20) VALUE SPACES.

       77 FS-PENDIENTES               PIC XX.
           88 PENDIENTES-OK           VALUE '00'.


       77 FS-TAR-SEQ       PIC XX.

       01 WS-CONFIRMA                PIC X.

       01 WS-PEN-FECHA                PIC 9(8).
       01 WS-PEN-HORA                 PIC 9(8).
       01 WS-PEN-SECUENCIA            PIC 9(2).
       01 WS-PEN-GRABADO              PIC X.
           88 PEN-GRABADO             VALUE 'S'.

       PROCEDURE DIVISION.

              IF SES-USUARIO NOT EQUAL SPACES
                 AND (SES-ROL EQUAL 'S' OR SES-ROL EQUAL 'A')
                 MOVE 'S' TO WS-SESION-AUTORIZADA
                 MOVE SES-USUARIO TO WS-USUARIO-SESION
              END-IF
              CLOSE ARCH-SESION.
           IF NOT SESION-AUTORIZADA
              DISPLAY 'CONFIRMA EL ALTA? (S/N): '
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                 PERFORM GRABAR-TARIFA-PENDIENTE
              ELSE
                 DISPLAY 'ALTA CANCELADA, NO SE GRABO'.

                    DISPLAY 'VARIACION RESPECTO DE LA ANTERIOR: '
                        WS-PORCENTAJE ' %'.

      *    la tarifa nueva no va directo a TARIFAS.DAT: queda como
      *    cambio pendiente con la ultima tarifa vigente como valor
      *    anterior, para que el aprobador vea el salto de precio.
       GRABAR-TARIFA-PENDIENTE.
           PERFORM ABRIR-PENDIENTES.
           ACCEPT WS-PEN-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-PEN-HORA FROM TIME.
           MOVE 0 TO WS-PEN-SECUENCIA.

           MOVE SPACES TO REG-PENDIENTE.
           MOVE 'T' TO PEN-MAESTRO.
           MOVE WS-SRT-NUEVO TO PEN-CODIGO.
           MOVE 'TARIFA' TO PEN-CAMPO.
           MOVE WS-ULT-VIGENCIA TO PEN-TAR-VIG-ANTES.
           MOVE WS-ULT-TARIFA TO PEN-TAR-TARIFA-ANTES.
           MOVE WS-ULT-MONEDA TO PEN-TAR-MONEDA-ANTES.
           MOVE WS-VIG-NUEVA TO PEN-TAR-VIG-NUEVA.
           MOVE WS-TARIFA-NUEVA TO PEN-TAR-TARIFA-NUEVA.
           MOVE WS-MONEDA-NUEVA TO PEN-TAR-MONEDA-NUEVA.
           MOVE WS-USUARIO-SESION TO PEN-USUARIO-ALTA.
           MOVE 'P' TO PEN-ESTADO.
           MOVE 0 TO PEN-FECHA-RESOL.
           PERFORM GRABAR-PENDIENTE.
           CLOSE ARCH-PENDIENTES.

           IF PEN-GRABADO
              DISPLAY 'TARIFA PENDIENTE DE APROBACION - OTRO '
                  'SUPERVISOR O ADMINISTRADOR DEBE APROBARLA EN '
                  'APROBACION DE CAMBIOS'.

       ABRIR-PENDIENTES.
           OPEN I-O ARCH-PENDIENTES.
           IF NOT PENDIENTES-OK
              OPEN OUTPUT ARCH-PENDIENTES
              IF PENDIENTES-OK
                 CLOSE ARCH-PENDIENTES
                 OPEN I-O ARCH-PENDIENTES
              END-IF
              IF NOT PENDIENTES-OK
                 DISPLAY 'NO PUDO ABRIRSE CAMBIOS-PENDIENTES.DAT '
                     FS-PENDIENTES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

      *    la clave es fecha + hora + secuencia; si ya existe (dos
      *    propuestas en la misma centesima) se corre la secuencia.
       GRABAR-PENDIENTE.
           MOVE 'N' TO WS-PEN-GRABADO.
           PERFORM INTENTAR-GRABAR-PENDIENTE
               UNTIL PEN-GRABADO OR WS-PEN-SECUENCIA EQUAL 99.
           IF NOT PEN-GRABADO
              DISPLAY 'ERROR AL GRABAR EL CAMBIO PENDIENTE '
                  FS-PENDIENTES.

       INTENTAR-GRABAR-PENDIENTE.
           ADD 1 TO WS-PEN-SECUENCIA.
           MOVE WS-PEN-FECHA TO PEN-FECHA.
           MOVE WS-PEN-HORA TO PEN-HORA.
           MOVE WS-PEN-SECUENCIA TO PEN-SECUENCIA.
           WRITE REG-PENDIENTE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'S' TO WS-PEN-GRABADO
           END-WRITE.
