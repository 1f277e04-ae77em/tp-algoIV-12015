       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdministrarCandados.
       AUTHOR. Fede.

      *    administracion de los candados de corrida de
      *    CANDADOS-CORRIDA.DAT (ver SUB-RUTINA-CANDADOS): lista
      *    quien tiene cada grupo de archivos, con usuario, inicio y
      *    PID, y marca ABANDONADO el candado cuyo proceso ya no
      *    existe (corrida caida o cortada a mano). un candado
      *    abandonado sigue bloqueando hasta que administracion lo
      *    libera desde aca; el de un proceso vivo no se libera -
      *    primero hay que terminar ese proceso. cada liberacion
      *    queda en AUDITORIA.LOG con el usuario que la hizo y el
      *    renglon liberado. tambien levanta el directorio
      *    CANDADOS-CORRIDA.MTX si quedo de un proceso que murio
      *    justo mientras regrababa el registro.
      *    con CANDADOS-MODO=LISTAR solo lista (sin sesion de
      *    administracion), para ver desde el menu quien tiene que.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    sesion autorizada dejada por el sign-on de PRINCIPAL -
      *    ver USUARIOS.DAT.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.
           SELECT ARCH-CANDADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CANDADOS.
           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
             DATA RECORD IS REG-SESION.

       01 REG-SESION.
           03 SES-USUARIO               PIC X(20).
           03 SES-ROL                   PIC X(1).
           03 SES-FECHA                 PIC 9(8).
           03 SES-HORA                  PIC 9(8).

       FD ARCH-CANDADOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CANDADOS-CORRIDA.DAT'
             DATA RECORD IS REG-CANDADO.

       01 REG-CANDADO.
           03 CAN-GRUPO                 PIC X(8).
           03 FILLER                    PIC X(1).
           03 CAN-MODO                  PIC X(1).
           03 FILLER                    PIC X(1).
           03 CAN-TRABAJO               PIC X(40).
           03 FILLER                    PIC X(1).
           03 CAN-USUARIO               PIC X(20).
           03 FILLER                    PIC X(1).
           03 CAN-FECHA                 PIC 9(8).
           03 FILLER                    PIC X(1).
           03 CAN-HORA                  PIC 9(8).
           03 FILLER                    PIC X(1).
           03 CAN-PID                   PIC 9(9).

       FD ARCH-AUDITORIA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'AUDITORIA.LOG'
             DATA RECORD IS REG-AUDITORIA.

       01 REG-AUDITORIA.
           03 AUD-FECHA                PIC 9(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-HORA                 PIC 9(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-USUARIO              PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-PROGRAMA             PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-ARCHIVO              PIC X(24).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-OPERACION            PIC X(1).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-CLAVE                PIC X(24).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-VALOR-ANTES          PIC X(80).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-VALOR-DESPUES        PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-SESION                   PIC XX.
           88 SESION-OK               VALUE '00'.

       77 FS-CANDADOS                 PIC XX.
           88 CANDADOS-OK             VALUE '00'.
           88 CANDADOS-EOF            VALUE '10'.

       77 FS-AUDITORIA                PIC XX.
           88 AUDITORIA-OK            VALUE '00'.

       01 WS-SESION-AUTORIZADA        PIC X VALUE 'N'.
           88 SESION-AUTORIZADA       VALUE 'S'.
       01 WS-AUD-USUARIO              PIC X(20).

       01 WS-MODO-EJECUCION           PIC X(10).
           88 MODO-LISTAR             VALUE 'LISTAR'.

       01 WS-MAX-CAN                  PIC 9(3) VALUE 200.
       01 WS-CANT-CAN                 PIC 9(3) VALUE 0.

       01 TABLA-CANDADOS.
           03 TAB-CAN OCCURS 200 TIMES INDEXED BY IND-TAB-CAN.
               05 TAB-CAN-REGISTRO      PIC X(100).
               05 TAB-CAN-VIVO          PIC X(1).
               05 TAB-CAN-BORRAR        PIC X(1).

      *    renglon elegido para liberar, para ubicarlo de nuevo al
      *    releer el registro bajo exclusion.
       01 WS-REG-ELEGIDO              PIC X(100).

       01 WS-COMANDO                  PIC X(120).
       01 WS-PID-EDITADO              PIC Z(8)9.

       01 WS-PROCESO-VIVO             PIC X VALUE 'N'.
           88 PROCESO-VIVO            VALUE 'S'.
       01 WS-MUTEX-TOMADO             PIC X VALUE 'N'.
           88 MUTEX-TOMADO            VALUE 'S'.
       01 WS-INTENTOS                 PIC 9(2) VALUE 0.
       01 WS-ENCONTRADO               PIC X VALUE 'N'.
           88 ENCONTRADO              VALUE 'S'.

       01 WS-OPCION-X                 PIC X(3).
       01 WS-OPCION                   PIC 9(3) VALUE 0.
       01 WS-CONFIRMA                 PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-ACUM-ABANDONADOS         PIC 9(3) VALUE 0.
       01 WS-ACUM-LIBERADOS           PIC 9(3) VALUE 0.

       01 LINEA-CANDADO.
           03 LIN-CAN-NRO              PIC ZZ9.
           03 FILLER                   PIC X(2) VALUE SPACES.
           03 LIN-CAN-GRUPO            PIC X(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 LIN-CAN-MODO             PIC X(1).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 LIN-CAN-TRABAJO          PIC X(40).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 LIN-CAN-USUARIO          PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 LIN-CAN-FECHA            PIC 9(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 LIN-CAN-HORA             PIC 9(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 LIN-CAN-PID              PIC Z(8)9.
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 LIN-CAN-ESTADO           PIC X(10).

       PROCEDURE DIVISION.

       ADMINISTRAR-CANDADOS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'CANDADOS-MODO'.

           IF MODO-LISTAR
              PERFORM CARGAR-CANDADOS
              PERFORM LISTAR-CANDADOS
              STOP RUN.

           PERFORM CONTROLAR-SESION.
           PERFORM CONTROLAR-MUTEX-HUERFANO.
           PERFORM ATENDER-OPCION UNTIL NOT CONTINUAR-SI.

           DISPLAY WS-ACUM-LIBERADOS ' CANDADOS LIBERADOS'.
           STOP RUN.

      *    liberar un candado ajeno es exclusivo del rol
      *    administracion, igual que DeshacerAuditoria.
       CONTROLAR-SESION.
           OPEN INPUT ARCH-SESION.
           IF SESION-OK
              READ ARCH-SESION AT END MOVE SPACES TO SES-USUARIO
              END-READ
              IF SES-USUARIO NOT EQUAL SPACES
                 AND SES-ROL EQUAL 'A'
                 MOVE 'S' TO WS-SESION-AUTORIZADA
                 MOVE SES-USUARIO TO WS-AUD-USUARIO
              END-IF
              CLOSE ARCH-SESION.
           IF NOT SESION-AUTORIZADA
              DISPLAY 'SIN SESION AUTORIZADA DE ADMINISTRACION - '
                  'INGRESAR POR EL MENU PRINCIPAL'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    el directorio de exclusion solo vive lo que tarda un
      *    trabajo en leer y regrabar el registro: si esta, o hay un
      *    trabajo arrancando en este momento o quedo de uno que murio
      *    a mitad de camino. se pregunta antes de levantarlo.
       CONTROLAR-MUTEX-HUERFANO.
           MOVE 'test -d CANDADOS-CORRIDA.MTX' TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           IF RETURN-CODE EQUAL ZERO
              MOVE 0 TO RETURN-CODE
              DISPLAY 'EXISTE CANDADOS-CORRIDA.MTX: O HAY UN TRABAJO '
                  'ARRANCANDO AHORA O QUEDO DE UNO CAIDO'
              DISPLAY 'LEVANTARLO? SOLO SI NO HAY NINGUNA CORRIDA '
                  'ARRANCANDO (S/N): '
              ACCEPT WS-CONFIRMA
              IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                 MOVE 'rmdir CANDADOS-CORRIDA.MTX 2>/dev/null'
                     TO WS-COMANDO
                 CALL 'SYSTEM' USING WS-COMANDO
                 MOVE 0 TO RETURN-CODE
                 MOVE SPACES TO REG-AUDITORIA
                 MOVE 'CANDADOS-CORRIDA.MTX' TO AUD-CLAVE
                 MOVE 'DIRECTORIO DE EXCLUSION HUERFANO'
                     TO AUD-VALOR-ANTES
                 PERFORM GRABAR-AUDITORIA
                 DISPLAY 'CANDADOS-CORRIDA.MTX LEVANTADO'
              END-IF
           END-IF.
           MOVE 0 TO RETURN-CODE.

       ATENDER-OPCION.
           PERFORM CARGAR-CANDADOS.
           PERFORM LISTAR-CANDADOS.

           IF WS-ACUM-ABANDONADOS EQUAL ZERO
              DISPLAY 'NO HAY CANDADOS ABANDONADOS PARA LIBERAR'
              MOVE 'N' TO WS-CONTINUAR
           ELSE
              DISPLAY 'NRO DE CANDADO ABANDONADO A LIBERAR '
                  '(0 = SALIR): '
              MOVE SPACES TO WS-OPCION-X
              ACCEPT WS-OPCION-X
              IF FUNCTION TRIM (WS-OPCION-X) IS NOT NUMERIC
                 DISPLAY 'OPCION INVALIDA'
              ELSE
                 MOVE FUNCTION NUMVAL (WS-OPCION-X) TO WS-OPCION
                 IF WS-OPCION EQUAL ZERO
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    PERFORM LIBERAR-ELEGIDO
                 END-IF
              END-IF
           END-IF.

       CARGAR-CANDADOS.
           MOVE 0 TO WS-CANT-CAN.
           OPEN INPUT ARCH-CANDADOS.
           IF CANDADOS-OK
              READ ARCH-CANDADOS AT END MOVE '10' TO FS-CANDADOS
              END-READ
              PERFORM CARGAR-CANDADO-EN-TABLA
                  UNTIL CANDADOS-EOF
                     OR WS-CANT-CAN NOT LESS WS-MAX-CAN
              CLOSE ARCH-CANDADOS.

       CARGAR-CANDADO-EN-TABLA.
           IF CAN-GRUPO NOT EQUAL SPACES
              ADD 1 TO WS-CANT-CAN
              MOVE REG-CANDADO TO TAB-CAN-REGISTRO(WS-CANT-CAN)
              MOVE 'N' TO TAB-CAN-BORRAR(WS-CANT-CAN)
              MOVE 'N' TO TAB-CAN-VIVO(WS-CANT-CAN)
              IF CAN-PID IS NUMERIC
                 MOVE CAN-PID TO WS-PID-EDITADO
                 PERFORM VERIFICAR-PROCESO-VIVO
                 MOVE WS-PROCESO-VIVO TO TAB-CAN-VIVO(WS-CANT-CAN)
              END-IF.
           READ ARCH-CANDADOS AT END MOVE '10' TO FS-CANDADOS.

      *    mismo criterio que SUB-RUTINA-CANDADOS: vivo si acepta la
      *    senial 0 o si figura en /proc.
       VERIFICAR-PROCESO-VIVO.
           MOVE SPACES TO WS-COMANDO.
           STRING 'kill -0 ' WS-PID-EDITADO
                  ' 2>/dev/null || test -d /proc/' DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PID-EDITADO) DELIMITED BY SIZE
               INTO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           IF RETURN-CODE EQUAL ZERO
              MOVE 'S' TO WS-PROCESO-VIVO
           ELSE
              MOVE 'N' TO WS-PROCESO-VIVO.
           MOVE 0 TO RETURN-CODE.

       LISTAR-CANDADOS.
           MOVE 0 TO WS-ACUM-ABANDONADOS.
           DISPLAY ' '.
           IF WS-CANT-CAN EQUAL ZERO
              DISPLAY 'NO HAY CANDADOS DE CORRIDA TOMADOS'
           ELSE
              DISPLAY 'NRO GRUPO    M TRABAJO                       '
                  '           USUARIO              FECHA    HORA   '
                  '        PID ESTADO'
              PERFORM LISTAR-UN-CANDADO
                  VARYING IND-TAB-CAN FROM 1 BY 1
                  UNTIL IND-TAB-CAN GREATER WS-CANT-CAN.

       LISTAR-UN-CANDADO.
           MOVE TAB-CAN-REGISTRO(IND-TAB-CAN) TO REG-CANDADO.
           SET LIN-CAN-NRO TO IND-TAB-CAN.
           MOVE CAN-GRUPO TO LIN-CAN-GRUPO.
           MOVE CAN-MODO TO LIN-CAN-MODO.
           MOVE CAN-TRABAJO TO LIN-CAN-TRABAJO.
           MOVE CAN-USUARIO TO LIN-CAN-USUARIO.
           MOVE CAN-FECHA TO LIN-CAN-FECHA.
           MOVE CAN-HORA TO LIN-CAN-HORA.
           IF CAN-PID IS NUMERIC
              MOVE CAN-PID TO LIN-CAN-PID
           ELSE
              MOVE 0 TO LIN-CAN-PID.
           IF TAB-CAN-VIVO(IND-TAB-CAN) EQUAL 'S'
              MOVE 'EN CURSO' TO LIN-CAN-ESTADO
           ELSE
              MOVE 'ABANDONADO' TO LIN-CAN-ESTADO
              ADD 1 TO WS-ACUM-ABANDONADOS.
           DISPLAY LINEA-CANDADO.

      *    se confirma, se relee el registro bajo exclusion (pudo
      *    cambiar mientras se miraba la lista) y se quita solo el
      *    renglon elegido, si sigue estando.
       LIBERAR-ELEGIDO.
           IF WS-OPCION GREATER WS-CANT-CAN
              DISPLAY 'NO EXISTE EL CANDADO ' WS-OPCION
           ELSE
              IF TAB-CAN-VIVO(WS-OPCION) EQUAL 'S'
                 DISPLAY 'EL PROCESO DE ESE CANDADO SIGUE VIVO: NO SE '
                     'LIBERA - TERMINAR PRIMERO ESE PROCESO'
              ELSE
                 MOVE TAB-CAN-REGISTRO(WS-OPCION) TO WS-REG-ELEGIDO
                 DISPLAY 'LIBERAR ' WS-REG-ELEGIDO
                 DISPLAY 'CONFIRMA? (S/N): '
                 ACCEPT WS-CONFIRMA
                 IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                    PERFORM QUITAR-RENGLON-ELEGIDO
                 ELSE
                    DISPLAY 'NO SE LIBERO NADA'
                 END-IF
              END-IF
           END-IF.

       QUITAR-RENGLON-ELEGIDO.
           PERFORM TOMAR-MUTEX.
           IF NOT MUTEX-TOMADO
              DISPLAY 'CANDADOS-CORRIDA.MTX OCUPADO: REINTENTAR EN '
                  'UNOS SEGUNDOS'
           ELSE
              PERFORM CARGAR-CANDADOS
              MOVE 'N' TO WS-ENCONTRADO
              PERFORM MARCAR-ELEGIDO
                  VARYING IND-TAB-CAN FROM 1 BY 1
                  UNTIL IND-TAB-CAN GREATER WS-CANT-CAN
                     OR ENCONTRADO
              IF NOT ENCONTRADO
                 DISPLAY 'EL CANDADO YA NO ESTA EN EL REGISTRO'
              ELSE
                 PERFORM GRABAR-CANDADOS
                 IF CANDADOS-OK
                    MOVE WS-REG-ELEGIDO TO REG-CANDADO
                    MOVE SPACES TO REG-AUDITORIA
                    MOVE SPACES TO AUD-CLAVE
                    STRING CAN-GRUPO ' ' CAN-MODO ' ' CAN-PID
                        DELIMITED BY SIZE INTO AUD-CLAVE
                    MOVE SPACES TO AUD-VALOR-ANTES
                    STRING CAN-TRABAJO ' ' CAN-USUARIO ' ' CAN-FECHA
                        ' ' CAN-HORA DELIMITED BY SIZE
                        INTO AUD-VALOR-ANTES
                    PERFORM GRABAR-AUDITORIA
                    ADD 1 TO WS-ACUM-LIBERADOS
                    DISPLAY 'CANDADO LIBERADO'
                 END-IF
              END-IF
              PERFORM SOLTAR-MUTEX
           END-IF.

      *    solo si sigue abandonado: un PID reutilizado por un
      *    proceso nuevo no se toca.
       MARCAR-ELEGIDO.
           IF TAB-CAN-REGISTRO(IND-TAB-CAN) EQUAL WS-REG-ELEGIDO
              AND TAB-CAN-VIVO(IND-TAB-CAN) NOT EQUAL 'S'
              MOVE 'S' TO TAB-CAN-BORRAR(IND-TAB-CAN)
              MOVE 'S' TO WS-ENCONTRADO.

       TOMAR-MUTEX.
           MOVE 'N' TO WS-MUTEX-TOMADO.
           MOVE 0 TO WS-INTENTOS.
           PERFORM INTENTAR-MUTEX
               UNTIL MUTEX-TOMADO OR WS-INTENTOS NOT LESS 10.

       INTENTAR-MUTEX.
           ADD 1 TO WS-INTENTOS.
           MOVE 'mkdir CANDADOS-CORRIDA.MTX 2>/dev/null'
               TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           IF RETURN-CODE EQUAL ZERO
              MOVE 'S' TO WS-MUTEX-TOMADO
           ELSE
              MOVE 'sleep 1' TO WS-COMANDO
              CALL 'SYSTEM' USING WS-COMANDO.
           MOVE 0 TO RETURN-CODE.

       SOLTAR-MUTEX.
           MOVE 'rmdir CANDADOS-CORRIDA.MTX 2>/dev/null'
               TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.
           MOVE 0 TO RETURN-CODE.
           MOVE 'N' TO WS-MUTEX-TOMADO.

       GRABAR-CANDADOS.
           OPEN OUTPUT ARCH-CANDADOS.
           IF NOT CANDADOS-OK
              DISPLAY 'NO PUDO GRABARSE CANDADOS-CORRIDA.DAT '
                  FS-CANDADOS
           ELSE
              PERFORM GRABAR-UN-CANDADO
                  VARYING IND-TAB-CAN FROM 1 BY 1
                  UNTIL IND-TAB-CAN GREATER WS-CANT-CAN
              CLOSE ARCH-CANDADOS
              MOVE '00' TO FS-CANDADOS.

       GRABAR-UN-CANDADO.
           IF TAB-CAN-BORRAR(IND-TAB-CAN) NOT EQUAL 'S'
              MOVE TAB-CAN-REGISTRO(IND-TAB-CAN) TO REG-CANDADO
              WRITE REG-CANDADO.

      *    un renglon por liberacion: operacion 'D' sobre
      *    CANDADOS-CORRIDA.DAT, grupo/modo/PID como clave y
      *    trabajo, usuario e inicio del renglon liberado como valor
      *    "antes" - mismo layout que SUB-RUTINA-EMPRESAS.
       GRABAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              OPEN OUTPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              ACCEPT AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT AUD-HORA FROM TIME
              MOVE WS-AUD-USUARIO TO AUD-USUARIO
              MOVE 'ADMCANDADOS' TO AUD-PROGRAMA
              MOVE 'CANDADOS-CORRIDA.DAT' TO AUD-ARCHIVO
              MOVE 'D' TO AUD-OPERACION
              MOVE SPACES TO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA
           ELSE
              DISPLAY 'NO PUDO GRABARSE AUDITORIA.LOG ' FS-AUDITORIA.
