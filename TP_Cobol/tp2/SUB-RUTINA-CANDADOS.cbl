       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANDADOS.
       AUTHOR. Fede.

      *    registro de candados de corrida: el bloqueo por registro
      *    protege EMPRESAS-INDEXED.DAT, pero nada impedia lanzar
      *    CreaTimesIdx mientras TP1, ArchivarTimesHistorico o
      *    FusionEmpresas seguian trabajando sobre los TIMES, ni una
      *    segunda CorridaCierreMensual encima de la que ya corria
      *    (asi se rompio la marca de agua del delta). cada trabajo
      *    que toca un grupo de archivos lo declara aca antes de
      *    empezar, en CANDADOS-CORRIDA.DAT: grupo, modo, trabajo,
      *    usuario, inicio y PID del proceso que lo tiene.
      *    grupos en uso:
      *      TIMES     TIMES.DAT, TIMES-INDEXED, TIMES-HISTORICO y la
      *                marca de agua del delta
      *      NOVEDAD   archivos de novedades, NOVEDADES.CTL, suspenso
      *      TARIFAS   maestros de tarifas
      *      MAESTROS  EMPRESAS-INDEXED / CONSULTORES
      *      CIERRE    la corrida de cierre mensual entera
      *      INGRESO   la corrida de ingreso diario entera
      *      CUENTAS   FACTURAS, COBRANZAS, APLICACIONES, RETENCIONES-
      *                SUFRIDAS, DIFERENCIAS-CAMBIO y sus historicos
      *      TP1-Pnn   una particion de TP1
      *    modo 'E' exclusivo o 'C' compartido: dos compartidos
      *    conviven (las particiones de TP1, los reportes que leen
      *    TIMES), cualquier otro par choca.
      *    operaciones, mismo estilo que SUB-RUTINA-EMPRESAS:
      *      T  toma los grupos pedidos en GRUPOS para TRABAJO; si
      *         alguno esta tomado por otro proceso no toma ninguno,
      *         muestra quien lo tiene y devuelve 'OC'
      *      L  libera los candados de este proceso para TRABAJO
      *         (en blanco, todos los de este proceso)
      *    un proceso lanzado por el menu o por una corrida
      *    encadenada recibe en CANDADO-TITULAR el PID de quien lo
      *    lanzo: lo que ya tiene tomado el lanzador cuenta como
      *    propio, asi el programa no choca con su propio menu.
      *    un candado cuyo proceso ya no existe (corrida caida) se
      *    informa como ABANDONADO y sigue bloqueando: lo libera
      *    administracion con AdministrarCandados, que deja la
      *    auditoria.
      *    la lectura y regrabacion del registro se serializa con el
      *    directorio CANDADOS-CORRIDA.MTX (mkdir es atomico): dos
      *    trabajos lanzados a la vez no pueden tomar el mismo grupo.
      *    COD-ERROR 'OK', 'OC' (ocupado) o 'ER' (registro no
      *    disponible - el llamador tampoco arranca).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-CANDADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CANDADOS.

       DATA DIVISION.
       FILE SECTION.

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

       WORKING-STORAGE SECTION.

       77 FS-CANDADOS      PIC XX.
           88 CANDADOS-OK    VALUE '00'.
           88 CANDADOS-EOF   VALUE '10'.

       01 WS-MAX-CAN                  PIC 9(3) VALUE 200.
       01 WS-CANT-CAN                 PIC 9(3) VALUE 0.

       01 TABLA-CANDADOS.
           03 TAB-CAN OCCURS 200 TIMES INDEXED BY IND-TAB-CAN.
               05 TAB-CAN-GRUPO         PIC X(8).
               05 TAB-CAN-MODO          PIC X(1).
               05 TAB-CAN-TRABAJO       PIC X(40).
               05 TAB-CAN-USUARIO       PIC X(20).
               05 TAB-CAN-FECHA         PIC 9(8).
               05 TAB-CAN-HORA          PIC 9(8).
               05 TAB-CAN-PID           PIC 9(9).
               05 TAB-CAN-BORRAR        PIC X(1).

       01 WS-G                        PIC 9(1).

       01 WS-PID-PROPIO               PIC 9(9) VALUE 0.
       01 WS-PID-TITULAR              PIC 9(9) VALUE 0.
       01 WS-TITULAR-ENV              PIC X(9).
       01 WS-USUARIO                  PIC X(20).

       01 WS-COMANDO                  PIC X(120).
       01 WS-PID-EDITADO              PIC Z(8)9.

       01 WS-MUTEX-TOMADO             PIC X VALUE 'N'.
           88 MUTEX-TOMADO            VALUE 'S'.
       01 WS-INTENTOS                 PIC 9(2) VALUE 0.

       01 WS-HAY-CONFLICTO            PIC X VALUE 'N'.
           88 HAY-CONFLICTO           VALUE 'S'.
       01 WS-YA-CUBIERTO              PIC X VALUE 'N'.
           88 YA-CUBIERTO             VALUE 'S'.
       01 WS-PROCESO-VIVO             PIC X VALUE 'N'.
           88 PROCESO-VIVO            VALUE 'S'.

       LINKAGE SECTION.
       01 COD-OPER                   PIC X.
       01 TRABAJO                    PIC X(40).
       01 GRUPOS.
           03 GRUPO OCCURS 4 TIMES.
               05 GRUPO-NOMBRE       PIC X(8).
               05 GRUPO-MODO         PIC X(1).
       01 COD-ERROR                  PIC XX.

       PROCEDURE DIVISION USING COD-OPER, TRABAJO, GRUPOS, COD-ERROR.
       PRINCIPAL.
           MOVE 'OK' TO COD-ERROR.
           PERFORM IDENTIFICAR-PROCESO.
           PERFORM TOMAR-MUTEX.
           IF NOT MUTEX-TOMADO
              MOVE 'ER' TO COD-ERROR
              DISPLAY 'NO PUDO ACCEDERSE A CANDADOS-CORRIDA.DAT '
                  '(CANDADOS-CORRIDA.MTX OCUPADO) - SI NO HAY OTRA '
                  'CORRIDA ARRANCANDO, LIBERARLO CON '
                  'AdministrarCandados'
           ELSE
              PERFORM CARGAR-CANDADOS
              IF COD-OPER = 'T'
                 PERFORM TOMAR
              END-IF
              IF COD-OPER = 'L'
                 PERFORM LIBERAR
              END-IF
              PERFORM SOLTAR-MUTEX
           END-IF.
           EXIT PROGRAM.

       IDENTIFICAR-PROCESO.
           CALL 'C$GETPID'.
           MOVE RETURN-CODE TO WS-PID-PROPIO.
           MOVE 0 TO RETURN-CODE.

           MOVE 0 TO WS-PID-TITULAR.
           MOVE SPACES TO WS-TITULAR-ENV.
           ACCEPT WS-TITULAR-ENV FROM ENVIRONMENT 'CANDADO-TITULAR'.
           IF WS-TITULAR-ENV NOT EQUAL SPACES
              IF FUNCTION TRIM (WS-TITULAR-ENV) IS NUMERIC
                 MOVE FUNCTION NUMVAL (WS-TITULAR-ENV)
                     TO WS-PID-TITULAR.

           MOVE SPACES TO WS-USUARIO.
           ACCEPT WS-USUARIO FROM ENVIRONMENT 'USER'.
           IF WS-USUARIO EQUAL SPACES
              MOVE 'DESCONOCIDO' TO WS-USUARIO.

      *    hasta diez intentos con un segundo de espera: el registro
      *    se tiene tomado apenas lo que dura leerlo y regrabarlo.
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
              AND CAN-PID IS NUMERIC
              ADD 1 TO WS-CANT-CAN
              MOVE CAN-GRUPO TO TAB-CAN-GRUPO(WS-CANT-CAN)
              MOVE CAN-MODO TO TAB-CAN-MODO(WS-CANT-CAN)
              MOVE CAN-TRABAJO TO TAB-CAN-TRABAJO(WS-CANT-CAN)
              MOVE CAN-USUARIO TO TAB-CAN-USUARIO(WS-CANT-CAN)
              MOVE CAN-FECHA TO TAB-CAN-FECHA(WS-CANT-CAN)
              MOVE CAN-HORA TO TAB-CAN-HORA(WS-CANT-CAN)
              MOVE CAN-PID TO TAB-CAN-PID(WS-CANT-CAN)
              MOVE 'N' TO TAB-CAN-BORRAR(WS-CANT-CAN).
           READ ARCH-CANDADOS AT END MOVE '10' TO FS-CANDADOS.

      *    primero se controlan todos los grupos pedidos; recien si
      *    ninguno choca se agregan los renglones, asi un trabajo
      *    rechazado no deja tomada la mitad de sus grupos.
       TOMAR.
           MOVE 'N' TO WS-HAY-CONFLICTO.
           PERFORM CONTROLAR-GRUPO
               VARYING WS-G FROM 1 BY 1 UNTIL WS-G GREATER 4.

           IF HAY-CONFLICTO
              MOVE 'OC' TO COD-ERROR
              DISPLAY 'CORRIDA RECHAZADA: ' TRABAJO
           ELSE
              PERFORM AGREGAR-GRUPO
                  VARYING WS-G FROM 1 BY 1 UNTIL WS-G GREATER 4
              PERFORM GRABAR-CANDADOS.

       CONTROLAR-GRUPO.
           IF GRUPO-NOMBRE(WS-G) NOT EQUAL SPACES
              PERFORM CONTROLAR-RENGLON
                  VARYING IND-TAB-CAN FROM 1 BY 1
                  UNTIL IND-TAB-CAN GREATER WS-CANT-CAN.

      *    lo que tiene este mismo proceso o su lanzador no choca;
      *    dos compartidos tampoco.
       CONTROLAR-RENGLON.
           IF TAB-CAN-GRUPO(IND-TAB-CAN) EQUAL GRUPO-NOMBRE(WS-G)
              AND TAB-CAN-PID(IND-TAB-CAN) NOT EQUAL WS-PID-PROPIO
              AND (WS-PID-TITULAR EQUAL ZERO
                   OR TAB-CAN-PID(IND-TAB-CAN) NOT EQUAL
                          WS-PID-TITULAR)
              AND (TAB-CAN-MODO(IND-TAB-CAN) NOT EQUAL 'C'
                   OR GRUPO-MODO(WS-G) NOT EQUAL 'C')
              MOVE 'S' TO WS-HAY-CONFLICTO
              PERFORM INFORMAR-TITULAR.

       INFORMAR-TITULAR.
           MOVE TAB-CAN-PID(IND-TAB-CAN) TO WS-PID-EDITADO.
           PERFORM VERIFICAR-PROCESO-VIVO.
           DISPLAY 'GRUPO ' GRUPO-NOMBRE(WS-G) ' TOMADO POR '
               TAB-CAN-TRABAJO(IND-TAB-CAN).
           DISPLAY '   USUARIO ' TAB-CAN-USUARIO(IND-TAB-CAN)
               ' DESDE ' TAB-CAN-FECHA(IND-TAB-CAN) ' '
               TAB-CAN-HORA(IND-TAB-CAN) ' PID ' WS-PID-EDITADO.
           IF NOT PROCESO-VIVO
              DISPLAY '   CANDADO ABANDONADO: EL PROCESO YA NO '
                  'EXISTE - LO LIBERA ADMINISTRACION CON '
                  'AdministrarCandados'.

      *    el proceso sigue vivo si acepta la senial 0 o si figura
      *    en /proc (un proceso de otro usuario rechaza la senial).
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

      *    un grupo que el proceso o su lanzador ya tienen no se
      *    vuelve a anotar.
       AGREGAR-GRUPO.
           IF GRUPO-NOMBRE(WS-G) NOT EQUAL SPACES
              MOVE 'N' TO WS-YA-CUBIERTO
              PERFORM VERIFICAR-CUBIERTO
                  VARYING IND-TAB-CAN FROM 1 BY 1
                  UNTIL IND-TAB-CAN GREATER WS-CANT-CAN
              IF NOT YA-CUBIERTO
                 IF WS-CANT-CAN LESS WS-MAX-CAN
                    ADD 1 TO WS-CANT-CAN
                    MOVE GRUPO-NOMBRE(WS-G)
                        TO TAB-CAN-GRUPO(WS-CANT-CAN)
                    IF GRUPO-MODO(WS-G) EQUAL 'C'
                       MOVE 'C' TO TAB-CAN-MODO(WS-CANT-CAN)
                    ELSE
                       MOVE 'E' TO TAB-CAN-MODO(WS-CANT-CAN)
                    END-IF
                    MOVE TRABAJO TO TAB-CAN-TRABAJO(WS-CANT-CAN)
                    MOVE WS-USUARIO TO TAB-CAN-USUARIO(WS-CANT-CAN)
                    ACCEPT TAB-CAN-FECHA(WS-CANT-CAN)
                        FROM DATE YYYYMMDD
                    ACCEPT TAB-CAN-HORA(WS-CANT-CAN) FROM TIME
                    MOVE WS-PID-PROPIO TO TAB-CAN-PID(WS-CANT-CAN)
                    MOVE 'N' TO TAB-CAN-BORRAR(WS-CANT-CAN)
                 ELSE
                    DISPLAY 'CANDADOS-CORRIDA.DAT LLENO (' WS-MAX-CAN
                        ' RENGLONES) - REVISAR CON AdministrarCandados'
                 END-IF
              END-IF
           END-IF.

       VERIFICAR-CUBIERTO.
           IF TAB-CAN-GRUPO(IND-TAB-CAN) EQUAL GRUPO-NOMBRE(WS-G)
              AND (TAB-CAN-PID(IND-TAB-CAN) EQUAL WS-PID-PROPIO
                   OR (WS-PID-TITULAR NOT EQUAL ZERO
                       AND TAB-CAN-PID(IND-TAB-CAN) EQUAL
                               WS-PID-TITULAR))
              MOVE 'S' TO WS-YA-CUBIERTO.

       LIBERAR.
           PERFORM MARCAR-PROPIO
               VARYING IND-TAB-CAN FROM 1 BY 1
               UNTIL IND-TAB-CAN GREATER WS-CANT-CAN.
           PERFORM GRABAR-CANDADOS.

       MARCAR-PROPIO.
           IF TAB-CAN-PID(IND-TAB-CAN) EQUAL WS-PID-PROPIO
              AND (TRABAJO EQUAL SPACES
                   OR TAB-CAN-TRABAJO(IND-TAB-CAN) EQUAL TRABAJO)
              MOVE 'S' TO TAB-CAN-BORRAR(IND-TAB-CAN).

       GRABAR-CANDADOS.
           OPEN OUTPUT ARCH-CANDADOS.
           IF NOT CANDADOS-OK
              MOVE 'ER' TO COD-ERROR
              DISPLAY 'NO PUDO GRABARSE CANDADOS-CORRIDA.DAT '
                  FS-CANDADOS
           ELSE
              PERFORM GRABAR-UN-CANDADO
                  VARYING IND-TAB-CAN FROM 1 BY 1
                  UNTIL IND-TAB-CAN GREATER WS-CANT-CAN
              CLOSE ARCH-CANDADOS.

       GRABAR-UN-CANDADO.
           IF TAB-CAN-BORRAR(IND-TAB-CAN) NOT EQUAL 'S'
              MOVE SPACES TO REG-CANDADO
              MOVE TAB-CAN-GRUPO(IND-TAB-CAN) TO CAN-GRUPO
              MOVE TAB-CAN-MODO(IND-TAB-CAN) TO CAN-MODO
              MOVE TAB-CAN-TRABAJO(IND-TAB-CAN) TO CAN-TRABAJO
              MOVE TAB-CAN-USUARIO(IND-TAB-CAN) TO CAN-USUARIO
              MOVE TAB-CAN-FECHA(IND-TAB-CAN) TO CAN-FECHA
              MOVE TAB-CAN-HORA(IND-TAB-CAN) TO CAN-HORA
              MOVE TAB-CAN-PID(IND-TAB-CAN) TO CAN-PID
              WRITE REG-CANDADO.
