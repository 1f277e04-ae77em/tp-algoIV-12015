       IDENTIFICATION DIVISION.
       PROGRAM-ID. CorridaIngresoDiario.
       AUTHOR. Fede.

      *    corrida encadenada del ingreso diario de novedades, la
      *    rutina de cada maniana que se venia corriendo paso a paso:
      *    barrido de la bandeja de clientes
      *    (ImportarBandejaClientes), validacion cruzada contra los
      *    maestros (ValidarReferenciasNovedades), control de
      *    duplicados entre archivos (ControlarDuplicadosNovedades),
      *    reproceso del suspenso (ReprocesarSuspenso) y, al final,
      *    el resumen de la maniana (ResumenIngresoDiario: archivos
      *    importados, registros rechazados, suspenso por antiguedad
      *    y pendientes de aprobacion por supervisor en
      *    RESUMEN-DIARIO.LST). mismo esquema que CorridaCierreMensual:
      *    estado de cada paso en INGRESO-PASOS.DAT para retomar
      *    desde el paso fallido, un renglon de BITACORA.DAT por paso
      *    ejecutado e INGRESO-FORZAR-COMPLETA=S para correr todo
      *    desde el principio. cada paso se invoca con su variable
      *    de modo en BATCH, asi ninguno queda esperando una tecla.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    estado de cada paso de la cadena, persistido a medida que
      *    corre - ver CIERRE-PASOS.DAT en CorridaCierreMensual.
           SELECT ARCH-PASOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PASOS.

      *    bitacora central de ejecuciones, misma que PRINCIPAL.cob -
      *    ver ConsultaBitacora.
           SELECT ARCH-BITACORA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-PASOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'INGRESO-PASOS.DAT'
             DATA RECORD IS REG-PASO.

       01 REG-PASO.
           03 PASO-NOMBRE                 PIC X(40).
           03 FILLER                      PIC X(1).
           03 PASO-ESTADO                 PIC X(2).

       FD ARCH-BITACORA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'BITACORA.DAT'
             DATA RECORD IS REG-BITACORA.

       01 REG-BITACORA.
           03 BIT-PROGRAMA              PIC X(40).
           03 FILLER                    PIC X(1).
           03 BIT-FECHA-INICIO          PIC 9(8).
           03 FILLER                    PIC X(1).
           03 BIT-HORA-INICIO           PIC 9(8).
           03 FILLER                    PIC X(1).
           03 BIT-FECHA-FIN             PIC 9(8).
           03 FILLER                    PIC X(1).
           03 BIT-HORA-FIN              PIC 9(8).
           03 FILLER                    PIC X(1).
           03 BIT-RETURN-CODE           PIC 9(9).
           03 FILLER                    PIC X(1).
           03 BIT-USUARIO               PIC X(20).

       WORKING-STORAGE SECTION.

       77 FS-PASOS                    PIC XX.
           88 PASOS-OK                VALUE '00'.
           88 PASOS-EOF               VALUE '10'.

       77 FS-BITACORA                 PIC XX.
           88 BITACORA-OK             VALUE '00'.

       01 WS-BIT-USUARIO              PIC X(20).
       01 WS-BIT-FECHA-INICIO         PIC 9(8).
       01 WS-BIT-HORA-INICIO          PIC 9(8).
       01 WS-RC-PASO                  PIC 9(9).

       01 WS-COMANDO                  PIC X(200).
       01 WS-EXE-ENV                  PIC X(200).
       01 WS-PASO                     PIC X(40).

      *    variable de entorno que pone en BATCH al programa del paso.
       01 WS-VAR-MODO                 PIC X(30).

      *    mismas variables de entorno PRINCIPAL-EXE-* que el resto de
      *    las corridas; los programas de tp se toman de ../tp como
      *    TP1 en PRINCIPAL.cob.
       01 WS-EXE-BANDEJA-DEF          PIC X(60) VALUE
           '../tp/ImportarBandejaClientes'.
       01 WS-EXE-VALIDARNOV-DEF       PIC X(60) VALUE
           '../tp/ValidarReferenciasNovedades'.
       01 WS-EXE-DUPLICADOS-DEF       PIC X(60) VALUE
           '../tp/ControlarDuplicadosNovedades'.
       01 WS-EXE-SUSPENSO-DEF         PIC X(60) VALUE
           '../tp/ReprocesarSuspenso'.
       01 WS-EXE-RESUMENDIARIO-DEF    PIC X(60) VALUE
           './ResumenIngresoDiario'.

      *    estados de la corrida anterior (si quedo INGRESO-PASOS.DAT)
      *    y de la actual.
       01 TABLA-PASOS-PREVIOS.
           03 TAB-PREV OCCURS 20 TIMES INDEXED BY IND-PREV.
               05 TAB-PREV-NOMBRE        PIC X(40).
               05 TAB-PREV-ESTADO        PIC X(2).

       01 WS-CANT-PREVIOS             PIC 9(2) VALUE 0.

       01 TABLA-PASOS-ACTUALES.
           03 TAB-ACT OCCURS 20 TIMES INDEXED BY IND-ACT.
               05 TAB-ACT-NOMBRE         PIC X(40).
               05 TAB-ACT-ESTADO         PIC X(2).

       01 WS-CANT-ACTUALES            PIC 9(2) VALUE 0.

       01 WS-FORZAR-ENV               PIC X(1).
           88 FORZAR-COMPLETA         VALUE 'S'.

       01 WS-PASO-YA-OK               PIC X VALUE 'N'.
           88 PASO-YA-OK              VALUE 'S'.

       01 WS-ACUM-SALTEADOS           PIC 9(2) VALUE 0.
       01 WS-I                        PIC 9(2).

      *    candados de corrida - ver SUB-RUTINA-CANDADOS, mismo
      *    esquema que CorridaCierreMensual: la cadena toma INGRESO
      *    exclusivo y cada paso sus archivos de novedades (exclusivo
      *    el que los escribe, compartido el que solo los lee).
       01 WS-CAN-OPER                 PIC X.
       01 WS-CAN-TRABAJO              PIC X(40).
       01 WS-CAN-GRUPOS.
           03 WS-CAN-GRUPO OCCURS 4 TIMES.
               05 WS-CAN-GRUPO-NOMBRE PIC X(8).
               05 WS-CAN-GRUPO-MODO   PIC X(1).
       01 WS-CAN-ERROR                PIC XX.
       01 WS-CAN-RC                   PIC S9(9).
       01 WS-PID-CORRIDA              PIC 9(9).

       PROCEDURE DIVISION.

      *    encadena los pasos en orden y corta en el primero que
      *    termine con RETURN-CODE distinto de cero; la proxima
      *    invocacion retoma desde ese paso.
       CORRIDA-INGRESO-DIARIO-MAIN.
           MOVE SPACES TO WS-FORZAR-ENV.
           ACCEPT WS-FORZAR-ENV FROM ENVIRONMENT
               'INGRESO-FORZAR-COMPLETA'.

           PERFORM TOMAR-CANDADO-CORRIDA.
           PERFORM CARGAR-ESTADOS-PREVIOS.

      *    las planillas de los clientes pasan a sus NOVn.DAT; un
      *    archivo que no convierte queda en la bandeja y asentado,
      *    no corta la cadena.
           MOVE 'IMPORTACION DE LA BANDEJA DE CLIENTES' TO WS-PASO.
           MOVE 'BANDEJA-MODO' TO WS-VAR-MODO.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT
               'PRINCIPAL-EXE-BANDEJA'.
           IF WS-EXE-ENV EQUAL SPACES
              MOVE WS-EXE-BANDEJA-DEF TO WS-EXE-ENV
           END-IF.
           PERFORM ARMAR-COMANDO.
           MOVE 'NOVEDAD' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           PERFORM EJECUTAR-PASO.

           MOVE 'VALIDACION DE REFERENCIAS DE NOVEDADES' TO WS-PASO.
           MOVE 'VALIDAR-NOV-MODO' TO WS-VAR-MODO.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT
               'PRINCIPAL-EXE-VALIDARNOV'.
           IF WS-EXE-ENV EQUAL SPACES
              MOVE WS-EXE-VALIDARNOV-DEF TO WS-EXE-ENV
           END-IF.
           PERFORM ARMAR-COMANDO.
           MOVE 'NOVEDAD' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'C' TO WS-CAN-GRUPO-MODO(1).
           PERFORM EJECUTAR-PASO.

           MOVE 'CONTROL DE DUPLICADOS ENTRE ARCHIVOS' TO WS-PASO.
           MOVE 'DUPLICADOS-NOV-MODO' TO WS-VAR-MODO.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT
               'PRINCIPAL-EXE-DUPLICADOS'.
           IF WS-EXE-ENV EQUAL SPACES
              MOVE WS-EXE-DUPLICADOS-DEF TO WS-EXE-ENV
           END-IF.
           PERFORM ARMAR-COMANDO.
           MOVE 'NOVEDAD' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'C' TO WS-CAN-GRUPO-MODO(1).
           PERFORM EJECUTAR-PASO.

           MOVE 'REPROCESO DEL SUSPENSO' TO WS-PASO.
           MOVE 'SUSPENSO-MODO' TO WS-VAR-MODO.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT
               'PRINCIPAL-EXE-SUSPENSO'.
           IF WS-EXE-ENV EQUAL SPACES
              MOVE WS-EXE-SUSPENSO-DEF TO WS-EXE-ENV
           END-IF.
           PERFORM ARMAR-COMANDO.
           MOVE 'NOVEDAD' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           PERFORM EJECUTAR-PASO.

      *    el resumen va al final, con todo lo anterior ya asentado.
           MOVE 'RESUMEN DIARIO DE INGRESO' TO WS-PASO.
           MOVE 'RESUMEN-DIARIO-MODO' TO WS-VAR-MODO.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT
               'PRINCIPAL-EXE-RESUMENDIARIO'.
           IF WS-EXE-ENV EQUAL SPACES
              MOVE WS-EXE-RESUMENDIARIO-DEF TO WS-EXE-ENV
           END-IF.
           PERFORM ARMAR-COMANDO.
           PERFORM EJECUTAR-PASO.

      *    todos los pasos terminaron bien: el archivo de estados ya
      *    no hace falta para un reintento.
           PERFORM BORRAR-ESTADOS.

           IF WS-ACUM-SALTEADOS GREATER ZERO
              DISPLAY WS-ACUM-SALTEADOS ' PASOS SALTEADOS POR ESTAR '
                  'YA TERMINADOS EN LA CORRIDA ANTERIOR'.
           DISPLAY 'CORRIDA DE INGRESO DIARIO FINALIZADA CON EXITO - '
               'VER RESUMEN-DIARIO.LST'.
           PERFORM LIBERAR-CANDADOS-CORRIDA.
           STOP RUN.

      *    un segundo ingreso lanzado encima del que ya corre no
      *    arranca: SUB-RUTINA-CANDADOS ya mostro quien lo tiene.
       TOMAR-CANDADO-CORRIDA.
           CALL 'C$GETPID'.
           MOVE RETURN-CODE TO WS-PID-CORRIDA.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'INGRESO' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           MOVE 'CORRIDA DE INGRESO DIARIO' TO WS-CAN-TRABAJO.
           MOVE 'T' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           MOVE SPACES TO WS-CAN-GRUPOS.
           IF WS-CAN-ERROR NOT EQUAL 'OK'
              DISPLAY 'CORRIDA DE INGRESO DIARIO NO ARRANCA: OTRA '
                  'CORRIDA O TRABAJO TIENE TOMADO EL INGRESO'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       LIBERAR-CANDADOS-CORRIDA.
           MOVE RETURN-CODE TO WS-CAN-RC.
           MOVE SPACES TO WS-CAN-TRABAJO.
           MOVE 'L' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           MOVE WS-CAN-RC TO RETURN-CODE.

      *    las variables de modo llevan guiones, que sh no acepta
      *    como asignacion delante de un comando: se pasan via env,
      *    igual que CONVERTIR-ARCHIVO en ImportarBandejaClientes.
      *    CANDADO-TITULAR lleva el PID de la cadena.
       ARMAR-COMANDO.
           MOVE SPACES TO WS-COMANDO.
           STRING 'env ' DELIMITED BY SIZE
                  WS-VAR-MODO DELIMITED BY SPACE
                  '=BATCH CANDADO-TITULAR=' DELIMITED BY SIZE
                  WS-PID-CORRIDA ' ' DELIMITED BY SIZE
                  WS-EXE-ENV DELIMITED BY SIZE
               INTO WS-COMANDO.

       CARGAR-ESTADOS-PREVIOS.
           IF FORZAR-COMPLETA
              DISPLAY 'INGRESO-FORZAR-COMPLETA=S: SE CORREN TODOS '
                  'LOS PASOS DESDE EL PRINCIPIO'
           ELSE
              OPEN INPUT ARCH-PASOS
              IF PASOS-OK
                 PERFORM LEER-PASO-PREVIO
                 PERFORM CARGAR-PASO-PREVIO UNTIL PASOS-EOF
                 CLOSE ARCH-PASOS
                 IF WS-CANT-PREVIOS GREATER ZERO
                    DISPLAY 'SE ENCONTRO INGRESO-PASOS.DAT DE UNA '
                        'CORRIDA CORTADA: SE RETOMA DESDE EL PRIMER '
                        'PASO FALLIDO O PENDIENTE'.

       LEER-PASO-PREVIO.
           READ ARCH-PASOS AT END MOVE '10' TO FS-PASOS.

       CARGAR-PASO-PREVIO.
           IF WS-CANT-PREVIOS IS LESS THAN 20
              ADD 1 TO WS-CANT-PREVIOS
              MOVE PASO-NOMBRE TO TAB-PREV-NOMBRE(WS-CANT-PREVIOS)
              MOVE PASO-ESTADO TO TAB-PREV-ESTADO(WS-CANT-PREVIOS)
           END-IF.
           PERFORM LEER-PASO-PREVIO.

      *    corre el paso armado en WS-COMANDO - salvo que la corrida
      *    anterior ya lo haya terminado OK, en cuyo caso lo saltea.
      *    cada desenlace se persiste a INGRESO-PASOS.DAT en el
      *    momento; si el paso fallo, se informa y se detiene toda la
      *    corrida en ese punto, lista para retomar.
       EJECUTAR-PASO.
           PERFORM VERIFICAR-PASO-PREVIO.

           ADD 1 TO WS-CANT-ACTUALES.
           MOVE WS-PASO TO TAB-ACT-NOMBRE(WS-CANT-ACTUALES).

           IF PASO-YA-OK
              MOVE 'OK' TO TAB-ACT-ESTADO(WS-CANT-ACTUALES)
              ADD 1 TO WS-ACUM-SALTEADOS
              DISPLAY 'PASO SALTEADO (YA TERMINADO): ' WS-PASO
           ELSE
              IF WS-CAN-GRUPO-NOMBRE(1) NOT EQUAL SPACES
                 PERFORM TOMAR-CANDADO-PASO
              END-IF
              DISPLAY 'INICIANDO PASO: ' WS-PASO
              ACCEPT WS-BIT-FECHA-INICIO FROM DATE YYYYMMDD
              ACCEPT WS-BIT-HORA-INICIO FROM TIME
              CALL 'SYSTEM' USING WS-COMANDO
              MOVE RETURN-CODE TO WS-RC-PASO
              IF WS-CAN-GRUPO-NOMBRE(1) NOT EQUAL SPACES
                 PERFORM LIBERAR-CANDADO-PASO
              END-IF
              PERFORM GRABAR-BITACORA
              IF RETURN-CODE EQUAL ZERO
                 MOVE 'OK' TO TAB-ACT-ESTADO(WS-CANT-ACTUALES)
                 PERFORM GRABAR-ESTADOS
                 DISPLAY 'PASO FINALIZADO CORRECTAMENTE: ' WS-PASO
              ELSE
                 MOVE 'ER' TO TAB-ACT-ESTADO(WS-CANT-ACTUALES)
                 PERFORM GRABAR-ESTADOS
                 DISPLAY 'CORRIDA DETENIDA - FALLO EL PASO: ' WS-PASO
                 DISPLAY 'CODIGO DE RETORNO: ' RETURN-CODE
                 DISPLAY 'LA PROXIMA INVOCACION RETOMA DESDE ESTE '
                     'PASO (VER INGRESO-PASOS.DAT)'
                 PERFORM LIBERAR-CANDADOS-CORRIDA
                 STOP RUN.
           MOVE SPACES TO WS-CAN-GRUPOS.

      *    si otro trabajo tiene las novedades, el paso queda 'ER'
      *    como cualquier otro fallo y la cadena se detiene lista
      *    para retomar desde aca.
       TOMAR-CANDADO-PASO.
           MOVE WS-PASO TO WS-CAN-TRABAJO.
           MOVE 'T' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           IF WS-CAN-ERROR NOT EQUAL 'OK'
              MOVE 'ER' TO TAB-ACT-ESTADO(WS-CANT-ACTUALES)
              PERFORM GRABAR-ESTADOS
              DISPLAY 'CORRIDA DETENIDA - ARCHIVOS DEL PASO EN USO '
                  'POR OTRO TRABAJO: ' WS-PASO
              DISPLAY 'LA PROXIMA INVOCACION RETOMA DESDE ESTE '
                  'PASO (VER INGRESO-PASOS.DAT)'
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADOS-CORRIDA
              STOP RUN.

       LIBERAR-CANDADO-PASO.
           MOVE WS-PASO TO WS-CAN-TRABAJO.
           MOVE 'L' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           MOVE WS-RC-PASO TO RETURN-CODE.

       VERIFICAR-PASO-PREVIO.
           MOVE 'N' TO WS-PASO-YA-OK.
           SET IND-PREV TO 1.
           SEARCH TAB-PREV
               WHEN IND-PREV GREATER THAN WS-CANT-PREVIOS
                   NEXT SENTENCE
               WHEN TAB-PREV-NOMBRE(IND-PREV) EQUAL WS-PASO
                AND TAB-PREV-ESTADO(IND-PREV) EQUAL 'OK'
                   MOVE 'S' TO WS-PASO-YA-OK
           END-SEARCH.

       GRABAR-ESTADOS.
           OPEN OUTPUT ARCH-PASOS.
           IF NOT PASOS-OK
              DISPLAY 'NO PUDO GRABARSE INGRESO-PASOS.DAT ' FS-PASOS
           ELSE
              MOVE 1 TO WS-I
              PERFORM GRABAR-UN-ESTADO
                  UNTIL WS-I GREATER THAN WS-CANT-ACTUALES
              CLOSE ARCH-PASOS.

       GRABAR-UN-ESTADO.
           MOVE SPACES TO REG-PASO.
           MOVE TAB-ACT-NOMBRE(WS-I) TO PASO-NOMBRE.
           MOVE TAB-ACT-ESTADO(WS-I) TO PASO-ESTADO.
           WRITE REG-PASO.
           ADD 1 TO WS-I.

       BORRAR-ESTADOS.
           OPEN OUTPUT ARCH-PASOS.
           IF PASOS-OK
              CLOSE ARCH-PASOS.

      *    un renglon de bitacora por paso efectivamente ejecutado,
      *    mismo layout que GRABAR-BITACORA en PRINCIPAL.cob; el
      *    RETURN-CODE del paso se preserva para que EJECUTAR-PASO lo
      *    siga evaluando despues de grabar.
       GRABAR-BITACORA.
           OPEN EXTEND ARCH-BITACORA.
           IF NOT BITACORA-OK
              OPEN OUTPUT ARCH-BITACORA.
           IF BITACORA-OK
              MOVE SPACES TO REG-BITACORA
              MOVE WS-PASO TO BIT-PROGRAMA
              MOVE WS-BIT-FECHA-INICIO TO BIT-FECHA-INICIO
              MOVE WS-BIT-HORA-INICIO TO BIT-HORA-INICIO
              ACCEPT BIT-FECHA-FIN FROM DATE YYYYMMDD
              ACCEPT BIT-HORA-FIN FROM TIME
              MOVE WS-RC-PASO TO BIT-RETURN-CODE
              MOVE SPACES TO WS-BIT-USUARIO
              ACCEPT WS-BIT-USUARIO FROM ENVIRONMENT 'USER'
              IF WS-BIT-USUARIO EQUAL SPACES
                 MOVE 'DESCONOCIDO' TO WS-BIT-USUARIO
              END-IF
              MOVE WS-BIT-USUARIO TO BIT-USUARIO
              WRITE REG-BITACORA
              CLOSE ARCH-BITACORA.
           MOVE WS-RC-PASO TO RETURN-CODE.
