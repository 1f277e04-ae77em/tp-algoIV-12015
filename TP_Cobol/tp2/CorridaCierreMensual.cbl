                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-BITACORA.

      *    periodos ya pasados al mayor - ver PasajeMayor.
           SELECT ARCH-PERIODOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PERIODOS.

       DATA DIVISION.
       FILE SECTION.

           03 FILLER                    PIC X(1).
           03 BIT-USUARIO               PIC X(20).

       FD ARCH-PERIODOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'MAYOR-PERIODOS.DAT'
             DATA RECORD IS REG-PERIODO.

       01 REG-PERIODO.
           03 MPE-PERIODO                 PIC 9(6).
           03 MPE-FECHA-PASE              PIC 9(8).
           03 MPE-LINEAS                  PIC 9(5).
           03 MPE-TOTAL-DEBE              PIC 9(13)V99.
           03 MPE-TOTAL-HABER             PIC 9(13)V99.

       WORKING-STORAGE SECTION.

       77 FS-PASOS                    PIC XX.
       77 FS-BITACORA                 PIC XX.
           88 BITACORA-OK             VALUE '00'.

       77 FS-PERIODOS                 PIC XX.
           88 PERIODOS-OK             VALUE '00'.
           88 PERIODOS-EOF            VALUE '10'.

      *    periodo que concilia ConciliacionDeudores; cero = el que
      *    tome el programa por defecto.
       01 WS-PERIODO-CONCILIAR-ENV    PIC X(6).
       01 WS-PERIODO-CONCILIAR        PIC 9(6) VALUE 0.

       01 WS-BIT-USUARIO              PIC X(20).
       01 WS-BIT-FECHA-INICIO         PIC 9(8).
       01 WS-BIT-HORA-INICIO          PIC 9(8).
           './VerificarIndice'.
       01 WS-EXE-VERIFCIERRE-DEF      PIC X(60) VALUE
           './VerificarCierre'.
       01 WS-EXE-CONCDEUDORES-DEF     PIC X(60) VALUE
           './ConciliacionDeudores'.
       01 WS-EXE-AUDITNUMERACION-DEF  PIC X(60) VALUE
           './AuditoriaNumeracion'.
       01 WS-EXE-CERTIF-DEF           PIC X(60) VALUE
           './ReporteCertificaciones'.

      *    estados de la corrida anterior (si quedo CIERRE-PASOS.DAT)
      *    y de la actual. 20 pasos alcanza con margen.
       01 WS-ACUM-SALTEADOS           PIC 9(2) VALUE 0.
       01 WS-I                        PIC 9(2).

      *    candados de corrida - ver SUB-RUTINA-CANDADOS. la cadena
      *    entera toma CIERRE exclusivo (no hay dos cierres a la vez)
      *    y cada paso que reconstruye o lee TIMES / TARIFAS toma ademas
      *    sus grupos mientras corre; el PID de la cadena viaja en
      *    CANDADO-TITULAR para que el programa del paso, que toma los
      *    mismos grupos por su cuenta, no choque con la cadena.
       01 WS-CAN-OPER                 PIC X.
       01 WS-CAN-TRABAJO              PIC X(40).
       01 WS-CAN-GRUPOS.
           03 WS-CAN-GRUPO OCCURS 4 TIMES.
               05 WS-CAN-GRUPO-NOMBRE PIC X(8).
               05 WS-CAN-GRUPO-MODO   PIC X(1).
       01 WS-CAN-ERROR                PIC XX.
       01 WS-CAN-RC                   PIC S9(9).
       01 WS-PID-CORRIDA              PIC 9(9).
       01 WS-COMANDO-SISTEMA          PIC X(240).

       PROCEDURE DIVISION.

      *    encadena, en orden, la reconstruccion de TARIFAS-INDEXED,
           ACCEPT WS-FORZAR-ENV FROM ENVIRONMENT
               'CIERRE-FORZAR-COMPLETA'.

           PERFORM TOMAR-CANDADO-CORRIDA.
           PERFORM CARGAR-ESTADOS-PREVIOS.

      *    la verificacion previa corre antes que todo: un mes que no
           ELSE
              MOVE WS-EXE-CREATAR-DEF TO WS-COMANDO
           END-IF.
           MOVE 'TARIFAS' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           PERFORM EJECUTAR-PASO.

           MOVE 'RECONSTRUCCION DE TIMES-INDEXED' TO WS-PASO.
           ELSE
              MOVE WS-EXE-CREATIMES-DEF TO WS-COMANDO
           END-IF.
           MOVE 'TIMES' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           PERFORM EJECUTAR-PASO.

           MOVE 'REPORTE TP2 DE TRABAJOS POR EMPRESA' TO WS-PASO.
           ELSE
              MOVE WS-EXE-TP2-DEF TO WS-COMANDO
           END-IF.
           MOVE 'TIMES' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'C' TO WS-CAN-GRUPO-MODO(1).
           PERFORM EJECUTAR-PASO.

      *    compuerta de varianza mes contra mes: con una empresa
           END-IF.
           PERFORM EJECUTAR-PASO.

      *    cada serie PV + letra tiene que ser estrictamente
      *    correlativa y con su CAE: un hueco, un numero repetido o
      *    un comprobante sin autorizar corta la cadena con el
      *    detalle en AUDITORIA-NUMERACION.LST.
           MOVE 'AUDITORIA DE NUMERACION DE COMPROBANTES' TO WS-PASO.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT
               'PRINCIPAL-EXE-AUDITNUMERACION'.
           IF WS-EXE-ENV NOT EQUAL SPACES
              MOVE WS-EXE-ENV TO WS-COMANDO
           ELSE
              MOVE WS-EXE-AUDITNUMERACION-DEF TO WS-COMANDO
           END-IF.
           PERFORM EJECUTAR-PASO.

      *    listado mensual de certificaciones vencidas o por vencer
      *    en CERTIFICACIONES.LST; es informativo y no corta la
      *    cadena.
           MOVE 'LISTADO DE CERTIFICACIONES POR VENCER' TO WS-PASO.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT
               'PRINCIPAL-EXE-CERTIF'.
           IF WS-EXE-ENV NOT EQUAL SPACES
              MOVE WS-EXE-ENV TO WS-COMANDO
           ELSE
              MOVE WS-EXE-CERTIF-DEF TO WS-COMANDO
           END-IF.
           PERFORM EJECUTAR-PASO.

      *    el auxiliar de deudores tiene que cerrar contra la cuenta
      *    control del mayor: una diferencia sin explicar corta la
      *    cadena con el detalle en CONCILIACION-DEUDORES.LST. va al
      *    final porque el mes que se esta cerrando todavia no esta
      *    pasado al mayor (los asientos y PasajeMayor se corren
      *    despues de esta cadena): se concilia el ultimo periodo
      *    pasado de MAYOR-PERIODOS.DAT, salvo que
      *    CONCILIA-DEUDORES-PERIODO ya venga informado.
           MOVE 'CONCILIACION DE DEUDORES CONTRA MAYOR' TO WS-PASO.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT
               'PRINCIPAL-EXE-CONCDEUDORES'.
           IF WS-EXE-ENV EQUAL SPACES
              MOVE WS-EXE-CONCDEUDORES-DEF TO WS-EXE-ENV
           END-IF.
           PERFORM DETERMINAR-PERIODO-CONCILIAR.
           MOVE SPACES TO WS-COMANDO.
           IF WS-PERIODO-CONCILIAR EQUAL ZERO
              MOVE WS-EXE-ENV TO WS-COMANDO
           ELSE
              STRING 'CONCILIA-DEUDORES-PERIODO=' WS-PERIODO-CONCILIAR
                  ' ' WS-EXE-ENV DELIMITED BY SIZE INTO WS-COMANDO
           END-IF.
           PERFORM EJECUTAR-PASO.

      *    todos los pasos terminaron bien: el archivo de estados ya
      *    no hace falta para un reintento.
           PERFORM BORRAR-ESTADOS.
              DISPLAY WS-ACUM-SALTEADOS ' PASOS SALTEADOS POR ESTAR '
                  'YA TERMINADOS EN LA CORRIDA ANTERIOR'.
           DISPLAY 'CORRIDA DE CIERRE MENSUAL FINALIZADA CON EXITO'.
           PERFORM LIBERAR-CANDADOS-CORRIDA.
           STOP RUN.

      *    un segundo cierre lanzado encima del que ya corre no
      *    arranca: SUB-RUTINA-CANDADOS ya mostro quien lo tiene.
       TOMAR-CANDADO-CORRIDA.
           CALL 'C$GETPID'.
           MOVE RETURN-CODE TO WS-PID-CORRIDA.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'CIERRE' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           MOVE 'CORRIDA DE CIERRE MENSUAL' TO WS-CAN-TRABAJO.
           MOVE 'T' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           MOVE SPACES TO WS-CAN-GRUPOS.
           IF WS-CAN-ERROR NOT EQUAL 'OK'
              DISPLAY 'CORRIDA DE CIERRE MENSUAL NO ARRANCA: OTRA '
                  'CORRIDA O TRABAJO TIENE TOMADO EL CIERRE'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    al terminar (bien o con un paso fallido) se liberan todos
      *    los candados de la cadena; el RETURN-CODE se conserva.
       LIBERAR-CANDADOS-CORRIDA.
           MOVE RETURN-CODE TO WS-CAN-RC.
           MOVE SPACES TO WS-CAN-TRABAJO.
           MOVE 'L' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           MOVE WS-CAN-RC TO RETURN-CODE.

       CARGAR-ESTADOS-PREVIOS.
           IF FORZAR-COMPLETA
              DISPLAY 'CIERRE-FORZAR-COMPLETA=S: SE CORREN TODOS '
              ADD 1 TO WS-ACUM-SALTEADOS
              DISPLAY 'PASO SALTEADO (YA TERMINADO): ' WS-PASO
           ELSE
              IF WS-CAN-GRUPO-NOMBRE(1) NOT EQUAL SPACES
                 PERFORM TOMAR-CANDADO-PASO
              END-IF
              DISPLAY 'INICIANDO PASO: ' WS-PASO
              MOVE SPACES TO WS-COMANDO-SISTEMA
              STRING 'env CANDADO-TITULAR=' WS-PID-CORRIDA ' '
                  WS-COMANDO DELIMITED BY SIZE
                  INTO WS-COMANDO-SISTEMA
              ACCEPT WS-BIT-FECHA-INICIO FROM DATE YYYYMMDD
              ACCEPT WS-BIT-HORA-INICIO FROM TIME
              CALL 'SYSTEM' USING WS-COMANDO-SISTEMA
              MOVE RETURN-CODE TO WS-RC-PASO
              IF WS-CAN-GRUPO-NOMBRE(1) NOT EQUAL SPACES
                 PERFORM LIBERAR-CANDADO-PASO
              END-IF
              PERFORM GRABAR-BITACORA
              IF RETURN-CODE EQUAL ZERO
                 MOVE 'OK' TO TAB-ACT-ESTADO(WS-CANT-ACTUALES)
                 DISPLAY 'CODIGO DE RETORNO: ' RETURN-CODE
                 DISPLAY 'LA PROXIMA INVOCACION RETOMA DESDE ESTE '
                     'PASO (VER CIERRE-PASOS.DAT)'
                 PERFORM LIBERAR-CANDADOS-CORRIDA
                 STOP RUN.
           MOVE SPACES TO WS-CAN-GRUPOS.

      *    si otro trabajo tiene los archivos del paso, el paso queda
      *    'ER' como cualquier otro fallo y la cadena se detiene lista
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
                  'PASO (VER CIERRE-PASOS.DAT)'
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
                   MOVE 'S' TO WS-PASO-YA-OK
           END-SEARCH.

      *    sin ningun periodo pasado al mayor la conciliacion corre
      *    con su periodo por defecto e informa ella misma que falta
      *    PasajeMayor.
       DETERMINAR-PERIODO-CONCILIAR.
           MOVE 0 TO WS-PERIODO-CONCILIAR.
           MOVE SPACES TO WS-PERIODO-CONCILIAR-ENV.
           ACCEPT WS-PERIODO-CONCILIAR-ENV FROM ENVIRONMENT
               'CONCILIA-DEUDORES-PERIODO'.
           IF WS-PERIODO-CONCILIAR-ENV EQUAL SPACES
              OPEN INPUT ARCH-PERIODOS
              IF PERIODOS-OK
                 PERFORM LEER-PERIODO
                 PERFORM EVALUAR-UN-PERIODO UNTIL PERIODOS-EOF
                 CLOSE ARCH-PERIODOS.

       LEER-PERIODO.
           READ ARCH-PERIODOS AT END MOVE '10' TO FS-PERIODOS.

       EVALUAR-UN-PERIODO.
           IF MPE-PERIODO IS NUMERIC
              AND MPE-PERIODO GREATER WS-PERIODO-CONCILIAR
              MOVE MPE-PERIODO TO WS-PERIODO-CONCILIAR.
           PERFORM LEER-PERIODO.

       GRABAR-ESTADOS.
           OPEN OUTPUT ARCH-PASOS.
           IF NOT PASOS-OK
