      *-----------------------
       WORKING-STORAGE SECTION.

       01 WS-OPCION                   PIC XX.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

           './MantenimientoEmpresas'.
       01 WS-EXE-MANTECONS-DEF        PIC X(60) VALUE
           './MantenimientoConsultores'.
       01 WS-EXE-CONSEMP-DEF          PIC X(60) VALUE
           './ConsultaEmpresa'.
       01 WS-EXE-APROBAR-DEF          PIC X(60) VALUE
           './AprobacionCambios'.
       01 WS-EXE-CANDADOS-DEF         PIC X(60) VALUE
           './AdministrarCandados'.

      *    candado de corrida de cada opcion - ver SUB-RUTINA-CANDADOS.
      *    el menu toma los grupos que la opcion va a tocar bajo su
      *    propio PID antes de lanzarla, y le pasa ese PID en
      *    CANDADO-TITULAR para que el programa lanzado, si toma los
      *    mismos grupos por su cuenta, no choque con su propio menu.
      *    la opcion sin grupos (la consulta) no toma nada.
       01 WS-CAN-OPER                 PIC X.
       01 WS-CAN-TRABAJO              PIC X(40).
       01 WS-CAN-GRUPOS.
           03 WS-CAN-GRUPO OCCURS 4 TIMES.
               05 WS-CAN-GRUPO-NOMBRE PIC X(8).
               05 WS-CAN-GRUPO-MODO   PIC X(1).
       01 WS-CAN-ERROR                PIC XX.
       01 WS-CAN-RC                   PIC S9(9).
       01 WS-PID-MENU                 PIC 9(9).
       01 WS-COMANDO-SISTEMA          PIC X(240).

       PROCEDURE DIVISION.

       PRINCIPAL-MAIN.
           CALL 'C$GETPID'.
           MOVE RETURN-CODE TO WS-PID-MENU.
           MOVE 0 TO RETURN-CODE.
           PERFORM INICIAR-SESION.
           IF NOT SESION-VALIDA
              DISPLAY 'ACCESO DENEGADO'
           DISPLAY '5 - MANTENIMIENTO DE EMPRESAS'.
           DISPLAY '6 - MANTENIMIENTO DE CONSULTORES'.
           DISPLAY '7 - FECHA DE PROCESO (FIJAR / LIMPIAR)'.
           DISPLAY '8 - CONSULTA INTEGRAL DE EMPRESA'.
           DISPLAY '9 - APROBACION DE CAMBIOS PENDIENTES'.
           DISPLAY '10 - CANDADOS DE CORRIDA'.
           DISPLAY '11 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

                                   PERFORM MANTENER-FECHA-PROCESO
                                END-IF
                             ELSE
      *    la consulta es de solo lectura: la usa tambien el
      *    operador, sin control de rol.
                                IF WS-OPCION EQUAL '8'
                                   PERFORM EJECUTAR-CONSEMP
                                ELSE
                                   IF WS-OPCION EQUAL '9'
                                      PERFORM
                                          CONTROLAR-ROL-MANTENIMIENTO
                                      IF SESION-VALIDA
                                         PERFORM EJECUTAR-APROBAR
                                      END-IF
                                   ELSE
                                      IF WS-OPCION EQUAL '10'
                                         PERFORM EJECUTAR-CANDADOS
                                      ELSE
                                         IF WS-OPCION EQUAL '11'
                                            MOVE 'N' TO WS-CONTINUAR
                                         ELSE
                                            DISPLAY 'OPCION INVALIDA'.

      *    los mantenimientos de maestros piden rol supervisor o
      *    administracion; un operador se queda en corridas y
           ELSE
              MOVE WS-EXE-CREATAR-DEF TO WS-COMANDO
           END-IF.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'TARIFAS' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           PERFORM INVOCAR-PROGRAMA.

       EJECUTAR-CREATIMES.
           ELSE
              MOVE WS-EXE-CREATIMES-DEF TO WS-COMANDO
           END-IF.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'TIMES' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           PERFORM INVOCAR-PROGRAMA.

       EJECUTAR-TP1.
           ELSE
              MOVE WS-EXE-TP1-DEF TO WS-COMANDO
           END-IF.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'TIMES' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           MOVE 'NOVEDAD' TO WS-CAN-GRUPO-NOMBRE(2).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(2).
           PERFORM INVOCAR-PROGRAMA.

       EJECUTAR-TP2.
           ELSE
              MOVE WS-EXE-TP2-DEF TO WS-COMANDO
           END-IF.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'TIMES' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'C' TO WS-CAN-GRUPO-MODO(1).
           PERFORM INVOCAR-PROGRAMA.

       EJECUTAR-MANTEMP.
           ELSE
              MOVE WS-EXE-MANTEMP-DEF TO WS-COMANDO
           END-IF.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'MAESTROS' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'C' TO WS-CAN-GRUPO-MODO(1).
           PERFORM INVOCAR-PROGRAMA.

       EJECUTAR-MANTECONS.
           ELSE
              MOVE WS-EXE-MANTECONS-DEF TO WS-COMANDO
           END-IF.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'MAESTROS' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'C' TO WS-CAN-GRUPO-MODO(1).
           PERFORM INVOCAR-PROGRAMA.

       EJECUTAR-CONSEMP.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT 'PRINCIPAL-EXE-CONSEMP'.
           IF WS-EXE-ENV NOT EQUAL SPACES
              MOVE WS-EXE-ENV TO WS-COMANDO
           ELSE
              MOVE WS-EXE-CONSEMP-DEF TO WS-COMANDO
           END-IF.
           MOVE SPACES TO WS-CAN-GRUPOS.
           PERFORM INVOCAR-PROGRAMA.

       EJECUTAR-APROBAR.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT 'PRINCIPAL-EXE-APROBAR'.
           IF WS-EXE-ENV NOT EQUAL SPACES
              MOVE WS-EXE-ENV TO WS-COMANDO
           ELSE
              MOVE WS-EXE-APROBAR-DEF TO WS-COMANDO
           END-IF.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'MAESTROS' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'C' TO WS-CAN-GRUPO-MODO(1).
           MOVE 'TARIFAS' TO WS-CAN-GRUPO-NOMBRE(2).
           MOVE 'C' TO WS-CAN-GRUPO-MODO(2).
           PERFORM INVOCAR-PROGRAMA.

      *    consulta de candados de corrida: administracion puede
      *    ademas liberar los abandonados; los demas roles solo ven
      *    la lista (quien tiene tomado que) para saber a quien
      *    esperar.
       EJECUTAR-CANDADOS.
           MOVE SPACES TO WS-EXE-ENV.
           ACCEPT WS-EXE-ENV FROM ENVIRONMENT 'PRINCIPAL-EXE-CANDADOS'.
           IF WS-EXE-ENV EQUAL SPACES
              MOVE WS-EXE-CANDADOS-DEF TO WS-EXE-ENV
           END-IF.
           MOVE SPACES TO WS-COMANDO.
           IF ROL-ADMINISTRACION
              MOVE WS-EXE-ENV TO WS-COMANDO
           ELSE
              STRING 'env CANDADOS-MODO=LISTAR ' DELIMITED BY SIZE
                  WS-EXE-ENV DELIMITED BY SIZE INTO WS-COMANDO
           END-IF.
           MOVE SPACES TO WS-CAN-GRUPOS.
           PERFORM INVOCAR-PROGRAMA.

      *    corre el ejecutable armado en WS-COMANDO como un proceso
      *    todo el run unit, asi que no pueden invocarse con un CALL
      *    comun; CALL "SYSTEM" es la forma estandar de GnuCOBOL de
      *    lanzar otro programa y retomar el control al terminar.
      *    si otro trabajo tiene tomado lo que la opcion necesita no
      *    se lanza nada: SUB-RUTINA-CANDADOS ya mostro quien lo tiene
      *    y el operador vuelve al menu.
       INVOCAR-PROGRAMA.
           MOVE 'OK' TO WS-CAN-ERROR.
           IF WS-CAN-GRUPO-NOMBRE(1) NOT EQUAL SPACES
              MOVE WS-COMANDO TO WS-CAN-TRABAJO
              MOVE 'T' TO WS-CAN-OPER
              CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
                  WS-CAN-GRUPOS, WS-CAN-ERROR
           END-IF.
           IF WS-CAN-ERROR NOT EQUAL 'OK'
              DISPLAY 'NO SE LANZA ' WS-COMANDO
              DISPLAY 'ARCHIVOS EN USO POR OTRO TRABAJO - REINTENTAR '
                  'CUANDO TERMINE'
           ELSE
              PERFORM LANZAR-PROGRAMA.

       LANZAR-PROGRAMA.
           DISPLAY 'EJECUTANDO: ' WS-COMANDO.
           MOVE SPACES TO WS-COMANDO-SISTEMA.
           STRING 'env CANDADO-TITULAR=' WS-PID-MENU ' '
               WS-COMANDO DELIMITED BY SIZE INTO WS-COMANDO-SISTEMA.
           ACCEPT WS-BIT-FECHA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WS-BIT-HORA-INICIO FROM TIME.
           CALL 'SYSTEM' USING WS-COMANDO-SISTEMA.
           IF RETURN-CODE EQUAL ZERO
              DISPLAY 'PROCESO FINALIZADO CORRECTAMENTE'
           ELSE
              DISPLAY 'EL PROCESO TERMINO CON ERROR - CODIGO '
                  RETURN-CODE.
           IF WS-CAN-GRUPO-NOMBRE(1) NOT EQUAL SPACES
              MOVE RETURN-CODE TO WS-CAN-RC
              MOVE 'L' TO WS-CAN-OPER
              CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
                  WS-CAN-GRUPOS, WS-CAN-ERROR
              MOVE WS-CAN-RC TO RETURN-CODE
           END-IF.
           PERFORM GRABAR-BITACORA.

      *    un renglon por lanzamiento, con inicio/fin/retorno/usuario
