
        01 WS-AUD-USUARIO          PIC X(20).

      *    candado de corrida: TIMES exclusivo mientras se mueven
      *    registros al historico - ver SUB-RUTINA-CANDADOS.
        01 WS-CAN-OPER             PIC X.
        01 WS-CAN-TRABAJO          PIC X(40)
                                   VALUE 'ArchivarTimesHistorico'.
        01 WS-CAN-GRUPOS.
            03 WS-CAN-GRUPO OCCURS 4 TIMES.
                05 WS-CAN-GRUPO-NOMBRE PIC X(8).
                05 WS-CAN-GRUPO-MODO   PIC X(1).
        01 WS-CAN-ERROR            PIC XX.
        01 WS-CAN-RC               PIC S9(9).

        PROCEDURE DIVISION.

        ARCHIVAR-TIMES-HISTORICO.
            MOVE SPACES TO WS-MODO-EJECUCION.
            ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
                'TIMES-ARCHIVE-MODO'.
            PERFORM TOMAR-CANDADO-CORRIDA.
            PERFORM DETERMINAR-CUTOFF.
            PERFORM ABRIR-ARCHIVOS.
            PERFORM LEER-TIMES-IDX.
            PERFORM EVALUAR-REGISTRO UNTIL IDX-EOF.
            PERFORM TERMINAR.

      *    no se archiva si TP1, CreaTimesIdx o una fusion tienen
      *    TIMES: SUB-RUTINA-CANDADOS ya mostro quien.
        TOMAR-CANDADO-CORRIDA.
            MOVE SPACES TO WS-CAN-GRUPOS.
            MOVE 'TIMES' TO WS-CAN-GRUPO-NOMBRE(1).
            MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
            MOVE 'T' TO WS-CAN-OPER.
            CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
                WS-CAN-GRUPOS, WS-CAN-ERROR.
            IF WS-CAN-ERROR NOT EQUAL 'OK'
               DISPLAY 'NO SE ARCHIVA: TIMES EN USO POR OTRO TRABAJO'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

        LIBERAR-CANDADO-CORRIDA.
            MOVE RETURN-CODE TO WS-CAN-RC.
            MOVE 'L' TO WS-CAN-OPER.
            CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
                WS-CAN-GRUPOS, WS-CAN-ERROR.
            MOVE WS-CAN-RC TO RETURN-CODE.

      *    si no vino un anio de corte por variable de entorno, se
      *    usa el sistema operativo - 5 anios.
        DETERMINAR-CUTOFF.
            CLOSE TIMES-IDX.
            CLOSE TIMES-HIST-IDX.
            CLOSE ARCH-AUDITORIA.
            PERFORM LIBERAR-CANDADO-CORRIDA.
            DISPLAY WS-ACUM-LEIDOS ' REGISTROS LEIDOS, '
                WS-ACUM-ARCHIVADOS ' ARCHIVADOS'.
            IF NOT MODO-BATCH
