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


        FD TIMES-SEQ LABEL RECORD IS STANDARD

        01 WS-AUD-USUARIO          PIC X(20).

      *    candado de corrida: TIMES exclusivo mientras se carga el
      *    indexado - ver SUB-RUTINA-CANDADOS.
        01 WS-CAN-OPER             PIC X.
        01 WS-CAN-TRABAJO          PIC X(40) VALUE 'CreaTimesIdx'.
        01 WS-CAN-GRUPOS.
            03 WS-CAN-GRUPO OCCURS 4 TIMES.
                05 WS-CAN-GRUPO-NOMBRE PIC X(8).
                05 WS-CAN-GRUPO-MODO   PIC X(1).
        01 WS-CAN-ERROR            PIC XX.
        01 WS-CAN-RC               PIC S9(9).

        01 WS-ACUM-SIN-EMPRESA     PIC 9(6) VALUE 0.

      *    registros de TIMES cuya empresa existe pero esta bloqueada
            MOVE SPACES TO WS-MODO-EJECUCION.
            ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'TIMES-IDX-MODO'.

            PERFORM TOMAR-CANDADO-CORRIDA.
            PERFORM DETERMINAR-MODO-CARGA.

            IF MODO-DELTA
            PERFORM GRABAR-WATERMARK.
            PERFORM GRABAR-CONTROL-CORRIDA.
            DISPLAY "Fin de la ejecucion total..".
            PERFORM LIBERAR-CANDADO-CORRIDA.

            IF NOT MODO-BATCH
               DISPLAY 'INGRESE UN NRO PARA SALIR '
            END-IF.
            STOP RUN.

      *    no se carga si TP1, ArchivarTimesHistorico o una fusion
      *    tienen TIMES: SUB-RUTINA-CANDADOS ya mostro quien.
        TOMAR-CANDADO-CORRIDA.
            MOVE SPACES TO WS-CAN-GRUPOS.
            MOVE 'TIMES' TO WS-CAN-GRUPO-NOMBRE(1).
            MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
            MOVE 'T' TO WS-CAN-OPER.
            CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
                WS-CAN-GRUPOS, WS-CAN-ERROR.
            IF WS-CAN-ERROR NOT EQUAL 'OK'
               DISPLAY 'NO SE CARGA TIMES-INDEXED.DAT: TIMES EN USO '
                   'POR OTRO TRABAJO'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

        LIBERAR-CANDADO-CORRIDA.
            MOVE RETURN-CODE TO WS-CAN-RC.
            MOVE 'L' TO WS-CAN-OPER.
            CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
                WS-CAN-GRUPOS, WS-CAN-ERROR.
            MOVE WS-CAN-RC TO RETURN-CODE.

      *    delta solo si hay marca de agua de una corrida anterior y
      *    el operador no forzo la reconstruccion completa con
      *    TIMES-IDX-CARGA=FULL.
            IF NOT SEQ-OK
               DISPLAY 'NO PUDO ABRIRSE ARCHIVO SEQ ' FS-TIMES-SEQ
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.

            OPEN I-O TIMES-IDX-RND.
               DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT PARA '
                   'DELTA ' FS-TIMES-IDX-RND
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.

            OPEN INPUT ARCH-EMP-IDX.
               DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                   FS-ARCH-EMP-IDX
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.

            OPEN OUTPUT ARCH-TIMES-SIN-EMPRESA.
               DISPLAY 'NO PUDO CREARSE TIMES-SIN-EMPRESA.LST '
                   FS-TIMES-SIN-EMPRESA
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.

            MOVE 0 TO WS-SKIP-I.
            ELSE
               DISPLAY 'NO PUDO ABRIRSE ARCHIVO SEQ ' FS-TIMES-SEQ
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.

            OPEN INPUT ARCH-EMP-IDX.
               DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                   FS-ARCH-EMP-IDX
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.

            OPEN OUTPUT ARCH-TIMES-SIN-EMPRESA.
               DISPLAY 'NO PUDO CREARSE TIMES-SIN-EMPRESA.LST '
                   FS-TIMES-SIN-EMPRESA
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.

        CERRAR-ARCHIVOS.
            ELSE
               DISPLAY 'NO PUDO CREARSE ARCHIVO IDX ' FS-TIMES-IDX
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.

            MOVE SPACES TO WS-AUD-USUARIO.
