           03 REG-CONS-FECHA-ALTA    PIC 9(8).
           03 REG-CONS-FECHA-BAJA    PIC 9(8).
           03 REG-CONS-CBU           PIC X(22).
      *    CUIT y condicion frente a Ganancias para la retencion de
      *    la liquidacion mensual; aca no se usan.
           03 REG-CONS-CUIT          PIC 9(11).
           03 REG-CONS-COND-GANANCIAS PIC X(1).
      *    proveedor del consultor de una firma externa - ver
      *    ConciliacionProveedores; aca no se usa.
           03 REG-CONS-PROVEEDOR     PIC X(5).

       FD ARCH-CAPACIDAD LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CAPACIDAD.DAT'

       01 WS-COMANDO              PIC X(80).

      *    candado de corrida: TIMES y los maestros exclusivos durante
      *    el reclaveo - ver SUB-RUTINA-CANDADOS.
       01 WS-CAN-OPER             PIC X.
       01 WS-CAN-TRABAJO          PIC X(40) VALUE 'FusionConsultores'.
       01 WS-CAN-GRUPOS.
           03 WS-CAN-GRUPO OCCURS 4 TIMES.
               05 WS-CAN-GRUPO-NOMBRE PIC X(8).
               05 WS-CAN-GRUPO-MODO   PIC X(1).
       01 WS-CAN-ERROR            PIC XX.
       01 WS-CAN-RC               PIC S9(9).

       PROCEDURE DIVISION.

       FUSION-CONSULTORES.
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           PERFORM TOMAR-CANDADO-CORRIDA.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM VERIFICAR-NUMEROS.

              DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT '
                  FS-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

           OPEN I-O ARCH-TIMES-HIST-IDX.
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES-INDEXED.DAT '
                  FS-ARCH-CONS-IDX
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

           MOVE SPACES TO WS-AUD-USUARIO.
              DISPLAY 'EL NUMERO VIEJO NO EXISTE EN '
                  'CONSULTORES-INDEXED.DAT'
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

           MOVE WS-NUMERO-NUEVO TO REG-KEY-CODE-CONS.
              CLOSE ARCH-SRT-HIST-IDX.
           CLOSE ARCH-CONS-IDX.
           CLOSE ARCH-AUDITORIA.
           PERFORM LIBERAR-CANDADO-CORRIDA.

      *    no se reclavea mientras TP1, la carga o el archivado de
      *    TIMES, o un mantenimiento de maestros estan corriendo:
      *    SUB-RUTINA-CANDADOS ya mostro quien los tiene.
       TOMAR-CANDADO-CORRIDA.
           MOVE SPACES TO WS-CAN-GRUPOS.
           MOVE 'TIMES' TO WS-CAN-GRUPO-NOMBRE(1).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
           MOVE 'MAESTROS' TO WS-CAN-GRUPO-NOMBRE(2).
           MOVE 'E' TO WS-CAN-GRUPO-MODO(2).
           MOVE 'T' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           IF WS-CAN-ERROR NOT EQUAL 'OK'
              DISPLAY 'NO SE FUSIONA: ARCHIVOS EN USO POR OTRO TRABAJO'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       LIBERAR-CANDADO-CORRIDA.
           MOVE RETURN-CODE TO WS-CAN-RC.
           MOVE 'L' TO WS-CAN-OPER.
           CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
               WS-CAN-GRUPOS, WS-CAN-ERROR.
           MOVE WS-CAN-RC TO RETURN-CODE.
