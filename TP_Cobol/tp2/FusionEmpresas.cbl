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

       FD ARCH-AUDITORIA LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'AUDITORIA.LOG'
       01 WS-BUSCANDO             PIC X VALUE 'N'.
           88 BUSCANDO            VALUE 'S'.

      *    candado de corrida: TIMES y los maestros exclusivos durante
      *    el reclaveo - ver SUB-RUTINA-CANDADOS.
       01 WS-CAN-OPER             PIC X.
       01 WS-CAN-TRABAJO          PIC X(40) VALUE 'FusionEmpresas'.
       01 WS-CAN-GRUPOS.
           03 WS-CAN-GRUPO OCCURS 4 TIMES.
               05 WS-CAN-GRUPO-NOMBRE PIC X(8).
               05 WS-CAN-GRUPO-MODO   PIC X(1).
       01 WS-CAN-ERROR            PIC XX.
       01 WS-CAN-RC               PIC S9(9).

       PROCEDURE DIVISION.

       FUSION-EMPRESAS.
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           PERFORM TOMAR-CANDADO-CORRIDA.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM VERIFICAR-EMPRESA-NUEVA.

              DISPLAY 'NO PUDO ABRIRSE TIMES-INDEXED.DAT '
                  FS-TIMES-IDX
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

           OPEN I-O ARCH-TIMES-HIST-IDX.
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

           MOVE SPACES TO WS-AUD-USUARIO.
                  'EMPRESAS-INDEXED.DAT - DARLO DE ALTA PRIMERO CON '
                  'MantenimientoEmpresas'
              MOVE 16 TO RETURN-CODE
              PERFORM LIBERAR-CANDADO-CORRIDA
              STOP RUN.

      *    reposiciona por la clave alternativa en cada vuelta (el
              CLOSE ARCH-TIMES-HIST-IDX.
           CLOSE ARCH-EMP-IDX.
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
