      *      - las que agotaron los intentos (SUSPENSO-MAX-INTENTOS,
      *        3 por defecto) salen del circuito y quedan asentadas
      *        en NOV-SUSPENSO-VENCIDOS.LST para revision manual.
      *    tambien repite el control de asignacion de TP1
      *    (CONTROLAR-ASIGNACION-NOVEDAD): una novedad sin asignacion
      *    vigente no se libera hasta que se cargue la asignacion en
      *    ASIGNACIONES.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARCH-TAREAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-TAREAS.
           SELECT ARCH-ASIGNACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIGNACIONES.
           SELECT ARCH-SORT-NOV ASSIGN TO DISK.

       DATA DIVISION.
      *    blanco o 'S', facturable.
           03 REG-TAREA-FACTURABLE  PIC X(1).

       FD ARCH-ASIGNACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIGNACIONES.DAT'
             DATA RECORD IS REG-ASIGNACION.

       01 REG-ASIGNACION.
           03 ASG-CONSULTOR         PIC X(5).
           03 ASG-EMPRESA           PIC 9(3).
           03 ASG-ENG-DESDE         PIC 9(8).
           03 ASG-ORDEN             PIC X(4).
           03 ASG-DESDE             PIC 9(8).
           03 ASG-HASTA             PIC 9(8).
           03 ASG-HORAS-MENSUALES   PIC 9(3)V99.

       SD ARCH-SORT-NOV
          DATA RECORD IS REG-SORT-NOV.

           88 TAREAS-OK      VALUE '00'.
           88 TAREAS-EOF     VALUE '10'.

       77 FS-ASIGNACIONES  PIC XX.
           88 ASG-OK         VALUE '00'.
           88 ASG-EOF        VALUE '10'.

       01 WS-FIN-SORT                 PIC X VALUE 'N'.
           88 FIN-SORT                VALUE 'S'.


       01 WS-CANT-TAREAS             PIC 9(3) VALUE 0.

      *    asignaciones, opcional: solo se controlan las empresas
      *    que tienen alguna cargada, igual que en TP1.
       01 TABLA-ASIGNACIONES.
           03 TAB-ASG OCCURS 2000 TIMES INDEXED BY IND-TAB-ASG.
               05 TAB-ASG-CONSULTOR     PIC X(5).
               05 TAB-ASG-EMPRESA       PIC 9(3).
               05 TAB-ASG-ORDEN         PIC X(4).
               05 TAB-ASG-DESDE         PIC 9(8).
               05 TAB-ASG-HASTA         PIC 9(8).

       01 WS-CANT-ASIGNACIONES       PIC 9(4) VALUE 0.

       01 WS-EMPRESA-CON-ASIG        PIC X VALUE 'N'.
           88 EMPRESA-CON-ASIG       VALUE 'S'.

       01 WS-NOVEDAD-ASIGNADA        PIC X VALUE 'S'.
           88 NOVEDAD-ASIGNADA       VALUE 'S'.

       01 WS-VALIDA                  PIC X.
           88 NOVEDAD-VALIDA         VALUE 'S'.
       01 WS-MOTIVO-FALLA            PIC X(30).
               OR WS-CANT-TAREAS NOT LESS 500.
           CLOSE ARCH-TAREAS.

           OPEN INPUT ARCH-ASIGNACIONES.
           IF ASG-OK
              PERFORM LEER-ASIGNACION
              PERFORM CARGAR-ASIGNACION UNTIL ASG-EOF
                  OR WS-CANT-ASIGNACIONES NOT LESS 2000
              CLOSE ARCH-ASIGNACIONES.

       CARGAR-CONSULTOR.
           ADD 1 TO WS-CANT-CONS.
           MOVE REG-CONS-NUMERO TO TAB-CONS-NUMERO(WS-CANT-CONS).
           MOVE REG-TAREA-COD TO TAB-TAREA-COD(WS-CANT-TAREAS).
           READ ARCH-TAREAS AT END MOVE '10' TO FS-TAREAS.

       CARGAR-ASIGNACION.
           ADD 1 TO WS-CANT-ASIGNACIONES.
           MOVE ASG-CONSULTOR TO
               TAB-ASG-CONSULTOR(WS-CANT-ASIGNACIONES).
           MOVE ASG-EMPRESA TO TAB-ASG-EMPRESA(WS-CANT-ASIGNACIONES).
           MOVE ASG-ORDEN TO TAB-ASG-ORDEN(WS-CANT-ASIGNACIONES).
           MOVE ASG-DESDE TO TAB-ASG-DESDE(WS-CANT-ASIGNACIONES).
           MOVE ASG-HASTA TO TAB-ASG-HASTA(WS-CANT-ASIGNACIONES).
           PERFORM LEER-ASIGNACION.

       LEER-ASIGNACION.
           READ ARCH-ASIGNACIONES AT END MOVE '10' TO FS-ASIGNACIONES.

       REVALIDACION SECTION.
       REVALIDAR-SUSPENSO.
           OPEN INPUT ARCH-SUSPENSO.
                 OR REG-SUS-HORAS EQUAL ZERO
                 MOVE 'N' TO WS-VALIDA
                 MOVE 'HORAS EN CERO O INVALIDAS' TO WS-MOTIVO-FALLA.
           IF NOVEDAD-VALIDA
              AND WS-CANT-ASIGNACIONES GREATER ZERO
              PERFORM VALIDAR-ASIGNACION-SUS.

      *    WS-FECHA-SUS-AM-N ya quedo armada por VALIDAR-RELACION-SUS.
       VALIDAR-ASIGNACION-SUS.
           MOVE 'N' TO WS-EMPRESA-CON-ASIG.
           MOVE 'N' TO WS-NOVEDAD-ASIGNADA.
           SET IND-TAB-ASG TO 1.
           PERFORM EVALUAR-UNA-ASIGNACION
               UNTIL IND-TAB-ASG GREATER THAN WS-CANT-ASIGNACIONES.
           IF EMPRESA-CON-ASIG AND NOT NOVEDAD-ASIGNADA
              MOVE 'N' TO WS-VALIDA
              MOVE 'SIN ASIGNACION AL ENGAGEMENT' TO WS-MOTIVO-FALLA.

       EVALUAR-UNA-ASIGNACION.
           IF TAB-ASG-EMPRESA(IND-TAB-ASG) EQUAL REG-SUS-EMPRESA
              MOVE 'S' TO WS-EMPRESA-CON-ASIG
              IF TAB-ASG-CONSULTOR(IND-TAB-ASG) EQUAL REG-SUS-NUMERO
                 AND WS-FECHA-SUS-AM-N NOT LESS
                     TAB-ASG-DESDE(IND-TAB-ASG)
                 AND WS-FECHA-SUS-AM-N NOT GREATER
                     TAB-ASG-HASTA(IND-TAB-ASG)
                 AND (TAB-ASG-ORDEN(IND-TAB-ASG) EQUAL SPACES
                      OR TAB-ASG-ORDEN(IND-TAB-ASG) EQUAL
                         REG-SUS-ORDEN)
                 MOVE 'S' TO WS-NOVEDAD-ASIGNADA
              END-IF
           END-IF.
           SET IND-TAB-ASG UP BY 1.

       VALIDAR-CONSULTOR-SUS.
           SET IND-TAB-CONS TO 1.
