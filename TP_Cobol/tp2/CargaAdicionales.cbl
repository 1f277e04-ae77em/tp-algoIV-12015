       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaAdicionales.
       AUTHOR. Fede.

      *    maestro de adicionales de pago por categoria: TP1 ya le
      *    cobra al cliente el recargo del trabajo autorizado en dia
      *    no laborable, pero al consultor se le pagaba toda hora al
      *    costo plano de COSTOS-INDEXED.DAT. por SRT y vigencia se
      *    carga el umbral diario y el mensual de horas normales (0 =
      *    sin tope), el multiplicador de las horas que los pasan y
      *    el de las horas trabajadas en sabado, domingo o feriado de
      *    FERIADOS.DAT. LiquidacionConsultores paga con esto y
      *    ReporteMargen costea igual, los dos via
      *    SUB-RUTINA-ADICIONALES. una vigencia nueva no borra la
      *    anterior: vale la mas reciente que no pase la fecha
      *    trabajada, como en COSTOS.DAT.
      *    misma mecanica de alta validada + listado que
      *    CargaGuardias, con el SRT validado contra CATEGORIAS.DAT
      *    como en SUB-RUTINA-CONSULTORES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ADICIONALES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ADICIONALES.
           SELECT ARCH-CATEGORIAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CAT.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-ADICIONALES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ADICIONALES-HORAS.DAT'
             DATA RECORD IS REG-ADICIONAL.

       01 REG-ADICIONAL.
           03 ADI-SRT                    PIC X(2).
           03 ADI-VIG-DESDE              PIC 9(8).
           03 ADI-UMBRAL-DIARIO          PIC 9(2)V99.
           03 ADI-UMBRAL-MENSUAL         PIC 9(3)V99.
           03 ADI-MULT-EXTRA             PIC 9V99.
           03 ADI-MULT-NO-LABORABLE      PIC 9V99.

       FD ARCH-CATEGORIAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CATEGORIAS.DAT'
             DATA RECORD IS REG-CAT.

       01 REG-CAT.
           03 REG-CAT-SRT           PIC X(2).
           03 REG-CAT-DESC          PIC X(20).
           03 REG-CAT-TARIFA        PIC 9(5)V99.

       WORKING-STORAGE SECTION.

       77 FS-ADICIONALES   PIC XX.
           88 ADI-OK         VALUE '00'.
           88 ADI-EOF        VALUE '10'.

       77 FS-CAT           PIC XX.
           88 CAT-OK         VALUE '00'.
           88 CAT-EOF        VALUE '10'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-MAX-CAT                  PIC 9(3) VALUE 100.

       01 TABLA-CATEGORIAS.
           03 TAB-CAT OCCURS 100 TIMES INDEXED BY IND-TAB-CAT.
               05 TAB-CAT-SRT           PIC X(2).

       01 WS-CANT-CAT                 PIC 9(3) VALUE 0.

       01 WS-SRT-ENCONTRADO           PIC X VALUE 'N'.
           88 SRT-ENCONTRADO          VALUE 'S'.

       01 WS-SRT-NUEVO                PIC X(2).
       01 WS-DESDE-NUEVO              PIC 9(8).
       01 WS-UMBRAL-DIA-NUEVO         PIC 9(2)V99.
       01 WS-UMBRAL-MES-NUEVO         PIC 9(3)V99.
       01 WS-MULT-EXTRA-NUEVO         PIC 9V99.
       01 WS-MULT-NO-LAB-NUEVO        PIC 9V99.

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-ADICIONALES.
           PERFORM CARGAR-TABLA-CATEGORIAS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           STOP RUN.

       CARGAR-TABLA-CATEGORIAS.
           OPEN INPUT ARCH-CATEGORIAS.
           IF NOT CAT-OK
              DISPLAY 'NO PUDO ABRIRSE CATEGORIAS.DAT ' FS-CAT
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           READ ARCH-CATEGORIAS AT END MOVE '10' TO FS-CAT.
           PERFORM CARGAR-CATEGORIA-EN-TABLA
               UNTIL CAT-EOF OR WS-CANT-CAT NOT LESS WS-MAX-CAT.
           CLOSE ARCH-CATEGORIAS.

       CARGAR-CATEGORIA-EN-TABLA.
           ADD 1 TO WS-CANT-CAT.
           MOVE REG-CAT-SRT TO TAB-CAT-SRT(WS-CANT-CAT).
           READ ARCH-CATEGORIAS AT END MOVE '10' TO FS-CAT.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'ADICIONALES DE PAGO (ADICIONALES-HORAS.DAT)'.
           DISPLAY '1 - CARGAR ADICIONAL'.
           DISPLAY '2 - LISTAR ADICIONALES'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-ADICIONAL
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-ADICIONALES
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       CARGAR-ADICIONAL.
           DISPLAY 'SRT (2 CARACTERES): '.
           ACCEPT WS-SRT-NUEVO.
           PERFORM VALIDAR-SRT.
           IF NOT SRT-ENCONTRADO
              DISPLAY 'SRT NO EXISTE EN CATEGORIAS.DAT'
           ELSE
              PERFORM PEDIR-Y-GRABAR-ADICIONAL.

       VALIDAR-SRT.
           MOVE 'N' TO WS-SRT-ENCONTRADO.
           SET IND-TAB-CAT TO 1.
           SEARCH TAB-CAT
               WHEN IND-TAB-CAT GREATER THAN WS-CANT-CAT
                   NEXT SENTENCE
               WHEN TAB-CAT-SRT(IND-TAB-CAT) EQUAL WS-SRT-NUEVO
                   MOVE 'S' TO WS-SRT-ENCONTRADO
           END-SEARCH.

      *    un multiplicador menor a 1 pagaria la hora extra por
      *    debajo del costo: se rechaza.
       PEDIR-Y-GRABAR-ADICIONAL.
           DISPLAY 'VIGENTE DESDE (AAAAMMDD): '.
           ACCEPT WS-DESDE-NUEVO.
           DISPLAY 'UMBRAL DIARIO DE HORAS NORMALES (99,99; 0 = SIN '
               'TOPE): '.
           ACCEPT WS-UMBRAL-DIA-NUEVO.
           DISPLAY 'UMBRAL MENSUAL DE HORAS NORMALES (999,99; 0 = '
               'SIN TOPE): '.
           ACCEPT WS-UMBRAL-MES-NUEVO.
           DISPLAY 'MULTIPLICADOR HORAS EXTRA (9,99): '.
           ACCEPT WS-MULT-EXTRA-NUEVO.
           DISPLAY 'MULTIPLICADOR SABADO, DOMINGO Y FERIADO (9,99): '.
           ACCEPT WS-MULT-NO-LAB-NUEVO.

           IF WS-DESDE-NUEVO IS NOT NUMERIC
              OR WS-DESDE-NUEVO EQUAL ZERO
              DISPLAY 'FECHA INVALIDA, NO SE GRABO'
           ELSE
              IF WS-UMBRAL-DIA-NUEVO IS NOT NUMERIC
                 OR WS-UMBRAL-MES-NUEVO IS NOT NUMERIC
                 DISPLAY 'UMBRALES INVALIDOS, NO SE GRABO'
              ELSE
                 IF WS-MULT-EXTRA-NUEVO IS NOT NUMERIC
                    OR WS-MULT-NO-LAB-NUEVO IS NOT NUMERIC
                    OR WS-MULT-EXTRA-NUEVO LESS 1
                    OR WS-MULT-NO-LAB-NUEVO LESS 1
                    DISPLAY 'MULTIPLICADORES INVALIDOS (MINIMO 1,00), '
                        'NO SE GRABO'
                 ELSE
                    PERFORM GRABAR-ADICIONAL.

       GRABAR-ADICIONAL.
           OPEN EXTEND ARCH-ADICIONALES.
           IF NOT ADI-OK
              OPEN OUTPUT ARCH-ADICIONALES
              IF NOT ADI-OK
                 DISPLAY 'NO PUDO ABRIRSE ADICIONALES-HORAS.DAT '
                     FS-ADICIONALES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-SRT-NUEVO TO ADI-SRT.
           MOVE WS-DESDE-NUEVO TO ADI-VIG-DESDE.
           MOVE WS-UMBRAL-DIA-NUEVO TO ADI-UMBRAL-DIARIO.
           MOVE WS-UMBRAL-MES-NUEVO TO ADI-UMBRAL-MENSUAL.
           MOVE WS-MULT-EXTRA-NUEVO TO ADI-MULT-EXTRA.
           MOVE WS-MULT-NO-LAB-NUEVO TO ADI-MULT-NO-LABORABLE.
           WRITE REG-ADICIONAL.
           IF ADI-OK
              DISPLAY 'ADICIONAL GRABADO'
           ELSE
              DISPLAY 'ERROR AL GRABAR EL ADICIONAL ' FS-ADICIONALES.
           CLOSE ARCH-ADICIONALES.

       LISTAR-ADICIONALES.
           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-ADICIONALES.
           IF NOT ADI-OK
              DISPLAY 'ADICIONALES-HORAS.DAT NO DISPONIBLE '
                  FS-ADICIONALES
           ELSE
              PERFORM LEER-ADICIONAL
              PERFORM MOSTRAR-ADICIONAL UNTIL ADI-EOF
              CLOSE ARCH-ADICIONALES
              DISPLAY WS-ACUM-LISTADOS ' ADICIONALES CARGADOS'.

       LEER-ADICIONAL.
           READ ARCH-ADICIONALES AT END MOVE '10' TO FS-ADICIONALES.

       MOSTRAR-ADICIONAL.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY 'SRT ' ADI-SRT
               '  DESDE ' ADI-VIG-DESDE
               '  UMBRAL DIA ' ADI-UMBRAL-DIARIO
               '  UMBRAL MES ' ADI-UMBRAL-MENSUAL
               '  X EXTRA ' ADI-MULT-EXTRA
               '  X NO LAB. ' ADI-MULT-NO-LABORABLE.
           PERFORM LEER-ADICIONAL.
