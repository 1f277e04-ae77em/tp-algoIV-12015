       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADICIONALES.
       AUTHOR. Fede.

      *    subprograma de adicionales de pago por horas extra y por
      *    dia no laborable: reparte las horas de un consultor en un
      *    dia entre las tres bandas que se le pagan (normal, extra y
      *    no laborable) y las valoriza al costo que le pasa el
      *    llamador. lo usan LiquidacionConsultores para pagar y
      *    ReporteMargen para costear, asi el costo cargado del
      *    margen es el mismo que se liquida. mismo estilo de
      *    operaciones que SUB-RUTINA-ENTIDADES:
      *      O  carga ADICIONALES-HORAS.DAT y FERIADOS.DAT en tablas
      *      D  reparte y valoriza las HORAS-DIA del SRT en la FECHA
      *         (AAAAMMDD) al COSTO dado
      *      C  cierra
      *    el maestro (ver CargaAdicionales) trae por SRT y vigencia
      *    el umbral diario y mensual de horas normales y el
      *    multiplicador de las horas extra y de las trabajadas en
      *    sabado, domingo o feriado de FERIADOS.DAT - mismo
      *    criterio de dia no laborable que EVALUAR-DIA-NO-LABORABLE
      *    en TP1. entre dos filas del mismo SRT vale la de vigencia
      *    mas reciente que no pase la fecha.
      *    reparto del dia: en dia no laborable todo va a la banda no
      *    laborable; en dia habil lo que pasa el umbral diario es
      *    extra. el umbral mensual se mide sobre HORAS-MES, el total
      *    de horas normales del consultor en el mes ya descontado lo
      *    extra por dia: el excedente se reparte a prorrata entre
      *    las horas normales de todos los dias del mes, asi el
      *    resultado no depende del orden en que se lean las horas.
      *    el llamador obtiene HORAS-MES con una primera pasada
      *    llamando con HORAS-MES en cero (sin tope mensual) y
      *    sumando HS-NORMAL. umbral en cero = sin ese tope. un dia
      *    con horas netas negativas (correcciones) no genera extra.
      *    sin fila vigente para el SRT todo se paga normal al costo
      *    y COD-ERROR vuelve 'SV'; si no, 'OK'.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ADICIONALES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ADICIONALES.
           SELECT ARCH-FERIADOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.

      *    maestro de adicionales de pago - lo mantiene
      *    CargaAdicionales.
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

      *    mismo layout que en TP1.
       FD ARCH-FERIADOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FERIADOS.DAT'
             DATA RECORD IS REG-FERIADO.

       01 REG-FERIADO.
           03 REG-FER-FECHA         PIC 9(8).
           03 REG-FER-DESC          PIC X(30).

       WORKING-STORAGE SECTION.

       77 FS-ADICIONALES   PIC XX.
           88 ADICIONALES-OK  VALUE '00'.
           88 ADICIONALES-EOF VALUE '10'.

       77 FS-FERIADOS      PIC XX.
           88 FERIADOS-OK    VALUE '00'.
           88 FERIADOS-EOF   VALUE '10'.

       01 WS-MAX-ADI                  PIC 9(3) VALUE 300.
       01 WS-CANT-ADI                 PIC 9(3) VALUE 0.

       01 TABLA-ADICIONALES.
           03 TAB-ADI OCCURS 300 TIMES INDEXED BY IND-TAB-ADI.
               05 TAB-ADI-SRT           PIC X(2).
               05 TAB-ADI-DESDE         PIC 9(8).
               05 TAB-ADI-UMBRAL-DIA    PIC 9(2)V99.
               05 TAB-ADI-UMBRAL-MES    PIC 9(3)V99.
               05 TAB-ADI-MULT-EXTRA    PIC 9V99.
               05 TAB-ADI-MULT-NO-LAB   PIC 9V99.

      *    mismo dimensionamiento que TABLA-FERIADOS en TP1.
       01 WS-MAX-FERIADOS             PIC 9(3) VALUE 500.
       01 WS-CANT-FERIADOS            PIC 9(3) VALUE 0.

       01 TABLA-FERIADOS.
           03 TAB-FERIADO OCCURS 500 TIMES INDEXED BY IND-TAB-FER.
               05 TAB-FER-FECHA         PIC 9(8).

      *    fila vigente encontrada para el SRT y la fecha.
       01 WS-ADI-ENCONTRADO           PIC X VALUE 'N'.
           88 ADI-ENCONTRADO          VALUE 'S'.
       01 WS-ADI-DESDE                PIC 9(8).
       01 WS-UMBRAL-DIA               PIC 9(2)V99.
       01 WS-UMBRAL-MES               PIC 9(3)V99.
       01 WS-MULT-EXTRA               PIC 9V99.
       01 WS-MULT-NO-LAB              PIC 9V99.

       01 WS-DIAS-NL                  PIC 9(7).
       01 WS-DIA-SEMANA-NL            PIC 9.
       01 WS-DIA-NO-LABORABLE         PIC X VALUE 'N'.
           88 DIA-NO-LABORABLE        VALUE 'S'.

       01 WS-EXTRA-MES                PIC S9(4)V99.

       LINKAGE SECTION.
       01 COD-OPER                   PIC X.
       01 SRT                        PIC X(2).
       01 FECHA                      PIC 9(8).
       01 HORAS-DIA                  PIC S9(4)V99.
       01 HORAS-MES                  PIC S9(5)V99.
       01 COSTO                      PIC 9(5)V99.
       01 BANDAS.
           03 HS-NORMAL              PIC S9(4)V99.
           03 HS-EXTRA               PIC S9(4)V99.
           03 HS-NO-LAB              PIC S9(4)V99.
           03 IMP-NORMAL             PIC S9(8)V99.
           03 IMP-EXTRA              PIC S9(8)V99.
           03 IMP-NO-LAB             PIC S9(8)V99.
       01 COD-ERROR                  PIC XX.

       PROCEDURE DIVISION USING COD-OPER, SRT, FECHA, HORAS-DIA,
           HORAS-MES, COSTO, BANDAS, COD-ERROR.
       PRINCIPAL.
           MOVE SPACES TO COD-ERROR.
           IF COD-OPER = 'O'
              PERFORM ABRIR.
           IF COD-OPER = 'C'
              PERFORM CERRAR.
           IF COD-OPER = 'D'
              PERFORM REPARTIR-DIA.
           EXIT PROGRAM.

      *    los dos archivos son opcionales: sin maestro todo se paga
      *    normal, sin calendario solo cuentan sabados y domingos.
       ABRIR.
           MOVE 0 TO WS-CANT-ADI.
           MOVE 0 TO WS-CANT-FERIADOS.
           OPEN INPUT ARCH-ADICIONALES.
           IF ADICIONALES-OK
              READ ARCH-ADICIONALES
                  AT END MOVE '10' TO FS-ADICIONALES
              END-READ
              PERFORM CARGAR-ADICIONAL-EN-TABLA
                  UNTIL ADICIONALES-EOF
                     OR WS-CANT-ADI NOT LESS WS-MAX-ADI
              IF NOT ADICIONALES-EOF
                 DISPLAY 'ERROR: ADICIONALES-HORAS.DAT TIENE MAS DE '
                     WS-MAX-ADI ' FILAS, LA TABLA-ADICIONALES NO '
                     'ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE ARCH-ADICIONALES
           ELSE
              DISPLAY 'ADICIONALES-HORAS.DAT NO DISPONIBLE, LAS HORAS '
                  'EXTRA Y NO LABORABLES SE VALORIZAN AL COSTO'.

           OPEN INPUT ARCH-FERIADOS.
           IF FERIADOS-OK
              READ ARCH-FERIADOS AT END MOVE '10' TO FS-FERIADOS
              END-READ
              PERFORM CARGAR-FERIADO-EN-TABLA
                  UNTIL FERIADOS-EOF
                     OR WS-CANT-FERIADOS NOT LESS WS-MAX-FERIADOS
              IF NOT FERIADOS-EOF
                 DISPLAY 'ERROR: ARCH-FERIADOS TIENE MAS DE '
                     WS-MAX-FERIADOS
                     ' FECHAS, LA TABLA-FERIADOS NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              CLOSE ARCH-FERIADOS.
           MOVE 'OK' TO COD-ERROR.

       CARGAR-ADICIONAL-EN-TABLA.
           IF ADI-VIG-DESDE IS NUMERIC
              AND ADI-MULT-EXTRA IS NUMERIC
              AND ADI-MULT-NO-LABORABLE IS NUMERIC
              ADD 1 TO WS-CANT-ADI
              MOVE ADI-SRT TO TAB-ADI-SRT(WS-CANT-ADI)
              MOVE ADI-VIG-DESDE TO TAB-ADI-DESDE(WS-CANT-ADI)
              MOVE ADI-UMBRAL-DIARIO TO TAB-ADI-UMBRAL-DIA(WS-CANT-ADI)
              MOVE ADI-UMBRAL-MENSUAL
                  TO TAB-ADI-UMBRAL-MES(WS-CANT-ADI)
              MOVE ADI-MULT-EXTRA TO TAB-ADI-MULT-EXTRA(WS-CANT-ADI)
              MOVE ADI-MULT-NO-LABORABLE
                  TO TAB-ADI-MULT-NO-LAB(WS-CANT-ADI).
           READ ARCH-ADICIONALES AT END MOVE '10' TO FS-ADICIONALES.

       CARGAR-FERIADO-EN-TABLA.
           ADD 1 TO WS-CANT-FERIADOS.
           MOVE REG-FER-FECHA TO TAB-FER-FECHA(WS-CANT-FERIADOS).
           READ ARCH-FERIADOS AT END MOVE '10' TO FS-FERIADOS.

       CERRAR.
           MOVE 'OK' TO COD-ERROR.

       REPARTIR-DIA.
           MOVE 0 TO HS-NORMAL.
           MOVE 0 TO HS-EXTRA.
           MOVE 0 TO HS-NO-LAB.
           PERFORM BUSCAR-ADICIONAL-VIGENTE.

           IF NOT ADI-ENCONTRADO
              MOVE 'SV' TO COD-ERROR
              MOVE HORAS-DIA TO HS-NORMAL
           ELSE
              MOVE 'OK' TO COD-ERROR
              PERFORM EVALUAR-DIA-NO-LABORABLE
              IF DIA-NO-LABORABLE
                 MOVE HORAS-DIA TO HS-NO-LAB
              ELSE
                 MOVE HORAS-DIA TO HS-NORMAL
                 IF WS-UMBRAL-DIA GREATER ZERO
                    AND HORAS-DIA GREATER WS-UMBRAL-DIA
                    COMPUTE HS-EXTRA = HORAS-DIA - WS-UMBRAL-DIA
                    MOVE WS-UMBRAL-DIA TO HS-NORMAL
                 END-IF
                 IF WS-UMBRAL-MES GREATER ZERO
                    AND HORAS-MES GREATER WS-UMBRAL-MES
                    AND HS-NORMAL GREATER ZERO
                    COMPUTE WS-EXTRA-MES ROUNDED = HS-NORMAL
                        * (HORAS-MES - WS-UMBRAL-MES) / HORAS-MES
                    SUBTRACT WS-EXTRA-MES FROM HS-NORMAL
                    ADD WS-EXTRA-MES TO HS-EXTRA
                 END-IF
              END-IF
           END-IF.

           COMPUTE IMP-NORMAL ROUNDED = HS-NORMAL * COSTO.
           COMPUTE IMP-EXTRA ROUNDED =
               HS-EXTRA * COSTO * WS-MULT-EXTRA.
           COMPUTE IMP-NO-LAB ROUNDED =
               HS-NO-LAB * COSTO * WS-MULT-NO-LAB.

      *    la fila del SRT de vigencia mas reciente que no pase la
      *    fecha.
       BUSCAR-ADICIONAL-VIGENTE.
           MOVE 'N' TO WS-ADI-ENCONTRADO.
           MOVE 0 TO WS-ADI-DESDE.
           MOVE 0 TO WS-UMBRAL-DIA.
           MOVE 0 TO WS-UMBRAL-MES.
           MOVE 1 TO WS-MULT-EXTRA.
           MOVE 1 TO WS-MULT-NO-LAB.
           PERFORM EVALUAR-FILA-ADICIONAL
               VARYING IND-TAB-ADI FROM 1 BY 1
               UNTIL IND-TAB-ADI GREATER WS-CANT-ADI.

       EVALUAR-FILA-ADICIONAL.
           IF TAB-ADI-SRT(IND-TAB-ADI) EQUAL SRT
              AND TAB-ADI-DESDE(IND-TAB-ADI) NOT GREATER FECHA
              AND TAB-ADI-DESDE(IND-TAB-ADI) NOT LESS WS-ADI-DESDE
              MOVE 'S' TO WS-ADI-ENCONTRADO
              MOVE TAB-ADI-DESDE(IND-TAB-ADI) TO WS-ADI-DESDE
              MOVE TAB-ADI-UMBRAL-DIA(IND-TAB-ADI) TO WS-UMBRAL-DIA
              MOVE TAB-ADI-UMBRAL-MES(IND-TAB-ADI) TO WS-UMBRAL-MES
              MOVE TAB-ADI-MULT-EXTRA(IND-TAB-ADI) TO WS-MULT-EXTRA
              MOVE TAB-ADI-MULT-NO-LAB(IND-TAB-ADI) TO WS-MULT-NO-LAB.

      *    sabado/domingo por modulo 7 sobre INTEGER-OF-DATE (el dia 1
      *    fue lunes) o feriado cargado - igual que TP1.
       EVALUAR-DIA-NO-LABORABLE.
           MOVE 'N' TO WS-DIA-NO-LABORABLE.
           COMPUTE WS-DIAS-NL = FUNCTION INTEGER-OF-DATE (FECHA).
           COMPUTE WS-DIA-SEMANA-NL = FUNCTION MOD (WS-DIAS-NL, 7).
           IF WS-DIA-SEMANA-NL EQUAL 6 OR WS-DIA-SEMANA-NL EQUAL 0
              MOVE 'S' TO WS-DIA-NO-LABORABLE
           ELSE
              SET IND-TAB-FER TO 1
              SEARCH TAB-FERIADO
                  WHEN IND-TAB-FER GREATER WS-CANT-FERIADOS
                      CONTINUE
                  WHEN TAB-FER-FECHA(IND-TAB-FER) EQUAL FECHA
                      MOVE 'S' TO WS-DIA-NO-LABORABLE
              END-SEARCH.
