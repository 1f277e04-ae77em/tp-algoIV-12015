       IDENTIFICATION DIVISION.
       PROGRAM-ID. PasajeMayor.
       AUTHOR. Fede.

      *    pase al mayor del asiento del periodo: toma ASIENTOS.DAT
      *    (GeneraAsientos y PrevisionIncobrables) del periodo
      *    MAYOR-PERIODO AAAAMM (el mes actual por defecto) y lo
      *    acumula en el maestro de saldos SALDOS-CUENTAS.DAT (una
      *    fila por cuenta + AAAAMM con el DEBE y el HABER del mes),
      *    dejando cada linea en el diario MAYOR-MOVIMIENTOS.DAT para
      *    el libro mayor por rango de fechas (LibroMayor) y el
      *    balance de sumas y saldos (BalanceSumasSaldos). cada
      *    periodo pasado queda asentado en MAYOR-PERIODOS.DAT.
      *
      *    las reversiones automaticas (revaluacion de moneda
      *    extranjera, devengamiento de WIP) se fechan el primero del
      *    mes siguiente y esperan en ASIENTOS-DIFERIDOS.DAT, mismo
      *    layout: al pasar un periodo se pasan tambien las lineas
      *    diferidas fechadas en el, y el archivo se regraba con las
      *    que siguen pendientes.
      *
      *    no se pasa:
      *      - un periodo que CIERRES.DAT no muestra cerrado (el
      *        asiento de un mes abierto todavia puede cambiar);
      *      - un periodo ya pasado (los saldos se duplicarian);
      *      - un ASIENTOS.DAT con lineas de otro periodo o que no
      *        cierra DEBE contra HABER (con las diferidas del
      *        periodo), o una linea diferida de un periodo anterior
      *        que quedo sin pasar.
      *    en cualquiera de esos casos no se graba nada y el programa
      *    termina con RETURN-CODE 12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ASIENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ASIENTOS.

           SELECT ARCH-DIFERIDOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DIFERIDOS.

           SELECT ARCH-DIFERIDOS-TMP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DIFERIDOS-TMP.

           SELECT ARCH-CIERRES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CIERRES.

           SELECT ARCH-PERIODOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PERIODOS.

           SELECT ARCH-MOVIMIENTOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MOVIMIENTOS.

           SELECT ARCH-SALDOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCT-CLAVE
               FILE STATUS IS FS-SALDOS.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-ASIENTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS.DAT'
             DATA RECORD IS REG-ASIENTO.

       01 REG-ASIENTO.
           03 ASI-FECHA                  PIC 9(8).
           03 FILLER                     PIC X(1).
           03 ASI-CUENTA                 PIC 9(6).
           03 FILLER                     PIC X(1).
           03 ASI-DESCRIPCION            PIC X(25).
           03 FILLER                     PIC X(1).
           03 ASI-DEBE                   PIC 9(12)V99.
           03 FILLER                     PIC X(1).
           03 ASI-HABER                  PIC 9(12)V99.
           03 FILLER                     PIC X(1).
      *    entidad emisora del asiento; 0 = asiento de toda la
      *    cartera, sin entidad (prevision, revaluacion, WIP).
           03 ASI-ENTIDAD                PIC 9(2).

       FD ARCH-DIFERIDOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS-DIFERIDOS.DAT'
             DATA RECORD IS REG-DIFERIDO.

       01 REG-DIFERIDO.
           03 ADF-FECHA                  PIC 9(8).
           03 FILLER                     PIC X(1).
           03 ADF-CUENTA                 PIC 9(6).
           03 FILLER                     PIC X(1).
           03 ADF-DESCRIPCION            PIC X(25).
           03 FILLER                     PIC X(1).
           03 ADF-DEBE                   PIC 9(12)V99.
           03 FILLER                     PIC X(1).
           03 ADF-HABER                  PIC 9(12)V99.
           03 FILLER                     PIC X(1).
           03 ADF-ENTIDAD                PIC 9(2).

       FD ARCH-DIFERIDOS-TMP LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ASIENTOS-DIFERIDOS.TMP'
             DATA RECORD IS REG-DIFERIDO-TMP.

       01 REG-DIFERIDO-TMP               PIC X(74).

       FD ARCH-CIERRES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CIERRES.DAT'
             DATA RECORD IS REG-CIERRE.

       01 REG-CIERRE.
           03 REG-CIERRE-PERIODO         PIC 9(6).

      *    un renglon por periodo pasado al mayor.
       FD ARCH-PERIODOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'MAYOR-PERIODOS.DAT'
             DATA RECORD IS REG-PERIODO.

       01 REG-PERIODO.
           03 MPE-PERIODO                PIC 9(6).
           03 MPE-FECHA-PASE             PIC 9(8).
           03 MPE-LINEAS                 PIC 9(5).
           03 MPE-TOTAL-DEBE             PIC 9(13)V99.
           03 MPE-TOTAL-HABER            PIC 9(13)V99.

      *    diario del mayor: cada linea pasada, con su periodo.
       FD ARCH-MOVIMIENTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'MAYOR-MOVIMIENTOS.DAT'
             DATA RECORD IS REG-MOVIMIENTO.

       01 REG-MOVIMIENTO.
           03 MOV-PERIODO                PIC 9(6).
           03 MOV-FECHA                  PIC 9(8).
           03 MOV-CUENTA                 PIC 9(6).
           03 MOV-DESCRIPCION            PIC X(25).
           03 MOV-DEBE                   PIC 9(12)V99.
           03 MOV-HABER                  PIC 9(12)V99.

      *    maestro de saldos: DEBE y HABER del mes por cuenta.
       FD ARCH-SALDOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SALDOS-CUENTAS.DAT'
             DATA RECORD IS REG-SALDO-CUENTA.

       01 REG-SALDO-CUENTA.
           03 SCT-CLAVE.
               05 SCT-CUENTA             PIC 9(6).
               05 SCT-PERIODO            PIC 9(6).
           03 SCT-DEBE                   PIC 9(13)V99.
           03 SCT-HABER                  PIC 9(13)V99.

       WORKING-STORAGE SECTION.

       77 FS-ASIENTOS      PIC XX.
           88 ASIENTOS-OK    VALUE '00'.
           88 ASIENTOS-EOF   VALUE '10'.

       77 FS-DIFERIDOS     PIC XX.
           88 DIFERIDOS-OK   VALUE '00'.
           88 DIFERIDOS-EOF  VALUE '10'.

       77 FS-DIFERIDOS-TMP PIC XX.
           88 DIFERIDOS-TMP-OK VALUE '00'.

       77 FS-CIERRES       PIC XX.
           88 CIERRES-OK     VALUE '00'.
           88 CIERRES-EOF    VALUE '10'.

       77 FS-PERIODOS      PIC XX.
           88 PERIODOS-OK    VALUE '00'.
           88 PERIODOS-EOF   VALUE '10'.

       77 FS-MOVIMIENTOS   PIC XX.
           88 MOVIMIENTOS-OK VALUE '00'.

       77 FS-SALDOS        PIC XX.
           88 SALDOS-OK      VALUE '00'.
           88 SALDOS-NOENC   VALUE '23'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno MAYOR-MODO vale 'BATCH', el
      *    programa no espera ninguna tecla al final.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-PERIODO-ENV             PIC X(6).
       01 WS-PERIODO                 PIC 9(6).
       01 WS-FECHA-HOY               PIC 9(8).

       01 WS-PERIODO-CERRADO         PIC X VALUE 'N'.
           88 PERIODO-CERRADO        VALUE 'S'.
       01 WS-PERIODO-PASADO          PIC X VALUE 'N'.
           88 PERIODO-PASADO         VALUE 'S'.

       01 WS-CANT-LINEAS             PIC 9(5) VALUE 0.
       01 WS-CANT-OTRO-PERIODO       PIC 9(5) VALUE 0.
       01 WS-CANT-PASADAS            PIC 9(5) VALUE 0.
       01 WS-CANT-DIFERIDAS          PIC 9(5) VALUE 0.
       01 WS-CANT-DIFERIDAS-VIEJAS   PIC 9(5) VALUE 0.
       01 WS-CANT-PENDIENTES         PIC 9(5) VALUE 0.
       01 WS-COMANDO                 PIC X(100).
       01 WS-TOT-DEBE                PIC 9(13)V99 VALUE 0.
       01 WS-TOT-HABER               PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.

       PASAJE-MAYOR.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'MAYOR-MODO'.

           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO.
           MOVE SPACES TO WS-PERIODO-ENV.
           ACCEPT WS-PERIODO-ENV FROM ENVIRONMENT 'MAYOR-PERIODO'.
           IF WS-PERIODO-ENV NOT EQUAL SPACES
              IF WS-PERIODO-ENV IS NUMERIC
                 MOVE WS-PERIODO-ENV TO WS-PERIODO
              ELSE
                 DISPLAY 'MAYOR-PERIODO INVALIDO: ' WS-PERIODO-ENV
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           PERFORM CONTROLAR-PERIODO-CERRADO.
           PERFORM CONTROLAR-PERIODO-PASADO.
           PERFORM CONTROLAR-ASIENTOS.
           PERFORM PASAR-ASIENTOS.
           PERFORM GRABAR-PERIODO-PASADO.
           PERFORM REGRABAR-DIFERIDOS.

           DISPLAY 'PERIODO ' WS-PERIODO ' PASADO AL MAYOR: '
               WS-CANT-PASADAS ' LINEAS - DEBE = HABER = '
               WS-TOT-DEBE.
           PERFORM TERMINAR.

      *    CIERRES.DAT puede no existir: sin el no hay ningun periodo
      *    cerrado y no se pasa nada.
       CONTROLAR-PERIODO-CERRADO.
           OPEN INPUT ARCH-CIERRES.
           IF CIERRES-OK
              PERFORM LEER-CIERRE
              PERFORM EVALUAR-UN-CIERRE
                  UNTIL CIERRES-EOF OR PERIODO-CERRADO
              CLOSE ARCH-CIERRES.
           IF NOT PERIODO-CERRADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' NO ESTA CERRADO EN '
                  'CIERRES.DAT - NO SE PASA AL MAYOR'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-CIERRE.
           READ ARCH-CIERRES AT END MOVE '10' TO FS-CIERRES.

       EVALUAR-UN-CIERRE.
           IF REG-CIERRE-PERIODO EQUAL WS-PERIODO
              MOVE 'S' TO WS-PERIODO-CERRADO.
           PERFORM LEER-CIERRE.

       CONTROLAR-PERIODO-PASADO.
           OPEN INPUT ARCH-PERIODOS.
           IF PERIODOS-OK
              PERFORM LEER-PERIODO
              PERFORM EVALUAR-UN-PERIODO
                  UNTIL PERIODOS-EOF OR PERIODO-PASADO
              CLOSE ARCH-PERIODOS.
           IF PERIODO-PASADO
              DISPLAY 'EL PERIODO ' WS-PERIODO ' YA FUE PASADO AL '
                  'MAYOR EL ' MPE-FECHA-PASE ' - NO SE PASA DE NUEVO'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-PERIODO.
           READ ARCH-PERIODOS AT END MOVE '10' TO FS-PERIODOS.

       EVALUAR-UN-PERIODO.
           IF MPE-PERIODO EQUAL WS-PERIODO
              MOVE 'S' TO WS-PERIODO-PASADO
           ELSE
              PERFORM LEER-PERIODO.

      *    primera pasada, solo de control: todas las lineas deben
      *    ser del periodo y el total DEBE debe igualar al HABER.
       CONTROLAR-ASIENTOS.
           OPEN INPUT ARCH-ASIENTOS.
           IF NOT ASIENTOS-OK
              DISPLAY 'NO PUDO ABRIRSE ASIENTOS.DAT ' FS-ASIENTOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM LEER-ASIENTO.
           PERFORM CONTROLAR-UNA-LINEA UNTIL ASIENTOS-EOF.
           CLOSE ARCH-ASIENTOS.

           OPEN INPUT ARCH-DIFERIDOS.
           IF DIFERIDOS-OK
              PERFORM LEER-DIFERIDO
              PERFORM CONTROLAR-UN-DIFERIDO UNTIL DIFERIDOS-EOF
              CLOSE ARCH-DIFERIDOS.
           IF WS-CANT-DIFERIDAS-VIEJAS GREATER ZERO
              DISPLAY WS-CANT-DIFERIDAS-VIEJAS ' LINEAS DE '
                  'ASIENTOS-DIFERIDOS.DAT SON DE UN PERIODO ANTERIOR '
                  'A ' WS-PERIODO ' Y QUEDARON SIN PASAR - NO SE '
                  'PASA AL MAYOR'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

           IF WS-CANT-LINEAS EQUAL ZERO
              DISPLAY 'ASIENTOS.DAT VACIO - NADA QUE PASAR AL MAYOR'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.
           IF WS-CANT-OTRO-PERIODO GREATER ZERO
              DISPLAY WS-CANT-OTRO-PERIODO ' LINEAS DE ASIENTOS.DAT '
                  'NO SON DEL PERIODO ' WS-PERIODO ' - NO SE PASA '
                  'AL MAYOR'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.
           IF WS-TOT-DEBE NOT EQUAL WS-TOT-HABER
              DISPLAY 'ASIENTOS.DAT DESBALANCEADO: DEBE ' WS-TOT-DEBE
                  ' CONTRA HABER ' WS-TOT-HABER ' - NO SE PASA AL '
                  'MAYOR'
              MOVE 12 TO RETURN-CODE
              PERFORM TERMINAR.

       LEER-ASIENTO.
           READ ARCH-ASIENTOS AT END MOVE '10' TO FS-ASIENTOS.

       LEER-DIFERIDO.
           READ ARCH-DIFERIDOS AT END MOVE '10' TO FS-DIFERIDOS.

      *    las diferidas del periodo entran al control de balance; las
      *    de periodos siguientes siguen esperando.
       CONTROLAR-UN-DIFERIDO.
           IF ADF-FECHA (1:6) EQUAL WS-PERIODO
              ADD 1 TO WS-CANT-DIFERIDAS
              ADD ADF-DEBE TO WS-TOT-DEBE
              ADD ADF-HABER TO WS-TOT-HABER
           ELSE
              IF ADF-FECHA (1:6) LESS WS-PERIODO
                 ADD 1 TO WS-CANT-DIFERIDAS-VIEJAS.
           PERFORM LEER-DIFERIDO.

       CONTROLAR-UNA-LINEA.
           ADD 1 TO WS-CANT-LINEAS.
           IF ASI-FECHA (1:6) NOT EQUAL WS-PERIODO
              ADD 1 TO WS-CANT-OTRO-PERIODO.
           ADD ASI-DEBE TO WS-TOT-DEBE.
           ADD ASI-HABER TO WS-TOT-HABER.
           PERFORM LEER-ASIENTO.

      *    segunda pasada: diario + acumulado por cuenta y mes. el
      *    maestro de saldos se crea en la primera corrida.
       PASAR-ASIENTOS.
           OPEN I-O ARCH-SALDOS.
           IF NOT SALDOS-OK
              OPEN OUTPUT ARCH-SALDOS
              IF SALDOS-OK
                 DISPLAY 'ARCHIVO SALDOS-CUENTAS.DAT CREADO'
                 CLOSE ARCH-SALDOS
                 OPEN I-O ARCH-SALDOS
              END-IF
           END-IF.
           IF NOT SALDOS-OK
              DISPLAY 'NO PUDO ABRIRSE SALDOS-CUENTAS.DAT ' FS-SALDOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN EXTEND ARCH-MOVIMIENTOS.
           IF NOT MOVIMIENTOS-OK
              OPEN OUTPUT ARCH-MOVIMIENTOS.
           IF NOT MOVIMIENTOS-OK
              DISPLAY 'NO PUDO ABRIRSE MAYOR-MOVIMIENTOS.DAT '
                  FS-MOVIMIENTOS
              CLOSE ARCH-SALDOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-ASIENTOS.
           PERFORM LEER-ASIENTO.
           PERFORM PASAR-UNA-LINEA UNTIL ASIENTOS-EOF.
           CLOSE ARCH-ASIENTOS.

           IF WS-CANT-DIFERIDAS GREATER ZERO
              OPEN INPUT ARCH-DIFERIDOS
              PERFORM LEER-DIFERIDO
              PERFORM PASAR-UN-DIFERIDO UNTIL DIFERIDOS-EOF
              CLOSE ARCH-DIFERIDOS.
           CLOSE ARCH-MOVIMIENTOS.
           CLOSE ARCH-SALDOS.

       PASAR-UNA-LINEA.
           PERFORM GRABAR-LINEA-EN-MAYOR.
           PERFORM LEER-ASIENTO.

       GRABAR-LINEA-EN-MAYOR.
           MOVE WS-PERIODO TO MOV-PERIODO.
           MOVE ASI-FECHA TO MOV-FECHA.
           MOVE ASI-CUENTA TO MOV-CUENTA.
           MOVE ASI-DESCRIPCION TO MOV-DESCRIPCION.
           MOVE ASI-DEBE TO MOV-DEBE.
           MOVE ASI-HABER TO MOV-HABER.
           WRITE REG-MOVIMIENTO.

           MOVE ASI-CUENTA TO SCT-CUENTA.
           MOVE WS-PERIODO TO SCT-PERIODO.
           READ ARCH-SALDOS RECORD KEY IS SCT-CLAVE.
           IF SALDOS-NOENC
              MOVE ASI-CUENTA TO SCT-CUENTA
              MOVE WS-PERIODO TO SCT-PERIODO
              MOVE ASI-DEBE TO SCT-DEBE
              MOVE ASI-HABER TO SCT-HABER
              WRITE REG-SALDO-CUENTA
           ELSE
              ADD ASI-DEBE TO SCT-DEBE
              ADD ASI-HABER TO SCT-HABER
              REWRITE REG-SALDO-CUENTA.
           IF NOT SALDOS-OK
              DISPLAY 'ERROR ' FS-SALDOS ' GRABANDO LA CUENTA '
                  ASI-CUENTA ' EN SALDOS-CUENTAS.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-PASADAS.

      *    una linea diferida del periodo se pasa igual que una de
      *    ASIENTOS.DAT.
       PASAR-UN-DIFERIDO.
           IF ADF-FECHA (1:6) EQUAL WS-PERIODO
              MOVE REG-DIFERIDO TO REG-ASIENTO
              PERFORM GRABAR-LINEA-EN-MAYOR.
           PERFORM LEER-DIFERIDO.

       GRABAR-PERIODO-PASADO.
           OPEN EXTEND ARCH-PERIODOS.
           IF NOT PERIODOS-OK
              OPEN OUTPUT ARCH-PERIODOS.
           IF NOT PERIODOS-OK
              DISPLAY 'NO PUDO GRABARSE MAYOR-PERIODOS.DAT '
                  FS-PERIODOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-PERIODO TO MPE-PERIODO.
           MOVE WS-FECHA-HOY TO MPE-FECHA-PASE.
           MOVE WS-CANT-PASADAS TO MPE-LINEAS.
           MOVE WS-TOT-DEBE TO MPE-TOTAL-DEBE.
           MOVE WS-TOT-HABER TO MPE-TOTAL-HABER.
           WRITE REG-PERIODO.
           CLOSE ARCH-PERIODOS.

      *    saca de ASIENTOS-DIFERIDOS.DAT las lineas ya pasadas: se
      *    copian las pendientes a un temporal y se lo mueve encima,
      *    como hace AnulacionFacturas con FACTURAS.DAT.
       REGRABAR-DIFERIDOS.
           IF WS-CANT-DIFERIDAS GREATER ZERO
              OPEN INPUT ARCH-DIFERIDOS
              OPEN OUTPUT ARCH-DIFERIDOS-TMP
              IF NOT DIFERIDOS-TMP-OK
                 DISPLAY 'NO PUDO CREARSE ASIENTOS-DIFERIDOS.TMP '
                     FS-DIFERIDOS-TMP ' - BORRAR A MANO DE '
                     'ASIENTOS-DIFERIDOS.DAT LAS LINEAS DE '
                     WS-PERIODO
                 CLOSE ARCH-DIFERIDOS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM LEER-DIFERIDO
              PERFORM COPIAR-UN-DIFERIDO UNTIL DIFERIDOS-EOF
              CLOSE ARCH-DIFERIDOS
              CLOSE ARCH-DIFERIDOS-TMP
              MOVE 'mv -f ASIENTOS-DIFERIDOS.TMP ASIENTOS-DIFERIDOS.DAT'
                  TO WS-COMANDO
              CALL 'SYSTEM' USING WS-COMANDO
              MOVE 0 TO RETURN-CODE
              DISPLAY WS-CANT-DIFERIDAS ' LINEAS DIFERIDAS PASADAS, '
                  WS-CANT-PENDIENTES ' SIGUEN PENDIENTES'.

       COPIAR-UN-DIFERIDO.
           IF ADF-FECHA (1:6) NOT EQUAL WS-PERIODO
              MOVE REG-DIFERIDO TO REG-DIFERIDO-TMP
              WRITE REG-DIFERIDO-TMP
              ADD 1 TO WS-CANT-PENDIENTES.
           PERFORM LEER-DIFERIDO.

       TERMINAR.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
           END-IF.
           STOP RUN.
