      *    AUDITORIA.LOG con el mismo layout y criterio que
      *    SUB-RUTINA-EMPRESAS. un recibo anulado queda excluido del
      *    aging, las partidas abiertas, la cuenta corriente y la
      *    conciliacion bancaria. al anular un recibo numerado se
      *    emite el aviso de anulacion para el cliente con el mismo
      *    numero (ANULACION-RECIBO-<NRO>.LST): el numero queda usado
      *    y documentado, no como un hueco en la correlativa. el de
      *    un recibo de una entidad distinta de la 01, que numera
      *    aparte, sale en ANULACION-RECIBO-E99-<NRO>.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS FS-COBRANZAS.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-AVISO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-AVISO.

      *    usuario autenticado de la sesion (sign-on de PRINCIPAL),
      *    para que la auditoria asiente quien opero de verdad.
           SELECT ARCH-SESION ASSIGN TO DISK
           03 REG-COB-MONEDA             PIC X(3).
           03 REG-COB-ESTADO             PIC X(1).
               88 REG-COB-ANULADO        VALUE 'A'.
      *    numero correlativo del recibo oficial (RECIBO-NUMERO.DAT,
      *    ver CargaCobranzas) y medio de pago: 'E' efectivo o
      *    transferencia, 'C' cheque, 'Q' eCheq, 'D' debito directo
      *    (ProcesaRespuestaDebito). cero y blanco en un recibo
      *    cargado antes de la numeracion.
           03 REG-COB-NRO-RECIBO         PIC 9(8).
           03 REG-COB-MEDIO-PAGO         PIC X(1).
      *    entidad que emitio el recibo (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 REG-COB-ENTIDAD            PIC 9(2).

       FD ARCH-EMP-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS-INDEXED.DAT'
             DATA RECORD IS REG-EMP-INDEXED.

       01 REG-EMP-INDEXED.
           03 REG-EMP-IND-COD           PIC 9(3).
           03 REG-EMP-IND-RAZON         PIC X(25).
           03 REG-EMP-IND-DIRECCION     PIC X(20).
           03 REG-EMP-IND-TEL           PIC X(20).
           03 REG-EMP-IND-CUIT          PIC 9(11).
           03 REG-EMP-IND-MONEDA        PIC X(3).
           03 REG-EMP-IND-RETENCION-PCT PIC 9(3)V99.
           03 REG-EMP-IND-COND-IVA     PIC X(2).
           03 REG-EMP-IND-LIMITE-CRED  PIC 9(10)V99.
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

      *    aviso de anulacion de un recibo oficial.
       FD ARCH-AVISO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-AVISO
             DATA RECORD IS REG-AVISO.

       01 REG-AVISO                      PIC X(80).

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-AVISO         PIC XX.
           88 AVISO-OK       VALUE '00'.

       01 WS-EMP-DISPONIBLE           PIC X VALUE 'N'.
           88 EMP-DISPONIBLE          VALUE 'S'.

       01 WS-NOMBRE-AVISO             PIC X(32).
       01 WS-COB-ENTIDAD              PIC 9(2).
       01 WS-FECHA-ANULACION          PIC 9(8).

       01 LINEA-DIVISORIA.
           03 FILLER                 PIC X(70) VALUE ALL '='.

       01 LINEA-AVI-TITULO.
           03 FILLER                 PIC X(40) VALUE
              'AVISO DE ANULACION DEL RECIBO OFICIAL '.
           03 FILLER                 PIC X(5) VALUE 'NRO. '.
           03 LIN-AVI-NUMERO         PIC 9(8).

       01 LINEA-AVI-FECHA.
           03 FILLER                 PIC X(25) VALUE
              'FECHA DE ANULACION     : '.
           03 LIN-AVI-FECHA-ANU      PIC 9(8).

       01 LINEA-AVI-EMPRESA.
           03 FILLER                 PIC X(8) VALUE 'SENORES '.
           03 LIN-AVI-RAZON          PIC X(25).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 FILLER                 PIC X(6) VALUE 'CUIT: '.
           03 LIN-AVI-CUIT           PIC 9(11).

       01 LINEA-AVI-RECIBO.
           03 FILLER                 PIC X(25) VALUE
              'RECIBO DEL             : '.
           03 LIN-AVI-FECHA-REC      PIC 9(8).
           03 FILLER                 PIC X(6) VALUE '  REF '.
           03 LIN-AVI-REFERENCIA     PIC X(10).

       01 LINEA-AVI-IMPORTE.
           03 FILLER                 PIC X(25) VALUE
              'POR LA SUMA DE         : '.
           03 LIN-AVI-IMPORTE        PIC ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-AVI-MONEDA         PIC X(3).

       01 LINEA-AVI-MOTIVO.
           03 FILLER                 PIC X(25) VALUE
              'MOTIVO                 : '.
           03 LIN-AVI-MOTIVO         PIC X(40).

       01 LINEA-AVI-LEYENDA          PIC X(70) VALUE
          'EL RECIBO QUEDA SIN EFECTO; SU NUMERO NO SE VUELVE A USAR.'.

       01 LINEA-EN-BLANCO            PIC X(80) VALUE SPACES.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    sin el maestro de empresas el aviso sale sin razon social.
           OPEN INPUT ARCH-EMP-IDX.
           IF EMP-OK
              MOVE 'S' TO WS-EMP-DISPONIBLE.

           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.

           CLOSE ARCH-COBRANZAS.
           IF EMP-DISPONIBLE
              CLOSE ARCH-EMP-IDX.
           STOP RUN.

      *    el usuario para la auditoria sale de la sesion iniciada en
           IF REG-COB-ANULADO
              DISPLAY '  ' REG-COB-FECHA ' ' REG-COB-REFERENCIA
                  ' ' REG-COB-IMPORTE ' ' REG-COB-MONEDA
                  ' NRO ' REG-COB-NRO-RECIBO
                  '  *** ANULADO ***'
           ELSE
              DISPLAY '  ' REG-COB-FECHA ' ' REG-COB-REFERENCIA
                  ' ' REG-COB-IMPORTE ' ' REG-COB-MONEDA
                  ' NRO ' REG-COB-NRO-RECIBO
           END-IF.
           PERFORM LEER-SIGUIENTE.

              MOVE 'U' TO AUD-OPERACION
              PERFORM GRABAR-AUDITORIA-COBRANZA
              DISPLAY 'RECIBO ANULADO'
              IF REG-COB-NRO-RECIBO IS NUMERIC
                 AND REG-COB-NRO-RECIBO GREATER ZERO
                 PERFORM EMITIR-AVISO-ANULACION
              END-IF
           ELSE
              DISPLAY 'ERROR AL ANULAR EL RECIBO ' FS-COBRANZAS.

              MOVE WS-FOTO-DESPUES TO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

      *    el aviso lleva el mismo numero que el recibo anulado, con
      *    los datos que tenia y el motivo.
       EMITIR-AVISO-ANULACION.
           IF REG-COB-ENTIDAD IS NUMERIC
              AND REG-COB-ENTIDAD GREATER ZERO
              MOVE REG-COB-ENTIDAD TO WS-COB-ENTIDAD
           ELSE
              MOVE 1 TO WS-COB-ENTIDAD.
           MOVE SPACES TO WS-NOMBRE-AVISO.
           IF WS-COB-ENTIDAD EQUAL 1
              STRING 'ANULACION-RECIBO-' REG-COB-NRO-RECIBO '.LST'
                  DELIMITED BY SIZE INTO WS-NOMBRE-AVISO
           ELSE
              STRING 'ANULACION-RECIBO-E' WS-COB-ENTIDAD '-'
                  REG-COB-NRO-RECIBO '.LST'
                  DELIMITED BY SIZE INTO WS-NOMBRE-AVISO.
           OPEN OUTPUT ARCH-AVISO.
           IF NOT AVISO-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-AVISO ' ' FS-AVISO
           ELSE
              PERFORM GRABAR-CUERPO-AVISO
              CLOSE ARCH-AVISO
              DISPLAY 'AVISO DE ANULACION EN ' WS-NOMBRE-AVISO.

       GRABAR-CUERPO-AVISO.
           ACCEPT WS-FECHA-ANULACION FROM DATE YYYYMMDD.
           MOVE 'CUIT SIN EMPRESA' TO LIN-AVI-RAZON.
           IF EMP-DISPONIBLE
              MOVE REG-COB-CUIT TO REG-EMP-IND-CUIT
              READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT
                  INVALID KEY MOVE '23' TO FS-ARCH-EMP-IDX
              END-READ
              IF EMP-OK
                 MOVE REG-EMP-IND-RAZON TO LIN-AVI-RAZON
              END-IF
           END-IF.

           MOVE LINEA-DIVISORIA TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE REG-COB-NRO-RECIBO TO LIN-AVI-NUMERO.
           MOVE LINEA-AVI-TITULO TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE WS-FECHA-ANULACION TO LIN-AVI-FECHA-ANU.
           MOVE LINEA-AVI-FECHA TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE REG-COB-CUIT TO LIN-AVI-CUIT.
           MOVE LINEA-AVI-EMPRESA TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE LINEA-EN-BLANCO TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE REG-COB-FECHA TO LIN-AVI-FECHA-REC.
           MOVE REG-COB-REFERENCIA TO LIN-AVI-REFERENCIA.
           MOVE LINEA-AVI-RECIBO TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE REG-COB-IMPORTE TO LIN-AVI-IMPORTE.
           MOVE REG-COB-MONEDA TO LIN-AVI-MONEDA.
           MOVE LINEA-AVI-IMPORTE TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE WS-MOTIVO TO LIN-AVI-MOTIVO.
           MOVE LINEA-AVI-MOTIVO TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE LINEA-EN-BLANCO TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE LINEA-AVI-LEYENDA TO REG-AVISO.
           WRITE REG-AVISO.
           MOVE LINEA-DIVISORIA TO REG-AVISO.
           WRITE REG-AVISO.
