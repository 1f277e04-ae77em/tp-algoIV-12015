       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProcesaRespuestaDebito.
       AUTHOR. Fede.

      *    respuesta del banco a la presentacion de debito directo
      *    (GeneraDebitoDirecto): DEBITO-RESPUESTA.DAT trae cada
      *    renglon presentado con su resultado, 'A' aceptado o 'R'
      *    rechazado con el codigo de motivo del banco, y la fecha de
      *    acreditacion. por cada debito aceptado se da de alta el
      *    recibo en COBRANZAS.DAT (numero correlativo de
      *    RECIBO-NUMERO.DAT, mismo reservado previo que
      *    CargaCobranzas; medio de pago 'D' y referencia 'DD' +
      *    numero de comprobante) y su aplicacion contra el
      *    comprobante debitado en APLICACIONES.DAT, sin pasar por
      *    CargaCobranzas/CargaAplicaciones. los rechazados salen en
      *    DEBITO-RECHAZOS.LST con el motivo, la razon social y el
      *    telefono de la empresa para que cobranzas llame al
      *    cliente; DEBITO-RESPUESTA.LST deja constancia de los
      *    recibos generados y de los renglones que no pudieron
      *    procesarse. reprocesar la misma respuesta no duplica
      *    nada: el recibo ya existe con esa clave y el renglon se
      *    informa como ya procesado.
      *    el recibo lo emite la entidad del comprobante debitado y
      *    toma el numero de la correlativa de esa entidad
      *    (RECIBO-NUMERO.DAT la 01, RECIBO-NUMERO-E99.DAT las demas).
      *    el recibo y la aplicacion dejan su alta en AUDITORIA.LOG
      *    igual que CargaCobranzas y CargaAplicaciones, asi la
      *    extraccion incremental de BI los toma aunque la fecha de
      *    acreditacion caiga en un periodo ya extraido.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-RESPUESTA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RESPUESTA.

           SELECT ARCH-COBRANZAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-COB-CLAVE
               FILE STATUS IS FS-COBRANZAS.

           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

      *    ultimo numero de recibo oficial usado.
           SELECT ARCH-NUMERO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NUMERO.

           SELECT ARCH-LISTADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LISTADO.

           SELECT ARCH-RECHAZOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RECHAZOS.

      *    usuario autenticado de la sesion (sign-on de PRINCIPAL),
      *    para que la auditoria asiente quien opero de verdad.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.
           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ARCH-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

      *    el renglon presentado (ver GeneraDebitoDirecto) seguido
      *    del resultado que agrega el banco.
       FD ARCH-RESPUESTA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DEBITO-RESPUESTA.DAT'
             DATA RECORD IS REG-RESPUESTA.

       01 REG-RESPUESTA.
           03 RSP-CBU                    PIC X(22).
           03 RSP-CUIT                   PIC 9(11).
           03 RSP-COMPROBANTE.
               05 RSP-PUNTO-VENTA        PIC 9(4).
               05 RSP-LETRA              PIC X(1).
               05 RSP-NUMERO             PIC 9(8).
           03 RSP-FECHA-DEBITO           PIC 9(8).
           03 RSP-IMPORTE                PIC 9(10)V99.
           03 RSP-MONEDA                 PIC X(3).
           03 RSP-ESTADO                 PIC X(1).
               88 RSP-ACEPTADO           VALUE 'A'.
               88 RSP-RECHAZADO          VALUE 'R'.
           03 RSP-MOTIVO                 PIC X(3).
      *    fecha en que el banco acredito el debito; cero en un
      *    rechazo.
           03 RSP-FECHA-ACREDITACION     PIC 9(8).

       FD ARCH-COBRANZAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'COBRANZAS.DAT'
             DATA RECORD IS REG-COBRANZA.

       01 REG-COBRANZA.
           03 REG-COB-CLAVE.
               05 REG-COB-CUIT           PIC 9(11).
               05 REG-COB-FECHA          PIC 9(8).
               05 REG-COB-REFERENCIA     PIC X(10).
           03 REG-COB-IMPORTE            PIC 9(10)V99.
           03 REG-COB-MONEDA             PIC X(3).
      *    'A' recibo anulado por MantenimientoCobranzas: excluido
      *    del aging, las partidas, la cuenta corriente y la
      *    conciliacion; en blanco, vigente.
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

       FD ARCH-APLICACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'APLICACIONES.DAT'
             DATA RECORD IS REG-APLICACION.

       01 REG-APLICACION.
           03 REG-APL-CLAVE.
               05 REG-APL-CUIT           PIC 9(11).
               05 REG-APL-FECHA-COB      PIC 9(8).
               05 REG-APL-REFERENCIA     PIC X(10).
               05 REG-APL-FACTURA        PIC 9(8).
      *        serie del comprobante aplicado: el numero solo se
      *        repite entre series (la correlativa corre por
      *        PV + letra), asi que la clave lleva la serie completa.
               05 REG-APL-PV             PIC 9(4).
               05 REG-APL-LETRA          PIC X(1).
           03 REG-APL-IMPORTE            PIC 9(10)V99.
           03 REG-APL-MONEDA             PIC X(3).
      *    importe aplicado expresado en la moneda del comprobante,
      *    cuando difiere de la del recibo (recibo ARS contra factura
      *    USD); en cero, misma moneda y vale REG-APL-IMPORTE - ver
      *    la diferencia de cambio en CargaAplicaciones.
           03 REG-APL-IMPORTE-DOC        PIC 9(10)V99.

       FD ARCH-FACTURAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS.DAT'
             DATA RECORD IS REG-FACTURA.

       01 REG-FACTURA.
      *    clave del maestro indexado: el numero completo del
      *    comprobante, PV-LETRA-NUMERO (la correlativa corre
      *    por serie, ver FACTURA-NUMERO.DAT).
           03 FAC-CLAVE.
               05 FAC-PUNTO-VENTA        PIC 9(4).
               05 FAC-LETRA              PIC X(1).
               05 FAC-NUMERO             PIC 9(8).
           03 FAC-FECHA                  PIC 9(8).
           03 FAC-CUIT                   PIC 9(11).
           03 FAC-PERIODO                PIC 9(8).
           03 FAC-HORAS                  PIC 9(5)V99.
           03 FAC-IMPORTE-BRUTO          PIC 9(10)V99.
           03 FAC-RETENCION              PIC 9(10)V99.
           03 FAC-IVA                    PIC 9(10)V99.
           03 FAC-TOTAL                  PIC 9(10)V99.
           03 FAC-MONEDA                 PIC X(3).
           03 FAC-TIPO                   PIC X(1).
               88 FAC-ES-NOTA-CREDITO    VALUE 'N'.
      *    'A' comprobante anulado por AnulacionFacturas: se lo
      *    saltea todo proceso posterior; en blanco, vigente.
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
               88 FAC-INCOBRABLE         VALUE 'I'.
      *    vencimiento estampado por GeneraFacturas (emision mas el
      *    plazo de pago de la empresa); cero en un registro viejo.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

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

       FD ARCH-NUMERO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-NUMERO
             DATA RECORD IS REG-NUMERO.

       01 REG-NUMERO.
           03 NUM-ULTIMO-RECIBO          PIC 9(8).

       FD ARCH-LISTADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DEBITO-RESPUESTA.LST'
             DATA RECORD IS REG-LISTADO.

       01 REG-LISTADO                    PIC X(100).

       FD ARCH-RECHAZOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DEBITO-RECHAZOS.LST'
             DATA RECORD IS REG-RECHAZO-LST.

       01 REG-RECHAZO-LST                PIC X(120).

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
             DATA RECORD IS REG-SESION.

       01 REG-SESION.
           03 SES-USUARIO               PIC X(20).
           03 SES-ROL                   PIC X(1).
           03 SES-FECHA                 PIC 9(8).
           03 SES-HORA                  PIC 9(8).

       FD ARCH-AUDITORIA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'AUDITORIA.LOG'
             DATA RECORD IS REG-AUDITORIA.

       01 REG-AUDITORIA.
           03 AUD-FECHA                PIC 9(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-HORA                 PIC 9(8).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-USUARIO              PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-PROGRAMA             PIC X(20).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-ARCHIVO              PIC X(24).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-OPERACION            PIC X(1).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-CLAVE                PIC X(24).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-VALOR-ANTES          PIC X(80).
           03 FILLER                   PIC X(1) VALUE SPACE.
           03 AUD-VALOR-DESPUES        PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-RESPUESTA     PIC XX.
           88 RESPUESTA-OK   VALUE '00'.
           88 RESPUESTA-EOF  VALUE '10'.

       77 FS-COBRANZAS     PIC XX.
           88 COB-OK         VALUE '00'.
           88 COB-DUPLICADA  VALUE '22'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-DUPLICADA  VALUE '22'.

       77 FS-ARCH-AUDITORIA PIC XX.
           88 AUDITORIA-OK   VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-AUD-USUARIO              PIC X(20).
       01 WS-AUD-ARCHIVO              PIC X(24).
       01 WS-AUD-CLAVE                PIC X(24).
       01 WS-FOTO-DESPUES             PIC X(80).

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-NUMERO        PIC XX.
           88 NUMERO-OK      VALUE '00'.

       77 FS-LISTADO       PIC XX.
           88 LISTADO-OK     VALUE '00'.

       77 FS-RECHAZOS      PIC XX.
           88 RECHAZOS-OK    VALUE '00'.

       01 WS-ULTIMO-RECIBO            PIC 9(8) VALUE 0.
       01 WS-NOMBRE-NUMERO            PIC X(28) VALUE
          'RECIBO-NUMERO.DAT'.

      *    referencia del recibo generado: 'DD' mas el numero del
      *    comprobante debitado.
       01 WS-REFERENCIA-DEBITO.
           03 FILLER                  PIC X(2) VALUE 'DD'.
           03 WS-REF-NUMERO           PIC 9(8).

       01 WS-OBSERVACION              PIC X(30).

      *    motivos de rechazo del debito directo informados por el
      *    banco; un codigo que no figura sale sin descripcion.
       01 WS-MOTIVOS-LIT.
           03 FILLER PIC X(33) VALUE
              'R02CUENTA CERRADA O SUSPENDIDA  '.
           03 FILLER PIC X(33) VALUE
              'R03CUENTA INEXISTENTE           '.
           03 FILLER PIC X(33) VALUE
              'R04CBU INVALIDO                 '.
           03 FILLER PIC X(33) VALUE
              'R08ORDEN DE NO PAGAR            '.
           03 FILLER PIC X(33) VALUE
              'R10FONDOS INSUFICIENTES         '.
           03 FILLER PIC X(33) VALUE
              'R13SUCURSAL INEXISTENTE         '.
           03 FILLER PIC X(33) VALUE
              'R14IDENTIFICACION ERRONEA       '.
           03 FILLER PIC X(33) VALUE
              'R15BAJA DE LA ADHESION          '.
           03 FILLER PIC X(33) VALUE
              'R17ERROR DE FORMATO             '.
           03 FILLER PIC X(33) VALUE
              'R19IMPORTE ERRONEO              '.
           03 FILLER PIC X(33) VALUE
              'R20MONEDA DISTINTA A LA CUENTA  '.
           03 FILLER PIC X(33) VALUE
              'R24TRANSACCION DUPLICADA        '.
       01 TABLA-MOTIVOS REDEFINES WS-MOTIVOS-LIT.
           03 TAB-MOT OCCURS 12 TIMES INDEXED BY IND-TAB-MOT.
               05 TAB-MOT-CODIGO         PIC X(3).
               05 TAB-MOT-DESCRIPCION    PIC X(30).

       01 WS-ACUM-ACEPTADOS           PIC 9(5) VALUE 0.
       01 WS-ACUM-IMPORTE-ACEPTADO    PIC 9(12)V99 VALUE 0.
       01 WS-ACUM-RECHAZADOS          PIC 9(5) VALUE 0.
       01 WS-ACUM-IMPORTE-RECHAZADO   PIC 9(12)V99 VALUE 0.
       01 WS-ACUM-NO-PROCESADOS       PIC 9(5) VALUE 0.

       01 LINEA-ENCABEZADO-1         PIC X(80) VALUE
          'RESPUESTA DE DEBITO DIRECTO - RECIBOS GENERADOS'.

       01 LINEA-ENCABEZADO-2.
           03 FILLER       PIC X(16) VALUE 'COMPROBANTE'.
           03 FILLER       PIC X(13) VALUE 'CUIT'.
           03 FILLER       PIC X(10) VALUE 'ACREDIT.'.
           03 FILLER       PIC X(14) VALUE '      IMPORTE'.
           03 FILLER       PIC X(11) VALUE ' RECIBO'.
           03 FILLER       PIC X(30) VALUE 'OBSERVACION'.

       01 LINEA-DETALLE-RESPUESTA.
           03 LIN-RSP-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-RSP-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-RSP-NUMERO         PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RSP-CUIT           PIC 9(11).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-RSP-FECHA          PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-RSP-IMPORTE        PIC ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-RSP-RECIBO         PIC 9(8).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-RSP-OBSERVACION    PIC X(30).

       01 LINEA-TOTAL-ACEPTADOS.
           03 FILLER                 PIC X(22) VALUE
              'DEBITOS ACEPTADOS: '.
           03 LIN-TOT-ACEPTADOS      PIC ZZZZ9.
           03 FILLER                 PIC X(12) VALUE '  IMPORTE: '.
           03 LIN-TOT-IMP-ACEPTADO   PIC ZZZZZZZZZZZ9,99.

       01 LINEA-TOTAL-NO-PROCESADOS.
           03 FILLER                 PIC X(22) VALUE
              'NO PROCESADOS: '.
           03 LIN-TOT-NO-PROCESADOS  PIC ZZZZ9.

       01 LINEA-RECHAZOS-1           PIC X(80) VALUE
          'DEBITOS RECHAZADOS POR EL BANCO - LLAMAR AL CLIENTE'.

       01 LINEA-RECHAZOS-2.
           03 FILLER       PIC X(16) VALUE 'COMPROBANTE'.
           03 FILLER       PIC X(26) VALUE 'RAZON SOCIAL'.
           03 FILLER       PIC X(21) VALUE 'TELEFONO'.
           03 FILLER       PIC X(14) VALUE '      IMPORTE'.
           03 FILLER       PIC X(35) VALUE ' MOTIVO'.

       01 LINEA-DETALLE-RECHAZO.
           03 LIN-RCH-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-RCH-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-RCH-NUMERO         PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RCH-RAZON          PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RCH-TELEFONO       PIC X(20).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RCH-IMPORTE        PIC ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 LIN-RCH-MOTIVO         PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RCH-DESCRIPCION    PIC X(30).

       01 LINEA-TOTAL-RECHAZADOS.
           03 FILLER                 PIC X(22) VALUE
              'DEBITOS RECHAZADOS: '.
           03 LIN-TOT-RECHAZADOS     PIC ZZZZ9.
           03 FILLER                 PIC X(12) VALUE '  IMPORTE: '.
           03 LIN-TOT-IMP-RECHAZADO  PIC ZZZZZZZZZZZ9,99.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(100) VALUE ALL '-'.

       PROCEDURE DIVISION.

       PROCESA-RESPUESTA-DEBITO.
           PERFORM DETERMINAR-USUARIO-AUDITORIA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM LEER-RESPUESTA.
           PERFORM PROCESAR-UN-RENGLON UNTIL RESPUESTA-EOF.
           PERFORM TERMINAR.

      *    el usuario para la auditoria sale de la sesion iniciada en
      *    PRINCIPAL; sin sesion se cae a la variable de entorno USER.
       DETERMINAR-USUARIO-AUDITORIA.
           MOVE SPACES TO WS-AUD-USUARIO.
           OPEN INPUT ARCH-SESION.
           IF SESION-OK
              READ ARCH-SESION AT END MOVE SPACES TO SES-USUARIO
              END-READ
              IF SES-USUARIO NOT EQUAL SPACES
                 MOVE SES-USUARIO TO WS-AUD-USUARIO
              END-IF
              CLOSE ARCH-SESION.
           IF WS-AUD-USUARIO EQUAL SPACES
              ACCEPT WS-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           IF WS-AUD-USUARIO EQUAL SPACES
              MOVE 'DESCONOCIDO' TO WS-AUD-USUARIO.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-RESPUESTA.
           IF NOT RESPUESTA-OK
              DISPLAY 'NO PUDO ABRIRSE DEBITO-RESPUESTA.DAT '
                  FS-RESPUESTA
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN I-O ARCH-COBRANZAS.
           IF NOT COB-OK
              OPEN OUTPUT ARCH-COBRANZAS
              IF COB-OK
                 DISPLAY 'ARCHIVO COBRANZAS.DAT CREADO'
                 CLOSE ARCH-COBRANZAS
                 OPEN I-O ARCH-COBRANZAS
              END-IF
              IF NOT COB-OK
                 DISPLAY 'NO PUDO ABRIRSE COBRANZAS.DAT ' FS-COBRANZAS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           OPEN I-O ARCH-APLICACIONES.
           IF NOT APL-OK
              OPEN OUTPUT ARCH-APLICACIONES
              IF APL-OK
                 DISPLAY 'ARCHIVO APLICACIONES.DAT CREADO'
                 CLOSE ARCH-APLICACIONES
                 OPEN I-O ARCH-APLICACIONES
              END-IF
              IF NOT APL-OK
                 DISPLAY 'NO PUDO ABRIRSE APLICACIONES.DAT '
                     FS-APLICACIONES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-LISTADO.
           IF NOT LISTADO-OK
              DISPLAY 'NO PUDO CREARSE DEBITO-RESPUESTA.LST '
                  FS-LISTADO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-RECHAZOS.
           IF NOT RECHAZOS-OK
              DISPLAY 'NO PUDO CREARSE DEBITO-RECHAZOS.LST '
                  FS-RECHAZOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE LINEA-ENCABEZADO-1 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-ENCABEZADO-2 TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.

           MOVE LINEA-RECHAZOS-1 TO REG-RECHAZO-LST.
           WRITE REG-RECHAZO-LST.
           MOVE LINEA-RECHAZOS-2 TO REG-RECHAZO-LST.
           WRITE REG-RECHAZO-LST.
           MOVE LINEA-DIVISORIA TO REG-RECHAZO-LST.
           WRITE REG-RECHAZO-LST.

       LEER-RESPUESTA.
           READ ARCH-RESPUESTA AT END MOVE '10' TO FS-RESPUESTA.

       PROCESAR-UN-RENGLON.
           IF RSP-ACEPTADO
              PERFORM PROCESAR-ACEPTADO
           ELSE
              IF RSP-RECHAZADO
                 PERFORM INFORMAR-RECHAZO
              ELSE
                 MOVE 'ESTADO DESCONOCIDO EN EL BANCO' TO
                     WS-OBSERVACION
                 PERFORM INFORMAR-NO-PROCESADO.
           PERFORM LEER-RESPUESTA.

      *    el comprobante debitado tiene que seguir vigente y ser
      *    del mismo CUIT; si no, la plata entro igual y el caso va
      *    a revision manual en lugar de aplicarse a ciegas.
       PROCESAR-ACEPTADO.
           MOVE RSP-PUNTO-VENTA TO FAC-PUNTO-VENTA.
           MOVE RSP-LETRA TO FAC-LETRA.
           MOVE RSP-NUMERO TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE
               INVALID KEY MOVE '23' TO FS-FACTURAS
           END-READ.
           IF NOT FACTURAS-OK
              MOVE 'COMPROBANTE INEXISTENTE' TO WS-OBSERVACION
              PERFORM INFORMAR-NO-PROCESADO
           ELSE
              IF FAC-CUIT NOT EQUAL RSP-CUIT
                 MOVE 'COMPROBANTE DE OTRO CUIT' TO WS-OBSERVACION
                 PERFORM INFORMAR-NO-PROCESADO
              ELSE
                 IF FAC-ANULADA
                    MOVE 'COMPROBANTE ANULADO' TO WS-OBSERVACION
                    PERFORM INFORMAR-NO-PROCESADO
                 ELSE
                    PERFORM GENERAR-RECIBO-DEBITO.

       GENERAR-RECIBO-DEBITO.
           MOVE RSP-CUIT TO REG-COB-CUIT.
           IF RSP-FECHA-ACREDITACION IS NUMERIC
              AND RSP-FECHA-ACREDITACION GREATER ZERO
              MOVE RSP-FECHA-ACREDITACION TO REG-COB-FECHA
           ELSE
              MOVE RSP-FECHA-DEBITO TO REG-COB-FECHA.
           MOVE RSP-NUMERO TO WS-REF-NUMERO.
           MOVE WS-REFERENCIA-DEBITO TO REG-COB-REFERENCIA.
           MOVE RSP-IMPORTE TO REG-COB-IMPORTE.
           MOVE RSP-MONEDA TO REG-COB-MONEDA.
           IF REG-COB-MONEDA EQUAL SPACES
              MOVE 'ARS' TO REG-COB-MONEDA.
           MOVE SPACE TO REG-COB-ESTADO.
           MOVE 'D' TO REG-COB-MEDIO-PAGO.
           IF FAC-ENTIDAD IS NUMERIC AND FAC-ENTIDAD GREATER ZERO
              MOVE FAC-ENTIDAD TO REG-COB-ENTIDAD
           ELSE
              MOVE 1 TO REG-COB-ENTIDAD.
           MOVE SPACES TO WS-NOMBRE-NUMERO.
           IF REG-COB-ENTIDAD EQUAL 1
              MOVE 'RECIBO-NUMERO.DAT' TO WS-NOMBRE-NUMERO
           ELSE
              STRING 'RECIBO-NUMERO-E' REG-COB-ENTIDAD '.DAT'
                  DELIMITED BY SIZE INTO WS-NOMBRE-NUMERO.

           PERFORM NUMERAR-Y-GRABAR-RECIBO.

      *    mismo reservado previo del numero que CargaCobranzas: un
      *    corte entre los dos pasos nunca repite un numero, y un
      *    recibo que no se graba devuelve el suyo.
       NUMERAR-Y-GRABAR-RECIBO.
           PERFORM CARGAR-ULTIMO-NUMERO.
           ADD 1 TO WS-ULTIMO-RECIBO.
           PERFORM GRABAR-ULTIMO-NUMERO.
           MOVE WS-ULTIMO-RECIBO TO REG-COB-NRO-RECIBO.

           WRITE REG-COBRANZA.
           IF COB-OK
              PERFORM AUDITAR-ALTA-RECIBO
              PERFORM GRABAR-APLICACION-DEBITO
           ELSE
              SUBTRACT 1 FROM WS-ULTIMO-RECIBO
              PERFORM GRABAR-ULTIMO-NUMERO
              IF COB-DUPLICADA
                 MOVE 'YA PROCESADO (RECIBO EXISTENTE)' TO
                     WS-OBSERVACION
              ELSE
                 MOVE 'ERROR AL GRABAR EL RECIBO' TO WS-OBSERVACION
              END-IF
              PERFORM INFORMAR-NO-PROCESADO.

       GRABAR-APLICACION-DEBITO.
           MOVE REG-COB-CUIT TO REG-APL-CUIT.
           MOVE REG-COB-FECHA TO REG-APL-FECHA-COB.
           MOVE REG-COB-REFERENCIA TO REG-APL-REFERENCIA.
           MOVE RSP-NUMERO TO REG-APL-FACTURA.
           MOVE RSP-PUNTO-VENTA TO REG-APL-PV.
           MOVE RSP-LETRA TO REG-APL-LETRA.
           MOVE REG-COB-IMPORTE TO REG-APL-IMPORTE.
           MOVE REG-COB-MONEDA TO REG-APL-MONEDA.
           MOVE 0 TO REG-APL-IMPORTE-DOC.
           WRITE REG-APLICACION.
           IF APL-OK
              MOVE SPACES TO WS-OBSERVACION
              PERFORM AUDITAR-ALTA-APLICACION
           ELSE
              MOVE 'RECIBO SIN APLICAR' TO
                  WS-OBSERVACION.

           ADD 1 TO WS-ACUM-ACEPTADOS.
           ADD REG-COB-IMPORTE TO WS-ACUM-IMPORTE-ACEPTADO.
           PERFORM ARMAR-LINEA-RESPUESTA.
           MOVE REG-COB-FECHA TO LIN-RSP-FECHA.
           MOVE REG-COB-NRO-RECIBO TO LIN-RSP-RECIBO.
           MOVE LINEA-DETALLE-RESPUESTA TO REG-LISTADO.
           WRITE REG-LISTADO.

      *    mismas fotos de alta que CargaCobranzas y
      *    CargaAplicaciones: la clave completa en posiciones fijas.
       AUDITAR-ALTA-RECIBO.
           MOVE 'COBRANZAS.DAT' TO WS-AUD-ARCHIVO.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING REG-COB-CUIT ' ' REG-COB-REFERENCIA
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           MOVE SPACES TO WS-FOTO-DESPUES.
           STRING REG-COB-FECHA ' ' REG-COB-REFERENCIA ' '
               REG-COB-IMPORTE ' ' REG-COB-MONEDA ' '
               REG-COB-MEDIO-PAGO ' ' REG-COB-NRO-RECIBO
               DELIMITED BY SIZE INTO WS-FOTO-DESPUES.
           PERFORM GRABAR-AUDITORIA.

       AUDITAR-ALTA-APLICACION.
           MOVE 'APLICACIONES.DAT' TO WS-AUD-ARCHIVO.
           MOVE SPACES TO WS-AUD-CLAVE.
           STRING REG-APL-CUIT ' ' REG-APL-FACTURA
               DELIMITED BY SIZE INTO WS-AUD-CLAVE.
           MOVE SPACES TO WS-FOTO-DESPUES.
           STRING 'RECIBO ' REG-APL-FECHA-COB ' ' REG-APL-REFERENCIA
               ' FACTURA ' REG-APL-PV '-' REG-APL-LETRA '-'
               REG-APL-FACTURA ' APLICADO ' REG-APL-IMPORTE ' '
               REG-APL-MONEDA
               DELIMITED BY SIZE INTO WS-FOTO-DESPUES.
           PERFORM GRABAR-AUDITORIA.

      *    mismo criterio que GRABAR-AUDITORIA en
      *    SUB-RUTINA-EMPRESAS: solo sobre operaciones que terminaron
      *    bien, con la clave y los valores antes/despues.
       GRABAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              OPEN OUTPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              ACCEPT AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT AUD-HORA FROM TIME
              MOVE WS-AUD-USUARIO TO AUD-USUARIO
              MOVE 'ProcesaRespuestaDebito' TO AUD-PROGRAMA
              MOVE WS-AUD-ARCHIVO TO AUD-ARCHIVO
              MOVE 'W' TO AUD-OPERACION
              MOVE WS-AUD-CLAVE TO AUD-CLAVE
              MOVE SPACES TO AUD-VALOR-ANTES
              MOVE WS-FOTO-DESPUES TO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       INFORMAR-NO-PROCESADO.
           ADD 1 TO WS-ACUM-NO-PROCESADOS.
           PERFORM ARMAR-LINEA-RESPUESTA.
           MOVE RSP-FECHA-ACREDITACION TO LIN-RSP-FECHA.
           MOVE 0 TO LIN-RSP-RECIBO.
           MOVE LINEA-DETALLE-RESPUESTA TO REG-LISTADO.
           WRITE REG-LISTADO.

       ARMAR-LINEA-RESPUESTA.
           MOVE RSP-PUNTO-VENTA TO LIN-RSP-PV.
           MOVE RSP-LETRA TO LIN-RSP-LETRA.
           MOVE RSP-NUMERO TO LIN-RSP-NUMERO.
           MOVE RSP-CUIT TO LIN-RSP-CUIT.
           MOVE RSP-IMPORTE TO LIN-RSP-IMPORTE.
           MOVE WS-OBSERVACION TO LIN-RSP-OBSERVACION.

       INFORMAR-RECHAZO.
           ADD 1 TO WS-ACUM-RECHAZADOS.
           ADD RSP-IMPORTE TO WS-ACUM-IMPORTE-RECHAZADO.

           MOVE RSP-CUIT TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT
               INVALID KEY MOVE '23' TO FS-ARCH-EMP-IDX
           END-READ.
           IF EMP-OK
              MOVE REG-EMP-IND-RAZON TO LIN-RCH-RAZON
              MOVE REG-EMP-IND-TEL TO LIN-RCH-TELEFONO
           ELSE
              MOVE 'CUIT SIN EMPRESA' TO LIN-RCH-RAZON
              MOVE SPACES TO LIN-RCH-TELEFONO.

           MOVE SPACES TO LIN-RCH-DESCRIPCION.
           SET IND-TAB-MOT TO 1.
           SEARCH TAB-MOT
               WHEN TAB-MOT-CODIGO(IND-TAB-MOT) EQUAL RSP-MOTIVO
                   MOVE TAB-MOT-DESCRIPCION(IND-TAB-MOT) TO
                       LIN-RCH-DESCRIPCION
           END-SEARCH.

           MOVE RSP-PUNTO-VENTA TO LIN-RCH-PV.
           MOVE RSP-LETRA TO LIN-RCH-LETRA.
           MOVE RSP-NUMERO TO LIN-RCH-NUMERO.
           MOVE RSP-IMPORTE TO LIN-RCH-IMPORTE.
           MOVE RSP-MOTIVO TO LIN-RCH-MOTIVO.
           MOVE LINEA-DETALLE-RECHAZO TO REG-RECHAZO-LST.
           WRITE REG-RECHAZO-LST.

       CARGAR-ULTIMO-NUMERO.
           MOVE 0 TO WS-ULTIMO-RECIBO.
           OPEN INPUT ARCH-NUMERO.
           IF NUMERO-OK
              READ ARCH-NUMERO
              IF NUMERO-OK
                 MOVE NUM-ULTIMO-RECIBO TO WS-ULTIMO-RECIBO
              END-IF
              CLOSE ARCH-NUMERO.

      *    sin el contador al dia no se puede numerar sin repetir:
      *    se corta el proceso; lo ya grabado queda y al reprocesar
      *    la respuesta sale como ya procesado.
       GRABAR-ULTIMO-NUMERO.
           OPEN OUTPUT ARCH-NUMERO.
           IF NUMERO-OK
              MOVE WS-ULTIMO-RECIBO TO NUM-ULTIMO-RECIBO
              WRITE REG-NUMERO
              CLOSE ARCH-NUMERO
           ELSE
              DISPLAY 'NO PUDO GRABARSE ' WS-NOMBRE-NUMERO ' '
                  FS-NUMERO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       TERMINAR.
           MOVE LINEA-DIVISORIA TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-ACUM-ACEPTADOS TO LIN-TOT-ACEPTADOS.
           MOVE WS-ACUM-IMPORTE-ACEPTADO TO LIN-TOT-IMP-ACEPTADO.
           MOVE LINEA-TOTAL-ACEPTADOS TO REG-LISTADO.
           WRITE REG-LISTADO.
           MOVE WS-ACUM-NO-PROCESADOS TO LIN-TOT-NO-PROCESADOS.
           MOVE LINEA-TOTAL-NO-PROCESADOS TO REG-LISTADO.
           WRITE REG-LISTADO.

           MOVE LINEA-DIVISORIA TO REG-RECHAZO-LST.
           WRITE REG-RECHAZO-LST.
           MOVE WS-ACUM-RECHAZADOS TO LIN-TOT-RECHAZADOS.
           MOVE WS-ACUM-IMPORTE-RECHAZADO TO LIN-TOT-IMP-RECHAZADO.
           MOVE LINEA-TOTAL-RECHAZADOS TO REG-RECHAZO-LST.
           WRITE REG-RECHAZO-LST.

           CLOSE ARCH-RESPUESTA.
           CLOSE ARCH-COBRANZAS.
           CLOSE ARCH-APLICACIONES.
           CLOSE ARCH-FACTURAS.
           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-LISTADO.
           CLOSE ARCH-RECHAZOS.
           DISPLAY WS-ACUM-ACEPTADOS ' DEBITOS ACEPTADOS (RECIBOS '
               'GENERADOS), ' WS-ACUM-RECHAZADOS ' RECHAZADOS (VER '
               'DEBITO-RECHAZOS.LST), ' WS-ACUM-NO-PROCESADOS
               ' NO PROCESADOS (VER DEBITO-RESPUESTA.LST)'.
           STOP RUN.
