       IDENTIFICATION DIVISION.
       PROGRAM-ID. ImprimeRecibo.
       AUTHOR. Fede.

      *    recibo oficial para el cliente: toma un recibo de
      *    COBRANZAS.DAT por su numero correlativo (el que le asigno
      *    CargaCobranzas desde RECIBO-NUMERO.DAT) o por su clave
      *    CUIT + fecha + referencia y lo imprime en
      *    RECIBO-<NRO>.LST con la razon social y direccion de
      *    EMPRESAS-INDEXED.DAT, el medio de pago (con el detalle de
      *    cada cheque de CHEQUES.DAT), las facturas a las que se
      *    aplico en APLICACIONES.DAT (lo que no se aplico sale como
      *    a cuenta) y el certificado de retencion recibido de
      *    RETENCIONES-SUFRIDAS.DAT. se corre despues de
      *    CargaAplicaciones para que el recibo salga con sus
      *    imputaciones; puede reimprimirse las veces que haga falta.
      *    un recibo anulado sale marcado *** ANULADO *** (el aviso
      *    de anulacion lo emite MantenimientoCobranzas al anularlo)
      *    y uno cargado antes de la numeracion no se imprime.
      *    cada entidad emisora numera sus recibos por separado: la
      *    busqueda por numero pide tambien la entidad, el recibo
      *    sale con la razon social y CUIT del emisor y el de una
      *    entidad distinta de la 01 en RECIBO-E99-<NRO>.LST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-COBRANZAS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-COB-CLAVE
               FILE STATUS IS FS-COBRANZAS.

           SELECT ARCH-APLICACIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-APL-CLAVE
               FILE STATUS IS FS-APLICACIONES.

           SELECT ARCH-CHEQUES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-CHQ-CLAVE
               ALTERNATE RECORD KEY IS REG-CHQ-RECIBO WITH DUPLICATES
               FILE STATUS IS FS-CHEQUES.

           SELECT ARCH-RETENCIONES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-RET-CLAVE
               FILE STATUS IS FS-RETENCIONES.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-RECIBO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RECIBO.

       DATA DIVISION.
       FILE SECTION.

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
               05 REG-APL-PV             PIC 9(4).
               05 REG-APL-LETRA          PIC X(1).
           03 REG-APL-IMPORTE            PIC 9(10)V99.
           03 REG-APL-MONEDA             PIC X(3).
           03 REG-APL-IMPORTE-DOC        PIC 9(10)V99.

      *    cartera de cheques - mismo layout que CarteraCheques.
       FD ARCH-CHEQUES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CHEQUES.DAT'
             DATA RECORD IS REG-CHEQUE.

       01 REG-CHEQUE.
           03 REG-CHQ-CLAVE.
               05 REG-CHQ-BANCO          PIC 9(3).
               05 REG-CHQ-NUMERO         PIC X(12).
           03 REG-CHQ-TIPO               PIC X(1).
               88 REG-CHQ-ECHEQ          VALUE 'E'.
           03 REG-CHQ-RECIBO.
               05 REG-CHQ-CUIT           PIC 9(11).
               05 REG-CHQ-FECHA-COB      PIC 9(8).
               05 REG-CHQ-REFERENCIA     PIC X(10).
           03 REG-CHQ-FECHA-EMISION      PIC 9(8).
           03 REG-CHQ-FECHA-DEPOSITO     PIC 9(8).
           03 REG-CHQ-FECHA-ACREDITACION PIC 9(8).
           03 REG-CHQ-IMPORTE            PIC 9(10)V99.
           03 REG-CHQ-MONEDA             PIC X(3).
           03 REG-CHQ-ESTADO             PIC X(1).
           03 REG-CHQ-OBSERVACION        PIC X(30).

      *    certificado de retencion sufrida: misma clave que el
      *    recibo al que acompano (CargaRetenciones).
       FD ARCH-RETENCIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'RETENCIONES-SUFRIDAS.DAT'
             DATA RECORD IS REG-RETENCION.

       01 REG-RETENCION.
           03 REG-RET-CLAVE.
               05 REG-RET-CUIT           PIC 9(11).
               05 REG-RET-FECHA          PIC 9(8).
               05 REG-RET-REFERENCIA     PIC X(10).
           03 REG-RET-CERTIFICADO        PIC X(12).
           03 REG-RET-REGIMEN            PIC X(10).
           03 REG-RET-IMPORTE            PIC 9(10)V99.
           03 REG-RET-MONEDA             PIC X(3).

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

       FD ARCH-RECIBO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-RECIBO
             DATA RECORD IS REG-RECIBO-LST.

       01 REG-RECIBO-LST                 PIC X(80).

       WORKING-STORAGE SECTION.

       77 FS-COBRANZAS     PIC XX.
           88 COB-OK         VALUE '00'.
           88 COB-EOF        VALUE '10'.

       77 FS-APLICACIONES  PIC XX.
           88 APL-OK         VALUE '00'.
           88 APL-EOF        VALUE '10'.

       77 FS-CHEQUES       PIC XX.
           88 CHQ-OK         VALUE '00'.
           88 CHQ-EOF        VALUE '10'.

       77 FS-RETENCIONES   PIC XX.
           88 RET-OK         VALUE '00'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-RECIBO        PIC XX.
           88 RECIBO-OK      VALUE '00'.

      *    APLICACIONES.DAT, CHEQUES.DAT y RETENCIONES-SUFRIDAS.DAT
      *    pueden no existir todavia: el recibo sale sin esa parte.
       01 WS-APLICACIONES-DISPONIBLE PIC X VALUE 'N'.
           88 APLICACIONES-DISPONIBLE VALUE 'S'.
       01 WS-CHEQUES-DISPONIBLE      PIC X VALUE 'N'.
           88 CHEQUES-DISPONIBLE     VALUE 'S'.
       01 WS-RETENCIONES-DISPONIBLE  PIC X VALUE 'N'.
           88 RETENCIONES-DISPONIBLE VALUE 'S'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-RECIBO-ENCONTRADO        PIC X VALUE 'N'.
           88 RECIBO-ENCONTRADO       VALUE 'S'.

       01 WS-NRO-BUSCADO              PIC 9(8).
       01 WS-CUIT-BUSCADO             PIC 9(11).
       01 WS-FECHA-BUSCADA            PIC 9(8).
       01 WS-REF-BUSCADA              PIC X(10).
       01 WS-ENTIDAD-ENV              PIC X(2).
       01 WS-ENTIDAD-BUSCADA          PIC 9(2).
       01 WS-COB-ENTIDAD              PIC 9(2).

      *    datos del emisor via SUB-RUTINA-ENTIDADES.
       01 WS-ENT-OPER                 PIC X.
       01 WS-ENT-CUIT-EMPRESA         PIC 9(11) VALUE 0.
       01 WS-ENT-FECHA                PIC 9(8) VALUE 0.
       01 WS-ENT-CODIGO               PIC 9(2).
       01 WS-ENT-CUIT                 PIC 9(11).
       01 WS-ENT-RAZON                PIC X(30).
       01 WS-ENT-DOMICILIO            PIC X(30).
       01 WS-ENT-COND-IVA             PIC X(2).
       01 WS-ENT-INICIO-ACT           PIC 9(8).
       01 WS-ENT-PUNTO-VENTA          PIC 9(4).
       01 WS-ENT-ERROR                PIC XX.

      *    RECIBO-<NRO>.LST, mismo esquema de nombre dinamico que
      *    DUPLICADO-<NRO>.LST en ReimprimeFactura.
       01 WS-NOMBRE-RECIBO            PIC X(24).

       01 WS-ACUM-APLICADO            PIC S9(10)V99.
       01 WS-A-CUENTA                 PIC S9(10)V99.
       01 WS-IMPORTE-RETENCION        PIC 9(10)V99.
       01 WS-CANT-APLICACIONES        PIC 9(4).
       01 WS-CANT-CHEQUES             PIC 9(4).
       01 WS-ACUM-IMPRESOS            PIC 9(4) VALUE 0.

       01 LINEA-BANNER-ANULADO       PIC X(40) VALUE
          '           *** ANULADO ***'.

       01 LINEA-DIVISORIA.
           03 FILLER                 PIC X(70) VALUE ALL '='.

       01 LINEA-REC-TITULO.
           03 FILLER                 PIC X(20) VALUE
              'RECIBO OFICIAL NRO. '.
           03 LIN-REC-NUMERO         PIC 9(8).
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 FILLER                 PIC X(7) VALUE 'FECHA: '.
           03 LIN-REC-FECHA          PIC 9(8).

       01 LINEA-REC-EMISOR.
           03 FILLER                 PIC X(8) VALUE 'EMISOR  '.
           03 LIN-REC-EMI-RAZON      PIC X(30).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 FILLER                 PIC X(6) VALUE 'CUIT: '.
           03 LIN-REC-EMI-CUIT       PIC 9(11).

       01 LINEA-REC-EMPRESA.
           03 FILLER                 PIC X(13) VALUE 'RECIBIMOS DE '.
           03 LIN-REC-RAZON          PIC X(25).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 FILLER                 PIC X(6) VALUE 'CUIT: '.
           03 LIN-REC-CUIT           PIC 9(11).

       01 LINEA-REC-DIRECCION.
           03 FILLER                 PIC X(13) VALUE SPACES.
           03 LIN-REC-DIRECCION      PIC X(20).

       01 LINEA-REC-IMPORTE.
           03 FILLER                 PIC X(25) VALUE
              'LA SUMA DE             : '.
           03 LIN-REC-IMPORTE        PIC ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-REC-MONEDA         PIC X(3).

       01 LINEA-REC-REFERENCIA.
           03 FILLER                 PIC X(25) VALUE
              'REFERENCIA             : '.
           03 LIN-REC-REFERENCIA     PIC X(10).

       01 LINEA-REC-MEDIO.
           03 FILLER                 PIC X(25) VALUE
              'MEDIO DE PAGO          : '.
           03 LIN-REC-MEDIO          PIC X(25).

       01 LINEA-REC-CHEQUE.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 LIN-CHQ-TIPO           PIC X(6).
           03 FILLER                 PIC X(6) VALUE 'BANCO '.
           03 LIN-CHQ-BANCO          PIC 9(3).
           03 FILLER                 PIC X(5) VALUE ' NRO '.
           03 LIN-CHQ-NUMERO         PIC X(12).
           03 FILLER                 PIC X(6) VALUE ' PAGO '.
           03 LIN-CHQ-FECHA          PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-CHQ-IMPORTE        PIC ZZZZZZZZZ9,99.

       01 LINEA-REC-TITULO-APL       PIC X(40) VALUE
          'APLICADO A LOS COMPROBANTES:'.

       01 LINEA-REC-APLICACION.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 FILLER                 PIC X(8) VALUE 'FACTURA '.
           03 LIN-APL-PV             PIC 9(4).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-APL-LETRA          PIC X(1).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 LIN-APL-FACTURA        PIC 9(8).
           03 FILLER                 PIC X(12) VALUE SPACES.
           03 LIN-APL-IMPORTE        PIC ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-APL-MONEDA         PIC X(3).

       01 LINEA-REC-A-CUENTA.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 FILLER                 PIC X(35) VALUE
              'A CUENTA (SIN APLICAR)'.
           03 LIN-REC-A-CUENTA       PIC ZZZZZZZZZ9,99.

       01 LINEA-REC-TITULO-RET       PIC X(40) VALUE
          'CERTIFICADO DE RETENCION RECIBIDO:'.

       01 LINEA-REC-RETENCION.
           03 FILLER                 PIC X(4) VALUE SPACES.
           03 FILLER                 PIC X(12) VALUE 'CERTIFICADO '.
           03 LIN-RET-CERTIFICADO    PIC X(12).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RET-REGIMEN        PIC X(10).
           03 LIN-RET-IMPORTE        PIC ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-RET-MONEDA         PIC X(3).

       01 LINEA-EN-BLANCO            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

       IMPRIME-RECIBO.
           PERFORM ABRIR-ARCHIVOS.
           MOVE 'O' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           PERFORM TERMINAR.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-COBRANZAS.
           IF NOT COB-OK
              DISPLAY 'NO PUDO ABRIRSE COBRANZAS.DAT ' FS-COBRANZAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              MOVE 'S' TO WS-APLICACIONES-DISPONIBLE.
           OPEN INPUT ARCH-CHEQUES.
           IF CHQ-OK
              MOVE 'S' TO WS-CHEQUES-DISPONIBLE.
           OPEN INPUT ARCH-RETENCIONES.
           IF RET-OK
              MOVE 'S' TO WS-RETENCIONES-DISPONIBLE.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'IMPRESION DE RECIBOS OFICIALES'.
           DISPLAY '1 - POR NUMERO DE RECIBO'.
           DISPLAY '2 - POR CUIT, FECHA Y REFERENCIA'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM IMPRIMIR-POR-NUMERO
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM IMPRIMIR-POR-CLAVE
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

      *    COBRANZAS.DAT no tiene clave por numero de recibo: se
      *    recorre entero desde el principio hasta encontrarlo.
       IMPRIMIR-POR-NUMERO.
           DISPLAY 'NUMERO DE RECIBO: '.
           ACCEPT WS-NRO-BUSCADO.
           DISPLAY 'ENTIDAD EMISORA (ENTER = 01): '.
           MOVE SPACES TO WS-ENTIDAD-ENV.
           ACCEPT WS-ENTIDAD-ENV.
           IF WS-ENTIDAD-ENV EQUAL SPACES
              MOVE 1 TO WS-ENTIDAD-BUSCADA
           ELSE
              IF WS-ENTIDAD-ENV IS NUMERIC
                 MOVE WS-ENTIDAD-ENV TO WS-ENTIDAD-BUSCADA
              ELSE
                 MOVE 0 TO WS-ENTIDAD-BUSCADA.
           MOVE 'N' TO WS-RECIBO-ENCONTRADO.

           IF WS-NRO-BUSCADO GREATER ZERO
              AND WS-ENTIDAD-BUSCADA GREATER ZERO
              MOVE 0 TO REG-COB-CUIT
              MOVE 0 TO REG-COB-FECHA
              MOVE LOW-VALUES TO REG-COB-REFERENCIA
              START ARCH-COBRANZAS KEY IS NOT LESS THAN REG-COB-CLAVE
                  INVALID KEY MOVE '10' TO FS-COBRANZAS
              END-START
              IF COB-OK
                 PERFORM LEER-COBRANZA
                 PERFORM BUSCAR-NUMERO-RECIBO
                     UNTIL COB-EOF OR RECIBO-ENCONTRADO
              END-IF
           END-IF.

           IF RECIBO-ENCONTRADO
              PERFORM IMPRIMIR-RECIBO
           ELSE
              DISPLAY 'NO EXISTE EL RECIBO NRO ' WS-NRO-BUSCADO
                  ' DE LA ENTIDAD ' WS-ENTIDAD-ENV.

       LEER-COBRANZA.
           READ ARCH-COBRANZAS NEXT RECORD
               AT END MOVE '10' TO FS-COBRANZAS
           END-READ.

       BUSCAR-NUMERO-RECIBO.
           PERFORM TOMAR-ENTIDAD-RECIBO.
           IF REG-COB-NRO-RECIBO EQUAL WS-NRO-BUSCADO
              AND WS-COB-ENTIDAD EQUAL WS-ENTIDAD-BUSCADA
              MOVE 'S' TO WS-RECIBO-ENCONTRADO
           ELSE
              PERFORM LEER-COBRANZA.

      *    un recibo viejo sin entidad es de la 01.
       TOMAR-ENTIDAD-RECIBO.
           IF REG-COB-ENTIDAD IS NUMERIC
              AND REG-COB-ENTIDAD GREATER ZERO
              MOVE REG-COB-ENTIDAD TO WS-COB-ENTIDAD
           ELSE
              MOVE 1 TO WS-COB-ENTIDAD.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER, WS-ENT-CUIT-EMPRESA,
               WS-ENT-FECHA, WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

       IMPRIMIR-POR-CLAVE.
           DISPLAY 'CUIT DEL RECIBO (11 DIGITOS): '.
           ACCEPT WS-CUIT-BUSCADO.
           DISPLAY 'FECHA DEL RECIBO (AAAAMMDD): '.
           ACCEPT WS-FECHA-BUSCADA.
           DISPLAY 'REFERENCIA DEL RECIBO: '.
           ACCEPT WS-REF-BUSCADA.

           MOVE WS-CUIT-BUSCADO TO REG-COB-CUIT.
           MOVE WS-FECHA-BUSCADA TO REG-COB-FECHA.
           MOVE WS-REF-BUSCADA TO REG-COB-REFERENCIA.
           READ ARCH-COBRANZAS RECORD KEY IS REG-COB-CLAVE
               INVALID KEY MOVE '23' TO FS-COBRANZAS
           END-READ.
           IF COB-OK
              PERFORM IMPRIMIR-RECIBO
           ELSE
              DISPLAY 'NO EXISTE ESE RECIBO ' FS-COBRANZAS.

      *    un recibo sin numero oficial es anterior a la numeracion:
      *    imprimirlo ahora le inventaria un numero que la
      *    correlativa no tiene.
       IMPRIMIR-RECIBO.
           IF REG-COB-NRO-RECIBO IS NOT NUMERIC
              OR REG-COB-NRO-RECIBO EQUAL ZERO
              DISPLAY 'EL RECIBO ES ANTERIOR A LA NUMERACION OFICIAL, '
                  'NO SE IMPRIME'
           ELSE
              PERFORM TOMAR-ENTIDAD-RECIBO
              MOVE SPACES TO WS-NOMBRE-RECIBO
              IF WS-COB-ENTIDAD EQUAL 1
                 STRING 'RECIBO-' REG-COB-NRO-RECIBO '.LST'
                     DELIMITED BY SIZE INTO WS-NOMBRE-RECIBO
              ELSE
                 STRING 'RECIBO-E' WS-COB-ENTIDAD '-'
                     REG-COB-NRO-RECIBO '.LST'
                     DELIMITED BY SIZE INTO WS-NOMBRE-RECIBO
              END-IF
              OPEN OUTPUT ARCH-RECIBO
              IF NOT RECIBO-OK
                 DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-RECIBO ' '
                     FS-RECIBO
              ELSE
                 PERFORM GRABAR-CUERPO-RECIBO
                 CLOSE ARCH-RECIBO
                 ADD 1 TO WS-ACUM-IMPRESOS
                 DISPLAY 'RECIBO NRO ' REG-COB-NRO-RECIBO
                     ' IMPRESO EN ' WS-NOMBRE-RECIBO
              END-IF
           END-IF.

       GRABAR-CUERPO-RECIBO.
           MOVE LINEA-DIVISORIA TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.
           IF REG-COB-ANULADO
              MOVE LINEA-BANNER-ANULADO TO REG-RECIBO-LST
              WRITE REG-RECIBO-LST.

           MOVE REG-COB-NRO-RECIBO TO LIN-REC-NUMERO.
           MOVE REG-COB-FECHA TO LIN-REC-FECHA.
           MOVE LINEA-REC-TITULO TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.

           MOVE WS-COB-ENTIDAD TO WS-ENT-CODIGO.
           MOVE 'Q' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR EQUAL 'OK'
              AND WS-ENT-RAZON NOT EQUAL SPACES
              MOVE WS-ENT-RAZON TO LIN-REC-EMI-RAZON
              MOVE WS-ENT-CUIT TO LIN-REC-EMI-CUIT
              MOVE LINEA-REC-EMISOR TO REG-RECIBO-LST
              WRITE REG-RECIBO-LST.

           MOVE REG-COB-CUIT TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT
               INVALID KEY MOVE '23' TO FS-ARCH-EMP-IDX
           END-READ.
           IF EMP-OK
              MOVE REG-EMP-IND-RAZON TO LIN-REC-RAZON
              MOVE REG-EMP-IND-DIRECCION TO LIN-REC-DIRECCION
           ELSE
              MOVE 'CUIT SIN EMPRESA' TO LIN-REC-RAZON
              MOVE SPACES TO LIN-REC-DIRECCION.
           MOVE REG-COB-CUIT TO LIN-REC-CUIT.
           MOVE LINEA-REC-EMPRESA TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.
           MOVE LINEA-REC-DIRECCION TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.
           MOVE LINEA-EN-BLANCO TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.

           MOVE REG-COB-IMPORTE TO LIN-REC-IMPORTE.
           MOVE REG-COB-MONEDA TO LIN-REC-MONEDA.
           MOVE LINEA-REC-IMPORTE TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.
           MOVE REG-COB-REFERENCIA TO LIN-REC-REFERENCIA.
           MOVE LINEA-REC-REFERENCIA TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.

           PERFORM IMPRIMIR-MEDIO-DE-PAGO.
           PERFORM IMPRIMIR-RETENCION.
           PERFORM IMPRIMIR-APLICACIONES.

           MOVE LINEA-DIVISORIA TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.

       IMPRIMIR-MEDIO-DE-PAGO.
           IF REG-COB-MEDIO-PAGO EQUAL 'C'
              MOVE 'CHEQUE' TO LIN-REC-MEDIO
           ELSE
              IF REG-COB-MEDIO-PAGO EQUAL 'Q'
                 MOVE 'ECHEQ' TO LIN-REC-MEDIO
              ELSE
                 IF REG-COB-MEDIO-PAGO EQUAL 'D'
                    MOVE 'DEBITO DIRECTO' TO LIN-REC-MEDIO
                 ELSE
                    MOVE 'EFECTIVO / TRANSFERENCIA' TO LIN-REC-MEDIO.
           MOVE LINEA-REC-MEDIO TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.

           MOVE 0 TO WS-CANT-CHEQUES.
           IF CHEQUES-DISPONIBLE
              AND (REG-COB-MEDIO-PAGO EQUAL 'C'
                   OR REG-COB-MEDIO-PAGO EQUAL 'Q')
              MOVE REG-COB-CLAVE TO REG-CHQ-RECIBO
              START ARCH-CHEQUES KEY IS NOT LESS THAN REG-CHQ-RECIBO
                  INVALID KEY MOVE '10' TO FS-CHEQUES
              END-START
              IF CHQ-OK
                 PERFORM LEER-CHEQUE
                 PERFORM IMPRIMIR-UN-CHEQUE
                     UNTIL CHQ-EOF
                      OR REG-CHQ-RECIBO NOT EQUAL REG-COB-CLAVE
              END-IF
           END-IF.

       LEER-CHEQUE.
           READ ARCH-CHEQUES NEXT RECORD
               AT END MOVE '10' TO FS-CHEQUES
           END-READ.

       IMPRIMIR-UN-CHEQUE.
           ADD 1 TO WS-CANT-CHEQUES.
           IF REG-CHQ-ECHEQ
              MOVE 'ECHEQ' TO LIN-CHQ-TIPO
           ELSE
              MOVE 'CHEQUE' TO LIN-CHQ-TIPO.
           MOVE REG-CHQ-BANCO TO LIN-CHQ-BANCO.
           MOVE REG-CHQ-NUMERO TO LIN-CHQ-NUMERO.
           MOVE REG-CHQ-FECHA-DEPOSITO TO LIN-CHQ-FECHA.
           MOVE REG-CHQ-IMPORTE TO LIN-CHQ-IMPORTE.
           MOVE LINEA-REC-CHEQUE TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.
           PERFORM LEER-CHEQUE.

      *    las imputaciones del recibo comparten el prefijo CUIT +
      *    fecha + referencia de la clave de APLICACIONES.DAT: START
      *    por el prefijo + READ NEXT, mismo recorrido que
      *    SUMAR-APLICADO-DEL-RECIBO en CargaAplicaciones. lo que no
      *    se imputo (recibo mas certificado, como los cuenta
      *    CargaAplicaciones) queda a cuenta del cliente.
       IMPRIMIR-APLICACIONES.
           MOVE 0 TO WS-ACUM-APLICADO.
           MOVE 0 TO WS-CANT-APLICACIONES.
           MOVE LINEA-EN-BLANCO TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.
           MOVE LINEA-REC-TITULO-APL TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.

           IF APLICACIONES-DISPONIBLE
              MOVE REG-COB-CUIT TO REG-APL-CUIT
              MOVE REG-COB-FECHA TO REG-APL-FECHA-COB
              MOVE REG-COB-REFERENCIA TO REG-APL-REFERENCIA
              MOVE 0 TO REG-APL-FACTURA
              MOVE 0 TO REG-APL-PV
              MOVE LOW-VALUES TO REG-APL-LETRA
              START ARCH-APLICACIONES KEY IS NOT LESS THAN
                  REG-APL-CLAVE
                  INVALID KEY MOVE '10' TO FS-APLICACIONES
              END-START
              IF APL-OK
                 PERFORM LEER-APLICACION
                 PERFORM IMPRIMIR-UNA-APLICACION
                     UNTIL APL-EOF
                      OR REG-APL-CUIT NOT EQUAL REG-COB-CUIT
                      OR REG-APL-FECHA-COB NOT EQUAL REG-COB-FECHA
                      OR REG-APL-REFERENCIA NOT EQUAL
                             REG-COB-REFERENCIA
              END-IF
           END-IF.

           COMPUTE WS-A-CUENTA = REG-COB-IMPORTE
               + WS-IMPORTE-RETENCION - WS-ACUM-APLICADO.
           IF WS-A-CUENTA GREATER ZERO
              MOVE WS-A-CUENTA TO LIN-REC-A-CUENTA
              MOVE LINEA-REC-A-CUENTA TO REG-RECIBO-LST
              WRITE REG-RECIBO-LST.

       LEER-APLICACION.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

       IMPRIMIR-UNA-APLICACION.
           ADD 1 TO WS-CANT-APLICACIONES.
           ADD REG-APL-IMPORTE TO WS-ACUM-APLICADO.
           MOVE REG-APL-PV TO LIN-APL-PV.
           MOVE REG-APL-LETRA TO LIN-APL-LETRA.
           MOVE REG-APL-FACTURA TO LIN-APL-FACTURA.
           MOVE REG-APL-IMPORTE TO LIN-APL-IMPORTE.
           MOVE REG-APL-MONEDA TO LIN-APL-MONEDA.
           MOVE LINEA-REC-APLICACION TO REG-RECIBO-LST.
           WRITE REG-RECIBO-LST.
           PERFORM LEER-APLICACION.

      *    el certificado se carga con la misma clave que el recibo.
       IMPRIMIR-RETENCION.
           MOVE 0 TO WS-IMPORTE-RETENCION.
           IF RETENCIONES-DISPONIBLE
              MOVE REG-COB-CLAVE TO REG-RET-CLAVE
              READ ARCH-RETENCIONES RECORD KEY IS REG-RET-CLAVE
                  INVALID KEY MOVE '23' TO FS-RETENCIONES
              END-READ
              IF RET-OK
                 MOVE REG-RET-IMPORTE TO WS-IMPORTE-RETENCION
                 MOVE LINEA-EN-BLANCO TO REG-RECIBO-LST
                 WRITE REG-RECIBO-LST
                 MOVE LINEA-REC-TITULO-RET TO REG-RECIBO-LST
                 WRITE REG-RECIBO-LST
                 MOVE REG-RET-CERTIFICADO TO LIN-RET-CERTIFICADO
                 MOVE REG-RET-REGIMEN TO LIN-RET-REGIMEN
                 MOVE REG-RET-IMPORTE TO LIN-RET-IMPORTE
                 MOVE REG-RET-MONEDA TO LIN-RET-MONEDA
                 MOVE LINEA-REC-RETENCION TO REG-RECIBO-LST
                 WRITE REG-RECIBO-LST
              END-IF
           END-IF.

       TERMINAR.
           MOVE 'C' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           CLOSE ARCH-COBRANZAS.
           CLOSE ARCH-EMP-IDX.
           IF APLICACIONES-DISPONIBLE
              CLOSE ARCH-APLICACIONES.
           IF CHEQUES-DISPONIBLE
              CLOSE ARCH-CHEQUES.
           IF RETENCIONES-DISPONIBLE
              CLOSE ARCH-RETENCIONES.
           DISPLAY WS-ACUM-IMPRESOS ' RECIBOS IMPRESOS'.
           STOP RUN.
