       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaProntoPago.
       AUTHOR. Fede.

      *    condiciones de pronto pago por empresa: "2% si paga
      *    dentro de los 10 dias de la emision", pactadas con cada
      *    cliente y con vigencia desde/hasta. hasta ahora el
      *    descuento lo tomaba el cliente al pagar y la diferencia
      *    quedaba como un pago de menos sin explicar en
      *    ReportePartidasAbiertas. las usan GeneraFacturas (imprime
      *    la condicion y el total con descuento en el comprobante),
      *    CargaAplicaciones (acepta el pago con descuento como
      *    cancelacion total y graba el descuento tomado como
      *    aplicacion propia con referencia PRONTOPAGO) y
      *    GeneraAsientos (lo imputa al concepto PRONTOPAGO). vale la
      *    condicion vigente a la fecha de emision de la factura; si
      *    hay mas de una, la ultima cargada. misma mecanica de alta
      *    validada + listado que CargaDescuentos, aca por CUIT
      *    contra EMPRESAS-INDEXED.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-PRONTO-PAGO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PRONTO-PAGO.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-PRONTO-PAGO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PRONTO-PAGO.DAT'
             DATA RECORD IS REG-PRONTO-PAGO.

       01 REG-PRONTO-PAGO.
           03 PPG-CUIT                   PIC 9(11).
      *    dias corridos desde la emision de la factura dentro de
      *    los cuales el pago tiene el descuento (limite inclusive).
           03 PPG-DIAS                   PIC 9(3).
           03 PPG-PORCENTAJE             PIC 9(3)V99.
           03 PPG-VIG-DESDE              PIC 9(8).
           03 PPG-VIG-HASTA              PIC 9(8).

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

       WORKING-STORAGE SECTION.

       77 FS-PRONTO-PAGO   PIC XX.
           88 PPG-OK         VALUE '00'.
           88 PPG-EOF        VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-CUIT-NUEVO               PIC 9(11).
       01 WS-DIAS-NUEVO               PIC 9(3).
       01 WS-PCT-NUEVO                PIC 9(3)V99.
       01 WS-DESDE-NUEVO              PIC 9(8).
       01 WS-HASTA-NUEVO              PIC 9(8).

       01 WS-ACUM-LISTADOS            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.

       CARGA-PRONTO-PAGO.
           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           CLOSE ARCH-EMP-IDX.
           STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'CONDICIONES DE PRONTO PAGO (PRONTO-PAGO.DAT)'.
           DISPLAY '1 - CARGAR CONDICION DE PRONTO PAGO'.
           DISPLAY '2 - LISTAR CONDICIONES'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM CARGAR-PRONTO-PAGO
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM LISTAR-PRONTO-PAGO
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

       CARGAR-PRONTO-PAGO.
           DISPLAY 'CUIT DE LA EMPRESA (11 DIGITOS): '.
           ACCEPT WS-CUIT-NUEVO.
           MOVE WS-CUIT-NUEVO TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF NOT EMP-OK
              DISPLAY 'NO HAY EMPRESA CON ESE CUIT EN '
                  'EMPRESAS-INDEXED.DAT'
           ELSE
              DISPLAY 'EMPRESA: ' REG-EMP-IND-RAZON
              PERFORM PEDIR-Y-GRABAR-PRONTO-PAGO.

       PEDIR-Y-GRABAR-PRONTO-PAGO.
           DISPLAY 'DIAS DESDE LA EMISION (999): '.
           ACCEPT WS-DIAS-NUEVO.
           DISPLAY 'PORCENTAJE DE DESCUENTO (999,99): '.
           ACCEPT WS-PCT-NUEVO.
           DISPLAY 'VIGENCIA DESDE (AAAAMMDD): '.
           ACCEPT WS-DESDE-NUEVO.
           DISPLAY 'VIGENCIA HASTA (AAAAMMDD): '.
           ACCEPT WS-HASTA-NUEVO.

      *    un descuento del 100% o mas cancelaria la factura sin
      *    pago: se rechaza igual que un porcentaje en cero.
           IF WS-DIAS-NUEVO IS NOT NUMERIC
              OR WS-PCT-NUEVO IS NOT NUMERIC
              OR WS-DIAS-NUEVO EQUAL ZERO
              OR WS-PCT-NUEVO EQUAL ZERO
              OR WS-PCT-NUEVO NOT LESS 100
              DISPLAY 'DIAS O PORCENTAJE INVALIDOS, NO SE GRABO'
           ELSE
              IF WS-DESDE-NUEVO IS NOT NUMERIC
                 OR WS-HASTA-NUEVO IS NOT NUMERIC
                 OR WS-DESDE-NUEVO EQUAL ZERO
                 OR WS-HASTA-NUEVO LESS THAN WS-DESDE-NUEVO
                 DISPLAY 'VIGENCIAS INVALIDAS, NO SE GRABO'
              ELSE
                 PERFORM GRABAR-PRONTO-PAGO.

       GRABAR-PRONTO-PAGO.
           OPEN EXTEND ARCH-PRONTO-PAGO.
           IF NOT PPG-OK
              OPEN OUTPUT ARCH-PRONTO-PAGO
              IF NOT PPG-OK
                 DISPLAY 'NO PUDO ABRIRSE PRONTO-PAGO.DAT '
                     FS-PRONTO-PAGO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

           MOVE WS-CUIT-NUEVO TO PPG-CUIT.
           MOVE WS-DIAS-NUEVO TO PPG-DIAS.
           MOVE WS-PCT-NUEVO TO PPG-PORCENTAJE.
           MOVE WS-DESDE-NUEVO TO PPG-VIG-DESDE.
           MOVE WS-HASTA-NUEVO TO PPG-VIG-HASTA.
           WRITE REG-PRONTO-PAGO.
           IF PPG-OK
              DISPLAY 'CONDICION DE PRONTO PAGO GRABADA'
           ELSE
              DISPLAY 'ERROR AL GRABAR LA CONDICION ' FS-PRONTO-PAGO.
           CLOSE ARCH-PRONTO-PAGO.

       LISTAR-PRONTO-PAGO.
           MOVE 0 TO WS-ACUM-LISTADOS.
           OPEN INPUT ARCH-PRONTO-PAGO.
           IF NOT PPG-OK
              DISPLAY 'PRONTO-PAGO.DAT NO DISPONIBLE ' FS-PRONTO-PAGO
           ELSE
              PERFORM LEER-PRONTO-PAGO
              PERFORM MOSTRAR-PRONTO-PAGO UNTIL PPG-EOF
              CLOSE ARCH-PRONTO-PAGO
              DISPLAY WS-ACUM-LISTADOS ' CONDICIONES CARGADAS'.

       LEER-PRONTO-PAGO.
           READ ARCH-PRONTO-PAGO AT END MOVE '10' TO FS-PRONTO-PAGO.

       MOSTRAR-PRONTO-PAGO.
           ADD 1 TO WS-ACUM-LISTADOS.
           DISPLAY 'CUIT ' PPG-CUIT
               '  ' PPG-PORCENTAJE
               ' % DENTRO DE ' PPG-DIAS
               ' DIAS  DESDE ' PPG-VIG-DESDE
               '  HASTA ' PPG-VIG-HASTA.
           PERFORM LEER-PRONTO-PAGO.
