       IDENTIFICATION DIVISION.
       PROGRAM-ID. NotasManuales.
       AUTHOR. Fede.

      *    notas de debito y de credito manuales, no atadas a horas:
      *    emite contra una empresa un comprobante numerado por un
      *    concepto de texto libre y un importe (gastos no
      *    facturados, diferencias de precio, bonificaciones,
      *    ajustes), opcionalmente referido a una factura original.
      *    letra y punto de venta salen igual que en GeneraFacturas:
      *    'A' para un responsable inscripto (IVA discriminado a la
      *    alicuota de FACTURAS-IVA-PCT) y 'B' para el resto, sobre el
      *    PV de la entidad emisora (el de FACTURAS-PUNTO-VENTA para
      *    la 01 - ver DETERMINAR-ENTIDAD-EMISORA); el numero es el
      *    siguiente de esa serie en FACTURA-NUMERO.DAT.
      *    el comprobante se graba en FACTURAS.DAT (FAC-TIPO 'D' la
      *    nota de debito, 'N' la de credito), con lo que entra solo
      *    a cuenta corriente, libro IVA ventas, asientos, partidas
      *    abiertas e intereses como cualquier otro documento; se
      *    agrega a CAE-SOLICITUD.DAT para que CargaCae le registre el
      *    CAE, y el concepto y la referencia quedan en
      *    NOTAS-MANUALES.DAT, de donde los toman el aging y las
      *    cartas de reclamo (que arman la deuda desde GL-EXTRACT y no
      *    ven lo que no paso por TP1). la reimpresion sale por
      *    ReimprimeFactura. solo supervisor o administracion - ver
      *    CONTROLAR-SESION.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   LOCK MODE IS AUTOMATIC
                   FILE STATUS IS FS-FACTURAS.

           SELECT ARCH-NUMERO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NUMERO.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-CAE-SOL ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CAE-SOL.

           SELECT ARCH-NOTAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-NOTAS.

           SELECT ARCH-FECHA-PROCESO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-FECHA-PROCESO.

      *    usuario autenticado de la sesion (sign-on de PRINCIPAL),
      *    para el control de rol y para la auditoria.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.
           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ARCH-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

       FD ARCH-FACTURAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS.DAT'
             DATA RECORD IS REG-FACTURA.

       01 REG-FACTURA.
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
               88 FAC-ES-NOTA-DEBITO     VALUE 'D'.
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
               88 FAC-INCOBRABLE         VALUE 'I'.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

      *    correlativas por serie PV + letra - ver GeneraFacturas.
       FD ARCH-NUMERO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURA-NUMERO.DAT'
             DATA RECORD IS REG-NUMERO.

       01 REG-NUMERO.
           03 NUM-PUNTO-VENTA            PIC 9(4).
           03 NUM-LETRA                  PIC X(1).
           03 NUM-ULTIMA-FACTURA         PIC 9(8).

       01 REG-NUMERO-VIEJO REDEFINES REG-NUMERO.
           03 NUM-LEGACY                 PIC 9(8).
           03 FILLER                     PIC X(5).

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

      *    mismo layout que escribe GeneraFacturas y lee CargaCae.
       FD ARCH-CAE-SOL LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CAE-SOLICITUD.DAT'
             DATA RECORD IS REG-CAE-SOL.

       01 REG-CAE-SOL.
           03 SOL-NUMERO                 PIC 9(8).
           03 SOL-TIPO                   PIC X(1).
           03 SOL-FECHA                  PIC 9(8).
           03 SOL-CUIT                   PIC 9(11).
           03 SOL-TOTAL                  PIC 9(10)V99.
           03 SOL-MONEDA                 PIC X(3).
           03 SOL-PUNTO-VENTA            PIC 9(4).
           03 SOL-LETRA                  PIC X(1).
      *    entidad emisora y su CUIT - ver GeneraFacturas.
           03 SOL-ENTIDAD                PIC 9(2).
           03 SOL-CUIT-EMISOR            PIC 9(11).

      *    registro de notas manuales: el comprobante emitido, su
      *    concepto, la factura a la que se refiere (cero si no se
      *    refiere a ninguna) y quien la emitio. FACTURAS.DAT no
      *    tiene lugar para el concepto ni la referencia.
       FD ARCH-NOTAS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'NOTAS-MANUALES.DAT'
             DATA RECORD IS REG-NOTA.

       01 REG-NOTA.
           03 NTM-CLAVE.
               05 NTM-PUNTO-VENTA        PIC 9(4).
               05 NTM-LETRA              PIC X(1).
               05 NTM-NUMERO             PIC 9(8).
           03 NTM-TIPO                   PIC X(1).
           03 NTM-FECHA                  PIC 9(8).
           03 NTM-CUIT                   PIC 9(11).
           03 NTM-MONEDA                 PIC X(3).
           03 NTM-BRUTO                  PIC 9(10)V99.
           03 NTM-IVA                    PIC 9(10)V99.
           03 NTM-TOTAL                  PIC 9(10)V99.
           03 NTM-VENCIMIENTO            PIC 9(8).
           03 NTM-REFERENCIA.
               05 NTM-REF-PUNTO-VENTA    PIC 9(4).
               05 NTM-REF-LETRA          PIC X(1).
               05 NTM-REF-NUMERO         PIC 9(8).
           03 NTM-CONCEPTO               PIC X(60).
           03 NTM-USUARIO                PIC X(20).

       FD ARCH-FECHA-PROCESO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FECHA-PROCESO.DAT'
             DATA RECORD IS REG-FECHA-PROCESO.

       01 REG-FECHA-PROCESO.
           03 FPR-FECHA                  PIC 9(8).

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

       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-DUPLICADA VALUE '22'.
           88 FACTURAS-NO-EXISTE VALUE '23'.
           88 FACTURAS-BLOQUEADA VALUE '9D'.

       77 FS-NUMERO        PIC XX.
           88 NUMERO-OK      VALUE '00'.
           88 NUMERO-EOF     VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-CAE-SOL       PIC XX.
           88 CAE-SOL-OK     VALUE '00'.

       77 FS-NOTAS         PIC XX.
           88 NOTAS-OK       VALUE '00'.

       77 FS-FECHA-PROCESO PIC XX.
           88 FECHA-PROCESO-OK VALUE '00'.

       77 FS-ARCH-AUDITORIA PIC XX.
           88 AUDITORIA-OK   VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-SESION-AUTORIZADA        PIC X VALUE 'N'.
           88 SESION-AUTORIZADA       VALUE 'S'.

       01 WS-AUD-USUARIO              PIC X(20).
       01 WS-FECHA-HOY                PIC 9(8).

      *    fecha de emision partida para armar FAC-PERIODO con el
      *    mismo formato DDMMAAAA del periodo que trae GL-EXTRACT.
       01 WS-FECHA-EMI.
           03 WS-FECHA-EMI-AAAA       PIC 9(4).
           03 WS-FECHA-EMI-MM         PIC 9(2).
           03 WS-FECHA-EMI-DD         PIC 9(2).
       01 WS-FECHA-EMI-N REDEFINES WS-FECHA-EMI PIC 9(8).
       01 WS-PERIODO-NOTA.
           03 WS-PER-DD               PIC 9(2).
           03 WS-PER-MM               PIC 9(2).
           03 WS-PER-AAAA             PIC 9(4).
       01 WS-PERIODO-NOTA-N REDEFINES WS-PERIODO-NOTA PIC 9(8).

      *    'D' nota de debito, 'N' nota de credito.
       01 WS-TIPO-NOTA                PIC X(1).
           88 NOTA-DEBITO             VALUE 'D'.
           88 NOTA-CREDITO            VALUE 'N'.

       01 WS-NOTA-VALIDA              PIC X.
           88 NOTA-VALIDA             VALUE 'S'.

       01 WS-CONFIRMA                 PIC X.
           88 CONFIRMA-SI             VALUE 'S'.

      *    datos de la empresa tomados de EMPRESAS-INDEXED.DAT.
       01 WS-CUIT                     PIC 9(11).
       01 WS-RAZON-SOCIAL             PIC X(25).
       01 WS-COND-IVA                 PIC X(2).
           88 COND-RESP-INSCRIPTO     VALUE 'RI'.
       01 WS-PLAZO-PAGO               PIC 9(3).
       01 WS-MONEDA-EMPRESA           PIC X(3).

       01 WS-LETRA                    PIC X.
           88 LETRA-A                 VALUE 'A'.
       01 WS-MONEDA                   PIC X(3).
       01 WS-CONCEPTO                 PIC X(60).
       01 WS-IMPORTE-BRUTO            PIC 9(10)V99.
       01 WS-IVA                      PIC 9(10)V99.
       01 WS-TOTAL                    PIC 9(10)V99.
       01 WS-VENCIMIENTO              PIC 9(8).
       01 WS-DIAS-VENCIMIENTO         PIC 9(7).

      *    alicuota de IVA de la letra A, la misma de GeneraFacturas:
      *    configurable via FACTURAS-IVA-PCT; 21,00 por defecto.
       01 WS-IVA-PCT-ENV              PIC X(6).
       01 WS-IVA-PCT                  PIC 9(3)V99 VALUE 021,00.

      *    factura de referencia (opcional): numero cero = sin
      *    referencia. letra ENTER = 'A' y PV no numerico = 0 (la
      *    numeracion vieja), misma convencion que AnulacionFacturas.
       01 WS-REF-NUMERO               PIC 9(8).
       01 WS-REF-LETRA                PIC X(1).
       01 WS-REF-PV-X                 PIC X(4).
       01 WS-REF-PV                   PIC 9(4).
       01 WS-REF-TOTAL                PIC 9(10)V99.
       01 WS-REF-VENCIMIENTO          PIC 9(8).
       01 WS-REF-ENTIDAD              PIC 9(2).

       01 WS-NUEVO-NUMERO             PIC 9(8).

       01 WS-PV-ENV                   PIC X(4).
       01 WS-PUNTO-VENTA              PIC 9(4) VALUE 0001.

      *    entidad emisora de la nota: la de la factura de referencia
      *    o, sin referencia, la que SUB-RUTINA-ENTIDADES resuelve
      *    para la empresa a la fecha de emision. PV de emision y
      *    entidad 01 con la misma regla que GeneraFacturas.
       01 WS-ENT-OPER                 PIC X.
       01 WS-ENT-FECHA                PIC 9(8).
       01 WS-ENT-CODIGO               PIC 9(2).
       01 WS-ENT-CUIT                 PIC 9(11).
       01 WS-ENT-RAZON                PIC X(30).
       01 WS-ENT-DOMICILIO            PIC X(30).
       01 WS-ENT-COND-IVA             PIC X(2).
       01 WS-ENT-INICIO-ACT           PIC 9(8).
       01 WS-ENT-PUNTO-VENTA          PIC 9(4).
       01 WS-ENT-ERROR                PIC XX.
       01 WS-PV-EMISION               PIC 9(4).

       01 WS-MAX-SERIES               PIC 9(2) VALUE 20.

       01 TABLA-NUMERACION.
           03 TAB-NUM OCCURS 20 TIMES INDEXED BY IND-TAB-NUM.
               05 TAB-NUM-PV            PIC 9(4).
               05 TAB-NUM-LETRA         PIC X(1).
               05 TAB-NUM-ULTIMO        PIC 9(8).

       01 WS-CANT-SERIES              PIC 9(2) VALUE 0.
       01 WS-SERIE-ENCONTRADA         PIC X VALUE 'N'.
           88 SERIE-ENCONTRADA        VALUE 'S'.

       01 WS-IMPORTE-EDIT             PIC Z(9)9,99.

       PROCEDURE DIVISION.

       NOTAS-MANUALES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM OBTENER-FECHA-PROCESO.
           PERFORM CONTROLAR-SESION.
           PERFORM DETERMINAR-USUARIO-AUDITORIA.

           MOVE SPACES TO WS-PV-ENV.
           ACCEPT WS-PV-ENV FROM ENVIRONMENT 'FACTURAS-PUNTO-VENTA'.
           IF WS-PV-ENV NOT EQUAL SPACES
              AND WS-PV-ENV IS NUMERIC
              MOVE WS-PV-ENV TO WS-PUNTO-VENTA
           END-IF.
           MOVE 0 TO WS-CUIT.
           MOVE WS-FECHA-HOY TO WS-ENT-FECHA.
           MOVE 'O' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-PUNTO-VENTA GREATER ZERO
              MOVE WS-ENT-PUNTO-VENTA TO WS-PUNTO-VENTA
           END-IF.

           MOVE SPACES TO WS-IVA-PCT-ENV.
           ACCEPT WS-IVA-PCT-ENV FROM ENVIRONMENT 'FACTURAS-IVA-PCT'.
           IF WS-IVA-PCT-ENV NOT EQUAL SPACES
              MOVE WS-IVA-PCT-ENV TO WS-IVA-PCT
           END-IF.

           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           MOVE 'C' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           STOP RUN.

      *    fecha de emision: el reloj, pisado por FECHA-PROCESO.DAT
      *    si esta cargada - mantenida desde PRINCIPAL.
       OBTENER-FECHA-PROCESO.
           OPEN INPUT ARCH-FECHA-PROCESO.
           IF FECHA-PROCESO-OK
              READ ARCH-FECHA-PROCESO
                  AT END MOVE SPACES TO REG-FECHA-PROCESO
              END-READ
              IF FPR-FECHA IS NUMERIC AND FPR-FECHA GREATER ZERO
                 MOVE FPR-FECHA TO WS-FECHA-HOY
                 DISPLAY 'FECHA DE PROCESO TOMADA DE '
                     'FECHA-PROCESO.DAT: ' WS-FECHA-HOY
              END-IF
              CLOSE ARCH-FECHA-PROCESO.

      *    emitir un comprobante fuera de la facturacion de horas es
      *    una decision de supervision: sin sesion de supervisor o
      *    administracion el programa no arranca.
       CONTROLAR-SESION.
           OPEN INPUT ARCH-SESION.
           IF SESION-OK
              READ ARCH-SESION AT END MOVE SPACES TO SES-USUARIO
              END-READ
              IF SES-USUARIO NOT EQUAL SPACES
                 AND (SES-ROL EQUAL 'S' OR SES-ROL EQUAL 'A')
                 MOVE 'S' TO WS-SESION-AUTORIZADA
              END-IF
              CLOSE ARCH-SESION.
           IF NOT SESION-AUTORIZADA
              DISPLAY 'SIN SESION AUTORIZADA DE SUPERVISOR O '
                  'ADMINISTRACION - INGRESAR POR EL MENU PRINCIPAL'
              MOVE 16 TO RETURN-CODE
              STOP RUN.

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

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'NOTAS DE DEBITO Y CREDITO MANUALES'.
           DISPLAY '1 - EMITIR NOTA DE DEBITO'.
           DISPLAY '2 - EMITIR NOTA DE CREDITO'.
           DISPLAY '3 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              MOVE 'D' TO WS-TIPO-NOTA
              PERFORM EMITIR-NOTA
           ELSE
              IF WS-OPCION EQUAL '2'
                 MOVE 'N' TO WS-TIPO-NOTA
                 PERFORM EMITIR-NOTA
              ELSE
                 IF WS-OPCION EQUAL '3'
                    MOVE 'N' TO WS-CONTINUAR
                 ELSE
                    DISPLAY 'OPCION INVALIDA'.

      *    cada paso valida lo suyo; ante el primer dato rechazado no
      *    se toma numero ni se graba nada.
       EMITIR-NOTA.
           MOVE 'S' TO WS-NOTA-VALIDA.
           PERFORM PEDIR-EMPRESA.
           IF NOTA-VALIDA
              PERFORM PEDIR-CONCEPTO-E-IMPORTE.
           IF NOTA-VALIDA
              PERFORM PEDIR-REFERENCIA.
           IF NOTA-VALIDA
              PERFORM DETERMINAR-ENTIDAD-EMISORA.
           IF NOTA-VALIDA
              PERFORM CALCULAR-IMPORTES
              PERFORM CONFIRMAR-NOTA.
           IF NOTA-VALIDA
              PERFORM GRABAR-NOTA.

      *    la letra legal sale de la condicion frente al IVA de la
      *    empresa (en blanco se trata como 'RI'), igual que en
      *    EMITIR-FACTURA-EMPRESA de GeneraFacturas.
       PEDIR-EMPRESA.
           DISPLAY 'CUIT DE LA EMPRESA: '.
           ACCEPT WS-CUIT.

           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-CUIT TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF NOT EMP-OK
              DISPLAY 'NO HAY EMPRESA CON CUIT ' WS-CUIT
                  ' EN EMPRESAS-INDEXED.DAT, NO SE EMITIO NADA'
              MOVE 'N' TO WS-NOTA-VALIDA
           ELSE
              MOVE REG-EMP-IND-RAZON TO WS-RAZON-SOCIAL
              MOVE REG-EMP-IND-PLAZO-PAGO TO WS-PLAZO-PAGO
              MOVE REG-EMP-IND-MONEDA TO WS-MONEDA-EMPRESA
              IF WS-MONEDA-EMPRESA EQUAL SPACES
                 MOVE 'ARS' TO WS-MONEDA-EMPRESA
              END-IF
              IF REG-EMP-IND-COND-IVA EQUAL SPACES
                 MOVE 'RI' TO WS-COND-IVA
              ELSE
                 MOVE REG-EMP-IND-COND-IVA TO WS-COND-IVA
              END-IF
              IF COND-RESP-INSCRIPTO
                 MOVE 'A' TO WS-LETRA
              ELSE
                 MOVE 'B' TO WS-LETRA
              END-IF
              DISPLAY 'EMPRESA: ' WS-RAZON-SOCIAL ' - COND. IVA '
                  WS-COND-IVA ' - LETRA ' WS-LETRA.
           CLOSE ARCH-EMP-IDX.

      *    el importe se ingresa neto de IVA: en la letra A el IVA se
      *    discrimina encima; en la B el precio es final.
       PEDIR-CONCEPTO-E-IMPORTE.
           DISPLAY 'CONCEPTO: '.
           MOVE SPACES TO WS-CONCEPTO.
           ACCEPT WS-CONCEPTO.
           IF WS-CONCEPTO EQUAL SPACES
              DISPLAY 'EL CONCEPTO ES OBLIGATORIO, NO SE EMITIO NADA'
              MOVE 'N' TO WS-NOTA-VALIDA.

           IF NOTA-VALIDA
              DISPLAY 'IMPORTE (SIN IVA): '
              ACCEPT WS-IMPORTE-BRUTO
              IF WS-IMPORTE-BRUTO NOT GREATER ZERO
                 DISPLAY 'IMPORTE INVALIDO, NO SE EMITIO NADA'
                 MOVE 'N' TO WS-NOTA-VALIDA.

           IF NOTA-VALIDA
              DISPLAY 'MONEDA (ENTER = ' WS-MONEDA-EMPRESA '): '
              MOVE SPACES TO WS-MONEDA
              ACCEPT WS-MONEDA
              IF WS-MONEDA EQUAL SPACES
                 MOVE WS-MONEDA-EMPRESA TO WS-MONEDA.

      *    la referencia tiene que ser un comprobante vigente de la
      *    misma empresa y en la misma moneda; una nota de credito no
      *    puede superar el total del comprobante que corrige.
       PEDIR-REFERENCIA.
           MOVE 0 TO WS-REF-ENTIDAD.
           MOVE 0 TO WS-REF-PV.
           MOVE SPACE TO WS-REF-LETRA.
           MOVE 0 TO WS-REF-TOTAL.
           MOVE 0 TO WS-REF-VENCIMIENTO.
           DISPLAY 'NUMERO DE FACTURA DE REFERENCIA (0 = SIN '
               'REFERENCIA): '.
           ACCEPT WS-REF-NUMERO.

           IF WS-REF-NUMERO GREATER ZERO
              DISPLAY 'LETRA (A/B, ENTER = A): '
              ACCEPT WS-REF-LETRA
              IF WS-REF-LETRA EQUAL SPACE
                 MOVE 'A' TO WS-REF-LETRA
              END-IF
              DISPLAY 'PUNTO DE VENTA (9999, 0 = NUMERACION VIEJA): '
              ACCEPT WS-REF-PV-X
              IF WS-REF-PV-X IS NUMERIC
                 MOVE WS-REF-PV-X TO WS-REF-PV
              ELSE
                 MOVE 0 TO WS-REF-PV
              END-IF
              PERFORM VALIDAR-REFERENCIA.

       VALIDAR-REFERENCIA.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-REF-PV TO FAC-PUNTO-VENTA.
           MOVE WS-REF-LETRA TO FAC-LETRA.
           MOVE WS-REF-NUMERO TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.
           IF NOT FACTURAS-OK
              DISPLAY 'NO EXISTE EL COMPROBANTE ' WS-REF-PV '-'
                  WS-REF-LETRA '-' WS-REF-NUMERO ' EN FACTURAS.DAT'
              MOVE 'N' TO WS-NOTA-VALIDA
           ELSE
              IF FAC-CUIT NOT EQUAL WS-CUIT
                 DISPLAY 'EL COMPROBANTE DE REFERENCIA ES DE OTRO '
                     'CUIT (' FAC-CUIT ')'
                 MOVE 'N' TO WS-NOTA-VALIDA
              ELSE
              IF FAC-ANULADA OR FAC-ES-NOTA-CREDITO
                 DISPLAY 'EL COMPROBANTE DE REFERENCIA ESTA ANULADO '
                     'O ES UNA NOTA DE CREDITO'
                 MOVE 'N' TO WS-NOTA-VALIDA
              ELSE
              IF FAC-MONEDA NOT EQUAL WS-MONEDA
                 DISPLAY 'EL COMPROBANTE DE REFERENCIA ESTA EN '
                     FAC-MONEDA ', NO EN ' WS-MONEDA
                 MOVE 'N' TO WS-NOTA-VALIDA
              ELSE
                 MOVE FAC-TOTAL TO WS-REF-TOTAL
                 MOVE FAC-VENCIMIENTO TO WS-REF-VENCIMIENTO
                 MOVE FAC-ENTIDAD TO WS-REF-ENTIDAD.
           CLOSE ARCH-FACTURAS.

           IF NOT NOTA-VALIDA
              DISPLAY 'NO SE EMITIO NADA'.

      *    la nota corrige a la factura de referencia, asi que sale
      *    por la misma entidad (un registro viejo sin entidad es de
      *    la 01); sin referencia manda la asignacion de la empresa.
       DETERMINAR-ENTIDAD-EMISORA.
           IF WS-REF-NUMERO GREATER ZERO
              IF WS-REF-ENTIDAD IS NOT NUMERIC
                 OR WS-REF-ENTIDAD EQUAL ZERO
                 MOVE 1 TO WS-REF-ENTIDAD
              END-IF
              MOVE WS-REF-ENTIDAD TO WS-ENT-CODIGO
              MOVE 'Q' TO WS-ENT-OPER
           ELSE
              MOVE WS-FECHA-HOY TO WS-ENT-FECHA
              MOVE 'R' TO WS-ENT-OPER
           END-IF.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-PUNTO-VENTA EQUAL ZERO
              MOVE WS-PUNTO-VENTA TO WS-PV-EMISION
           ELSE
              MOVE WS-ENT-PUNTO-VENTA TO WS-PV-EMISION
           END-IF.
           IF WS-ENT-ERROR NOT EQUAL 'OK'
              DISPLAY 'LA ENTIDAD ' WS-ENT-CODIGO ' NO EXISTE EN '
                  'ENTIDADES.DAT, NO SE EMITIO NADA'
              MOVE 'N' TO WS-NOTA-VALIDA
           ELSE
              IF WS-ENT-CODIGO NOT EQUAL 1
                 AND WS-PV-EMISION EQUAL WS-PUNTO-VENTA
                 DISPLAY 'LA ENTIDAD ' WS-ENT-CODIGO ' COMPARTE EL '
                     'PUNTO DE VENTA ' WS-PV-EMISION ' CON LA '
                     'ENTIDAD 01, NO SE EMITIO NADA'
                 MOVE 'N' TO WS-NOTA-VALIDA.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER, WS-CUIT, WS-ENT-FECHA,
               WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

      *    el vencimiento de la nota de debito corre desde la emision
      *    mas el plazo pactado, igual que una factura; la nota de
      *    credito vence con la factura que corrige, o en el dia si no
      *    refiere a ninguna.
       CALCULAR-IMPORTES.
           IF LETRA-A
              COMPUTE WS-IVA ROUNDED =
                  WS-IMPORTE-BRUTO * WS-IVA-PCT / 100
           ELSE
              MOVE 0 TO WS-IVA
           END-IF.
           COMPUTE WS-TOTAL = WS-IMPORTE-BRUTO + WS-IVA.

           IF NOTA-DEBITO
              COMPUTE WS-DIAS-VENCIMIENTO =
                  FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY)
                  + WS-PLAZO-PAGO
              COMPUTE WS-VENCIMIENTO =
                  FUNCTION DATE-OF-INTEGER (WS-DIAS-VENCIMIENTO)
           ELSE
              IF WS-REF-VENCIMIENTO GREATER ZERO
                 MOVE WS-REF-VENCIMIENTO TO WS-VENCIMIENTO
              ELSE
                 MOVE WS-FECHA-HOY TO WS-VENCIMIENTO
              END-IF
           END-IF.

           IF NOTA-CREDITO
              AND WS-REF-NUMERO GREATER ZERO
              AND WS-TOTAL GREATER WS-REF-TOTAL
              MOVE WS-TOTAL TO WS-IMPORTE-EDIT
              DISPLAY 'LA NOTA DE CREDITO (' WS-IMPORTE-EDIT
                  ') SUPERA EL TOTAL DE LA FACTURA DE REFERENCIA - '
                  'NO SE EMITIO NADA'
              MOVE 'N' TO WS-NOTA-VALIDA.

       CONFIRMAR-NOTA.
           IF NOTA-VALIDA
              IF NOTA-DEBITO
                 DISPLAY 'NOTA DE DEBITO ' WS-LETRA ' PV '
                     WS-PV-EMISION ' A ' WS-RAZON-SOCIAL
              ELSE
                 DISPLAY 'NOTA DE CREDITO ' WS-LETRA ' PV '
                     WS-PV-EMISION ' A ' WS-RAZON-SOCIAL
              END-IF
              IF WS-ENT-RAZON NOT EQUAL SPACES
                 DISPLAY '  EMISOR ' WS-ENT-CODIGO ' ' WS-ENT-RAZON
                     ' CUIT ' WS-ENT-CUIT
              END-IF
              MOVE WS-IMPORTE-BRUTO TO WS-IMPORTE-EDIT
              DISPLAY '  NETO  ' WS-IMPORTE-EDIT ' ' WS-MONEDA
              MOVE WS-IVA TO WS-IMPORTE-EDIT
              DISPLAY '  IVA   ' WS-IMPORTE-EDIT
              MOVE WS-TOTAL TO WS-IMPORTE-EDIT
              DISPLAY '  TOTAL ' WS-IMPORTE-EDIT
              DISPLAY '  VENCE ' WS-VENCIMIENTO
              DISPLAY 'CONFIRMA LA EMISION (S/N)? '
              ACCEPT WS-CONFIRMA
              IF NOT CONFIRMA-SI
                 DISPLAY 'EMISION CANCELADA, NO SE GRABO NADA'
                 MOVE 'N' TO WS-NOTA-VALIDA.

      *    numero siguiente de la serie, alta en el maestro y
      *    solicitud de CAE. la clave ya existente quiere decir que
      *    FACTURA-NUMERO.DAT quedo atrasado respecto del maestro: no
      *    se pisa nada y no se pide CAE.
       GRABAR-NOTA.
           PERFORM TOMAR-PROXIMO-NUMERO-SERIE.

           MOVE WS-PV-EMISION TO FAC-PUNTO-VENTA.
           MOVE WS-LETRA TO FAC-LETRA.
           MOVE WS-NUEVO-NUMERO TO FAC-NUMERO.
           MOVE WS-FECHA-HOY TO FAC-FECHA.
           MOVE WS-CUIT TO FAC-CUIT.
           MOVE WS-FECHA-HOY TO WS-FECHA-EMI-N.
           MOVE WS-FECHA-EMI-DD TO WS-PER-DD.
           MOVE WS-FECHA-EMI-MM TO WS-PER-MM.
           MOVE WS-FECHA-EMI-AAAA TO WS-PER-AAAA.
           MOVE WS-PERIODO-NOTA-N TO FAC-PERIODO.
           MOVE 0 TO FAC-HORAS.
           MOVE WS-IMPORTE-BRUTO TO FAC-IMPORTE-BRUTO.
           MOVE 0 TO FAC-RETENCION.
           MOVE WS-IVA TO FAC-IVA.
           MOVE WS-TOTAL TO FAC-TOTAL.
           MOVE WS-MONEDA TO FAC-MONEDA.
           MOVE WS-TIPO-NOTA TO FAC-TIPO.
           MOVE SPACE TO FAC-ESTADO.
           MOVE WS-VENCIMIENTO TO FAC-VENCIMIENTO.
           MOVE WS-ENT-CODIGO TO FAC-ENTIDAD.

           OPEN I-O ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           WRITE REG-FACTURA.
           IF FACTURAS-DUPLICADA
              DISPLAY 'EL NUMERO ' WS-NUEVO-NUMERO ' DE LA SERIE '
                  WS-PV-EMISION '-' WS-LETRA ' YA EXISTE EN '
                  'FACTURAS.DAT, NO SE EMITIO LA NOTA'
              MOVE 'N' TO WS-NOTA-VALIDA
           ELSE
              IF NOT FACTURAS-OK
                 DISPLAY 'ERROR AL GRABAR FACTURAS.DAT ' FS-FACTURAS
                 MOVE 'N' TO WS-NOTA-VALIDA.
           CLOSE ARCH-FACTURAS.

           IF NOTA-VALIDA
              PERFORM GRABAR-SOLICITUD-CAE
              PERFORM GRABAR-REGISTRO-NOTA
              PERFORM GRABAR-AUDITORIA-NOTA
              DISPLAY 'EMITIDA ' WS-PV-EMISION '-' WS-LETRA '-'
                  WS-NUEVO-NUMERO ' - SIN CAE HASTA QUE CargaCae '
                  'LO REGISTRE'.

      *    se agrega a la solicitud pendiente: GeneraFacturas la
      *    recrea en cada emision mensual, asi que la solicitud de una
      *    nota manual tiene que enviarse antes de la corrida
      *    siguiente (la auditoria de numeracion la marca SIN CAE si
      *    se pierde).
       GRABAR-SOLICITUD-CAE.
           OPEN EXTEND ARCH-CAE-SOL.
           IF NOT CAE-SOL-OK
              OPEN OUTPUT ARCH-CAE-SOL.
           IF CAE-SOL-OK
              MOVE WS-NUEVO-NUMERO TO SOL-NUMERO
              MOVE WS-TIPO-NOTA TO SOL-TIPO
              MOVE WS-FECHA-HOY TO SOL-FECHA
              MOVE WS-CUIT TO SOL-CUIT
              MOVE WS-TOTAL TO SOL-TOTAL
              MOVE WS-MONEDA TO SOL-MONEDA
              MOVE WS-PV-EMISION TO SOL-PUNTO-VENTA
              MOVE WS-LETRA TO SOL-LETRA
              MOVE WS-ENT-CODIGO TO SOL-ENTIDAD
              MOVE WS-ENT-CUIT TO SOL-CUIT-EMISOR
              WRITE REG-CAE-SOL
              CLOSE ARCH-CAE-SOL
           ELSE
              DISPLAY 'NO PUDO GRABARSE CAE-SOLICITUD.DAT '
                  FS-CAE-SOL ' - PEDIR EL CAE A MANO'.

       GRABAR-REGISTRO-NOTA.
           OPEN EXTEND ARCH-NOTAS.
           IF NOT NOTAS-OK
              OPEN OUTPUT ARCH-NOTAS.
           IF NOTAS-OK
              MOVE WS-PV-EMISION TO NTM-PUNTO-VENTA
              MOVE WS-LETRA TO NTM-LETRA
              MOVE WS-NUEVO-NUMERO TO NTM-NUMERO
              MOVE WS-TIPO-NOTA TO NTM-TIPO
              MOVE WS-FECHA-HOY TO NTM-FECHA
              MOVE WS-CUIT TO NTM-CUIT
              MOVE WS-MONEDA TO NTM-MONEDA
              MOVE WS-IMPORTE-BRUTO TO NTM-BRUTO
              MOVE WS-IVA TO NTM-IVA
              MOVE WS-TOTAL TO NTM-TOTAL
              MOVE WS-VENCIMIENTO TO NTM-VENCIMIENTO
              MOVE WS-REF-PV TO NTM-REF-PUNTO-VENTA
              MOVE WS-REF-LETRA TO NTM-REF-LETRA
              MOVE WS-REF-NUMERO TO NTM-REF-NUMERO
              MOVE WS-CONCEPTO TO NTM-CONCEPTO
              MOVE WS-AUD-USUARIO TO NTM-USUARIO
              WRITE REG-NOTA
              CLOSE ARCH-NOTAS
           ELSE
              DISPLAY 'NO PUDO GRABARSE NOTAS-MANUALES.DAT ' FS-NOTAS.

       GRABAR-AUDITORIA-NOTA.
           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              OPEN OUTPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              MOVE SPACES TO REG-AUDITORIA
              ACCEPT AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT AUD-HORA FROM TIME
              MOVE WS-AUD-USUARIO TO AUD-USUARIO
              MOVE 'NotasManuales' TO AUD-PROGRAMA
              MOVE 'FACTURAS.DAT' TO AUD-ARCHIVO
              MOVE 'A' TO AUD-OPERACION
              MOVE SPACES TO AUD-CLAVE
              STRING WS-PV-EMISION '-' WS-LETRA '-' WS-NUEVO-NUMERO
                  DELIMITED BY SIZE INTO AUD-CLAVE
              MOVE SPACES TO AUD-VALOR-ANTES
              IF WS-REF-NUMERO GREATER ZERO
                 STRING 'REF ' WS-REF-PV '-' WS-REF-LETRA '-'
                     WS-REF-NUMERO
                     DELIMITED BY SIZE INTO AUD-VALOR-ANTES
              END-IF
              MOVE WS-TOTAL TO WS-IMPORTE-EDIT
              MOVE SPACES TO AUD-VALOR-DESPUES
              STRING 'NOTA ' WS-TIPO-NOTA ' ' WS-IMPORTE-EDIT ' '
                  WS-MONEDA ' ' WS-CONCEPTO
                  DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

      *    toma (e incrementa) el ultimo numero de la serie PV +
      *    letra de la nota, regrabando FACTURA-NUMERO.DAT completo -
      *    mismo esquema que AnulacionFacturas.
       TOMAR-PROXIMO-NUMERO-SERIE.
           MOVE 0 TO WS-CANT-SERIES.
           OPEN INPUT ARCH-NUMERO.
           IF NUMERO-OK
              PERFORM LEER-NUMERO
              PERFORM CARGAR-SERIE-EN-TABLA UNTIL NUMERO-EOF
              CLOSE ARCH-NUMERO.

           MOVE 'N' TO WS-SERIE-ENCONTRADA.
           SET IND-TAB-NUM TO 1.
           SEARCH TAB-NUM
               WHEN IND-TAB-NUM GREATER THAN WS-CANT-SERIES
                   NEXT SENTENCE
               WHEN TAB-NUM-PV(IND-TAB-NUM) EQUAL WS-PV-EMISION
                AND TAB-NUM-LETRA(IND-TAB-NUM) EQUAL WS-LETRA
                   MOVE 'S' TO WS-SERIE-ENCONTRADA
           END-SEARCH.

           IF NOT SERIE-ENCONTRADA
              IF WS-CANT-SERIES IS LESS THAN WS-MAX-SERIES
                 ADD 1 TO WS-CANT-SERIES
                 SET IND-TAB-NUM TO WS-CANT-SERIES
                 MOVE WS-PV-EMISION TO TAB-NUM-PV(IND-TAB-NUM)
                 MOVE WS-LETRA TO TAB-NUM-LETRA(IND-TAB-NUM)
                 MOVE 0 TO TAB-NUM-ULTIMO(IND-TAB-NUM)
              ELSE
                 DISPLAY 'ERROR: MAS DE ' WS-MAX-SERIES ' SERIES DE '
                     'NUMERACION, LA TABLA-NUMERACION NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           ADD 1 TO TAB-NUM-ULTIMO(IND-TAB-NUM).
           MOVE TAB-NUM-ULTIMO(IND-TAB-NUM) TO WS-NUEVO-NUMERO.

           OPEN OUTPUT ARCH-NUMERO.
           IF NUMERO-OK
              SET IND-TAB-NUM TO 1
              PERFORM GRABAR-UNA-SERIE
                  UNTIL IND-TAB-NUM GREATER THAN WS-CANT-SERIES
              CLOSE ARCH-NUMERO
           ELSE
              DISPLAY 'NO PUDO GRABARSE FACTURA-NUMERO.DAT '
                  FS-NUMERO.

       LEER-NUMERO.
           READ ARCH-NUMERO AT END MOVE '10' TO FS-NUMERO.

      *    un renglon con formato viejo (sin letra A/B) siembra la
      *    serie A del PV configurado, igual que en GeneraFacturas.
       CARGAR-SERIE-EN-TABLA.
           IF WS-CANT-SERIES IS LESS THAN WS-MAX-SERIES
              ADD 1 TO WS-CANT-SERIES
              IF NUM-LETRA EQUAL 'A' OR NUM-LETRA EQUAL 'B'
                 MOVE NUM-PUNTO-VENTA TO TAB-NUM-PV(WS-CANT-SERIES)
                 MOVE NUM-LETRA TO TAB-NUM-LETRA(WS-CANT-SERIES)
                 MOVE NUM-ULTIMA-FACTURA TO
                     TAB-NUM-ULTIMO(WS-CANT-SERIES)
              ELSE
                 MOVE WS-PUNTO-VENTA TO TAB-NUM-PV(WS-CANT-SERIES)
                 MOVE 'A' TO TAB-NUM-LETRA(WS-CANT-SERIES)
                 MOVE NUM-LEGACY TO TAB-NUM-ULTIMO(WS-CANT-SERIES)
                 DISPLAY 'FACTURA-NUMERO.DAT CON FORMATO VIEJO: EL '
                     'ULTIMO NUMERO SIEMBRA LA SERIE A DEL PV '
                     WS-PUNTO-VENTA
              END-IF
           END-IF.
           PERFORM LEER-NUMERO.

       GRABAR-UNA-SERIE.
           MOVE TAB-NUM-PV(IND-TAB-NUM) TO NUM-PUNTO-VENTA.
           MOVE TAB-NUM-LETRA(IND-TAB-NUM) TO NUM-LETRA.
           MOVE TAB-NUM-ULTIMO(IND-TAB-NUM) TO NUM-ULTIMA-FACTURA.
           WRITE REG-NUMERO.
           SET IND-TAB-NUM UP BY 1.
