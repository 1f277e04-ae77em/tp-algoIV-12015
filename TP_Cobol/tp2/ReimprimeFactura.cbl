      *    EMPRESAS-INDEXED.DAT y el CAE registrado en CAE.DAT - sin
      *    CAE la imagen sale marcada proforma, igual que en
      *    GeneraFacturas. los comprobantes anulados no se reimprimen.
      *    un comprobante ya archivado (ArchivarCuentasHistorico) se
      *    busca en FACTURAS-HISTORICO.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
                   FILE STATUS IS FS-FACTURAS.

      *    comprobantes que ArchivarCuentasHistorico ya paso al
      *    historico; se leen solo cuando lo pedido empieza antes
      *    del corte anotado en CUENTAS-HISTORICO-CORTE.DAT.
           SELECT ARCH-FACTURAS-HIST ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAH-CLAVE
                   ALTERNATE RECORD KEY IS FAH-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAH-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS-HIST.

           SELECT ARCH-CORTE-HIST ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-CORTE-HIST.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
                   RECORD KEY IS CAE-CLAVE
                   FILE STATUS IS FS-CAE.

      *    condiciones de pronto pago (CargaProntoPago) - opcional.
           SELECT ARCH-PRONTO-PAGO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PRONTO-PAGO.

           SELECT ARCH-DUPLICADO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DUPLICADO.
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
           03 FAC-MONEDA                 PIC X(3).
           03 FAC-TIPO                   PIC X(1).
               88 FAC-ES-NOTA-CREDITO    VALUE 'N'.
               88 FAC-ES-NOTA-DEBITO     VALUE 'D'.
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
      *    vencimiento estampado por GeneraFacturas (emision mas el
      *    plazo de pago de la empresa); cero en un registro viejo.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

      *    mismo layout que FACTURAS.DAT.
       FD ARCH-FACTURAS-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-HISTORICO.DAT'
             DATA RECORD IS REG-FACTURA-HIST.

       01 REG-FACTURA-HIST.
           03 FAH-CLAVE.
               05 FAH-PUNTO-VENTA        PIC 9(4).
               05 FAH-LETRA              PIC X(1).
               05 FAH-NUMERO             PIC 9(8).
           03 FAH-FECHA                  PIC 9(8).
           03 FAH-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(78).

       FD ARCH-CORTE-HIST LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CUENTAS-HISTORICO-CORTE.DAT'
             DATA RECORD IS REG-CORTE-HIST.

       01 REG-CORTE-HIST.
           03 HCO-FECHA-CORTE            PIC 9(8).
           03 FILLER                     PIC X(1).
           03 HCO-FECHA-CORRIDA          PIC 9(8).
           03 FILLER                     PIC X(1).
           03 HCO-USUARIO                PIC X(20).

       FD ARCH-EMP-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS-INDEXED.DAT'
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

       FD ARCH-CAE LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CAE.DAT'
           03 CAE-CODIGO                 PIC X(14).
           03 CAE-VENCIMIENTO            PIC 9(8).

       FD ARCH-PRONTO-PAGO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PRONTO-PAGO.DAT'
             DATA RECORD IS REG-PRONTO-PAGO.

       01 REG-PRONTO-PAGO.
           03 PPG-CUIT                   PIC 9(11).
           03 PPG-DIAS                   PIC 9(3).
           03 PPG-PORCENTAJE             PIC 9(3)V99.
           03 PPG-VIG-DESDE              PIC 9(8).
           03 PPG-VIG-HASTA              PIC 9(8).

       FD ARCH-DUPLICADO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-DUPLICADO
             DATA RECORD IS REG-DUPLICADO.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.

       77 FS-FACTURAS-HIST PIC XX.
           88 FAC-HIST-OK    VALUE '00'.

       77 FS-CORTE-HIST    PIC XX.
           88 CORTE-HIST-OK  VALUE '00'.

      *    lo anterior a esta fecha puede estar en los historicos
      *    (0 = nunca se archivo); mientras LEYENDO-HISTORICO,
      *    LEER-FACTURA lee FACTURAS-HISTORICO.DAT sobre REG-FACTURA.
       01 WS-FECHA-CORTE-HIST        PIC 9(8) VALUE 0.
       01 WS-LEYENDO-HISTORICO       PIC X VALUE 'N'.
           88 LEYENDO-HISTORICO      VALUE 'S'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-DUPLICADO     PIC XX.
           88 DUPLICADO-OK   VALUE '00'.

       77 FS-PRONTO-PAGO   PIC XX.
           88 PPG-OK         VALUE '00'.
           88 PPG-EOF        VALUE '10'.

      *    condicion de pronto pago vigente a la emision, como la
      *    imprimio GeneraFacturas en el original.
       01 WS-PP-PORCENTAJE           PIC 9(3)V99.
       01 WS-PP-DIAS                 PIC 9(3).
       01 WS-PP-DIAS-LIMITE          PIC 9(7).
       01 WS-PP-DESCUENTO            PIC S9(10)V99.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.
           03 FILLER                 PIC X(7) VALUE 'FECHA: '.
           03 LIN-FAC-FECHA          PIC 9(8).

      *    emisor del comprobante segun su FAC-ENTIDAD - ver
      *    SUB-RUTINA-ENTIDADES; sin ENTIDADES.DAT no se imprime.
       01 WS-ENT-OPER                PIC X.
       01 WS-ENT-CUIT-EMPRESA        PIC 9(11) VALUE 0.
       01 WS-ENT-FECHA               PIC 9(8) VALUE 0.
       01 WS-ENT-CODIGO              PIC 9(2).
       01 WS-ENT-CUIT                PIC 9(11).
       01 WS-ENT-RAZON               PIC X(30).
       01 WS-ENT-DOMICILIO           PIC X(30).
       01 WS-ENT-COND-IVA            PIC X(2).
       01 WS-ENT-INICIO-ACT          PIC 9(8).
       01 WS-ENT-PUNTO-VENTA         PIC 9(4).
       01 WS-ENT-ERROR               PIC XX.

       01 LINEA-FAC-EMISOR.
           03 FILLER                 PIC X(8) VALUE 'EMISOR  '.
           03 LIN-FAC-EMI-RAZON      PIC X(30).
           03 FILLER                 PIC X(2) VALUE SPACES.
           03 FILLER                 PIC X(6) VALUE 'CUIT: '.
           03 LIN-FAC-EMI-CUIT       PIC 9(11).

       01 LINEA-FAC-EMPRESA.
           03 FILLER                 PIC X(8) VALUE 'SENORES '.
           03 LIN-FAC-RAZON          PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAC-MONEDA-T       PIC X(3).

       01 LINEA-FAC-PRONTO-PAGO.
           03 FILLER                 PIC X(13) VALUE 'PRONTO PAGO: '.
           03 LIN-FAC-PP-PCT         PIC ZZ9,99.
           03 FILLER                 PIC X(33) VALUE
              ' % DE DESCUENTO PAGANDO HASTA EL '.
           03 LIN-FAC-PP-FECHA       PIC 9(8).

       01 LINEA-FAC-TOTAL-PP.
           03 FILLER                 PIC X(25) VALUE
              'TOTAL CON PRONTO PAGO  : '.
           03 LIN-FAC-TOTAL-PP       PIC ZZZZZZZZZ9,99.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-FAC-MONEDA-PP      PIC X(3).

       01 LINEA-FAC-CAE.
           03 FILLER                 PIC X(5) VALUE 'CAE: '.
           03 LIN-FAC-CAE            PIC X(14).
           ELSE
              MOVE 'N' TO WS-CAE-DISPONIBLE.

           MOVE 'O' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.

           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.

           MOVE 'C' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           CLOSE ARCH-EMP-IDX.
           IF CAE-DISPONIBLE
              CLOSE ARCH-CAE.
           PERFORM RECORRER-MAESTRO.
           DISPLAY WS-ACUM-REIMPRESOS ' COMPROBANTES REIMPRESOS'.

      *    por CUIT se posiciona con START en la clave alternativa
      *    FAC-CUIT y se lee mientras no cambie la empresa, mismo
      *    START + READ NEXT que LISTAR-ANTICIPOS en CargaAnticipos.
      *    por numero se recorre el maestro completo: la letra y el
      *    PV son opcionales y el numero solo no es prefijo de la
      *    clave.
       RECORRER-MAESTRO.
           OPEN INPUT ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           IF WS-CUIT-BUSCADO GREATER ZERO
              MOVE WS-CUIT-BUSCADO TO FAC-CUIT
              START ARCH-FACTURAS KEY IS NOT LESS THAN FAC-CUIT
                  INVALID KEY MOVE '10' TO FS-FACTURAS
              END-START
              IF FACTURAS-OK
                 PERFORM LEER-FACTURA
                 PERFORM EVALUAR-UNA-FACTURA
                     UNTIL FACTURAS-EOF
                      OR FAC-CUIT NOT EQUAL WS-CUIT-BUSCADO
              END-IF
           ELSE
              PERFORM LEER-FACTURA
              PERFORM EVALUAR-UNA-FACTURA UNTIL FACTURAS-EOF
           END-IF.
           PERFORM RECORRER-HISTORICO.
           CLOSE ARCH-FACTURAS.

      *    lo archivado por ArchivarCuentasHistorico: por CUIT, si el
      *    rango empieza antes del corte; por numero, si el maestro
      *    no lo tenia. mismo recorrido, sobre FACTURAS-HISTORICO.DAT.
       RECORRER-HISTORICO.
           PERFORM LEER-CORTE-HISTORICO.
           IF WS-FECHA-CORTE-HIST GREATER ZERO
              AND ((WS-CUIT-BUSCADO GREATER ZERO
                    AND WS-FECHA-DESDE LESS WS-FECHA-CORTE-HIST)
                   OR (WS-CUIT-BUSCADO EQUAL ZERO
                       AND WS-ACUM-REIMPRESOS EQUAL ZERO))
              OPEN INPUT ARCH-FACTURAS-HIST
              IF FAC-HIST-OK
                 MOVE 'S' TO WS-LEYENDO-HISTORICO
                 MOVE '00' TO FS-FACTURAS
                 PERFORM RECORRER-FACTURAS-HISTORICO
                 MOVE 'N' TO WS-LEYENDO-HISTORICO
                 CLOSE ARCH-FACTURAS-HIST
              ELSE
                 DISPLAY 'NO PUDO ABRIRSE FACTURAS-HISTORICO.DAT '
                     FS-FACTURAS-HIST ' - NO SE BUSCA EN LO ARCHIVADO'
              END-IF
           END-IF.

       RECORRER-FACTURAS-HISTORICO.
           IF WS-CUIT-BUSCADO GREATER ZERO
              MOVE WS-CUIT-BUSCADO TO FAH-CUIT
              START ARCH-FACTURAS-HIST KEY IS NOT LESS THAN FAH-CUIT
                  INVALID KEY MOVE '10' TO FS-FACTURAS
              END-START
              IF FACTURAS-OK
                 PERFORM LEER-FACTURA
                 PERFORM EVALUAR-UNA-FACTURA
                     UNTIL FACTURAS-EOF
                      OR FAC-CUIT NOT EQUAL WS-CUIT-BUSCADO
              END-IF
           ELSE
              PERFORM LEER-FACTURA
              PERFORM EVALUAR-UNA-FACTURA UNTIL FACTURAS-EOF
           END-IF.

      *    fecha de corte de ArchivarCuentasHistorico; sin el
      *    archivo no hay nada archivado.
       LEER-CORTE-HISTORICO.
           MOVE 0 TO WS-FECHA-CORTE-HIST.
           OPEN INPUT ARCH-CORTE-HIST.
           IF CORTE-HIST-OK
              READ ARCH-CORTE-HIST
              IF CORTE-HIST-OK AND HCO-FECHA-CORTE IS NUMERIC
                 MOVE HCO-FECHA-CORTE TO WS-FECHA-CORTE-HIST
              END-IF
              CLOSE ARCH-CORTE-HIST.

       LEER-FACTURA.
           IF LEYENDO-HISTORICO
              READ ARCH-FACTURAS-HIST NEXT RECORD INTO REG-FACTURA
                  AT END MOVE '10' TO FS-FACTURAS
              END-READ
           ELSE
              READ ARCH-FACTURAS NEXT RECORD
                  AT END MOVE '10' TO FS-FACTURAS
              END-READ
           END-IF.

      *    serie normalizada del registro en curso, con la misma
      *    convencion de FAC-LETRA: letra en blanco = 'A', PV no
           IF FAC-ES-NOTA-CREDITO
              MOVE 'NOTA DE CREDITO ' TO LIN-FAC-DOC
           ELSE
              IF FAC-ES-NOTA-DEBITO
                 MOVE 'NOTA DE DEBITO ' TO LIN-FAC-DOC
              ELSE
                 MOVE 'FACTURA ' TO LIN-FAC-DOC
              END-IF
           END-IF.
           IF FAC-LETRA EQUAL SPACE
              MOVE 'A' TO LIN-FAC-LETRA
           MOVE LINEA-FAC-TITULO TO REG-DUPLICADO.
           WRITE REG-DUPLICADO.

      *    un comprobante viejo sin entidad es de la 01.
           IF FAC-ENTIDAD IS NUMERIC AND FAC-ENTIDAD GREATER ZERO
              MOVE FAC-ENTIDAD TO WS-ENT-CODIGO
           ELSE
              MOVE 1 TO WS-ENT-CODIGO.
           MOVE 'Q' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-RAZON NOT EQUAL SPACES
              MOVE WS-ENT-RAZON TO LIN-FAC-EMI-RAZON
              MOVE WS-ENT-CUIT TO LIN-FAC-EMI-CUIT
              MOVE LINEA-FAC-EMISOR TO REG-DUPLICADO
              WRITE REG-DUPLICADO.

      *    razon social y direccion frescas del maestro de empresas.
           MOVE FAC-CUIT TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           MOVE LINEA-FAC-TOTAL TO REG-DUPLICADO.
           WRITE REG-DUPLICADO.

           IF NOT FAC-ES-NOTA-CREDITO
              AND NOT FAC-ES-NOTA-DEBITO
              AND FAC-TOTAL GREATER ZERO
              PERFORM IMPRIMIR-PRONTO-PAGO
           END-IF.

           PERFORM IMPRIMIR-ESTADO-CAE.

           MOVE LINEA-DIVISORIA TO REG-DUPLICADO.

           DISPLAY 'DUPLICADO GENERADO EN ' WS-NOMBRE-DUPLICADO.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER, WS-ENT-CUIT-EMPRESA,
               WS-ENT-FECHA, WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

      *    mismo calculo que BUSCAR-PRONTO-PAGO en GeneraFacturas,
      *    con la fecha de emision del comprobante.
       IMPRIMIR-PRONTO-PAGO.
           MOVE 0 TO WS-PP-PORCENTAJE.
           MOVE 0 TO WS-PP-DIAS.
           OPEN INPUT ARCH-PRONTO-PAGO.
           IF PPG-OK
              PERFORM LEER-PRONTO-PAGO
              PERFORM EVALUAR-UN-PRONTO-PAGO UNTIL PPG-EOF
              CLOSE ARCH-PRONTO-PAGO
           END-IF.
           IF WS-PP-PORCENTAJE GREATER ZERO
              COMPUTE WS-PP-DIAS-LIMITE =
                  FUNCTION INTEGER-OF-DATE (FAC-FECHA) + WS-PP-DIAS
              COMPUTE LIN-FAC-PP-FECHA =
                  FUNCTION DATE-OF-INTEGER (WS-PP-DIAS-LIMITE)
              MOVE WS-PP-PORCENTAJE TO LIN-FAC-PP-PCT
              MOVE LINEA-FAC-PRONTO-PAGO TO REG-DUPLICADO
              WRITE REG-DUPLICADO
              COMPUTE WS-PP-DESCUENTO ROUNDED =
                  FAC-TOTAL * WS-PP-PORCENTAJE / 100
              COMPUTE LIN-FAC-TOTAL-PP = FAC-TOTAL - WS-PP-DESCUENTO
              MOVE FAC-MONEDA TO LIN-FAC-MONEDA-PP
              MOVE LINEA-FAC-TOTAL-PP TO REG-DUPLICADO
              WRITE REG-DUPLICADO
           END-IF.

       LEER-PRONTO-PAGO.
           READ ARCH-PRONTO-PAGO AT END MOVE '10' TO FS-PRONTO-PAGO.

       EVALUAR-UN-PRONTO-PAGO.
           IF PPG-CUIT EQUAL FAC-CUIT
              AND PPG-VIG-DESDE NOT GREATER FAC-FECHA
              AND PPG-VIG-HASTA NOT LESS FAC-FECHA
              MOVE PPG-PORCENTAJE TO WS-PP-PORCENTAJE
              MOVE PPG-DIAS TO WS-PP-DIAS.
           PERFORM LEER-PRONTO-PAGO.

      *    mismo criterio que IMPRIMIR-ESTADO-CAE en GeneraFacturas:
      *    un duplicado definitivo lleva su CAE; sin CAE la copia
      *    sale marcada proforma y no se entrega.
