      *    maestro indexado CAE.DAT con clave PV + letra + numero
      *    (la correlativa corre por serie, el numero solo se repite
      *    entre series), validando que el comprobante exista en
      *    FACTURAS.DAT (lectura directa por la misma clave del
      *    maestro) - con el CAE registrado, la
      *    imagen del comprobante deja de salir marcada proforma
      *    (ver IMPRIMIR-ESTADO-CAE en GeneraFacturas). los numeros
      *    desconocidos quedan asentados en CAE-RECHAZOS.LST, mismo
                   FILE STATUS IS FS-CAE.

           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS.

           SELECT ARCH-RECHAZOS ASSIGN TO DISK
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
           03 FAC-TOTAL                  PIC 9(10)V99.
           03 FAC-MONEDA                 PIC X(3).
           03 FAC-TIPO                   PIC X(1).
      *    'A' comprobante anulado por AnulacionFacturas: se lo
      *    saltea todo proceso posterior; en blanco, vigente.
           03 FAC-ESTADO                 PIC X(1).
      *    vencimiento estampado por GeneraFacturas (emision mas el
      *    plazo de pago de la empresa); cero en un registro viejo.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

       FD ARCH-RECHAZOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CAE-RECHAZOS.LST'
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-NUMERO-ENCONTRADO       PIC X VALUE 'N'.
           88 NUMERO-ENCONTRADO      VALUE 'S'.

           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'CAE-MODO'.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM PROCESAR-RESPUESTAS.
           PERFORM TERMINAR.

              MOVE 16 TO RETURN-CODE
              STOP RUN.

       PROCESAR-RESPUESTAS.
           PERFORM LEER-RESPUESTA.
           PERFORM PROCESAR-UNA-RESPUESTA UNTIL RESPUESTA-EOF.
              MOVE RES-PUNTO-VENTA TO WS-RES-PV-N
           END-IF.

      *    un comprobante anulado no recibe CAE: su respuesta se
      *    rechaza como numero desconocido.
           MOVE 'N' TO WS-NUMERO-ENCONTRADO.
           MOVE WS-RES-PV-N TO FAC-PUNTO-VENTA.
           MOVE WS-RES-LETRA-N TO FAC-LETRA.
           MOVE RES-NUMERO TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.
           IF FACTURAS-OK
              AND NOT FAC-ANULADA
              MOVE 'S' TO WS-NUMERO-ENCONTRADO
           END-IF.

           IF NUMERO-ENCONTRADO
              PERFORM GRABAR-CAE
       TERMINAR.
           CLOSE ARCH-RESPUESTA.
           CLOSE ARCH-CAE.
           CLOSE ARCH-FACTURAS.
           CLOSE ARCH-RECHAZOS.
           DISPLAY WS-ACUM-CARGADOS ' CAE REGISTRADOS, '
               WS-ACUM-RECHAZADOS ' RESPUESTAS RECHAZADAS - VER '
