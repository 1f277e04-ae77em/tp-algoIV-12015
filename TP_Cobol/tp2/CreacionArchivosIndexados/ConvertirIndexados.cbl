      *        un libro viejo sin convertir dejaria de matchear las
      *        huellas y TP1 volveria a mezclar archivos ya
      *        facturados.
      *      - FACTURAS.DAT: de secuencial a indexado, con clave PV +
      *        letra + numero al principio del registro y claves
      *        alternativas por CUIT y por fecha. la serie de un
      *        registro viejo se normaliza como la leian todos los
      *        programas (letra en blanco = 'A', PV no numerico = 0,
      *        vencimiento sin la columna = 0); un numero repetido
      *        dentro de la serie no entra al indexado y se informa.
      *    procedimiento por archivo: se renombra el actual a
      *    *-VIEJO.DAT, se lee con el layout anterior y se regraba
      *    con el nuevo (campos nuevos en blanco/cero). el -VIEJO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROC-NUEVO.

           SELECT FAC-VIEJO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAC-VIEJO.

      *    el secuencial viejo no viene ordenado por la clave nueva:
      *    se graba en RANDOM.
           SELECT FAC-NUEVO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NFA-CLAVE
               ALTERNATE RECORD KEY IS NFA-CUIT WITH DUPLICATES
               ALTERNATE RECORD KEY IS NFA-FECHA WITH DUPLICATES
               FILE STATUS IS FS-FAC-NUEVO.

       DATA DIVISION.
       FILE SECTION.

      *    CBU para la liquidacion mensual - ver
      *    LiquidacionConsultores; nace en blanco al convertir.
           03 NUE-CONS-CBU           PIC X(22).
      *    CUIT y condicion frente a Ganancias para la retencion de
      *    la liquidacion; nacen en cero y en blanco (inscripto).
           03 NUE-CONS-CUIT          PIC 9(11).
           03 NUE-CONS-COND-GANANCIAS PIC X(1).
      *    proveedor si el consultor es de una firma externa; nace en
      *    blanco (personal propio).
           03 NUE-CONS-PROVEEDOR     PIC X(5).

       FD PROC-VIEJO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'NOVEDADES-PROCESADAS-VIEJO.DAT'
           03 FILLER                    PIC X(1).
           03 NUE-PRC-FECHA             PIC 9(8).

       FD FAC-VIEJO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS-VIEJO.DAT'
             DATA RECORD IS REG-FAC-VIEJO.

      *    layout secuencial anterior: numero al principio, letra y
      *    punto de venta despues del tipo.
       01 REG-FAC-VIEJO.
           03 VFA-NUMERO                 PIC 9(8).
           03 VFA-FECHA                  PIC 9(8).
           03 VFA-CUIT                   PIC 9(11).
           03 VFA-PERIODO                PIC 9(8).
           03 VFA-HORAS                  PIC 9(5)V99.
           03 VFA-IMPORTE-BRUTO          PIC 9(10)V99.
           03 VFA-RETENCION              PIC 9(10)V99.
           03 VFA-IVA                    PIC 9(10)V99.
           03 VFA-TOTAL                  PIC 9(10)V99.
           03 VFA-MONEDA                 PIC X(3).
           03 VFA-TIPO                   PIC X(1).
           03 VFA-LETRA                  PIC X(1).
           03 VFA-PUNTO-VENTA            PIC X(4).
           03 VFA-ESTADO                 PIC X(1).
           03 VFA-VENCIMIENTO            PIC X(8).

       FD FAC-NUEVO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'FACTURAS.DAT'
             DATA RECORD IS REG-FAC-NUEVO.

       01 REG-FAC-NUEVO.
           03 NFA-CLAVE.
               05 NFA-PUNTO-VENTA        PIC 9(4).
               05 NFA-LETRA              PIC X(1).
               05 NFA-NUMERO             PIC 9(8).
           03 NFA-FECHA                  PIC 9(8).
           03 NFA-CUIT                   PIC 9(11).
           03 NFA-PERIODO                PIC 9(8).
           03 NFA-HORAS                  PIC 9(5)V99.
           03 NFA-IMPORTE-BRUTO          PIC 9(10)V99.
           03 NFA-RETENCION              PIC 9(10)V99.
           03 NFA-IVA                    PIC 9(10)V99.
           03 NFA-TOTAL                  PIC 9(10)V99.
           03 NFA-MONEDA                 PIC X(3).
           03 NFA-TIPO                   PIC X(1).
           03 NFA-ESTADO                 PIC X(1).
           03 NFA-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 NFA-ENTIDAD                PIC 9(2).

       WORKING-STORAGE SECTION.

       77 FS-HIST-VIEJO    PIC XX.
       77 FS-PROC-NUEVO    PIC XX.
           88 PROC-NUEVO-OK    VALUE '00'.

       77 FS-FAC-VIEJO     PIC XX.
           88 FAC-VIEJO-OK     VALUE '00'.
           88 FAC-VIEJO-EOF    VALUE '10'.
           88 FAC-VIEJO-NOEXI  VALUE '35'.

       77 FS-FAC-NUEVO     PIC XX.
           88 FAC-NUEVO-OK     VALUE '00'.
           88 FAC-NUEVO-DUPLICADO VALUE '22'.
           88 FAC-NUEVO-NOEXI  VALUE '35'.

       01 WS-LETRA                PIC X.
       01 WS-OPCION               PIC X.

       01 WS-COMANDO              PIC X(80).

       01 WS-CONVERTIDOS          PIC 9(7) VALUE 0.
       01 WS-DUPLICADOS           PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

              DISPLAY '1 = TIMES-HISTORICO-INDEXED.DAT'
              DISPLAY '2 = CONSULTORES-INDEXED.DAT'
              DISPLAY '3 = NOVEDADES-PROCESADAS.DAT'
              DISPLAY '4 = FACTURAS.DAT'
              DISPLAY 'T = TODOS'
              DISPLAY 'OPCION: '
              ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1' OR WS-OPCION EQUAL 'T'
              PERFORM CONVERTIR-HISTORICO THRU CONVERTIR-HISTORICO-FIN.
           IF WS-OPCION EQUAL '2' OR WS-OPCION EQUAL 'T'
              PERFORM CONVERTIR-CONSULTORES
                  THRU CONVERTIR-CONSULTORES-FIN.
           IF WS-OPCION EQUAL '3' OR WS-OPCION EQUAL 'T'
              PERFORM CONVERTIR-PROCESADAS
                  THRU CONVERTIR-PROCESADAS-FIN.
           IF WS-OPCION EQUAL '4' OR WS-OPCION EQUAL 'T'
              PERFORM CONVERTIR-FACTURAS THRU CONVERTIR-FACTURAS-FIN.

           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
           MOVE 0 TO NUE-CONS-FECHA-ALTA.
           MOVE 0 TO NUE-CONS-FECHA-BAJA.
           MOVE SPACES TO NUE-CONS-CBU.
           MOVE 0 TO NUE-CONS-CUIT.
           MOVE SPACES TO NUE-CONS-COND-GANANCIAS.
           MOVE SPACES TO NUE-CONS-PROVEEDOR.
           WRITE REG-CONS-NUEVO.
           IF CONS-NUEVO-OK
              ADD 1 TO WS-CONVERTIDOS
       LEER-PROC-VIEJO.
           READ PROC-VIEJO
               AT END MOVE '10' TO FS-PROC-VIEJO.

      ******************************************************************
      * FACTURAS.DAT: SECUENCIAL -> INDEXADO (PV + LETRA + NUMERO)
      ******************************************************************
      *    un secuencial no abre como indexado: si FACTURAS.DAT ya
      *    abre con la organizacion nueva, ya esta convertido y no se
      *    toca (al reves del resto, donde el que no abre es el viejo).
       CONVERTIR-FACTURAS.
           OPEN INPUT FAC-NUEVO.
           IF FAC-NUEVO-NOEXI
              DISPLAY 'FACTURAS.DAT NO EXISTE, NADA QUE CONVERTIR'
              GO TO CONVERTIR-FACTURAS-FIN.
           IF FAC-NUEVO-OK
              CLOSE FAC-NUEVO
              DISPLAY 'FACTURAS.DAT YA ES INDEXADO, NADA QUE CONVERTIR'
              GO TO CONVERTIR-FACTURAS-FIN.

           MOVE 'mv -f FACTURAS.DAT FACTURAS-VIEJO.DAT' TO WS-COMANDO.
           CALL 'SYSTEM' USING WS-COMANDO.

           OPEN INPUT FAC-VIEJO.
           IF NOT FAC-VIEJO-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS-VIEJO.DAT '
                  FS-FAC-VIEJO ' - SE RESTAURA'
              MOVE 'mv -f FACTURAS-VIEJO.DAT FACTURAS.DAT'
                  TO WS-COMANDO
              CALL 'SYSTEM' USING WS-COMANDO
              MOVE 16 TO RETURN-CODE
              GO TO CONVERTIR-FACTURAS-FIN.

           OPEN OUTPUT FAC-NUEVO.
           IF NOT FAC-NUEVO-OK
              DISPLAY 'NO PUDO CREARSE FACTURAS.DAT ' FS-FAC-NUEVO
              CLOSE FAC-VIEJO
              MOVE 'mv -f FACTURAS-VIEJO.DAT FACTURAS.DAT'
                  TO WS-COMANDO
              CALL 'SYSTEM' USING WS-COMANDO
              MOVE 16 TO RETURN-CODE
              GO TO CONVERTIR-FACTURAS-FIN.

           MOVE 0 TO WS-CONVERTIDOS.
           MOVE 0 TO WS-DUPLICADOS.
           PERFORM LEER-FAC-VIEJO.
           PERFORM PASAR-UNO-FAC
               UNTIL NOT FAC-VIEJO-OK.

           CLOSE FAC-VIEJO FAC-NUEVO.
           DISPLAY 'FACTURAS CONVERTIDO: ' WS-CONVERTIDOS
               ' REGISTROS (RESPALDO EN FACTURAS-VIEJO.DAT)'.
           IF WS-DUPLICADOS GREATER ZERO
              DISPLAY WS-DUPLICADOS ' COMPROBANTES CON CLAVE REPETIDA '
                  'QUEDARON AFUERA - REVISAR EN FACTURAS-VIEJO.DAT'
              MOVE 12 TO RETURN-CODE.
       CONVERTIR-FACTURAS-FIN.
           EXIT.

       PASAR-UNO-FAC.
           MOVE SPACES TO REG-FAC-NUEVO.
           IF VFA-PUNTO-VENTA IS NUMERIC
              MOVE VFA-PUNTO-VENTA TO NFA-PUNTO-VENTA
           ELSE
              MOVE 0 TO NFA-PUNTO-VENTA.
           IF VFA-LETRA EQUAL SPACE
              MOVE 'A' TO NFA-LETRA
           ELSE
              MOVE VFA-LETRA TO NFA-LETRA.
           MOVE VFA-NUMERO TO NFA-NUMERO.
           MOVE VFA-FECHA TO NFA-FECHA.
           MOVE VFA-CUIT TO NFA-CUIT.
           MOVE VFA-PERIODO TO NFA-PERIODO.
           MOVE VFA-HORAS TO NFA-HORAS.
           MOVE VFA-IMPORTE-BRUTO TO NFA-IMPORTE-BRUTO.
           MOVE VFA-RETENCION TO NFA-RETENCION.
           MOVE VFA-IVA TO NFA-IVA.
           MOVE VFA-TOTAL TO NFA-TOTAL.
           MOVE VFA-MONEDA TO NFA-MONEDA.
           MOVE VFA-TIPO TO NFA-TIPO.
           MOVE VFA-ESTADO TO NFA-ESTADO.
           IF VFA-VENCIMIENTO IS NUMERIC
              MOVE VFA-VENCIMIENTO TO NFA-VENCIMIENTO
           ELSE
              MOVE 0 TO NFA-VENCIMIENTO.
      *    el secuencial viejo es anterior a la segunda entidad: todo
      *    lo que trae lo emitio la entidad 01.
           MOVE 1 TO NFA-ENTIDAD.
           WRITE REG-FAC-NUEVO.
           IF FAC-NUEVO-OK
              ADD 1 TO WS-CONVERTIDOS
           ELSE
              IF FAC-NUEVO-DUPLICADO
                 ADD 1 TO WS-DUPLICADOS
                 DISPLAY 'COMPROBANTE REPETIDO, NO SE CONVIRTIO: '
                     NFA-PUNTO-VENTA '-' NFA-LETRA '-' NFA-NUMERO
                     ' CUIT ' NFA-CUIT
              ELSE
                 DISPLAY 'ERROR GRABANDO FACTURA NUEVA ' FS-FAC-NUEVO
                     ' CLAVE ' NFA-CLAVE.
           PERFORM LEER-FAC-VIEJO.

       LEER-FAC-VIEJO.
           READ FAC-VIEJO
               AT END MOVE '10' TO FS-FAC-VIEJO.
