      *    FACTURAS.DAT como anulado (FAC-ESTADO 'A'), con motivo,
      *    fecha y operador asentados en AUDITORIA.LOG - mismo layout
      *    y criterio que SUB-RUTINA-EMPRESAS. el maestro es
      *    indexado por PV + letra + numero: la marca se aplica
      *    leyendo el comprobante por clave y regrabandolo, con el
      *    registro bloqueado (LOCK MODE IS AUTOMATIC) entre el READ
      *    y el REWRITE, mismo criterio que SUB-RUTINA-EMPRESAS. un
      *    comprobante anulado queda excluido de partidas abiertas,
      *    cuenta corriente, intereses, proyeccion y aplicaciones, y
      *    el libro IVA lo lista en cero como ANUL para conservar la
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
           03 FAC-ESTADO                 PIC X(1).
               88 FAC-ANULADA            VALUE 'A'.
      *        dado de baja por incobrable (BajaIncobrables): ya no se
      *        anula, su saldo salio contra la prevision.
               88 FAC-INCOBRABLE         VALUE 'I'.
      *    vencimiento estampado por GeneraFacturas (emision mas el
      *    plazo de pago de la empresa); cero en un registro viejo.
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

      *    correlativas por serie PV + letra - ver GeneraFacturas.
       FD ARCH-NUMERO LABEL RECORD IS STANDARD
       77 FS-FACTURAS      PIC XX.
           88 FACTURAS-OK    VALUE '00'.
           88 FACTURAS-EOF   VALUE '10'.
           88 FACTURAS-DUPLICADA VALUE '22'.
      *    comprobante bloqueado por otro proceso (LOCK MODE IS
      *    AUTOMATIC en el SELECT) - ver SUB-RUTINA-EMPRESAS.
           88 FACTURAS-BLOQUEADA VALUE '9D'.


       77 FS-NUMERO        PIC XX.
           88 NUMERO-OK      VALUE '00'.
       01 WS-LETRA-BUSCADA            PIC X(1).
       01 WS-PV-BUSCADO-X             PIC X(4).
       01 WS-PV-BUSCADO               PIC 9(4).
       01 WS-MOTIVO                   PIC X(40).
       01 WS-ENCONTRADA               PIC X.
           88 ENCONTRADA              VALUE 'S'.
           88 COMPROBANTE-BLOQUEADO   VALUE 'B'.

      *    foto del comprobante anulado, para la auditoria y la
      *    eventual reemision corregida.
           03 WS-ANU-LETRA            PIC X(1).
           03 WS-ANU-PV               PIC 9(4).
           03 WS-ANU-VENCIMIENTO      PIC 9(8).
           03 WS-ANU-ENTIDAD          PIC 9(2).

       01 WS-REEMITIR                 PIC X.
           88 REEMITIR-SI             VALUE 'S'.
       01 WS-NUEVO-NUMERO             PIC 9(8).
       01 WS-FACTOR                   PIC 9(3)V9(6).

      *    series de numeracion cargadas para tomar el proximo
      *    numero de la reemision - mismo armado que GeneraFacturas.
      *    punto de venta configurado (FACTURAS-PUNTO-VENTA, el

           PERFORM MARCAR-ANULADO-EN-MAESTRO.

           IF COMPROBANTE-BLOQUEADO
              DISPLAY 'COMPROBANTE EN USO POR OTRO PROCESO, '
                  'REINTENTE - NO SE ANULO NADA'
           ELSE
           IF NOT ENCONTRADA
              DISPLAY 'NO EXISTE ESE COMPROBANTE VIGENTE EN '
                  'FACTURAS.DAT, NO SE ANULO NADA'
              IF REEMITIR-SI
                 PERFORM REEMITIR-CORREGIDO.

      *    lectura por clave con el registro bloqueado hasta el
      *    REWRITE: otro proceso que quiera el mismo comprobante
      *    recibe '9D' en vez de pisar la marca.
       MARCAR-ANULADO-EN-MAESTRO.
           MOVE 'N' TO WS-ENCONTRADA.

           OPEN I-O ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE WS-PV-BUSCADO TO FAC-PUNTO-VENTA.
           MOVE WS-LETRA-BUSCADA TO FAC-LETRA.
           MOVE WS-NUMERO-BUSCADO TO FAC-NUMERO.
           READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE.
           IF FACTURAS-BLOQUEADA
              MOVE 'B' TO WS-ENCONTRADA
           ELSE
              IF FACTURAS-OK
                 AND NOT FAC-ANULADA
                 AND NOT FAC-INCOBRABLE
                 PERFORM GUARDAR-FOTO-ANULADA
                 MOVE 'A' TO FAC-ESTADO
                 REWRITE REG-FACTURA
                 IF FACTURAS-OK
                    MOVE 'S' TO WS-ENCONTRADA
                 ELSE
                    IF FACTURAS-BLOQUEADA
                       MOVE 'B' TO WS-ENCONTRADA
                    ELSE
                       DISPLAY 'ERROR AL REGRABAR FACTURAS.DAT '
                           FS-FACTURAS.

           CLOSE ARCH-FACTURAS.

       GUARDAR-FOTO-ANULADA.
           MOVE FAC-NUMERO TO WS-ANU-NUMERO.
           MOVE FAC-TOTAL TO WS-ANU-TOTAL.
           MOVE FAC-MONEDA TO WS-ANU-MONEDA.
           MOVE FAC-TIPO TO WS-ANU-TIPO.
           MOVE FAC-LETRA TO WS-ANU-LETRA.
           MOVE FAC-PUNTO-VENTA TO WS-ANU-PV.
           MOVE FAC-VENCIMIENTO TO WS-ANU-VENCIMIENTO.
           MOVE FAC-ENTIDAD TO WS-ANU-ENTIDAD.

       GRABAR-AUDITORIA-ANULACION.
           OPEN EXTEND ARCH-AUDITORIA.
      *    el vencimiento del anulado (sin esto el WRITE arrastraria
      *    el vencimiento del ultimo registro leido del maestro).
           MOVE WS-ANU-VENCIMIENTO TO FAC-VENCIMIENTO.
      *    el corregido sale en la serie del anulado, que es la de su
      *    entidad emisora: la entidad se hereda aunque cambie el CUIT.
           MOVE WS-ANU-ENTIDAD TO FAC-ENTIDAD.

           OPEN I-O ARCH-FACTURAS.
           IF NOT FACTURAS-OK
              DISPLAY 'NO PUDO REABRIRSE FACTURAS.DAT ' FS-FACTURAS
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           WRITE REG-FACTURA.
      *    la clave ya existente quiere decir que FACTURA-NUMERO.DAT
      *    quedo atrasado respecto del maestro: no se pisa nada.
           IF FACTURAS-DUPLICADA
              DISPLAY 'EL NUMERO ' WS-NUEVO-NUMERO ' DE LA SERIE '
                  WS-ANU-PV '-' WS-ANU-LETRA ' YA EXISTE EN '
                  'FACTURAS.DAT, NO SE REEMITIO'
           ELSE
              IF NOT FACTURAS-OK
                 DISPLAY 'ERROR AL GRABAR FACTURAS.DAT ' FS-FACTURAS
              ELSE
                 DISPLAY 'COMPROBANTE REEMITIDO CON EL NUMERO '
                     WS-NUEVO-NUMERO ' (SERIE ' WS-ANU-PV '-'
                     WS-ANU-LETRA ') - SIN CAE HASTA QUE CargaCae '
                     'LO REGISTRE'.
           CLOSE ARCH-FACTURAS.

      *    toma (e incrementa) el ultimo numero de la serie PV +
      *    letra del comprobante anulado, regrabando
      *    FACTURA-NUMERO.DAT completo - mismo esquema que
