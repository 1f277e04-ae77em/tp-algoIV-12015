      *    mano todos los meses. un CUIT que no pasa el verificador
      *    va a AFIP-RECHAZOS.LST y NO se exporta: un CUIT mal
      *    tipeado en una presentacion es una rectificativa formal.
      *    cada renglon lleva la entidad emisora que facturo a esa
      *    empresa en el periodo (SUB-RUTINA-ENTIDADES). con
      *    AFIP-ENTIDAD (99) se exporta solo esa entidad en
      *    AFIP-COMPROBANTES-E99.DAT / AFIP-RECHAZOS-E99.LST, que es
      *    lo que presenta cada CUIT emisor; sin la variable sale el
      *    archivo de siempre con todas las entidades.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.
           SELECT ARCH-FACTURAS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FAC-CLAVE
                   ALTERNATE RECORD KEY IS FAC-CUIT
                       WITH DUPLICATES
                   ALTERNATE RECORD KEY IS FAC-FECHA
                       WITH DUPLICATES
                   FILE STATUS IS FS-FACTURAS.
           SELECT ARCH-AFIP ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
      *    reconstruirla): GeneraFacturas regrosa el bruto con este
      *    importe real. cero en un extracto viejo.
           03 REG-GL-RETENIDO            PIC 9(10)V99.
      *    orden de trabajo y tarea de los trabajos del registro: el
      *    '1' y el '2' salen uno por empresa, orden y tarea del
      *    bloque del consultor, para que GeneraFacturas pueda partir
      *    la factura segun la politica de la empresa. en blanco en
      *    los demas tipos y en un extracto viejo.
           03 REG-GL-ORDEN               PIC X(4).
           03 REG-GL-TAREA               PIC X(4).
      *    producto de reventa del 'P': codigo, descripcion, cantidad,
      *    precio unitario y alicuota de IVA del renglon de la orden
      *    (REG-GL-IMPORTE es cantidad x precio). en blanco en los
      *    demas tipos y en un extracto viejo.
           03 REG-GL-PRODUCTO-DATOS.
               05 REG-GL-PRODUCTO        PIC X(8).
               05 REG-GL-PROD-DESC       PIC X(30).
               05 REG-GL-CANTIDAD        PIC 9(5)V99.
               05 REG-GL-PRECIO-UNIT     PIC 9(8)V99.
               05 REG-GL-IVA-PCT         PIC 9(3)V99.

      *    solo para traer la retencion configurada de cada empresa
      *    (el indexado de tp2 no la lleva).
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

      *    comprobante de formato fijo que espera la importacion del
      *    maestro de comprobantes, solo para netear los anulados:
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
           03 FAC-VENCIMIENTO            PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
           03 FAC-ENTIDAD                PIC 9(2).

      *    regimen de AFIP: un renglon por empresa facturada con el
      *    desglose de importes.
       FD ARCH-AFIP LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-AFIP
             DATA RECORD IS REG-AFIP.

       01 REG-AFIP.
           03 AFI-RETENCION             PIC 9(12)V99.
           03 AFI-TOTAL                 PIC 9(12)V99.
           03 AFI-MONEDA                PIC X(3).
           03 AFI-ENTIDAD               PIC 9(2).
           03 AFI-CUIT-EMISOR           PIC 9(11).

       FD ARCH-RECHAZOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS WS-NOMBRE-RECHAZOS
             DATA RECORD IS REG-RECHAZO.

       01 REG-RECHAZO                   PIC X(80).
       01 WS-IVA-PCT-ENV             PIC X(6).
       01 WS-IVA-PCT                 PIC 9(3)V99 VALUE 021,00.

       01 WS-NOMBRE-AFIP             PIC X(28) VALUE
          'AFIP-COMPROBANTES.DAT'.
       01 WS-NOMBRE-RECHAZOS         PIC X(28) VALUE
          'AFIP-RECHAZOS.LST'.

      *    entidad pedida en AFIP-ENTIDAD; 0 = todas.
      *    datos de la entidad via SUB-RUTINA-ENTIDADES.
       01 WS-ENTIDAD-ENV             PIC X(2).
       01 WS-ENTIDAD-PEDIDA          PIC 9(2) VALUE 0.
       01 WS-FAC-ENTIDAD             PIC 9(2).
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

      *    el periodo del extracto viene DDMMAAAA.
       01 WS-ENT-PERIODO             PIC 9(8).
       01 WS-ENT-PERIODO-R REDEFINES WS-ENT-PERIODO.
           03 WS-ENT-PER-DD          PIC 9(2).
           03 WS-ENT-PER-MM          PIC 9(2).
           03 WS-ENT-PER-AAAA        PIC 9(4).

      *    un acumulado por empresa facturable, igual que
      *    TABLA-FACTURABLES en GeneraFacturas.
       01 TABLA-EXPORT.
      *        plano queda de respaldo para un extracto viejo.
               05 TAB-EXP-RETENIDO      PIC S9(10)V99.
               05 TAB-EXP-MONEDA        PIC X(3).
               05 TAB-EXP-ENTIDAD       PIC 9(2).
               05 TAB-EXP-CUIT-EMISOR   PIC 9(11).

       01 WS-CANT-EXP                PIC 9(4) VALUE 0.


           ACCEPT WS-FECHA-EXPORT FROM DATE YYYYMMDD.

           MOVE 'O' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           MOVE SPACES TO WS-ENTIDAD-ENV.
           ACCEPT WS-ENTIDAD-ENV FROM ENVIRONMENT 'AFIP-ENTIDAD'.
           IF WS-ENTIDAD-ENV NOT EQUAL SPACES
              PERFORM TOMAR-ENTIDAD-PEDIDA
           END-IF.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-TABLA-RETENCIONES.

           PERFORM NETEAR-FACTURAS-ANULADAS.

           SET IND-TAB-EXP TO 1.
           PERFORM EXPORTAR-COMPROBANTE THRU EXPORTAR-COMPROBANTE-EXIT
               UNTIL IND-TAB-EXP GREATER THAN WS-CANT-EXP.

           PERFORM TERMINAR.

      *    una entidad inexistente es un error de parametro: no se
      *    presenta un archivo vacio que parezca valido.
       TOMAR-ENTIDAD-PEDIDA.
           IF WS-ENTIDAD-ENV IS NOT NUMERIC
              OR WS-ENTIDAD-ENV EQUAL '00'
              DISPLAY 'AFIP-ENTIDAD INVALIDA: ' WS-ENTIDAD-ENV
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-ENTIDAD-ENV TO WS-ENTIDAD-PEDIDA.
           MOVE WS-ENTIDAD-PEDIDA TO WS-ENT-CODIGO.
           MOVE 'Q' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR NOT EQUAL 'OK'
              DISPLAY 'LA ENTIDAD ' WS-ENTIDAD-PEDIDA ' NO EXISTE EN '
                  'ENTIDADES.DAT'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE SPACES TO WS-NOMBRE-AFIP.
           STRING 'AFIP-COMPROBANTES-E' WS-ENTIDAD-PEDIDA '.DAT'
               DELIMITED BY SIZE INTO WS-NOMBRE-AFIP.
           MOVE SPACES TO WS-NOMBRE-RECHAZOS.
           STRING 'AFIP-RECHAZOS-E' WS-ENTIDAD-PEDIDA '.LST'
               DELIMITED BY SIZE INTO WS-NOMBRE-RECHAZOS.

       LLAMAR-ENTIDADES.
           CALL 'ENTIDADES' USING WS-ENT-OPER, WS-ENT-CUIT-EMPRESA,
               WS-ENT-FECHA, WS-ENT-CODIGO, WS-ENT-CUIT, WS-ENT-RAZON,
               WS-ENT-DOMICILIO, WS-ENT-COND-IVA, WS-ENT-INICIO-ACT,
               WS-ENT-PUNTO-VENTA, WS-ENT-ERROR.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-GL-EXTRACT.
           IF NOT GL-OK

           OPEN OUTPUT ARCH-AFIP.
           IF NOT AFIP-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-AFIP ' ' FS-AFIP
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN OUTPUT ARCH-RECHAZOS.
           IF NOT RECHAZOS-OK
              DISPLAY 'NO PUDO CREARSE ' WS-NOMBRE-RECHAZOS ' '
                  FS-RECHAZOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.


       LEER-GL-EXTRACT.
           READ ARCH-GL-EXTRACT AT END MOVE '10' TO FS-GL-EXTRACT.
      *    un renglon mas largo que el registro (status 06) vuelve
      *    partido en dos lecturas: la corrida se corta en vez de
      *    sumar el pedazo sobrante como otro registro.
           IF NOT GL-OK AND NOT GL-EOF
              DISPLAY 'ERROR LEYENDO GL-EXTRACT.DAT ' FS-GL-EXTRACT
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       AGRUPAR-DETALLE-GL.
           IF REG-GL-DETALLE
                 MOVE REG-GL-CUIT-EMPRESA TO TAB-EXP-CUIT(IND-TAB-EXP)
                 MOVE 0 TO TAB-EXP-IMPORTE(IND-TAB-EXP)
                 MOVE 0 TO TAB-EXP-RETENIDO(IND-TAB-EXP)
                 PERFORM RESOLVER-ENTIDAD-EMISORA
              ELSE
                 DISPLAY 'ERROR: MAS DE 999 EMPRESAS EN GL-EXTRACT'
                 MOVE 16 TO RETURN-CODE
           MOVE REG-GL-PERIODO TO TAB-EXP-PERIODO(IND-TAB-EXP).
           MOVE REG-GL-MONEDA TO TAB-EXP-MONEDA(IND-TAB-EXP).

      *    la entidad que facturo al CUIT en el periodo del extracto,
      *    con el mismo criterio que GeneraFacturas.
       RESOLVER-ENTIDAD-EMISORA.
           MOVE REG-GL-PERIODO TO WS-ENT-PERIODO.
           COMPUTE WS-ENT-FECHA = WS-ENT-PER-AAAA * 10000
               + WS-ENT-PER-MM * 100 + WS-ENT-PER-DD.
           MOVE REG-GL-CUIT-EMPRESA TO WS-ENT-CUIT-EMPRESA.
           MOVE 'R' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           IF WS-ENT-ERROR NOT EQUAL 'OK'
              DISPLAY 'CUIT ' REG-GL-CUIT-EMPRESA ' ASIGNADO A UNA '
                  'ENTIDAD INEXISTENTE: ' WS-ENT-CODIGO
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           MOVE WS-ENT-CODIGO TO TAB-EXP-ENTIDAD(IND-TAB-EXP).
           MOVE WS-ENT-CUIT TO TAB-EXP-CUIT-EMISOR(IND-TAB-EXP).

      *    un CUIT que quedo en cero tras netear sus anulados no
      *    lleva renglon en la presentacion. con entidad pedida, los
      *    CUIT de otra entidad no se exportan ni se rechazan.
       EXPORTAR-COMPROBANTE.
           IF WS-ENTIDAD-PEDIDA NOT EQUAL 0
              AND TAB-EXP-ENTIDAD(IND-TAB-EXP) NOT EQUAL
                  WS-ENTIDAD-PEDIDA
              SET IND-TAB-EXP UP BY 1
              GO TO EXPORTAR-COMPROBANTE-EXIT.

           MOVE TAB-EXP-CUIT(IND-TAB-EXP) TO WS-CUIT-VALIDAR.
           PERFORM VALIDAR-CUIT.


           SET IND-TAB-EXP UP BY 1.

       EXPORTAR-COMPROBANTE-EXIT.
           EXIT.

      *    resta de cada CUIT el neto (bruto menos retencion, la
      *    misma unidad en que acumula el extracto) de sus facturas
      *    anuladas del mismo mes del periodo exportado - igual
      *    criterio de exclusion que CARGAR-SALDOS-ABIERTOS en TP1.
      *    las NC anuladas no se tocan: el '1' del extracto ya viene
      *    neteado de su credito, y las notas de debito manuales
      *    (NotasManuales) tampoco: nunca pasaron por el extracto.
      *    solo netea la factura de la misma entidad emisora que el
      *    renglon (0 en una factura vieja = entidad 01).
      *    FACTURAS.DAT puede no existir.
       NETEAR-FACTURAS-ANULADAS.
           OPEN INPUT ARCH-FACTURAS.
           IF FACTURAS-OK
              CLOSE ARCH-FACTURAS.

       LEER-FACTURA-ANULADAS.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

       NETEAR-UNA-ANULADA.
           IF FAC-ANULADA AND NOT FAC-ES-NOTA-CREDITO
              AND NOT FAC-ES-NOTA-DEBITO
              IF FAC-ENTIDAD IS NUMERIC AND FAC-ENTIDAD GREATER ZERO
                 MOVE FAC-ENTIDAD TO WS-FAC-ENTIDAD
              ELSE
                 MOVE 1 TO WS-FAC-ENTIDAD
              END-IF
              MOVE 'N' TO WS-CUIT-ENCONTRADO
              SET IND-TAB-EXP TO 1
              SEARCH TAB-EXP
                  WHEN TAB-EXP-CUIT(IND-TAB-EXP) EQUAL FAC-CUIT
                   AND TAB-EXP-PERIODO(IND-TAB-EXP) (3:6) EQUAL
                       FAC-PERIODO (3:6)
                   AND TAB-EXP-ENTIDAD(IND-TAB-EXP) EQUAL
                       WS-FAC-ENTIDAD
                      MOVE 'S' TO WS-CUIT-ENCONTRADO
              END-SEARCH
              IF CUIT-ENCONTRADO
           MOVE WS-RETENCION TO AFI-RETENCION.
           MOVE WS-TOTAL TO AFI-TOTAL.
           MOVE TAB-EXP-MONEDA(IND-TAB-EXP) TO AFI-MONEDA.
           MOVE TAB-EXP-ENTIDAD(IND-TAB-EXP) TO AFI-ENTIDAD.
           MOVE TAB-EXP-CUIT-EMISOR(IND-TAB-EXP) TO AFI-CUIT-EMISOR.
           WRITE REG-AFIP.
           ADD 1 TO WS-ACUM-EXPORTADOS.

           CLOSE ARCH-EMP-IDX.
           CLOSE ARCH-AFIP.
           CLOSE ARCH-RECHAZOS.
           MOVE 'C' TO WS-ENT-OPER.
           PERFORM LLAMAR-ENTIDADES.
           DISPLAY WS-ACUM-EXPORTADOS ' COMPROBANTES EXPORTADOS, '
               WS-ACUM-RECHAZADOS ' CUIT RECHAZADOS - VER '
               WS-NOMBRE-RECHAZOS.
           IF NOT MODO-BATCH
              DISPLAY 'INGRESE UN NRO PARA SALIR '
              ACCEPT WS-LETRA
