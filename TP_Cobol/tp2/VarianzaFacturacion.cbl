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

      *    copia fechada del extracto del mes anterior, dejada por la
      *    propia rotacion de este programa.
           03 REG-GLA-MONEDA             PIC X(3).
           03 REG-GLA-IMPORTE-ARS-EQ     PIC 9(10)V99.
           03 REG-GLA-RECARGO            PIC 9(10)V99.
      *    resto del registro del extracto (corrida, retenido, orden,
      *    tarea y producto): la comparacion no lo usa, pero la copia
      *    trae renglones de largo completo.
           03 FILLER                     PIC X(94).

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

       FD ARCH-VARIANZA LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'VARIANZA-FACTURACION.LST'

       LEER-GL-ACTUAL.
           READ ARCH-GL-ACTUAL AT END MOVE '10' TO FS-GL-ACTUAL.
      *    un renglon mas largo que el registro (status 06) vuelve
      *    partido en dos lecturas: la corrida se corta en vez de
      *    sumar el pedazo sobrante como otro registro.
           IF NOT GLA-OK AND NOT GLA-EOF
              DISPLAY 'ERROR LEYENDO GL-EXTRACT.DAT ' FS-GL-ACTUAL
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       ACUMULAR-MES-ACTUAL.
           IF REG-GL-DETALLE

       LEER-GL-ANTERIOR.
           READ ARCH-GL-ANTERIOR AT END MOVE '10' TO FS-GL-ANTERIOR.
      *    un renglon mas largo que el registro (status 06) vuelve
      *    partido en dos lecturas: la corrida se corta en vez de
      *    sumar el pedazo sobrante como otro registro.
           IF NOT ANT-OK AND NOT ANT-EOF
              DISPLAY 'ERROR LEYENDO GL-EXTRACT-ANTERIOR.DAT '
                  FS-GL-ANTERIOR
              MOVE 16 TO RETURN-CODE
              STOP RUN.

       ACUMULAR-MES-ANTERIOR.
           IF REG-GLA-DETALLE
