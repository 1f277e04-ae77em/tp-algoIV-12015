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

           MOVE 0 TO REG-EMP-IND-JURISDICCION.
           MOVE 0 TO REG-EMP-IND-PLAZO-PAGO.
           MOVE SPACES TO REG-EMP-IND-GRUPO.
           MOVE 'N' TO REG-EMP-IND-DEBITO-AUTO.
           MOVE SPACES TO REG-EMP-IND-CBU.
           MOVE 'N' TO REG-EMP-IND-CONFORMIDAD.
           MOVE SPACES TO REG-EMP-IND-RESPONSABLE.
           MOVE 0 TO REG-EMP-IND-FECHA-BAJA.

       INFORMAR-REVERSA-FALLIDA.
           ADD 1 TO WS-ACUM-FALLIDAS.
