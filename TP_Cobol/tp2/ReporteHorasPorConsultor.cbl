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

       FD ARCH-CONS-INDEXED LABEL RECORD IS STANDARD
          VALUE OF FILE-ID IS 'CONSULTORES-INDEXED.DAT'
      *   CBU para la liquidacion mensual - ver
      *   LiquidacionConsultores; aca no se usa.
          03 REG-CONS-CBU           PIC X(22).
      *   CUIT y condicion frente a Ganancias para la retencion de
      *   la liquidacion mensual; aca no se usan.
          03 REG-CONS-CUIT          PIC 9(11).
          03 REG-CONS-COND-GANANCIAS PIC X(1).
      *   proveedor del consultor de una firma externa - ver
      *   ConciliacionProveedores; aca no se usa.
          03 REG-CONS-PROVEEDOR     PIC X(5).

      *    catalogo de tareas, solo por la marca de facturable: las
      *    horas en tareas 'N' cuentan en el total pero no en las
