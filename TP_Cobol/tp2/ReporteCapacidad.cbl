      *    CBU para la liquidacion mensual - ver
      *    LiquidacionConsultores; aca no se usa.
           03 REG-CONS-CBU           PIC X(22).
      *    CUIT y condicion frente a Ganancias para la retencion de
      *    la liquidacion mensual; aca no se usan.
           03 REG-CONS-CUIT          PIC 9(11).
           03 REG-CONS-COND-GANANCIAS PIC X(1).
      *    proveedor del consultor de una firma externa - ver
      *    ConciliacionProveedores; aca no se usa.
           03 REG-CONS-PROVEEDOR     PIC X(5).

      *    maestro de licencias (CargaLicencias): los dias habiles de
      *    licencia dentro del periodo reducen las horas esperadas
