        IDENTIFICATION DIVISION.
        PROGRAM-ID. ArchivarCuentasHistorico.
        AUTHOR. Fede.

      *    pase a historico de la cuenta de deudores: FACTURAS.DAT,
      *    COBRANZAS.DAT, APLICACIONES.DAT y RETENCIONES-SUFRIDAS.DAT
      *    guardaban todo desde el primer dia y cada reporte de
      *    cobranzas lo releia entero. este job mueve a los
      *    *-HISTORICO.DAT (mismo layout y claves) los comprobantes
      *    anteriores al corte que ya no tienen nada abierto, junto
      *    con sus aplicaciones, los recibos que los pagaron, los
      *    certificados de retencion de esos recibos y las
      *    diferencias de cambio de la factura - siempre como un
      *    conjunto cerrado:
      *      - factura o nota de debito: anulada, o cancelada por
      *        sus aplicaciones mas las notas de credito que la
      *        referencian (NOTAS-MANUALES.DAT); la incobrable no se
      *        archiva (la deuda sigue existiendo).
      *      - nota de credito: anulada, o viaja con la factura que
      *        referencia; una nota suelta queda viva.
      *      - recibo: anulado, o aplicado entero (importe mas lo
      *        retenido) y solo a comprobantes que tambien se van.
      *      - un recibo que queda vivo retiene todos los
      *        comprobantes a los que aplico, y viceversa: se repite
      *        hasta que el conjunto no cambia.
      *    todo lo del conjunto tiene fecha anterior al corte, que se
      *    anota en CUENTAS-HISTORICO-CORTE.DAT: los programas que
      *    piden un periodo que empieza antes leen tambien el
      *    historico (ver CuentaCorriente, ReimprimeFactura,
      *    LibroIvaVentas). el efecto en la cuenta corriente de lo
      *    archivado se acumula por CUIT en CUENTAS-HISTORICO-
      *    SALDOS.DAT, para el saldo anterior de una cuenta que no
      *    necesita el detalle viejo.
      *    antiguedad configurable con CUENTAS-ARCHIVE-MESES (dos
      *    digitos); sin la variable, 24 meses. el corte es el primer
      *    dia del mes resultante.
      *    una corrida cortada se retoma sola: lo que ya paso al
      *    historico cuenta como archivado al armar el conjunto.

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
                ALTERNATE RECORD KEY IS FAC-CUIT WITH DUPLICATES
                ALTERNATE RECORD KEY IS FAC-FECHA WITH DUPLICATES
                FILE STATUS IS FS-FACTURAS.

            SELECT ARCH-FACTURAS-HIST ASSIGN TO DISK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FAH-CLAVE
                ALTERNATE RECORD KEY IS FAH-CUIT WITH DUPLICATES
                ALTERNATE RECORD KEY IS FAH-FECHA WITH DUPLICATES
                FILE STATUS IS FS-FACTURAS-HIST.

            SELECT ARCH-COBRANZAS ASSIGN TO DISK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS REG-COB-CLAVE
                FILE STATUS IS FS-COBRANZAS.

            SELECT ARCH-COBRANZAS-HIST ASSIGN TO DISK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COH-CLAVE
                FILE STATUS IS FS-COBRANZAS-HIST.

            SELECT ARCH-APLICACIONES ASSIGN TO DISK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS REG-APL-CLAVE
                FILE STATUS IS FS-APLICACIONES.

            SELECT ARCH-APLICACIONES-HIST ASSIGN TO DISK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APH-CLAVE
                FILE STATUS IS FS-APLICACIONES-HIST.

            SELECT ARCH-RETENCIONES ASSIGN TO DISK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS REG-RET-CLAVE
                FILE STATUS IS FS-RETENCIONES.

            SELECT ARCH-RETENCIONES-HIST ASSIGN TO DISK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RTH-CLAVE
                FILE STATUS IS FS-RETENCIONES-HIST.

            SELECT ARCH-DIFERENCIAS ASSIGN TO DISK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-DIFERENCIAS.

            SELECT ARCH-DIFERENCIAS-HIST ASSIGN TO DISK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-DIFERENCIAS-HIST.

      *        notas manuales: de aca sale a que factura acredita
      *        cada nota de credito - puede no existir.
            SELECT ARCH-NOTAS ASSIGN TO DISK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-NOTAS.

            SELECT ARCH-CORTE-HIST ASSIGN TO DISK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CORTE-HIST.

            SELECT ARCH-SALDOS-HIST ASSIGN TO DISK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SAH-CUIT
                FILE STATUS IS FS-SALDOS-HIST.

            SELECT ARCH-AUDITORIA ASSIGN TO DISK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-ARCH-AUDITORIA.

            SELECT ARCH-CONTROL ASSIGN TO DISK
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS FS-CONTROL.

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
            03 FAC-ENTIDAD                PIC 9(2).

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
            03 FAH-PERIODO                PIC 9(8).
            03 FAH-HORAS                  PIC 9(5)V99.
            03 FAH-IMPORTE-BRUTO          PIC 9(10)V99.
            03 FAH-RETENCION              PIC 9(10)V99.
            03 FAH-IVA                    PIC 9(10)V99.
            03 FAH-TOTAL                  PIC 9(10)V99.
            03 FAH-MONEDA                 PIC X(3).
            03 FAH-TIPO                   PIC X(1).
            03 FAH-ESTADO                 PIC X(1).
                88 FAH-ANULADA            VALUE 'A'.
            03 FAH-VENCIMIENTO            PIC 9(8).
            03 FAH-ENTIDAD                PIC 9(2).

        FD ARCH-COBRANZAS LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'COBRANZAS.DAT'
                 DATA RECORD IS REG-COBRANZA.

        01 REG-COBRANZA.
            03 REG-COB-CLAVE.
                05 REG-COB-CUIT           PIC 9(11).
                05 REG-COB-FECHA          PIC 9(8).
                05 REG-COB-REFERENCIA     PIC X(10).
            03 REG-COB-IMPORTE            PIC 9(10)V99.
            03 REG-COB-MONEDA             PIC X(3).
            03 REG-COB-ESTADO             PIC X(1).
                88 REG-COB-ANULADO        VALUE 'A'.
            03 REG-COB-NRO-RECIBO         PIC 9(8).
            03 REG-COB-MEDIO-PAGO         PIC X(1).
            03 REG-COB-ENTIDAD            PIC 9(2).

        FD ARCH-COBRANZAS-HIST LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'COBRANZAS-HISTORICO.DAT'
                 DATA RECORD IS REG-COBRANZA-HIST.

        01 REG-COBRANZA-HIST.
            03 COH-CLAVE.
                05 COH-CUIT               PIC 9(11).
                05 COH-FECHA              PIC 9(8).
                05 COH-REFERENCIA         PIC X(10).
            03 COH-IMPORTE                PIC 9(10)V99.
            03 COH-MONEDA                 PIC X(3).
            03 COH-ESTADO                 PIC X(1).
            03 COH-NRO-RECIBO             PIC 9(8).
            03 COH-MEDIO-PAGO             PIC X(1).
            03 COH-ENTIDAD                PIC 9(2).

        FD ARCH-APLICACIONES LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'APLICACIONES.DAT'
                 DATA RECORD IS REG-APLICACION.

        01 REG-APLICACION.
            03 REG-APL-CLAVE.
                05 REG-APL-CUIT           PIC 9(11).
                05 REG-APL-FECHA-COB      PIC 9(8).
                05 REG-APL-REFERENCIA     PIC X(10).
                05 REG-APL-FACTURA        PIC 9(8).
                05 REG-APL-PV             PIC 9(4).
                05 REG-APL-LETRA          PIC X(1).
            03 REG-APL-IMPORTE            PIC 9(10)V99.
            03 REG-APL-MONEDA             PIC X(3).
            03 REG-APL-IMPORTE-DOC        PIC 9(10)V99.

        FD ARCH-APLICACIONES-HIST LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'APLICACIONES-HISTORICO.DAT'
                 DATA RECORD IS REG-APLICACION-HIST.

        01 REG-APLICACION-HIST.
            03 APH-CLAVE.
                05 APH-CUIT               PIC 9(11).
                05 APH-FECHA-COB          PIC 9(8).
                05 APH-REFERENCIA         PIC X(10).
                05 APH-FACTURA            PIC 9(8).
                05 APH-PV                 PIC 9(4).
                05 APH-LETRA              PIC X(1).
            03 APH-IMPORTE                PIC 9(10)V99.
            03 APH-MONEDA                 PIC X(3).
            03 APH-IMPORTE-DOC            PIC 9(10)V99.

        FD ARCH-RETENCIONES LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'RETENCIONES-SUFRIDAS.DAT'
                 DATA RECORD IS REG-RETENCION.

        01 REG-RETENCION.
            03 REG-RET-CLAVE.
                05 REG-RET-CUIT           PIC 9(11).
                05 REG-RET-FECHA          PIC 9(8).
                05 REG-RET-REFERENCIA     PIC X(10).
            03 REG-RET-CERTIFICADO        PIC X(12).
            03 REG-RET-REGIMEN            PIC X(10).
            03 REG-RET-IMPORTE            PIC 9(10)V99.
            03 REG-RET-MONEDA             PIC X(3).

        FD ARCH-RETENCIONES-HIST LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS
                     'RETENCIONES-SUFRIDAS-HISTORICO.DAT'
                 DATA RECORD IS REG-RETENCION-HIST.

        01 REG-RETENCION-HIST.
            03 RTH-CLAVE.
                05 RTH-CUIT               PIC 9(11).
                05 RTH-FECHA              PIC 9(8).
                05 RTH-REFERENCIA         PIC X(10).
            03 RTH-CERTIFICADO            PIC X(12).
            03 RTH-REGIMEN                PIC X(10).
            03 RTH-IMPORTE                PIC 9(10)V99.
            03 RTH-MONEDA                 PIC X(3).

        FD ARCH-DIFERENCIAS LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'DIFERENCIAS-CAMBIO.DAT'
                 DATA RECORD IS REG-DIFERENCIA.

        01 REG-DIFERENCIA.
            03 DIF-CUIT              PIC 9(11).
            03 DIF-FECHA             PIC 9(8).
            03 DIF-FACTURA           PIC 9(8).
            03 DIF-IMPORTE-USD       PIC 9(10)V99.
            03 DIF-IMPORTE-ARS       PIC 9(10)V99.
            03 DIF-COTIZACION        PIC 9(5)V99.
            03 DIF-SIGNO             PIC X(1).
            03 DIF-IMPORTE           PIC 9(10)V99.

        FD ARCH-DIFERENCIAS-HIST LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'DIFERENCIAS-CAMBIO-HISTORICO.DAT'
                 DATA RECORD IS REG-DIFERENCIA-HIST.

        01 REG-DIFERENCIA-HIST       PIC X(71).

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

      *    fecha de corte del historico: todo lo archivado tiene
      *    fecha anterior. se regraba solo si la nueva es mayor.
        FD ARCH-CORTE-HIST LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'CUENTAS-HISTORICO-CORTE.DAT'
                 DATA RECORD IS REG-CORTE-HIST.

        01 REG-CORTE-HIST.
            03 HCO-FECHA-CORTE       PIC 9(8).
            03 FILLER                PIC X(1).
            03 HCO-FECHA-CORRIDA     PIC 9(8).
            03 FILLER                PIC X(1).
            03 HCO-USUARIO           PIC X(20).

      *    efecto acumulado en la cuenta corriente de todo lo que se
      *    archivo de cada CUIT, con los mismos signos que usa
      *    CuentaCorriente (comprobantes al debe, recibos, notas de
      *    credito y pronto pago al haber, diferencias de cambio
      *    segun ganancia o perdida).
        FD ARCH-SALDOS-HIST LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'CUENTAS-HISTORICO-SALDOS.DAT'
                 DATA RECORD IS REG-SALDO-HIST.

        01 REG-SALDO-HIST.
            03 SAH-CUIT              PIC 9(11).
            03 SAH-SALDO             PIC S9(12)V99.
            03 SAH-FECHA-CORTE       PIC 9(8).

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

        FD ARCH-CONTROL LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS 'CONTROL-CORRIDAS.DAT'
                 DATA RECORD IS REG-CONTROL.

        01 REG-CONTROL.
            03 CTL-PROGRAMA          PIC X(20).
            03 FILLER                PIC X(1).
            03 CTL-FECHA             PIC 9(8).
            03 FILLER                PIC X(1).
            03 CTL-HORA              PIC 9(8).
            03 FILLER                PIC X(1).
            03 CTL-LEIDOS            PIC 9(7).
            03 FILLER                PIC X(1).
            03 CTL-GRABADOS          PIC 9(7).
            03 FILLER                PIC X(1).
            03 CTL-EXCEPCIONES       PIC 9(7).
            03 FILLER                PIC X(1).
            03 CTL-HORAS             PIC 9(9)V99.
            03 FILLER                PIC X(1).
            03 CTL-IMPORTE           PIC 9(12)V99.

        WORKING-STORAGE SECTION.

        77 FS-FACTURAS          PIC XX.
            88 FACTURAS-OK        VALUE '00'.
            88 FACTURAS-EOF       VALUE '10'.
        77 FS-FACTURAS-HIST     PIC XX.
            88 FAC-HIST-OK        VALUE '00'.
            88 FAC-HIST-EOF       VALUE '10'.
            88 FAC-HIST-DUPLICADA VALUE '22'.
        77 FS-COBRANZAS         PIC XX.
            88 COB-OK             VALUE '00'.
            88 COB-EOF            VALUE '10'.
        77 FS-COBRANZAS-HIST    PIC XX.
            88 COB-HIST-OK        VALUE '00'.
            88 COB-HIST-DUPLICADA VALUE '22'.
        77 FS-APLICACIONES      PIC XX.
            88 APL-OK             VALUE '00'.
            88 APL-EOF            VALUE '10'.
        77 FS-APLICACIONES-HIST PIC XX.
            88 APL-HIST-OK        VALUE '00'.
            88 APL-HIST-DUPLICADA VALUE '22'.
        77 FS-RETENCIONES       PIC XX.
            88 RET-OK             VALUE '00'.
            88 RET-EOF            VALUE '10'.
        77 FS-RETENCIONES-HIST  PIC XX.
            88 RET-HIST-OK        VALUE '00'.
            88 RET-HIST-DUPLICADA VALUE '22'.
        77 FS-DIFERENCIAS       PIC XX.
            88 DIF-OK             VALUE '00'.
            88 DIF-EOF            VALUE '10'.
        77 FS-DIFERENCIAS-HIST  PIC XX.
            88 DIF-HIST-OK        VALUE '00'.
        77 FS-NOTAS             PIC XX.
            88 NOTAS-OK           VALUE '00'.
            88 NOTAS-EOF          VALUE '10'.
        77 FS-CORTE-HIST        PIC XX.
            88 CORTE-HIST-OK      VALUE '00'.
        77 FS-SALDOS-HIST       PIC XX.
            88 SALDOS-HIST-OK     VALUE '00'.
        77 FS-ARCH-AUDITORIA    PIC XX.
            88 AUDITORIA-OK       VALUE '00'.
        77 FS-CONTROL           PIC XX.
            88 CONTROL-OK         VALUE '00'.

        01 WS-LETRA PIC X.

      *    si la variable de entorno CUENTAS-ARCHIVE-MODO vale
      *    'BATCH', el programa no espera ninguna tecla al final.
        01 WS-MODO-EJECUCION          PIC X(5).
            88 MODO-BATCH             VALUE 'BATCH'.

        01 WS-MESES-ENV               PIC X(2).
        01 WS-MESES                   PIC 9(2) VALUE 24.
        01 WS-FECHA-SISTEMA           PIC 9(8).
        01 WS-MESES-ABSOLUTOS         PIC 9(6).
        01 WS-CORTE-ANIO              PIC 9(4).
        01 WS-CORTE-MES               PIC 9(2).
        01 WS-FECHA-CORTE             PIC 9(8).
        01 WS-CORTE-ANTERIOR          PIC 9(8) VALUE 0.

        01 WS-AUD-USUARIO             PIC X(20).
        01 WS-AUD-ARCHIVO             PIC X(24).
        01 WS-AUD-CLAVE               PIC X(42).
        01 WS-AUD-VALOR               PIC X(80).

        01 WS-ACUM-LEIDOS             PIC 9(7) VALUE 0.
        01 WS-ACUM-ARCHIVADOS         PIC 9(7) VALUE 0.
        01 WS-ACUM-ERRORES            PIC 9(7) VALUE 0.
        01 WS-ACUM-IMPORTE            PIC 9(12)V99 VALUE 0.
        01 WS-ACUM-DOC                PIC 9(5) VALUE 0.
        01 WS-ACUM-REC                PIC 9(5) VALUE 0.
        01 WS-ACUM-APL                PIC 9(5) VALUE 0.
        01 WS-ACUM-RET                PIC 9(5) VALUE 0.
        01 WS-ACUM-DIF                PIC 9(5) VALUE 0.

      *    efecto en la cuenta corriente de un registro que sale del
      *    maestro - ver SUMAR-SALDO-HISTORICO.
        01 WS-SAH-CUIT                PIC 9(11).
        01 WS-SAH-IMPORTE             PIC S9(12)V99.

        01 WS-I                       PIC 9(4).
        01 WS-J                       PIC 9(4).
        01 WS-PV-N                    PIC 9(4).
        01 WS-LETRA-N                 PIC X(1).
        01 WS-ENCONTRADO              PIC X VALUE 'N'.
            88 ENCONTRADO             VALUE 'S'.
        01 WS-EN-HISTORICO            PIC X VALUE 'N'.
            88 EN-HISTORICO           VALUE 'S'.
        01 WS-HUBO-CAMBIOS            PIC X VALUE 'N'.
            88 HUBO-CAMBIOS           VALUE 'S'.
        01 WS-DOC-LISTO               PIC X.
        01 WS-REC-LISTO               PIC X.
        01 WS-DIF-CON-ABIERTO         PIC X.

      *    comprobantes anteriores al corte; la clave tal cual esta
      *    en el maestro (para releer y borrar) y la serie
      *    normalizada (letra en blanco = 'A', PV no numerico = 0)
      *    para cruzar con las aplicaciones, igual que
      *    ReportePartidasAbiertas.
        01 WS-MAX-DOC                 PIC 9(4) VALUE 9000.
        01 WS-CANT-DOC                PIC 9(4) VALUE 0.
        01 TABLA-DOCUMENTOS.
            03 TAB-DOC OCCURS 9000 TIMES INDEXED BY IND-TAB-DOC.
                05 TAB-DOC-CLAVE          PIC X(13).
                05 TAB-DOC-PV             PIC 9(4).
                05 TAB-DOC-LETRA          PIC X(1).
                05 TAB-DOC-NUMERO         PIC 9(8).
                05 TAB-DOC-CUIT           PIC 9(11).
                05 TAB-DOC-TIPO           PIC X(1).
                    88 TAB-DOC-NOTA-CREDITO VALUE 'N'.
                05 TAB-DOC-ESTADO         PIC X(1).
                    88 TAB-DOC-ANULADO    VALUE 'A'.
                    88 TAB-DOC-INCOBRABLE VALUE 'I'.
                05 TAB-DOC-TOTAL          PIC 9(10)V99.
                05 TAB-DOC-APLICADO       PIC 9(11)V99.
                05 TAB-DOC-ACREDITADO     PIC 9(11)V99.
      *         nota de credito: fila de la factura que acredita
      *         (0 = ninguna en la tabla) o 'S' si esa factura ya
      *         esta en el historico.
                05 TAB-DOC-REF            PIC 9(4).
                05 TAB-DOC-REF-HIST       PIC X(1).
      *         'S' si una nota de credito posterior al corte, viva,
      *         la acredita: la factura se queda con ella.
                05 TAB-DOC-RETENIDO       PIC X(1).
                05 TAB-DOC-MARCA          PIC X(1).
                    88 TAB-DOC-SE-ARCHIVA VALUE 'S'.

      *    recibos anteriores al corte con lo retenido y lo aplicado.
        01 WS-MAX-REC                 PIC 9(4) VALUE 9000.
        01 WS-CANT-REC                PIC 9(4) VALUE 0.
        01 TABLA-RECIBOS.
            03 TAB-REC OCCURS 9000 TIMES INDEXED BY IND-TAB-REC.
                05 TAB-REC-CLAVE          PIC X(29).
                05 TAB-REC-IMPORTE        PIC 9(10)V99.
                05 TAB-REC-ESTADO         PIC X(1).
                    88 TAB-REC-ANULADO    VALUE 'A'.
                05 TAB-REC-RETENIDO       PIC 9(11)V99.
                05 TAB-REC-APLICADO       PIC 9(11)V99.
                05 TAB-REC-MARCA          PIC X(1).
                    88 TAB-REC-SE-ARCHIVA VALUE 'S'.

      *    todas las aplicaciones, de cualquier fecha: una
      *    aplicacion de un recibo posterior al corte retiene a su
      *    factura. DOC y REC son la fila en las tablas de arriba (0
      *    = no esta); DOC-HIST y REC-HIST, que ya esta archivado.
        01 WS-MAX-APL                 PIC 9(4) VALUE 9000.
        01 WS-CANT-APL                PIC 9(4) VALUE 0.
        01 TABLA-APLICACIONES.
            03 TAB-APL OCCURS 9000 TIMES.
                05 TAB-APL-CLAVE          PIC X(42).
                05 TAB-APL-FECHA          PIC 9(8).
                05 TAB-APL-PRONTO-PAGO    PIC X(1).
                    88 TAB-APL-ES-PRONTO-PAGO VALUE 'S'.
                05 TAB-APL-DOC            PIC 9(4).
                05 TAB-APL-DOC-HIST       PIC X(1).
                05 TAB-APL-REC            PIC 9(4).
                05 TAB-APL-REC-HIST       PIC X(1).
                05 TAB-APL-MARCA          PIC X(1).
                    88 TAB-APL-SE-ARCHIVA VALUE 'S'.

      *    DIFERENCIAS-CAMBIO.DAT es secuencial: se carga entero y
      *    se regraba sin las que pasan al historico.
        01 WS-MAX-DIF                 PIC 9(4) VALUE 5000.
        01 WS-CANT-DIF                PIC 9(4) VALUE 0.
        01 TABLA-DIFERENCIAS.
            03 TAB-DIF OCCURS 5000 TIMES.
                05 TAB-DIF-REGISTRO       PIC X(71).
                05 TAB-DIF-MARCA          PIC X(1).
                    88 TAB-DIF-SE-ARCHIVA VALUE 'S'.

      *    candado de corrida: CUENTAS exclusivo mientras se mueven
      *    los registros; ni un cierre ni un ingreso diario (que
      *    facturan y cargan cobranzas) pueden estar corriendo.
        01 WS-CAN-OPER             PIC X.
        01 WS-CAN-TRABAJO          PIC X(40)
                                   VALUE 'ArchivarCuentasHistorico'.
        01 WS-CAN-GRUPOS.
            03 WS-CAN-GRUPO OCCURS 4 TIMES.
                05 WS-CAN-GRUPO-NOMBRE PIC X(8).
                05 WS-CAN-GRUPO-MODO   PIC X(1).
        01 WS-CAN-ERROR            PIC XX.
        01 WS-CAN-RC               PIC S9(9).

        PROCEDURE DIVISION.

        ARCHIVAR-CUENTAS-HISTORICO.
            MOVE SPACES TO WS-MODO-EJECUCION.
            ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT
                'CUENTAS-ARCHIVE-MODO'.
            PERFORM TOMAR-CANDADO-CORRIDA.
            PERFORM DETERMINAR-CORTE.
            PERFORM ABRIR-ARCHIVOS.
            PERFORM CARGAR-DOCUMENTOS.
            PERFORM CARGAR-NOTAS-CREDITO.
            PERFORM CARGAR-RECIBOS.
            PERFORM CARGAR-RETENCIONES.
            PERFORM CARGAR-APLICACIONES.
            PERFORM MARCAR-CANDIDATOS.
            MOVE 'S' TO WS-HUBO-CAMBIOS.
            PERFORM PASADA-CONSISTENCIA UNTIL NOT HUBO-CAMBIOS.
            PERFORM CARGAR-DIFERENCIAS.
            PERFORM GRABAR-CORTE.
            PERFORM ARCHIVAR-DOCUMENTOS.
            PERFORM ARCHIVAR-RECIBOS.
            PERFORM ARCHIVAR-RETENCIONES.
            PERFORM ARCHIVAR-APLICACIONES.
            PERFORM ARCHIVAR-DIFERENCIAS.
            PERFORM TERMINAR.

        TOMAR-CANDADO-CORRIDA.
            MOVE SPACES TO WS-CAN-GRUPOS.
            MOVE 'CUENTAS' TO WS-CAN-GRUPO-NOMBRE(1).
            MOVE 'E' TO WS-CAN-GRUPO-MODO(1).
            MOVE 'CIERRE' TO WS-CAN-GRUPO-NOMBRE(2).
            MOVE 'C' TO WS-CAN-GRUPO-MODO(2).
            MOVE 'INGRESO' TO WS-CAN-GRUPO-NOMBRE(3).
            MOVE 'C' TO WS-CAN-GRUPO-MODO(3).
            MOVE 'T' TO WS-CAN-OPER.
            CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
                WS-CAN-GRUPOS, WS-CAN-ERROR.
            IF WS-CAN-ERROR NOT EQUAL 'OK'
               DISPLAY 'NO SE ARCHIVA: CUENTAS EN USO POR OTRO TRABAJO'
               MOVE 16 TO RETURN-CODE
               STOP RUN.

        LIBERAR-CANDADO-CORRIDA.
            MOVE RETURN-CODE TO WS-CAN-RC.
            MOVE 'L' TO WS-CAN-OPER.
            CALL 'CANDADOS' USING WS-CAN-OPER, WS-CAN-TRABAJO,
                WS-CAN-GRUPOS, WS-CAN-ERROR.
            MOVE WS-CAN-RC TO RETURN-CODE.

      *    corte = primer dia del mes de hoy menos la antiguedad
      *    pedida; se archiva lo de fecha anterior.
        DETERMINAR-CORTE.
            MOVE SPACES TO WS-MESES-ENV.
            ACCEPT WS-MESES-ENV FROM ENVIRONMENT
                'CUENTAS-ARCHIVE-MESES'.
            IF WS-MESES-ENV NOT EQUAL SPACES
               IF WS-MESES-ENV IS NOT NUMERIC
                  OR WS-MESES-ENV EQUAL '00'
                  DISPLAY 'CUENTAS-ARCHIVE-MESES INVALIDA (DOS '
                      'DIGITOS, 01 A 99): ' WS-MESES-ENV
                  MOVE 16 TO RETURN-CODE
                  PERFORM LIBERAR-CANDADO-CORRIDA
                  STOP RUN
               END-IF
               MOVE WS-MESES-ENV TO WS-MESES
            END-IF.
            ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
            MOVE WS-FECHA-SISTEMA (1:4) TO WS-CORTE-ANIO.
            MOVE WS-FECHA-SISTEMA (5:2) TO WS-CORTE-MES.
            COMPUTE WS-MESES-ABSOLUTOS =
                WS-CORTE-ANIO * 12 + WS-CORTE-MES - 1 - WS-MESES.
            DIVIDE WS-MESES-ABSOLUTOS BY 12 GIVING WS-CORTE-ANIO
                REMAINDER WS-CORTE-MES.
            ADD 1 TO WS-CORTE-MES.
            COMPUTE WS-FECHA-CORTE =
                WS-CORTE-ANIO * 10000 + WS-CORTE-MES * 100 + 1.
            DISPLAY 'SE ARCHIVARAN CUENTAS SALDADAS ANTERIORES AL '
                WS-FECHA-CORTE.

        ABRIR-ARCHIVOS.
            OPEN I-O ARCH-FACTURAS.
            IF NOT FACTURAS-OK
               DISPLAY 'NO PUDO ABRIRSE FACTURAS.DAT ' FS-FACTURAS
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.
            OPEN I-O ARCH-COBRANZAS.
            IF NOT COB-OK
               DISPLAY 'NO PUDO ABRIRSE COBRANZAS.DAT ' FS-COBRANZAS
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.
      *    sin aplicaciones ni retenciones cargadas nunca: se crean
      *    vacias, como hacen CargaAplicaciones y CargaRetenciones.
            OPEN I-O ARCH-APLICACIONES.
            IF FS-APLICACIONES EQUAL '35'
               OPEN OUTPUT ARCH-APLICACIONES
               CLOSE ARCH-APLICACIONES
               OPEN I-O ARCH-APLICACIONES.
            IF NOT APL-OK
               DISPLAY 'NO PUDO ABRIRSE APLICACIONES.DAT '
                   FS-APLICACIONES
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.
            OPEN I-O ARCH-RETENCIONES.
            IF FS-RETENCIONES EQUAL '35'
               OPEN OUTPUT ARCH-RETENCIONES
               CLOSE ARCH-RETENCIONES
               OPEN I-O ARCH-RETENCIONES.
            IF NOT RET-OK
               DISPLAY 'NO PUDO ABRIRSE RETENCIONES-SUFRIDAS.DAT '
                   FS-RETENCIONES
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.

      *    los historicos: OUTPUT solo si no existen (status 35),
      *    mismo criterio que ArchivarTimesHistorico - un historico
      *    que no abre por otra causa no se recrea vacio.
            OPEN I-O ARCH-FACTURAS-HIST.
            IF FS-FACTURAS-HIST EQUAL '35'
               OPEN OUTPUT ARCH-FACTURAS-HIST
               CLOSE ARCH-FACTURAS-HIST
               DISPLAY 'ARCHIVO FACTURAS-HISTORICO.DAT CREADO'
               OPEN I-O ARCH-FACTURAS-HIST.
            IF NOT FAC-HIST-OK
               DISPLAY 'NO PUDO ABRIRSE FACTURAS-HISTORICO.DAT '
                   FS-FACTURAS-HIST
               PERFORM CORTAR-HISTORICO-DANADO.

            OPEN I-O ARCH-COBRANZAS-HIST.
            IF FS-COBRANZAS-HIST EQUAL '35'
               OPEN OUTPUT ARCH-COBRANZAS-HIST
               CLOSE ARCH-COBRANZAS-HIST
               DISPLAY 'ARCHIVO COBRANZAS-HISTORICO.DAT CREADO'
               OPEN I-O ARCH-COBRANZAS-HIST.
            IF NOT COB-HIST-OK
               DISPLAY 'NO PUDO ABRIRSE COBRANZAS-HISTORICO.DAT '
                   FS-COBRANZAS-HIST
               PERFORM CORTAR-HISTORICO-DANADO.

            OPEN I-O ARCH-APLICACIONES-HIST.
            IF FS-APLICACIONES-HIST EQUAL '35'
               OPEN OUTPUT ARCH-APLICACIONES-HIST
               CLOSE ARCH-APLICACIONES-HIST
               DISPLAY 'ARCHIVO APLICACIONES-HISTORICO.DAT CREADO'
               OPEN I-O ARCH-APLICACIONES-HIST.
            IF NOT APL-HIST-OK
               DISPLAY 'NO PUDO ABRIRSE APLICACIONES-HISTORICO.DAT '
                   FS-APLICACIONES-HIST
               PERFORM CORTAR-HISTORICO-DANADO.

            OPEN I-O ARCH-RETENCIONES-HIST.
            IF FS-RETENCIONES-HIST EQUAL '35'
               OPEN OUTPUT ARCH-RETENCIONES-HIST
               CLOSE ARCH-RETENCIONES-HIST
               DISPLAY 'ARCHIVO RETENCIONES-SUFRIDAS-HISTORICO.DAT '
                   'CREADO'
               OPEN I-O ARCH-RETENCIONES-HIST.
            IF NOT RET-HIST-OK
               DISPLAY 'NO PUDO ABRIRSE RETENCIONES-SUFRIDAS-'
                   'HISTORICO.DAT ' FS-RETENCIONES-HIST
               PERFORM CORTAR-HISTORICO-DANADO.

            OPEN I-O ARCH-SALDOS-HIST.
            IF FS-SALDOS-HIST EQUAL '35'
               OPEN OUTPUT ARCH-SALDOS-HIST
               CLOSE ARCH-SALDOS-HIST
               OPEN I-O ARCH-SALDOS-HIST.
            IF NOT SALDOS-HIST-OK
               DISPLAY 'NO PUDO ABRIRSE CUENTAS-HISTORICO-SALDOS.DAT '
                   FS-SALDOS-HIST
               PERFORM CORTAR-HISTORICO-DANADO.

            MOVE SPACES TO WS-AUD-USUARIO.
            ACCEPT WS-AUD-USUARIO FROM ENVIRONMENT 'USER'.
            IF WS-AUD-USUARIO EQUAL SPACES
               MOVE 'DESCONOCIDO' TO WS-AUD-USUARIO.

            OPEN EXTEND ARCH-AUDITORIA.
            IF NOT AUDITORIA-OK
               OPEN OUTPUT ARCH-AUDITORIA.

        CORTAR-HISTORICO-DANADO.
            DISPLAY 'NO SE RECREA: PUEDE SER UN HISTORICO CON '
                'LAYOUT ANTERIOR - VER ConvertirIndexados'.
            MOVE 16 TO RETURN-CODE.
            PERFORM LIBERAR-CANDADO-CORRIDA.
            STOP RUN.

      *    los comprobantes anteriores al corte, recorriendo el
      *    maestro por su clave alternativa de fecha.
        CARGAR-DOCUMENTOS.
            MOVE 0 TO FAC-FECHA.
            START ARCH-FACTURAS KEY IS NOT LESS THAN FAC-FECHA
                INVALID KEY MOVE '10' TO FS-FACTURAS.
            IF FACTURAS-OK
               PERFORM LEER-FACTURA
               PERFORM CARGAR-UN-DOCUMENTO
                   UNTIL FACTURAS-EOF
                    OR FAC-FECHA NOT LESS WS-FECHA-CORTE
            END-IF.

        LEER-FACTURA.
            READ ARCH-FACTURAS NEXT RECORD
                AT END MOVE '10' TO FS-FACTURAS
            END-READ.

        CARGAR-UN-DOCUMENTO.
            ADD 1 TO WS-ACUM-LEIDOS.
            IF WS-CANT-DOC NOT LESS WS-MAX-DOC
               DISPLAY 'ERROR: MAS DE ' WS-MAX-DOC ' COMPROBANTES '
                   'ANTERIORES AL CORTE, LA TABLA-DOCUMENTOS NO '
                   'ALCANZA - ACHICAR LA ANTIGUEDAD'
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.
            ADD 1 TO WS-CANT-DOC.
            SET IND-TAB-DOC TO WS-CANT-DOC.
            MOVE FAC-CLAVE TO TAB-DOC-CLAVE(IND-TAB-DOC).
            IF FAC-LETRA EQUAL SPACE
               MOVE 'A' TO TAB-DOC-LETRA(IND-TAB-DOC)
            ELSE
               MOVE FAC-LETRA TO TAB-DOC-LETRA(IND-TAB-DOC).
            IF FAC-PUNTO-VENTA IS NOT NUMERIC
               MOVE 0 TO TAB-DOC-PV(IND-TAB-DOC)
            ELSE
               MOVE FAC-PUNTO-VENTA TO TAB-DOC-PV(IND-TAB-DOC).
            MOVE FAC-NUMERO TO TAB-DOC-NUMERO(IND-TAB-DOC).
            MOVE FAC-CUIT TO TAB-DOC-CUIT(IND-TAB-DOC).
            MOVE FAC-TIPO TO TAB-DOC-TIPO(IND-TAB-DOC).
            MOVE FAC-ESTADO TO TAB-DOC-ESTADO(IND-TAB-DOC).
            MOVE FAC-TOTAL TO TAB-DOC-TOTAL(IND-TAB-DOC).
            MOVE 0 TO TAB-DOC-APLICADO(IND-TAB-DOC).
            MOVE 0 TO TAB-DOC-ACREDITADO(IND-TAB-DOC).
            MOVE 0 TO TAB-DOC-REF(IND-TAB-DOC).
            MOVE 'N' TO TAB-DOC-REF-HIST(IND-TAB-DOC).
            MOVE 'N' TO TAB-DOC-RETENIDO(IND-TAB-DOC).
            MOVE 'N' TO TAB-DOC-MARCA(IND-TAB-DOC).
            PERFORM LEER-FACTURA.

      *    cada nota de credito manual se ata a la factura que
      *    acredita; si la nota ya paso al historico (corrida
      *    anterior cortada) su importe igual acredita a la factura
      *    que quedo viva.
        CARGAR-NOTAS-CREDITO.
            OPEN INPUT ARCH-NOTAS.
            IF NOTAS-OK
               PERFORM LEER-NOTA
               PERFORM CARGAR-UNA-NOTA UNTIL NOTAS-EOF
               CLOSE ARCH-NOTAS.

        LEER-NOTA.
            READ ARCH-NOTAS AT END MOVE '10' TO FS-NOTAS.

        CARGAR-UNA-NOTA.
            IF NTM-TIPO EQUAL 'N'
               AND NTM-REF-NUMERO IS NUMERIC
               AND NTM-REF-NUMERO GREATER ZERO
               PERFORM UBICAR-NOTA-Y-FACTURA
            END-IF.
            PERFORM LEER-NOTA.

        UBICAR-NOTA-Y-FACTURA.
            MOVE 0 TO WS-J.
            PERFORM BUSCAR-FACTURA-REFERIDA.
            MOVE 'N' TO WS-ENCONTRADO.
            SET IND-TAB-DOC TO 1.
            SEARCH TAB-DOC
                WHEN IND-TAB-DOC GREATER WS-CANT-DOC
                    CONTINUE
                WHEN TAB-DOC-CLAVE(IND-TAB-DOC) EQUAL NTM-CLAVE
                    MOVE 'S' TO WS-ENCONTRADO
            END-SEARCH.
            IF ENCONTRADO
               IF NOT TAB-DOC-ANULADO(IND-TAB-DOC)
                  MOVE WS-J TO TAB-DOC-REF(IND-TAB-DOC)
                  MOVE WS-EN-HISTORICO TO TAB-DOC-REF-HIST(IND-TAB-DOC)
                  IF WS-J GREATER ZERO
                     ADD TAB-DOC-TOTAL(IND-TAB-DOC)
                         TO TAB-DOC-ACREDITADO(WS-J)
                  END-IF
               END-IF
            ELSE
               IF WS-J GREATER ZERO
                  MOVE NTM-CLAVE TO FAH-CLAVE
                  READ ARCH-FACTURAS-HIST RECORD KEY IS FAH-CLAVE
                      INVALID KEY MOVE '23' TO FS-FACTURAS-HIST
                  END-READ
                  IF FAC-HIST-OK
                     IF NOT FAH-ANULADA
                        ADD FAH-TOTAL TO TAB-DOC-ACREDITADO(WS-J)
                     END-IF
                  ELSE
                     PERFORM VER-NOTA-VIVA-POSTERIOR
                  END-IF
               END-IF
            END-IF.

      *    la nota no esta entre los comprobantes anteriores al
      *    corte ni en el historico: si sigue viva en el maestro, la
      *    factura que acredita no se archiva sin ella.
        VER-NOTA-VIVA-POSTERIOR.
            MOVE NTM-CLAVE TO FAC-CLAVE.
            READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE
                INVALID KEY MOVE '23' TO FS-FACTURAS
            END-READ.
            IF FACTURAS-OK AND NOT FAC-ANULADA
               MOVE 'S' TO TAB-DOC-RETENIDO(WS-J).

      *    WS-J = fila de la factura referida (0 si no esta en la
      *    tabla); WS-EN-HISTORICO 'S' si ya esta archivada.
        BUSCAR-FACTURA-REFERIDA.
            IF NTM-REF-LETRA EQUAL SPACE
               MOVE 'A' TO WS-LETRA-N
            ELSE
               MOVE NTM-REF-LETRA TO WS-LETRA-N.
            IF NTM-REF-PUNTO-VENTA IS NOT NUMERIC
               MOVE 0 TO WS-PV-N
            ELSE
               MOVE NTM-REF-PUNTO-VENTA TO WS-PV-N.
            MOVE 'N' TO WS-EN-HISTORICO.
            SET IND-TAB-DOC TO 1.
            SEARCH TAB-DOC
                WHEN IND-TAB-DOC GREATER WS-CANT-DOC
                    CONTINUE
                WHEN TAB-DOC-NUMERO(IND-TAB-DOC) EQUAL NTM-REF-NUMERO
                 AND TAB-DOC-PV(IND-TAB-DOC) EQUAL WS-PV-N
                 AND TAB-DOC-LETRA(IND-TAB-DOC) EQUAL WS-LETRA-N
                    SET WS-J TO IND-TAB-DOC
            END-SEARCH.
            IF WS-J EQUAL ZERO
               MOVE NTM-REFERENCIA TO FAH-CLAVE
               READ ARCH-FACTURAS-HIST RECORD KEY IS FAH-CLAVE
                   INVALID KEY MOVE '23' TO FS-FACTURAS-HIST
               END-READ
               IF FAC-HIST-OK
                  MOVE 'S' TO WS-EN-HISTORICO
               END-IF
            END-IF.

        CARGAR-RECIBOS.
            MOVE LOW-VALUES TO REG-COB-CLAVE.
            START ARCH-COBRANZAS KEY IS NOT LESS THAN REG-COB-CLAVE
                INVALID KEY MOVE '10' TO FS-COBRANZAS.
            IF COB-OK
               PERFORM LEER-COBRANZA
               PERFORM CARGAR-UN-RECIBO UNTIL COB-EOF
            END-IF.

        LEER-COBRANZA.
            READ ARCH-COBRANZAS NEXT RECORD
                AT END MOVE '10' TO FS-COBRANZAS
            END-READ.

        CARGAR-UN-RECIBO.
            IF REG-COB-FECHA LESS WS-FECHA-CORTE
               IF WS-CANT-REC NOT LESS WS-MAX-REC
                  DISPLAY 'ERROR: MAS DE ' WS-MAX-REC ' RECIBOS '
                      'ANTERIORES AL CORTE, LA TABLA-RECIBOS NO '
                      'ALCANZA - ACHICAR LA ANTIGUEDAD'
                  MOVE 16 TO RETURN-CODE
                  PERFORM LIBERAR-CANDADO-CORRIDA
                  STOP RUN
               END-IF
               ADD 1 TO WS-CANT-REC
               SET IND-TAB-REC TO WS-CANT-REC
               MOVE REG-COB-CLAVE TO TAB-REC-CLAVE(IND-TAB-REC)
               MOVE REG-COB-IMPORTE TO TAB-REC-IMPORTE(IND-TAB-REC)
               MOVE REG-COB-ESTADO TO TAB-REC-ESTADO(IND-TAB-REC)
               MOVE 0 TO TAB-REC-RETENIDO(IND-TAB-REC)
               MOVE 0 TO TAB-REC-APLICADO(IND-TAB-REC)
               MOVE 'N' TO TAB-REC-MARCA(IND-TAB-REC)
            END-IF.
            PERFORM LEER-COBRANZA.

      *    lo retenido completa el recibo, igual que en
      *    CargaAplicaciones: importe mas retencion es lo disponible.
        CARGAR-RETENCIONES.
            PERFORM LEER-RETENCION.
            PERFORM SUMAR-UNA-RETENCION UNTIL RET-EOF.
            CLOSE ARCH-RETENCIONES.
            OPEN I-O ARCH-RETENCIONES.

        LEER-RETENCION.
            READ ARCH-RETENCIONES NEXT RECORD
                AT END MOVE '10' TO FS-RETENCIONES
            END-READ.

        SUMAR-UNA-RETENCION.
            SET IND-TAB-REC TO 1.
            SEARCH TAB-REC
                WHEN IND-TAB-REC GREATER WS-CANT-REC
                    CONTINUE
                WHEN TAB-REC-CLAVE(IND-TAB-REC) EQUAL REG-RET-CLAVE
                    ADD REG-RET-IMPORTE TO TAB-REC-RETENIDO(IND-TAB-REC)
            END-SEARCH.
            PERFORM LEER-RETENCION.

        CARGAR-APLICACIONES.
            MOVE LOW-VALUES TO REG-APL-CLAVE.
            START ARCH-APLICACIONES KEY IS NOT LESS THAN REG-APL-CLAVE
                INVALID KEY MOVE '10' TO FS-APLICACIONES.
            IF APL-OK
               PERFORM LEER-APLICACION
               PERFORM CARGAR-UNA-APLICACION UNTIL APL-EOF
            END-IF.

        LEER-APLICACION.
            READ ARCH-APLICACIONES NEXT RECORD
                AT END MOVE '10' TO FS-APLICACIONES
            END-READ.

        CARGAR-UNA-APLICACION.
            IF WS-CANT-APL NOT LESS WS-MAX-APL
               DISPLAY 'ERROR: MAS DE ' WS-MAX-APL ' APLICACIONES, '
                   'LA TABLA-APLICACIONES NO ALCANZA'
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.
            ADD 1 TO WS-CANT-APL.
            MOVE WS-CANT-APL TO WS-I.
            MOVE REG-APL-CLAVE TO TAB-APL-CLAVE(WS-I).
            MOVE REG-APL-FECHA-COB TO TAB-APL-FECHA(WS-I).
            MOVE 0 TO TAB-APL-DOC(WS-I).
            MOVE 'N' TO TAB-APL-DOC-HIST(WS-I).
            MOVE 0 TO TAB-APL-REC(WS-I).
            MOVE 'N' TO TAB-APL-REC-HIST(WS-I).
            MOVE 'N' TO TAB-APL-MARCA(WS-I).
            IF REG-APL-REFERENCIA EQUAL 'PRONTOPAGO'
               MOVE 'S' TO TAB-APL-PRONTO-PAGO(WS-I)
            ELSE
               MOVE 'N' TO TAB-APL-PRONTO-PAGO(WS-I).

            IF REG-APL-LETRA EQUAL SPACE
               MOVE 'A' TO WS-LETRA-N
            ELSE
               MOVE REG-APL-LETRA TO WS-LETRA-N.
            IF REG-APL-PV IS NOT NUMERIC
               MOVE 0 TO WS-PV-N
            ELSE
               MOVE REG-APL-PV TO WS-PV-N.
            SET IND-TAB-DOC TO 1.
            SEARCH TAB-DOC
                WHEN IND-TAB-DOC GREATER WS-CANT-DOC
                    CONTINUE
                WHEN TAB-DOC-NUMERO(IND-TAB-DOC) EQUAL REG-APL-FACTURA
                 AND TAB-DOC-PV(IND-TAB-DOC) EQUAL WS-PV-N
                 AND TAB-DOC-LETRA(IND-TAB-DOC) EQUAL WS-LETRA-N
                    SET TAB-APL-DOC(WS-I) TO IND-TAB-DOC
                    IF REG-APL-IMPORTE-DOC GREATER ZERO
                       ADD REG-APL-IMPORTE-DOC TO
                           TAB-DOC-APLICADO(IND-TAB-DOC)
                    ELSE
                       ADD REG-APL-IMPORTE TO
                           TAB-DOC-APLICADO(IND-TAB-DOC)
                    END-IF
            END-SEARCH.
            IF TAB-APL-DOC(WS-I) EQUAL ZERO
               MOVE WS-PV-N TO FAH-PUNTO-VENTA
               MOVE WS-LETRA-N TO FAH-LETRA
               MOVE REG-APL-FACTURA TO FAH-NUMERO
               READ ARCH-FACTURAS-HIST RECORD KEY IS FAH-CLAVE
                   INVALID KEY MOVE '23' TO FS-FACTURAS-HIST
               END-READ
               IF FAC-HIST-OK
                  MOVE 'S' TO TAB-APL-DOC-HIST(WS-I)
               END-IF
            END-IF.

            IF NOT TAB-APL-ES-PRONTO-PAGO(WS-I)
               SET IND-TAB-REC TO 1
               SEARCH TAB-REC
                   WHEN IND-TAB-REC GREATER WS-CANT-REC
                       CONTINUE
                   WHEN TAB-REC-CLAVE(IND-TAB-REC)
                        EQUAL REG-APL-CLAVE (1:29)
                       SET TAB-APL-REC(WS-I) TO IND-TAB-REC
                       ADD REG-APL-IMPORTE TO
                           TAB-REC-APLICADO(IND-TAB-REC)
               END-SEARCH
               IF TAB-APL-REC(WS-I) EQUAL ZERO
                  MOVE REG-APL-CLAVE (1:29) TO COH-CLAVE
                  READ ARCH-COBRANZAS-HIST RECORD KEY IS COH-CLAVE
                      INVALID KEY MOVE '23' TO FS-COBRANZAS-HIST
                  END-READ
                  IF COB-HIST-OK
                     MOVE 'S' TO TAB-APL-REC-HIST(WS-I)
                  END-IF
               END-IF
            END-IF.
            PERFORM LEER-APLICACION.

      *    primera marca, cada documento por si solo.
        MARCAR-CANDIDATOS.
            PERFORM MARCAR-UN-DOCUMENTO
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER WS-CANT-DOC.
            PERFORM MARCAR-UN-RECIBO
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER WS-CANT-REC.

        MARCAR-UN-DOCUMENTO.
            IF TAB-DOC-INCOBRABLE(WS-I)
               OR TAB-DOC-RETENIDO(WS-I) EQUAL 'S'
               MOVE 'N' TO TAB-DOC-MARCA(WS-I)
            ELSE
            IF TAB-DOC-ANULADO(WS-I)
               MOVE 'S' TO TAB-DOC-MARCA(WS-I)
            ELSE
            IF TAB-DOC-NOTA-CREDITO(WS-I)
               IF TAB-DOC-REF(WS-I) GREATER ZERO
                  OR TAB-DOC-REF-HIST(WS-I) EQUAL 'S'
                  MOVE 'S' TO TAB-DOC-MARCA(WS-I)
               END-IF
            ELSE
               IF TAB-DOC-APLICADO(WS-I) + TAB-DOC-ACREDITADO(WS-I)
                  NOT LESS TAB-DOC-TOTAL(WS-I)
                  MOVE 'S' TO TAB-DOC-MARCA(WS-I)
               END-IF
            END-IF
            END-IF
            END-IF.

        MARCAR-UN-RECIBO.
            IF TAB-REC-ANULADO(WS-I)
               OR TAB-REC-IMPORTE(WS-I) + TAB-REC-RETENIDO(WS-I)
                  NOT GREATER TAB-REC-APLICADO(WS-I)
               MOVE 'S' TO TAB-REC-MARCA(WS-I)
            END-IF.

      *    un recibo que se queda retiene a lo que pago y una factura
      *    que se queda retiene a sus recibos y a sus notas de
      *    credito; se repite hasta que una pasada no cambia nada.
        PASADA-CONSISTENCIA.
            MOVE 'N' TO WS-HUBO-CAMBIOS.
            PERFORM REVISAR-UNA-APLICACION
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER WS-CANT-APL.
            PERFORM REVISAR-UNA-NOTA-CREDITO
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER WS-CANT-DOC.

        REVISAR-UNA-APLICACION.
            MOVE 'N' TO WS-DOC-LISTO.
            IF TAB-APL-DOC-HIST(WS-I) EQUAL 'S'
               MOVE 'S' TO WS-DOC-LISTO
            ELSE
               IF TAB-APL-DOC(WS-I) GREATER ZERO
                  MOVE TAB-APL-DOC(WS-I) TO WS-J
                  MOVE TAB-DOC-MARCA(WS-J) TO WS-DOC-LISTO
               END-IF
            END-IF.
            MOVE 'N' TO WS-REC-LISTO.
            IF TAB-APL-ES-PRONTO-PAGO(WS-I)
               IF TAB-APL-FECHA(WS-I) LESS WS-FECHA-CORTE
                  MOVE 'S' TO WS-REC-LISTO
               END-IF
            ELSE
               IF TAB-APL-REC-HIST(WS-I) EQUAL 'S'
                  MOVE 'S' TO WS-REC-LISTO
               ELSE
                  IF TAB-APL-REC(WS-I) GREATER ZERO
                     MOVE TAB-APL-REC(WS-I) TO WS-J
                     MOVE TAB-REC-MARCA(WS-J) TO WS-REC-LISTO
                  END-IF
               END-IF
            END-IF.
            IF WS-DOC-LISTO EQUAL 'S' AND WS-REC-LISTO NOT EQUAL 'S'
               AND TAB-APL-DOC(WS-I) GREATER ZERO
               MOVE TAB-APL-DOC(WS-I) TO WS-J
               MOVE 'N' TO TAB-DOC-MARCA(WS-J)
               MOVE 'S' TO WS-HUBO-CAMBIOS
            END-IF.
            IF WS-REC-LISTO EQUAL 'S' AND WS-DOC-LISTO NOT EQUAL 'S'
               AND TAB-APL-REC(WS-I) GREATER ZERO
               MOVE TAB-APL-REC(WS-I) TO WS-J
               MOVE 'N' TO TAB-REC-MARCA(WS-J)
               MOVE 'S' TO WS-HUBO-CAMBIOS
            END-IF.
            IF WS-DOC-LISTO EQUAL 'S' AND WS-REC-LISTO EQUAL 'S'
               MOVE 'S' TO TAB-APL-MARCA(WS-I)
            ELSE
               MOVE 'N' TO TAB-APL-MARCA(WS-I)
            END-IF.

        REVISAR-UNA-NOTA-CREDITO.
            IF TAB-DOC-REF(WS-I) GREATER ZERO
               MOVE TAB-DOC-REF(WS-I) TO WS-J
               IF TAB-DOC-MARCA(WS-I) NOT EQUAL TAB-DOC-MARCA(WS-J)
                  MOVE 'N' TO TAB-DOC-MARCA(WS-I)
                  MOVE 'N' TO TAB-DOC-MARCA(WS-J)
                  MOVE 'S' TO WS-HUBO-CAMBIOS
               END-IF
            END-IF.

      *    la diferencia de cambio (anterior al corte) viaja con su
      *    factura, que se ubica por CUIT y numero: si alguna factura
      *    con ese numero se queda, la diferencia tambien.
        CARGAR-DIFERENCIAS.
            OPEN INPUT ARCH-DIFERENCIAS.
            IF DIF-OK
               PERFORM LEER-DIFERENCIA
               PERFORM CARGAR-UNA-DIFERENCIA UNTIL DIF-EOF
               CLOSE ARCH-DIFERENCIAS.

        LEER-DIFERENCIA.
            READ ARCH-DIFERENCIAS AT END MOVE '10' TO FS-DIFERENCIAS.

        CARGAR-UNA-DIFERENCIA.
            IF WS-CANT-DIF NOT LESS WS-MAX-DIF
               DISPLAY 'ERROR: MAS DE ' WS-MAX-DIF ' DIFERENCIAS DE '
                   'CAMBIO, LA TABLA-DIFERENCIAS NO ALCANZA'
               MOVE 16 TO RETURN-CODE
               PERFORM LIBERAR-CANDADO-CORRIDA
               STOP RUN.
            ADD 1 TO WS-CANT-DIF.
            MOVE REG-DIFERENCIA TO TAB-DIF-REGISTRO(WS-CANT-DIF).
            MOVE 'N' TO TAB-DIF-MARCA(WS-CANT-DIF).
            IF DIF-FECHA LESS WS-FECHA-CORTE
               MOVE 'N' TO WS-ENCONTRADO
               MOVE 'N' TO WS-DIF-CON-ABIERTO
               PERFORM COMPARAR-DIFERENCIA-DOCUMENTO
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I GREATER WS-CANT-DOC
               IF NOT ENCONTRADO AND WS-DIF-CON-ABIERTO EQUAL 'N'
                  PERFORM BUSCAR-DIFERENCIA-EN-HISTORICO
               END-IF
               IF ENCONTRADO AND WS-DIF-CON-ABIERTO EQUAL 'N'
                  MOVE 'S' TO TAB-DIF-MARCA(WS-CANT-DIF)
               END-IF
            END-IF.
            PERFORM LEER-DIFERENCIA.

        COMPARAR-DIFERENCIA-DOCUMENTO.
            IF TAB-DOC-CUIT(WS-I) EQUAL DIF-CUIT
               AND TAB-DOC-NUMERO(WS-I) EQUAL DIF-FACTURA
               IF TAB-DOC-SE-ARCHIVA(WS-I)
                  MOVE 'S' TO WS-ENCONTRADO
               ELSE
                  MOVE 'S' TO WS-DIF-CON-ABIERTO
               END-IF
            END-IF.

        BUSCAR-DIFERENCIA-EN-HISTORICO.
            MOVE DIF-CUIT TO FAH-CUIT.
            START ARCH-FACTURAS-HIST KEY IS NOT LESS THAN FAH-CUIT
                INVALID KEY MOVE '10' TO FS-FACTURAS-HIST.
            IF FAC-HIST-OK
               PERFORM LEER-FACTURA-HIST
               PERFORM COMPARAR-DIFERENCIA-HISTORICO
                   UNTIL FAC-HIST-EOF OR ENCONTRADO
                    OR FAH-CUIT NOT EQUAL DIF-CUIT
            END-IF.

        LEER-FACTURA-HIST.
            READ ARCH-FACTURAS-HIST NEXT RECORD
                AT END MOVE '10' TO FS-FACTURAS-HIST
            END-READ.

        COMPARAR-DIFERENCIA-HISTORICO.
            IF FAH-NUMERO EQUAL DIF-FACTURA
               MOVE 'S' TO WS-ENCONTRADO
            ELSE
               PERFORM LEER-FACTURA-HIST.

      *    el corte se anota antes de mover nada: si la corrida se
      *    corta a mitad, los lectores ya saben que pueden tener que
      *    mirar el historico.
        GRABAR-CORTE.
            OPEN INPUT ARCH-CORTE-HIST.
            IF CORTE-HIST-OK
               READ ARCH-CORTE-HIST
               IF CORTE-HIST-OK AND HCO-FECHA-CORTE IS NUMERIC
                  MOVE HCO-FECHA-CORTE TO WS-CORTE-ANTERIOR
               END-IF
               CLOSE ARCH-CORTE-HIST.
            IF WS-FECHA-CORTE GREATER WS-CORTE-ANTERIOR
               OPEN OUTPUT ARCH-CORTE-HIST
               IF NOT CORTE-HIST-OK
                  DISPLAY 'NO PUDO GRABARSE CUENTAS-HISTORICO-'
                      'CORTE.DAT ' FS-CORTE-HIST
                  MOVE 16 TO RETURN-CODE
                  PERFORM TERMINAR
               END-IF
               MOVE SPACES TO REG-CORTE-HIST
               MOVE WS-FECHA-CORTE TO HCO-FECHA-CORTE
               MOVE WS-FECHA-SISTEMA TO HCO-FECHA-CORRIDA
               MOVE WS-AUD-USUARIO TO HCO-USUARIO
               WRITE REG-CORTE-HIST
               CLOSE ARCH-CORTE-HIST
            END-IF.

      *    el pase es siempre WRITE al historico y despues DELETE del
      *    maestro; un '22' en el historico es un registro que una
      *    corrida cortada ya habia copiado, y se termina de borrar.
        ARCHIVAR-DOCUMENTOS.
            PERFORM ARCHIVAR-UN-DOCUMENTO
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER WS-CANT-DOC.

        ARCHIVAR-UN-DOCUMENTO.
            IF TAB-DOC-SE-ARCHIVA(WS-I)
               MOVE TAB-DOC-CLAVE(WS-I) TO FAC-CLAVE
               READ ARCH-FACTURAS RECORD KEY IS FAC-CLAVE
                   INVALID KEY MOVE '23' TO FS-FACTURAS
               END-READ
               IF FACTURAS-OK
                  MOVE REG-FACTURA TO REG-FACTURA-HIST
                  WRITE REG-FACTURA-HIST
                  IF FAC-HIST-OK OR FAC-HIST-DUPLICADA
                     DELETE ARCH-FACTURAS RECORD
                     IF FACTURAS-OK
                        ADD 1 TO WS-ACUM-DOC
                        MOVE 'FACTURAS.DAT' TO WS-AUD-ARCHIVO
                        MOVE FAC-CLAVE TO WS-AUD-CLAVE
                        MOVE REG-FACTURA TO WS-AUD-VALOR
                        PERFORM GRABAR-AUDITORIA
                        IF NOT FAC-ANULADA
                           MOVE FAC-CUIT TO WS-SAH-CUIT
                           IF FAC-ES-NOTA-CREDITO
                              COMPUTE WS-SAH-IMPORTE = FAC-TOTAL * -1
                           ELSE
                              MOVE FAC-TOTAL TO WS-SAH-IMPORTE
                              ADD FAC-TOTAL TO WS-ACUM-IMPORTE
                           END-IF
                           PERFORM SUMAR-SALDO-HISTORICO
                        END-IF
                     ELSE
                        DISPLAY 'NO PUDO BORRARSE DE FACTURAS.DAT '
                            FAC-CLAVE ' ' FS-FACTURAS
                        ADD 1 TO WS-ACUM-ERRORES
                     END-IF
                  ELSE
                     DISPLAY 'ERROR AL ARCHIVAR ' FAC-CLAVE ' '
                         FS-FACTURAS-HIST
                     ADD 1 TO WS-ACUM-ERRORES
                  END-IF
               END-IF
            END-IF.

        ARCHIVAR-RECIBOS.
            PERFORM ARCHIVAR-UN-RECIBO
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER WS-CANT-REC.

        ARCHIVAR-UN-RECIBO.
            IF TAB-REC-SE-ARCHIVA(WS-I)
               MOVE TAB-REC-CLAVE(WS-I) TO REG-COB-CLAVE
               READ ARCH-COBRANZAS RECORD KEY IS REG-COB-CLAVE
                   INVALID KEY MOVE '23' TO FS-COBRANZAS
               END-READ
               IF COB-OK
                  MOVE REG-COBRANZA TO REG-COBRANZA-HIST
                  WRITE REG-COBRANZA-HIST
                  IF COB-HIST-OK OR COB-HIST-DUPLICADA
                     DELETE ARCH-COBRANZAS RECORD
                     IF COB-OK
                        ADD 1 TO WS-ACUM-REC
                        MOVE 'COBRANZAS.DAT' TO WS-AUD-ARCHIVO
                        MOVE REG-COB-CLAVE TO WS-AUD-CLAVE
                        MOVE REG-COBRANZA TO WS-AUD-VALOR
                        PERFORM GRABAR-AUDITORIA
                        IF NOT REG-COB-ANULADO
                           MOVE REG-COB-CUIT TO WS-SAH-CUIT
                           COMPUTE WS-SAH-IMPORTE =
                               REG-COB-IMPORTE * -1
                           PERFORM SUMAR-SALDO-HISTORICO
                        END-IF
                     ELSE
                        DISPLAY 'NO PUDO BORRARSE DE COBRANZAS.DAT '
                            REG-COB-CLAVE ' ' FS-COBRANZAS
                        ADD 1 TO WS-ACUM-ERRORES
                     END-IF
                  ELSE
                     DISPLAY 'ERROR AL ARCHIVAR ' REG-COB-CLAVE ' '
                         FS-COBRANZAS-HIST
                     ADD 1 TO WS-ACUM-ERRORES
                  END-IF
               END-IF
            END-IF.

      *    el certificado se va con su recibo: el de este conjunto o
      *    el que ya esta en el historico.
        ARCHIVAR-RETENCIONES.
            PERFORM LEER-RETENCION.
            PERFORM EVALUAR-UNA-RETENCION UNTIL RET-EOF.

        EVALUAR-UNA-RETENCION.
            IF REG-RET-FECHA LESS WS-FECHA-CORTE
               MOVE REG-RET-CLAVE TO COH-CLAVE
               READ ARCH-COBRANZAS-HIST RECORD KEY IS COH-CLAVE
                   INVALID KEY MOVE '23' TO FS-COBRANZAS-HIST
               END-READ
               IF COB-HIST-OK
                  MOVE REG-RETENCION TO REG-RETENCION-HIST
                  WRITE REG-RETENCION-HIST
                  IF RET-HIST-OK OR RET-HIST-DUPLICADA
                     DELETE ARCH-RETENCIONES RECORD
                     IF RET-OK
                        ADD 1 TO WS-ACUM-RET
                        MOVE 'RETENCIONES-SUFRIDAS.DAT'
                            TO WS-AUD-ARCHIVO
                        MOVE REG-RET-CLAVE TO WS-AUD-CLAVE
                        MOVE REG-RETENCION TO WS-AUD-VALOR
                        PERFORM GRABAR-AUDITORIA
                     ELSE
                        DISPLAY 'NO PUDO BORRARSE DE RETENCIONES-'
                            'SUFRIDAS.DAT ' REG-RET-CLAVE ' '
                            FS-RETENCIONES
                        ADD 1 TO WS-ACUM-ERRORES
                     END-IF
                  ELSE
                     DISPLAY 'ERROR AL ARCHIVAR ' REG-RET-CLAVE ' '
                         FS-RETENCIONES-HIST
                     ADD 1 TO WS-ACUM-ERRORES
                  END-IF
               END-IF
            END-IF.
            PERFORM LEER-RETENCION.

        ARCHIVAR-APLICACIONES.
            PERFORM ARCHIVAR-UNA-APLICACION
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER WS-CANT-APL.

        ARCHIVAR-UNA-APLICACION.
            IF TAB-APL-SE-ARCHIVA(WS-I)
               MOVE TAB-APL-CLAVE(WS-I) TO REG-APL-CLAVE
               READ ARCH-APLICACIONES RECORD KEY IS REG-APL-CLAVE
                   INVALID KEY MOVE '23' TO FS-APLICACIONES
               END-READ
               IF APL-OK
                  MOVE REG-APLICACION TO REG-APLICACION-HIST
                  WRITE REG-APLICACION-HIST
                  IF APL-HIST-OK OR APL-HIST-DUPLICADA
                     DELETE ARCH-APLICACIONES RECORD
                     IF APL-OK
                        ADD 1 TO WS-ACUM-APL
                        MOVE 'APLICACIONES.DAT' TO WS-AUD-ARCHIVO
                        MOVE REG-APL-CLAVE TO WS-AUD-CLAVE
                        MOVE REG-APLICACION TO WS-AUD-VALOR
                        PERFORM GRABAR-AUDITORIA
                        IF TAB-APL-ES-PRONTO-PAGO(WS-I)
                           MOVE REG-APL-CUIT TO WS-SAH-CUIT
                           COMPUTE WS-SAH-IMPORTE =
                               REG-APL-IMPORTE * -1
                           PERFORM SUMAR-SALDO-HISTORICO
                        END-IF
                     ELSE
                        DISPLAY 'NO PUDO BORRARSE DE APLICACIONES.DAT '
                            REG-APL-CLAVE ' ' FS-APLICACIONES
                        ADD 1 TO WS-ACUM-ERRORES
                     END-IF
                  ELSE
                     DISPLAY 'ERROR AL ARCHIVAR ' REG-APL-CLAVE ' '
                         FS-APLICACIONES-HIST
                     ADD 1 TO WS-ACUM-ERRORES
                  END-IF
               END-IF
            END-IF.

      *    primero se agregan al historico y recien despues se
      *    regraba DIFERENCIAS-CAMBIO.DAT con las que quedan.
        ARCHIVAR-DIFERENCIAS.
            MOVE 'N' TO WS-ENCONTRADO.
            PERFORM VER-SI-HAY-DIFERENCIA
                VARYING WS-I FROM 1 BY 1 UNTIL WS-I GREATER WS-CANT-DIF.
            IF ENCONTRADO
               OPEN EXTEND ARCH-DIFERENCIAS-HIST
               IF NOT DIF-HIST-OK
                  OPEN OUTPUT ARCH-DIFERENCIAS-HIST
               END-IF
               IF NOT DIF-HIST-OK
                  DISPLAY 'NO PUDO ABRIRSE DIFERENCIAS-CAMBIO-'
                      'HISTORICO.DAT ' FS-DIFERENCIAS-HIST
                  ADD 1 TO WS-ACUM-ERRORES
               ELSE
                  PERFORM PASAR-UNA-DIFERENCIA
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I GREATER WS-CANT-DIF
                  CLOSE ARCH-DIFERENCIAS-HIST
                  OPEN OUTPUT ARCH-DIFERENCIAS
                  PERFORM REGRABAR-UNA-DIFERENCIA
                      VARYING WS-I FROM 1 BY 1
                      UNTIL WS-I GREATER WS-CANT-DIF
                  CLOSE ARCH-DIFERENCIAS
               END-IF
            END-IF.

        VER-SI-HAY-DIFERENCIA.
            IF TAB-DIF-SE-ARCHIVA(WS-I)
               MOVE 'S' TO WS-ENCONTRADO.

        PASAR-UNA-DIFERENCIA.
            IF TAB-DIF-SE-ARCHIVA(WS-I)
               MOVE TAB-DIF-REGISTRO(WS-I) TO REG-DIFERENCIA-HIST
               WRITE REG-DIFERENCIA-HIST
               MOVE TAB-DIF-REGISTRO(WS-I) TO REG-DIFERENCIA
               ADD 1 TO WS-ACUM-DIF
               MOVE 'DIFERENCIAS-CAMBIO.DAT' TO WS-AUD-ARCHIVO
               MOVE REG-DIFERENCIA (1:27) TO WS-AUD-CLAVE
               MOVE REG-DIFERENCIA TO WS-AUD-VALOR
               PERFORM GRABAR-AUDITORIA
               MOVE DIF-CUIT TO WS-SAH-CUIT
               IF DIF-SIGNO EQUAL 'G'
                  COMPUTE WS-SAH-IMPORTE = DIF-IMPORTE * -1
               ELSE
                  MOVE DIF-IMPORTE TO WS-SAH-IMPORTE
               END-IF
               PERFORM SUMAR-SALDO-HISTORICO
            END-IF.

        REGRABAR-UNA-DIFERENCIA.
            IF NOT TAB-DIF-SE-ARCHIVA(WS-I)
               MOVE TAB-DIF-REGISTRO(WS-I) TO REG-DIFERENCIA
               WRITE REG-DIFERENCIA
            END-IF.

      *    acumula en CUENTAS-HISTORICO-SALDOS.DAT el efecto de un
      *    registro que acaba de salir del maestro.
        SUMAR-SALDO-HISTORICO.
            MOVE WS-SAH-CUIT TO SAH-CUIT.
            READ ARCH-SALDOS-HIST RECORD KEY IS SAH-CUIT
                INVALID KEY MOVE '23' TO FS-SALDOS-HIST
            END-READ.
            IF SALDOS-HIST-OK
               ADD WS-SAH-IMPORTE TO SAH-SALDO
               MOVE WS-FECHA-CORTE TO SAH-FECHA-CORTE
               REWRITE REG-SALDO-HIST
            ELSE
               MOVE WS-SAH-CUIT TO SAH-CUIT
               MOVE WS-SAH-IMPORTE TO SAH-SALDO
               MOVE WS-FECHA-CORTE TO SAH-FECHA-CORTE
               WRITE REG-SALDO-HIST
            END-IF.
            IF NOT SALDOS-HIST-OK
               DISPLAY 'NO PUDO ACTUALIZARSE EL SALDO HISTORICO DE '
                   WS-SAH-CUIT ' ' FS-SALDOS-HIST
               ADD 1 TO WS-ACUM-ERRORES.

      *    un renglon de AUDITORIA.LOG por cada registro borrado del
      *    maestro al pasarlo al historico, como ArchivarTimesHistorico.
        GRABAR-AUDITORIA.
            ADD 1 TO WS-ACUM-ARCHIVADOS.
            ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
            ACCEPT AUD-HORA FROM TIME.
            MOVE WS-AUD-USUARIO TO AUD-USUARIO.
            MOVE 'ARCHCTASH' TO AUD-PROGRAMA.
            MOVE WS-AUD-ARCHIVO TO AUD-ARCHIVO.
            MOVE 'D' TO AUD-OPERACION.
            MOVE WS-AUD-CLAVE TO AUD-CLAVE.
            MOVE WS-AUD-VALOR TO AUD-VALOR-ANTES.
            MOVE SPACES TO AUD-VALOR-DESPUES.
            WRITE REG-AUDITORIA.

        GRABAR-CONTROL-CORRIDA.
            OPEN EXTEND ARCH-CONTROL.
            IF NOT CONTROL-OK
               OPEN OUTPUT ARCH-CONTROL.
            IF CONTROL-OK
               MOVE SPACES TO REG-CONTROL
               MOVE 'ARCHCTASH' TO CTL-PROGRAMA
               ACCEPT CTL-FECHA FROM DATE YYYYMMDD
               ACCEPT CTL-HORA FROM TIME
               MOVE WS-ACUM-LEIDOS TO CTL-LEIDOS
               MOVE WS-ACUM-ARCHIVADOS TO CTL-GRABADOS
               MOVE WS-ACUM-ERRORES TO CTL-EXCEPCIONES
               MOVE 0 TO CTL-HORAS
               MOVE WS-ACUM-IMPORTE TO CTL-IMPORTE
               WRITE REG-CONTROL
               CLOSE ARCH-CONTROL.

        TERMINAR.
            PERFORM GRABAR-CONTROL-CORRIDA.
            CLOSE ARCH-FACTURAS.
            CLOSE ARCH-COBRANZAS.
            CLOSE ARCH-APLICACIONES.
            CLOSE ARCH-RETENCIONES.
            CLOSE ARCH-FACTURAS-HIST.
            CLOSE ARCH-COBRANZAS-HIST.
            CLOSE ARCH-APLICACIONES-HIST.
            CLOSE ARCH-RETENCIONES-HIST.
            CLOSE ARCH-SALDOS-HIST.
            CLOSE ARCH-AUDITORIA.
            IF WS-ACUM-ERRORES GREATER ZERO
               MOVE 8 TO RETURN-CODE.
            PERFORM LIBERAR-CANDADO-CORRIDA.
            DISPLAY WS-ACUM-DOC ' COMPROBANTES, ' WS-ACUM-REC
                ' RECIBOS, ' WS-ACUM-RET ' CERTIFICADOS, '
                WS-ACUM-APL ' APLICACIONES Y ' WS-ACUM-DIF
                ' DIFERENCIAS DE CAMBIO ARCHIVADOS'.
            IF WS-ACUM-ERRORES GREATER ZERO
               DISPLAY WS-ACUM-ERRORES ' ERRORES - VER ARRIBA'.
            IF NOT MODO-BATCH
               DISPLAY 'INGRESE UN NRO PARA SALIR '
               ACCEPT WS-LETRA
            END-IF.
            STOP RUN.
