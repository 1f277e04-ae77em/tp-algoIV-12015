              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARCH-AUDITORIA.

      *       archivos que referencian a la empresa: se abren solo
      *       para consulta al pedir una baja fisica (D), que se
      *       rechaza si la empresa tiene movimientos - ver
      *       CONTROLAR-DEPENDENCIAS. el archivo que no existe no
      *       bloquea la baja.
              SELECT ARCH-TIMES-IDX ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-KEY-TIMES
              ALTERNATE RECORD KEY IS REG-KEY-CUIT WITH DUPLICATES
              FILE STATUS IS FS-ARCH-TIMES-IDX.

              SELECT ARCH-TIMES-HIST-IDX ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-KEY-TIMES-HIST
              ALTERNATE RECORD KEY IS REG-KEY-CUIT-HIST
                  WITH DUPLICATES
              FILE STATUS IS FS-TIMES-HIST.

              SELECT ARCH-FACTURAS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FAC-CLAVE
              ALTERNATE RECORD KEY IS FAC-CUIT WITH DUPLICATES
              ALTERNATE RECORD KEY IS FAC-FECHA WITH DUPLICATES
              FILE STATUS IS FS-FACTURAS.

              SELECT ARCH-APLICACIONES ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-APL-CLAVE
              FILE STATUS IS FS-APLICACIONES.

              SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ENGAGEMENTS.

              SELECT ARCH-TAR-EMP-IDX ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-TAREMP-IND
              FILE STATUS IS FS-ARCH-TAR-EMP-IDX.

              SELECT ARCH-GASTOS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS REG-GAS-CLAVE
              FILE STATUS IS FS-GASTOS.

              SELECT ARCH-FECHA-PROCESO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FECHA-PROCESO.

          DATA DIVISION.
          FILE SECTION.

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

          FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
               03 FILLER                    PIC X(1) VALUE SPACE.
               03 AUD-VALOR-DESPUES         PIC X(80).

          FD ARCH-TIMES-IDX LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'TIMES-INDEXED.DAT'
                     DATA RECORD IS REG-TIMES-INDEXED.

          01 REG-TIMES-INDEXED.
               03 REG-KEY-TIMES.
                   05 REG-KEY-NUM           PIC X(5).
                   05 REG-KEY-FECHA         PIC 9(8).
                   05 REG-KEY-CUIT          PIC 9(11).
               03 REG-TIMES-TAREA           PIC X(4).
               03 REG-TIMES-HORAS           PIC 9(2)V99.
               03 REG-TIMES-TIPO            PIC X(1).
               03 REG-TIMES-ESTADO          PIC X(1).
               03 REG-TIMES-CORRIDA         PIC X(14).
               03 REG-TIMES-ORIGEN          PIC X(17).
               03 REG-TIMES-ORDEN           PIC X(4).

          FD ARCH-TIMES-HIST-IDX LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'TIMES-HISTORICO-INDEXED.DAT'
                     DATA RECORD IS REG-TIMES-HIST-INDEXED.

          01 REG-TIMES-HIST-INDEXED.
               03 REG-KEY-TIMES-HIST.
                   05 REG-KEY-NUM-HIST      PIC X(5).
                   05 REG-KEY-FECHA-HIST    PIC 9(8).
                   05 REG-KEY-CUIT-HIST     PIC 9(11).
               03 REG-TIMES-HIST-TAREA      PIC X(4).
               03 REG-TIMES-HIST-HORAS      PIC 9(2)V99.
               03 REG-TIMES-HIST-TIPO       PIC X(1).
               03 REG-TIMES-HIST-ESTADO     PIC X(1).
               03 REG-TIMES-HIST-CORRIDA    PIC X(14).
               03 REG-TIMES-HIST-ORIGEN     PIC X(17).
               03 REG-TIMES-HIST-ORDEN      PIC X(4).

          FD ARCH-FACTURAS LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'FACTURAS.DAT'
                     DATA RECORD IS REG-FACTURA.

          01 REG-FACTURA.
               03 FAC-CLAVE.
                   05 FAC-PUNTO-VENTA       PIC 9(4).
                   05 FAC-LETRA             PIC X(1).
                   05 FAC-NUMERO            PIC 9(8).
               03 FAC-FECHA                 PIC 9(8).
               03 FAC-CUIT                  PIC 9(11).
               03 FAC-PERIODO               PIC 9(8).
               03 FAC-HORAS                 PIC 9(5)V99.
               03 FAC-IMPORTE-BRUTO         PIC 9(10)V99.
               03 FAC-RETENCION             PIC 9(10)V99.
               03 FAC-IVA                   PIC 9(10)V99.
               03 FAC-TOTAL                 PIC 9(10)V99.
               03 FAC-MONEDA                PIC X(3).
               03 FAC-TIPO                  PIC X(1).
                   88 FAC-ES-NOTA-CREDITO   VALUE 'N'.
                   88 FAC-ES-NOTA-DEBITO    VALUE 'D'.
               03 FAC-ESTADO                PIC X(1).
                   88 FAC-ANULADA           VALUE 'A'.
                   88 FAC-INCOBRABLE        VALUE 'I'.
               03 FAC-VENCIMIENTO           PIC 9(8).
      *    entidad emisora del comprobante (ver ENTIDADES.DAT);
      *    0 o blanco en un registro viejo = entidad 01.
               03 FAC-ENTIDAD               PIC 9(2).

          FD ARCH-APLICACIONES LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'APLICACIONES.DAT'
                     DATA RECORD IS REG-APLICACION.

          01 REG-APLICACION.
               03 REG-APL-CLAVE.
                   05 REG-APL-CUIT          PIC 9(11).
                   05 REG-APL-FECHA-COB     PIC 9(8).
                   05 REG-APL-REFERENCIA    PIC X(10).
                   05 REG-APL-FACTURA       PIC 9(8).
                   05 REG-APL-PV            PIC 9(4).
                   05 REG-APL-LETRA         PIC X(1).
               03 REG-APL-IMPORTE           PIC 9(10)V99.
               03 REG-APL-MONEDA            PIC X(3).
               03 REG-APL-IMPORTE-DOC       PIC 9(10)V99.

          FD ARCH-ENGAGEMENTS LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'ENGAGEMENTS.DAT'
                     DATA RECORD IS REG-ENGAGEMENT.

          01 REG-ENGAGEMENT.
               03 REG-ENG-EMPRESA           PIC 9(3).
               03 REG-ENG-VIG-DESDE         PIC 9(8).
               03 REG-ENG-VIG-HASTA         PIC 9(8).
               03 REG-ENG-HORAS-MENSUALES   PIC 9(5)V99.
               03 REG-ENG-HORAS-TOTALES     PIC 9(7)V99.

          FD ARCH-TAR-EMP-IDX LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'TARIFAS-EMPRESA-INDEXED.DAT'
                     DATA RECORD IS REG-TAREMP-INDEXED.

          01 REG-TAREMP-INDEXED.
               03 REG-TAREMP-IND.
                   05 REG-TAREMP-EMPRESA-IND   PIC 9(3).
                   05 REG-TAREMP-SRT-IND       PIC X(2).
                   05 REG-TAREMP-VIG-DESDE-IND PIC 9(8).
               03 REG-TAREMP-TARIFA-IND        PIC 9(5)V99.
               03 REG-TAREMP-MONEDA-IND        PIC X(3).

          FD ARCH-GASTOS LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'GASTOS.DAT'
                     DATA RECORD IS REG-GASTO.

          01 REG-GASTO.
               03 REG-GAS-CLAVE.
                   05 REG-GAS-CONSULTOR     PIC X(5).
                   05 REG-GAS-FECHA         PIC 9(8).
                   05 REG-GAS-EMPRESA       PIC 9(3).
                   05 REG-GAS-CONCEPTO      PIC X(20).
               03 REG-GAS-IMPORTE           PIC 9(8)V99.
               03 REG-GAS-MONEDA            PIC X(3).
               03 REG-GAS-ESTADO            PIC X(1).

          FD ARCH-FECHA-PROCESO LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'FECHA-PROCESO.DAT'
                     DATA RECORD IS REG-FECHA-PROCESO.

          01 REG-FECHA-PROCESO.
               03 FPR-FECHA                 PIC 9(8).

       WORKING-STORAGE SECTION.

      *    fecha de negocio (FECHA-PROCESO.DAT si esta cargada) para
      *    la vigencia de los engagements y la fecha de baja por
      *    defecto de un retiro.
       01 WS-FECHA-HOY                      PIC 9(8).

      *    armado de la lista de dependencias que bloquean una baja.
       01 WS-DEP-NOMBRE                     PIC X(22).
       01 WS-DEP-PUNTERO                    PIC 9(3).
       01 WS-DEP-ENCONTRADA                 PIC X.
           88 DEP-ENCONTRADA                VALUE 'S'.
       01 WS-SALDO-EMPRESA                  PIC S9(11)V99.

      *    instantanea de los datos de una empresa, usada para armar
      *    AUD-VALOR-ANTES/AUD-VALOR-DESPUES con un MOVE de grupo en
      *    lugar de concatenar campo por campo.
           88 CUIT-VALIDO                   VALUE 'S'.
           88 CUIT-INVALIDO                 VALUE 'N'.

      *    validacion de los dos digitos verificadores del CBU de
      *    una empresa adherida al debito directo - ver VALIDAR-CBU.
      *    el peso de las posiciones verificadoras (8 y 22) no se usa.
       01 WS-CBU-VALIDAR                    PIC X(22).
       01 WS-CBU-DIGITOS REDEFINES WS-CBU-VALIDAR.
           03 WS-CBU-DIGITO                 PIC 9 OCCURS 22 TIMES.

       01 WS-CBU-PESOS-LIT                  PIC X(21)
           VALUE '713971303971397139713'.
       01 WS-CBU-PESOS REDEFINES WS-CBU-PESOS-LIT.
           03 WS-CBU-PESO                   PIC 9 OCCURS 21 TIMES.

       01 WS-CBU-IND                        PIC 99.
       01 WS-CBU-POS-VERIF                  PIC 99.
       01 WS-CBU-SUMA                       PIC 9(4).
       01 WS-CBU-RESTO                      PIC 99.
       01 WS-CBU-VERIFICADOR                PIC 99.

       01 WS-CBU-OK                         PIC X.
           88 CBU-VALIDO                    VALUE 'S'.
           88 CBU-INVALIDO                  VALUE 'N'.

       77 FS-ARCH-AUDITORIA      PIC XX.
           88 AUDITORIA-OK       VALUE '00'.

       77 FS-SESION              PIC XX.
           88 SESION-OK          VALUE '00'.

       77 FS-ARCH-TIMES-IDX      PIC XX.
           88 TIMES-OK           VALUE '00'.
       77 FS-TIMES-HIST          PIC XX.
           88 TIMES-HIST-OK      VALUE '00'.
       77 FS-FACTURAS            PIC XX.
           88 FACTURAS-OK        VALUE '00'.
           88 FACTURAS-EOF       VALUE '10'.
       77 FS-APLICACIONES        PIC XX.
           88 APL-OK             VALUE '00'.
           88 APL-EOF            VALUE '10'.
       77 FS-ENGAGEMENTS         PIC XX.
           88 ENG-OK             VALUE '00'.
           88 ENG-EOF            VALUE '10'.
       77 FS-ARCH-TAR-EMP-IDX    PIC XX.
           88 TAR-EMP-OK         VALUE '00'.
       77 FS-GASTOS              PIC XX.
           88 GASTOS-OK          VALUE '00'.
           88 GASTOS-EOF         VALUE '10'.
       77 FS-FECHA-PROCESO       PIC XX.
           88 FECHA-PROCESO-OK   VALUE '00'.

       77 FS-ARCH-EMP-IDX       PIC XX.
           88 OK                VALUE '00'.
           88 EOF               VALUE '10'.
       01 JURISDICCION               PIC 9(3).
       01 PLAZO-PAGO                 PIC 9(3).
       01 GRUPO                      PIC X(3).
       01 DEBITO-AUTO                PIC X(1).
       01 CBU                        PIC X(22).
       01 CONFORMIDAD                PIC X(1).
       01 RESPONSABLE                PIC X(20).
      *    fecha de baja logica (0 = activa): la devuelven R/Q y la
      *    recibe el retiro (B), que con 0 toma la fecha de hoy.
       01 FECHA-BAJA                 PIC 9(8).
      *    lista de lo que impide la baja fisica (D) cuando esta
      *    termina en 'DP'.
       01 DEPENDENCIAS               PIC X(100).
       01 COD-ERROR                  PIC XX.

       PROCEDURE DIVISION USING COD-OPER, COD-EMPRESA, CUIT,
           RAZON-SOCIAL, DIRECCION, TELEFONO, MONEDA,
           RETENCION-PCT, COND-IVA, LIMITE-CREDITO, JURISDICCION,
           PLAZO-PAGO, GRUPO, DEBITO-AUTO, CBU, CONFORMIDAD,
           RESPONSABLE, FECHA-BAJA, DEPENDENCIAS, COD-ERROR.
       PRINCIPAL.
           MOVE SPACES TO COD-ERROR.
           IF COD-OPER = 'O'
              PERFORM MODIFICAR.
           IF COD-OPER = 'D'
              PERFORM BORRAR.
           IF COD-OPER = 'B'
              PERFORM RETIRAR.
           EXIT PROGRAM.

       ABRIR.
                 MOVE 'XX' TO COD-ERROR.

           PERFORM DETERMINAR-USUARIO-AUDITORIA.
           PERFORM OBTENER-FECHA-PROCESO.

           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              MOVE REG-EMP-IND-JURISDICCION TO JURISDICCION
              MOVE REG-EMP-IND-PLAZO-PAGO TO PLAZO-PAGO
              MOVE REG-EMP-IND-GRUPO TO GRUPO
              MOVE REG-EMP-IND-DEBITO-AUTO TO DEBITO-AUTO
              IF DEBITO-AUTO NOT EQUAL 'S'
                 MOVE 'N' TO DEBITO-AUTO
              END-IF
              MOVE REG-EMP-IND-CBU TO CBU
              MOVE REG-EMP-IND-CONFORMIDAD TO CONFORMIDAD
              IF CONFORMIDAD NOT EQUAL 'S'
                 MOVE 'N' TO CONFORMIDAD
              END-IF
              MOVE REG-EMP-IND-RESPONSABLE TO RESPONSABLE
              IF REG-EMP-IND-FECHA-BAJA IS NUMERIC
                 MOVE REG-EMP-IND-FECHA-BAJA TO FECHA-BAJA
              ELSE
                 MOVE 0 TO FECHA-BAJA
              END-IF
           ELSE
              IF BLOQUEADO
                 MOVE 'LK' TO COD-ERROR
              MOVE REG-EMP-IND-JURISDICCION TO JURISDICCION
              MOVE REG-EMP-IND-PLAZO-PAGO TO PLAZO-PAGO
              MOVE REG-EMP-IND-GRUPO TO GRUPO
              MOVE REG-EMP-IND-DEBITO-AUTO TO DEBITO-AUTO
              IF DEBITO-AUTO NOT EQUAL 'S'
                 MOVE 'N' TO DEBITO-AUTO
              END-IF
              MOVE REG-EMP-IND-CBU TO CBU
              MOVE REG-EMP-IND-CONFORMIDAD TO CONFORMIDAD
              IF CONFORMIDAD NOT EQUAL 'S'
                 MOVE 'N' TO CONFORMIDAD
              END-IF
              MOVE REG-EMP-IND-RESPONSABLE TO RESPONSABLE
              IF REG-EMP-IND-FECHA-BAJA IS NUMERIC
                 MOVE REG-EMP-IND-FECHA-BAJA TO FECHA-BAJA
              ELSE
                 MOVE 0 TO FECHA-BAJA
              END-IF
           ELSE
              IF BLOQUEADO
                 MOVE 'LK' TO COD-ERROR
              ELSE
                 MOVE 'ZZ' TO COD-ERROR.

      *    una empresa adherida al debito directo tiene que traer un
      *    CBU valido; sin adhesion el CBU no se controla.
       ESCRIBIR.
           PERFORM VALIDAR-CBU.
           IF CBU-INVALIDO
              MOVE 'IB' TO COD-ERROR
           ELSE
              PERFORM ESCRIBIR-VALIDADO.

       ESCRIBIR-VALIDADO.
           PERFORM VALIDAR-CUIT.
           IF CUIT-INVALIDO
              MOVE 'IC' TO COD-ERROR
              MOVE JURISDICCION TO REG-EMP-IND-JURISDICCION
              MOVE PLAZO-PAGO TO REG-EMP-IND-PLAZO-PAGO
              MOVE GRUPO TO REG-EMP-IND-GRUPO
              MOVE DEBITO-AUTO TO REG-EMP-IND-DEBITO-AUTO
              MOVE CBU TO REG-EMP-IND-CBU
              MOVE CONFORMIDAD TO REG-EMP-IND-CONFORMIDAD
              MOVE RESPONSABLE TO REG-EMP-IND-RESPONSABLE
              MOVE 0 TO REG-EMP-IND-FECHA-BAJA
              WRITE REG-EMP-INDEXED
              IF OK
                 MOVE 'OK' TO COD-ERROR
                       MOVE 'XX' TO COD-ERROR.

       MODIFICAR.
           PERFORM VALIDAR-CBU.
           IF CBU-INVALIDO
              MOVE 'IB' TO COD-ERROR
           ELSE
              PERFORM MODIFICAR-VALIDADO.

       MODIFICAR-VALIDADO.
           MOVE COD-EMPRESA TO REG-EMP-IND-COD.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-COD.
           IF OK
                 MOVE JURISDICCION TO REG-EMP-IND-JURISDICCION
                 MOVE PLAZO-PAGO TO REG-EMP-IND-PLAZO-PAGO
                 MOVE GRUPO TO REG-EMP-IND-GRUPO
                 MOVE DEBITO-AUTO TO REG-EMP-IND-DEBITO-AUTO
                 MOVE CBU TO REG-EMP-IND-CBU
                 MOVE CONFORMIDAD TO REG-EMP-IND-CONFORMIDAD
                 MOVE RESPONSABLE TO REG-EMP-IND-RESPONSABLE
                 REWRITE REG-EMP-INDEXED
                 IF OK
                    MOVE 'OK' TO COD-ERROR
              ELSE
                 MOVE 'ZZ' TO COD-ERROR.

      *    la baja fisica solo procede si nada referencia a la
      *    empresa; si no, vuelve 'DP' con la lista en DEPENDENCIAS y
      *    el mantenimiento ofrece el retiro (B) en su lugar.
       BORRAR.
           MOVE SPACES TO DEPENDENCIAS.
           MOVE COD-EMPRESA TO REG-EMP-IND-COD.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-COD.
           IF OK
              PERFORM CONTROLAR-DEPENDENCIAS
              IF DEPENDENCIAS NOT EQUAL SPACES
                 MOVE 'DP' TO COD-ERROR
              ELSE
                 PERFORM BORRAR-SIN-DEPENDENCIAS
              END-IF
           ELSE
              IF BLOQUEADO
                 MOVE 'LK' TO COD-ERROR
              ELSE
                 MOVE 'ZZ' TO COD-ERROR.

       BORRAR-SIN-DEPENDENCIAS.
           MOVE REG-EMP-IND-CUIT TO AUD-EMP-CUIT.
           MOVE REG-EMP-IND-RAZON TO AUD-EMP-RAZON.
           MOVE REG-EMP-IND-DIRECCION TO AUD-EMP-DIRECCION.
           MOVE REG-EMP-IND-TEL TO AUD-EMP-TELEFONO.
           MOVE REG-EMP-IND-MONEDA TO AUD-EMP-MONEDA.
           MOVE REG-AUD-DATOS-EMPRESA TO AUD-VALOR-ANTES.

           DELETE ARCH-EMP-IDX RECORD.
           IF OK
              MOVE 'OK' TO COD-ERROR
              MOVE SPACES TO AUD-VALOR-DESPUES
              MOVE COD-EMPRESA TO AUD-CLAVE
              MOVE 'D' TO AUD-OPERACION
              PERFORM GRABAR-AUDITORIA
           ELSE
              IF BLOQUEADO
                 MOVE 'LK' TO COD-ERROR
              ELSE
                 MOVE 'XX' TO COD-ERROR.

      *    retiro: baja logica que deja la empresa legible para la
      *    historia (reportes, cuenta corriente, auditoria). se
      *    asienta como una modificacion, asi DeshacerAuditoria la
      *    revierte como cualquier otra (la reactiva).
       RETIRAR.
           MOVE COD-EMPRESA TO REG-EMP-IND-COD.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-COD.
           IF OK
              MOVE REG-EMP-IND-TEL TO AUD-EMP-TELEFONO
              MOVE REG-EMP-IND-MONEDA TO AUD-EMP-MONEDA
              MOVE REG-AUD-DATOS-EMPRESA TO AUD-VALOR-ANTES
              IF FECHA-BAJA EQUAL ZERO
                 MOVE WS-FECHA-HOY TO FECHA-BAJA
              END-IF
              MOVE FECHA-BAJA TO REG-EMP-IND-FECHA-BAJA
              REWRITE REG-EMP-INDEXED
              IF OK
                 MOVE 'OK' TO COD-ERROR
                 MOVE SPACES TO AUD-VALOR-DESPUES
                 STRING 'RETIRO - FECHA DE BAJA ' FECHA-BAJA
                     DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
                 MOVE COD-EMPRESA TO AUD-CLAVE
                 MOVE 'U' TO AUD-OPERACION
                 PERFORM GRABAR-AUDITORIA
              ELSE
                 IF BLOQUEADO
              ELSE
                 MOVE 'ZZ' TO COD-ERROR.

      *    lo que deja huerfano borrar la empresa: horas vivas o
      *    archivadas, comprobantes con saldo, engagements vigentes,
      *    tarifas negociadas y gastos. con el registro de la empresa
      *    leido (REG-EMP-IND-COD / REG-EMP-IND-CUIT).
       CONTROLAR-DEPENDENCIAS.
           MOVE 1 TO WS-DEP-PUNTERO.
           PERFORM CONTROLAR-HORAS-VIVAS.
           PERFORM CONTROLAR-HORAS-ARCHIVADAS.
           PERFORM CONTROLAR-COMPROBANTES.
           PERFORM CONTROLAR-ENGAGEMENTS.
           PERFORM CONTROLAR-TARIFAS.
           PERFORM CONTROLAR-GASTOS.

       AGREGAR-DEPENDENCIA.
           STRING WS-DEP-NOMBRE DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INTO DEPENDENCIAS WITH POINTER WS-DEP-PUNTERO
           END-STRING.

       CONTROLAR-HORAS-VIVAS.
           OPEN INPUT ARCH-TIMES-IDX.
           IF TIMES-OK
              MOVE REG-EMP-IND-CUIT TO REG-KEY-CUIT
              START ARCH-TIMES-IDX KEY IS EQUAL REG-KEY-CUIT
                  INVALID KEY MOVE '23' TO FS-ARCH-TIMES-IDX
              END-START
              IF TIMES-OK
                 MOVE 'HORAS' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
              CLOSE ARCH-TIMES-IDX.

       CONTROLAR-HORAS-ARCHIVADAS.
           OPEN INPUT ARCH-TIMES-HIST-IDX.
           IF TIMES-HIST-OK
              MOVE REG-EMP-IND-CUIT TO REG-KEY-CUIT-HIST
              START ARCH-TIMES-HIST-IDX KEY IS EQUAL REG-KEY-CUIT-HIST
                  INVALID KEY MOVE '23' TO FS-TIMES-HIST
              END-START
              IF TIMES-HIST-OK
                 MOVE 'HORAS-ARCHIVADAS' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
              CLOSE ARCH-TIMES-HIST-IDX.

      *    saldo abierto con el criterio de TP1: comprobantes no
      *    anulados (las NC restan) menos lo aplicado por cobranzas.
       CONTROLAR-COMPROBANTES.
           MOVE 0 TO WS-SALDO-EMPRESA.
           OPEN INPUT ARCH-FACTURAS.
           IF FACTURAS-OK
              MOVE REG-EMP-IND-CUIT TO FAC-CUIT
              START ARCH-FACTURAS KEY IS EQUAL FAC-CUIT
                  INVALID KEY MOVE '10' TO FS-FACTURAS
              END-START
              IF FACTURAS-OK
                 PERFORM LEER-FACTURA
                 PERFORM SUMAR-FACTURA
                     UNTIL FACTURAS-EOF
                      OR FAC-CUIT NOT EQUAL REG-EMP-IND-CUIT
              END-IF
              CLOSE ARCH-FACTURAS
              PERFORM RESTAR-APLICACIONES
              IF WS-SALDO-EMPRESA NOT EQUAL ZERO
                 MOVE 'COMPROBANTES-ABIERTOS' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
           END-IF.

       LEER-FACTURA.
           READ ARCH-FACTURAS NEXT RECORD
               AT END MOVE '10' TO FS-FACTURAS
           END-READ.

       SUMAR-FACTURA.
           IF NOT FAC-ANULADA
              IF FAC-ES-NOTA-CREDITO
                 SUBTRACT FAC-TOTAL FROM WS-SALDO-EMPRESA
              ELSE
                 ADD FAC-TOTAL TO WS-SALDO-EMPRESA
              END-IF
           END-IF.
           PERFORM LEER-FACTURA.

       RESTAR-APLICACIONES.
           OPEN INPUT ARCH-APLICACIONES.
           IF APL-OK
              MOVE REG-EMP-IND-CUIT TO REG-APL-CUIT
              MOVE ZEROS TO REG-APL-FECHA-COB
              MOVE LOW-VALUES TO REG-APL-REFERENCIA
              MOVE ZEROS TO REG-APL-FACTURA
              MOVE ZEROS TO REG-APL-PV
              MOVE LOW-VALUES TO REG-APL-LETRA
              START ARCH-APLICACIONES KEY IS NOT LESS THAN
                      REG-APL-CLAVE
                  INVALID KEY MOVE '10' TO FS-APLICACIONES
              END-START
              IF APL-OK
                 PERFORM LEER-APLICACION
                 PERFORM RESTAR-UNA-APLICACION
                     UNTIL APL-EOF
                      OR REG-APL-CUIT NOT EQUAL REG-EMP-IND-CUIT
              END-IF
              CLOSE ARCH-APLICACIONES.

       LEER-APLICACION.
           READ ARCH-APLICACIONES NEXT RECORD
               AT END MOVE '10' TO FS-APLICACIONES
           END-READ.

       RESTAR-UNA-APLICACION.
           IF REG-APL-IMPORTE-DOC GREATER ZERO
              SUBTRACT REG-APL-IMPORTE-DOC FROM WS-SALDO-EMPRESA
           ELSE
              SUBTRACT REG-APL-IMPORTE FROM WS-SALDO-EMPRESA.
           PERFORM LEER-APLICACION.

      *    vigente o a futuro: vence hoy o despues.
       CONTROLAR-ENGAGEMENTS.
           MOVE 'N' TO WS-DEP-ENCONTRADA.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF ENG-OK
              PERFORM LEER-ENGAGEMENT
              PERFORM EVALUAR-ENGAGEMENT
                  UNTIL ENG-EOF OR DEP-ENCONTRADA
              CLOSE ARCH-ENGAGEMENTS
              IF DEP-ENCONTRADA
                 MOVE 'ENGAGEMENTS-VIGENTES' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
           END-IF.

       LEER-ENGAGEMENT.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       EVALUAR-ENGAGEMENT.
           IF REG-ENG-EMPRESA EQUAL REG-EMP-IND-COD
              AND REG-ENG-VIG-HASTA NOT LESS WS-FECHA-HOY
              MOVE 'S' TO WS-DEP-ENCONTRADA
           ELSE
              PERFORM LEER-ENGAGEMENT.

       CONTROLAR-TARIFAS.
           OPEN INPUT ARCH-TAR-EMP-IDX.
           IF TAR-EMP-OK
              MOVE REG-EMP-IND-COD TO REG-TAREMP-EMPRESA-IND
              MOVE LOW-VALUES TO REG-TAREMP-SRT-IND
              MOVE ZEROS TO REG-TAREMP-VIG-DESDE-IND
              START ARCH-TAR-EMP-IDX KEY IS NOT LESS THAN
                      REG-TAREMP-IND
                  INVALID KEY MOVE '23' TO FS-ARCH-TAR-EMP-IDX
              END-START
              IF TAR-EMP-OK
                 READ ARCH-TAR-EMP-IDX NEXT RECORD
                     AT END MOVE '10' TO FS-ARCH-TAR-EMP-IDX
                 END-READ
              END-IF
              IF TAR-EMP-OK
                 AND REG-TAREMP-EMPRESA-IND EQUAL REG-EMP-IND-COD
                 MOVE 'TARIFAS' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
              CLOSE ARCH-TAR-EMP-IDX.

      *    GASTOS.DAT va por consultor: la empresa se busca
      *    recorriendolo entero.
       CONTROLAR-GASTOS.
           MOVE 'N' TO WS-DEP-ENCONTRADA.
           OPEN INPUT ARCH-GASTOS.
           IF GASTOS-OK
              PERFORM LEER-GASTO
              PERFORM EVALUAR-GASTO
                  UNTIL GASTOS-EOF OR DEP-ENCONTRADA
              CLOSE ARCH-GASTOS
              IF DEP-ENCONTRADA
                 MOVE 'GASTOS' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
           END-IF.

       LEER-GASTO.
           READ ARCH-GASTOS NEXT RECORD
               AT END MOVE '10' TO FS-GASTOS
           END-READ.

       EVALUAR-GASTO.
           IF REG-GAS-EMPRESA EQUAL REG-EMP-IND-COD
              MOVE 'S' TO WS-DEP-ENCONTRADA
           ELSE
              PERFORM LEER-GASTO.

       OBTENER-FECHA-PROCESO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT ARCH-FECHA-PROCESO.
           IF FECHA-PROCESO-OK
              READ ARCH-FECHA-PROCESO
                  AT END MOVE SPACES TO REG-FECHA-PROCESO
              END-READ
              IF FPR-FECHA IS NUMERIC AND FPR-FECHA GREATER ZERO
                 MOVE FPR-FECHA TO WS-FECHA-HOY
              END-IF
              CLOSE ARCH-FECHA-PROCESO.

      *    valida el digito verificador del CUIT recibido en CUIT
      *    (algoritmo modulo 11 standard para CUIT argentino) antes de
      *    darlo de alta o modificarlo - deja el resultado en
              ELSE
                 SET CUIT-INVALIDO TO TRUE.

      *    CBU de 22 digitos en dos bloques, cada uno con su digito
      *    verificador (posiciones 8 y 22): suma ponderada 7-1-3-9 de
      *    los digitos del bloque, y el verificador completa la suma a
      *    la decena siguiente. deja CBU-VALIDO/CBU-INVALIDO.
       VALIDAR-CBU.
           SET CBU-VALIDO TO TRUE.
           IF DEBITO-AUTO NOT EQUAL 'S'
              MOVE 'N' TO DEBITO-AUTO
           ELSE
              MOVE CBU TO WS-CBU-VALIDAR
              IF WS-CBU-VALIDAR IS NOT NUMERIC
                 SET CBU-INVALIDO TO TRUE
              ELSE
                 MOVE 0 TO WS-CBU-SUMA
                 MOVE 1 TO WS-CBU-IND
                 PERFORM ACUMULAR-DIGITO-CBU UNTIL WS-CBU-IND
                     GREATER THAN 7
                 MOVE 8 TO WS-CBU-POS-VERIF
                 PERFORM CONTROLAR-BLOQUE-CBU
                 MOVE 0 TO WS-CBU-SUMA
                 MOVE 9 TO WS-CBU-IND
                 PERFORM ACUMULAR-DIGITO-CBU UNTIL WS-CBU-IND
                     GREATER THAN 21
                 MOVE 22 TO WS-CBU-POS-VERIF
                 PERFORM CONTROLAR-BLOQUE-CBU.

       ACUMULAR-DIGITO-CBU.
           COMPUTE WS-CBU-SUMA = WS-CBU-SUMA +
               (WS-CBU-DIGITO (WS-CBU-IND) * WS-CBU-PESO
               (WS-CBU-IND)).
           ADD 1 TO WS-CBU-IND.

       CONTROLAR-BLOQUE-CBU.
           COMPUTE WS-CBU-RESTO = FUNCTION MOD (WS-CBU-SUMA, 10).
           COMPUTE WS-CBU-VERIFICADOR = 10 - WS-CBU-RESTO.
           IF WS-CBU-VERIFICADOR EQUAL 10
              MOVE 0 TO WS-CBU-VERIFICADOR.
           IF WS-CBU-VERIFICADOR NOT EQUAL
              WS-CBU-DIGITO (WS-CBU-POS-VERIF)
              SET CBU-INVALIDO TO TRUE.

       ACUMULAR-DIGITO-CUIT.
           COMPUTE WS-CUIT-SUMA = WS-CUIT-SUMA +
               (WS-CUIT-DIGITO (WS-CUIT-IND) * WS-CUIT-PESO
