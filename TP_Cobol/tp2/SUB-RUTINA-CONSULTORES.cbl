              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ARCH-AUDITORIA.

      *       archivos que referencian al consultor: se abren solo
      *       para consulta al pedir una baja fisica (D) - mismo
      *       criterio que CONTROLAR-DEPENDENCIAS en
      *       SUB-RUTINA-EMPRESAS. el archivo que no existe no
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

              SELECT ARCH-ASIGNACIONES ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-ASIGNACIONES.

              SELECT ARCH-GASTOS ASSIGN TO DISK
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS REG-GAS-CLAVE
              FILE STATUS IS FS-GASTOS.

              SELECT ARCH-LICENCIAS ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-LICENCIAS.

              SELECT ARCH-CAPACIDAD ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-CAPACIDAD.

              SELECT ARCH-FECHA-PROCESO ASSIGN TO DISK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FS-FECHA-PROCESO.

          DATA DIVISION.
          FILE SECTION.

      *        columna se lee con blancos y queda fuera del archivo
      *        de transferencias hasta que se complete.
               03 REG-CONS-CBU           PIC X(22).
      *        CUIT y condicion frente a Ganancias (I inscripto, N no
      *        inscripto, E exento) para la retencion RG 830 de la
      *        liquidacion mensual; un registro viejo se lee en
      *        blanco y la liquidacion lo toma como inscripto.
               03 REG-CONS-CUIT          PIC 9(11).
               03 REG-CONS-COND-GANANCIAS PIC X(1).
      *        proveedor (ver CargaProveedores) cuando el consultor
      *        es de una firma que nos factura sus horas; en blanco,
      *        personal propio. un registro viejo se lee en blanco.
               03 REG-CONS-PROVEEDOR     PIC X(5).

          FD ARCH-CATEGORIAS LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'CATEGORIAS.DAT'
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

          FD ARCH-ASIGNACIONES LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'ASIGNACIONES.DAT'
                     DATA RECORD IS REG-ASIGNACION.

          01 REG-ASIGNACION.
               03 ASG-CONSULTOR             PIC X(5).
               03 ASG-EMPRESA               PIC 9(3).
               03 ASG-ENG-DESDE             PIC 9(8).
               03 ASG-ORDEN                 PIC X(4).
               03 ASG-DESDE                 PIC 9(8).
               03 ASG-HASTA                 PIC 9(8).
               03 ASG-HORAS-MENSUALES       PIC 9(3)V99.

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

          FD ARCH-LICENCIAS LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'LICENCIAS.DAT'
                     DATA RECORD IS REG-LICENCIA.

          01 REG-LICENCIA.
               03 LIC-CONSULTOR             PIC X(5).
               03 LIC-TIPO                  PIC X(1).
               03 LIC-FECHA-DESDE           PIC 9(8).
               03 LIC-FECHA-HASTA           PIC 9(8).

          FD ARCH-CAPACIDAD LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'CAPACIDAD.DAT'
                     DATA RECORD IS REG-CAPACIDAD.

          01 REG-CAPACIDAD.
               03 CAP-CONSULTOR             PIC X(5).
               03 CAP-PERIODO               PIC 9(6).
               03 CAP-HORAS-PLAN            PIC 9(5)V99.

          FD ARCH-FECHA-PROCESO LABEL RECORD IS STANDARD
                     VALUE OF FILE-ID IS 'FECHA-PROCESO.DAT'
                     DATA RECORD IS REG-FECHA-PROCESO.

          01 REG-FECHA-PROCESO.
               03 FPR-FECHA                 PIC 9(8).

       WORKING-STORAGE SECTION.

      *    fecha de negocio (FECHA-PROCESO.DAT si esta cargada) para
      *    la vigencia de las asignaciones y la fecha de baja por
      *    defecto de un retiro.
       01 WS-FECHA-HOY                      PIC 9(8).

      *    armado de la lista de dependencias que bloquean una baja.
       01 WS-DEP-NOMBRE                     PIC X(22).
       01 WS-DEP-PUNTERO                    PIC 9(3).
       01 WS-DEP-ENCONTRADA                 PIC X.
           88 DEP-ENCONTRADA                VALUE 'S'.

      *    instantanea de los datos de un consultor, para armar
      *    AUD-VALOR-ANTES/AUD-VALOR-DESPUES con un MOVE de grupo -
      *    mismo armado que REG-AUD-DATOS-EMPRESA. tiene que entrar
           03 AUD-CONS-NOMBRE               PIC X(25).
           03 AUD-CONS-FECHA-ALTA           PIC 9(8).
           03 AUD-CONS-FECHA-BAJA           PIC 9(8).
           03 AUD-CONS-CUIT                 PIC 9(11).
           03 AUD-CONS-COND-GANANCIAS       PIC X(1).
           03 AUD-CONS-PROVEEDOR            PIC X(5).

       01 WS-AUD-USUARIO                    PIC X(20).

           88 SRT-VALIDO             VALUE 'S'.
           88 SRT-INVALIDO           VALUE 'N'.

       01 WS-COND-GAN-VALIDA         PIC X.
           88 COND-GAN-VALIDA        VALUE 'S'.
           88 COND-GAN-INVALIDA      VALUE 'N'.

       77 FS-ARCH-AUDITORIA      PIC XX.
           88 AUDITORIA-OK       VALUE '00'.

       77 FS-SESION              PIC XX.
           88 SESION-OK          VALUE '00'.

       77 FS-ARCH-TIMES-IDX      PIC XX.
           88 TIMES-OK           VALUE '00'.
       77 FS-TIMES-HIST          PIC XX.
           88 TIMES-HIST-OK      VALUE '00'.
       77 FS-ASIGNACIONES        PIC XX.
           88 ASG-OK             VALUE '00'.
           88 ASG-EOF            VALUE '10'.
       77 FS-GASTOS              PIC XX.
           88 GASTOS-OK          VALUE '00'.
       77 FS-LICENCIAS           PIC XX.
           88 LICENCIAS-OK       VALUE '00'.
           88 LICENCIAS-EOF      VALUE '10'.
       77 FS-CAPACIDAD           PIC XX.
           88 CAPACIDAD-OK       VALUE '00'.
           88 CAPACIDAD-EOF      VALUE '10'.
       77 FS-FECHA-PROCESO       PIC XX.
           88 FECHA-PROCESO-OK   VALUE '00'.

       77 FS-CAT                 PIC XX.
           88 CAT-OK             VALUE '00'.
           88 CAT-EOF            VALUE '10'.
       01 FECHA-ALTA                 PIC 9(8).
       01 FECHA-BAJA                 PIC 9(8).
       01 CBU                        PIC X(22).
      *    CUIT y condicion frente a Ganancias: I, N, E o blanco.
       01 CUIT                       PIC 9(11).
       01 COND-GANANCIAS             PIC X(1).
      *    proveedor de la firma externa, blanco = personal propio.
       01 PROVEEDOR                  PIC X(5).
      *    lista de lo que impide la baja fisica (D) cuando esta
      *    termina en 'DP'; el retiro (B) usa FECHA-BAJA (0 = hoy).
       01 DEPENDENCIAS               PIC X(100).
       01 COD-ERROR                  PIC XX.

       PROCEDURE DIVISION USING COD-OPER, NUMERO-CONSULTOR, DNI, SRT,
           NOMBRE, DIRECCION, TELEFONO, FECHA-ALTA, FECHA-BAJA,
           CBU, CUIT, COND-GANANCIAS, PROVEEDOR, DEPENDENCIAS,
           COD-ERROR.
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
           PERFORM CARGAR-TABLA-CATEGORIAS.

           PERFORM DETERMINAR-USUARIO-AUDITORIA.
           PERFORM OBTENER-FECHA-PROCESO.

           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              MOVE REG-CONS-FECHA-ALTA TO FECHA-ALTA
              MOVE REG-CONS-FECHA-BAJA TO FECHA-BAJA
              MOVE REG-CONS-CBU TO CBU
              MOVE REG-CONS-CUIT TO CUIT
              MOVE REG-CONS-COND-GANANCIAS TO COND-GANANCIAS
              MOVE REG-CONS-PROVEEDOR TO PROVEEDOR
           ELSE
              IF BLOQUEADO
                 MOVE 'LK' TO COD-ERROR

       ESCRIBIR.
           PERFORM VALIDAR-SRT.
           PERFORM VALIDAR-COND-GANANCIAS.
           IF SRT-INVALIDO OR COND-GAN-INVALIDA
              IF SRT-INVALIDO
                 MOVE 'IS' TO COD-ERROR
              ELSE
                 MOVE 'IG' TO COD-ERROR
              END-IF
           ELSE
              MOVE NUMERO-CONSULTOR TO REG-KEY-CODE-CONS
              MOVE DNI TO REG-CONS-DNI
              MOVE FECHA-ALTA TO REG-CONS-FECHA-ALTA
              MOVE FECHA-BAJA TO REG-CONS-FECHA-BAJA
              MOVE CBU TO REG-CONS-CBU
              MOVE CUIT TO REG-CONS-CUIT
              MOVE COND-GANANCIAS TO REG-CONS-COND-GANANCIAS
              MOVE PROVEEDOR TO REG-CONS-PROVEEDOR
              WRITE REG-CONSULTORES-INDEXED
              IF OK
                 MOVE 'OK' TO COD-ERROR
           READ ARCH-CONS-IDX RECORD KEY IS REG-KEY-CODE-CONS.
           IF OK
              PERFORM VALIDAR-SRT
              PERFORM VALIDAR-COND-GANANCIAS
              IF SRT-INVALIDO OR COND-GAN-INVALIDA
                 IF SRT-INVALIDO
                    MOVE 'IS' TO COD-ERROR
                 ELSE
                    MOVE 'IG' TO COD-ERROR
                 END-IF
              ELSE
                 PERFORM ARMAR-AUD-DATOS
                 MOVE REG-AUD-DATOS-CONSULTOR TO AUD-VALOR-ANTES
                 MOVE FECHA-ALTA TO REG-CONS-FECHA-ALTA
                 MOVE FECHA-BAJA TO REG-CONS-FECHA-BAJA
                 MOVE CBU TO REG-CONS-CBU
                 MOVE CUIT TO REG-CONS-CUIT
                 MOVE COND-GANANCIAS TO REG-CONS-COND-GANANCIAS
                 MOVE PROVEEDOR TO REG-CONS-PROVEEDOR
                 REWRITE REG-CONSULTORES-INDEXED
                 IF OK
                    MOVE 'OK' TO COD-ERROR
              ELSE
                 MOVE 'ZZ' TO COD-ERROR.

      *    la baja fisica solo procede si nada referencia al
      *    consultor; si no, vuelve 'DP' con la lista en DEPENDENCIAS
      *    y el mantenimiento ofrece el retiro (B) en su lugar.
       BORRAR.
           MOVE SPACES TO DEPENDENCIAS.
           MOVE NUMERO-CONSULTOR TO REG-KEY-CODE-CONS.
           READ ARCH-CONS-IDX RECORD KEY IS REG-KEY-CODE-CONS.
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
           PERFORM ARMAR-AUD-DATOS.
           MOVE REG-AUD-DATOS-CONSULTOR TO AUD-VALOR-ANTES.

           DELETE ARCH-CONS-IDX RECORD.
           IF OK
              MOVE 'OK' TO COD-ERROR
              MOVE SPACES TO AUD-VALOR-DESPUES
              MOVE NUMERO-CONSULTOR TO AUD-CLAVE
              MOVE 'D' TO AUD-OPERACION
              PERFORM GRABAR-AUDITORIA
           ELSE
              IF BLOQUEADO
                 MOVE 'LK' TO COD-ERROR
              ELSE
                 MOVE 'XX' TO COD-ERROR.

      *    retiro: deja la fecha de baja laboral (hoy si viene en 0)
      *    y el consultor sigue legible para la historia.
       RETIRAR.
           MOVE NUMERO-CONSULTOR TO REG-KEY-CODE-CONS.
           READ ARCH-CONS-IDX RECORD KEY IS REG-KEY-CODE-CONS.
           IF OK
              PERFORM ARMAR-AUD-DATOS
              MOVE REG-AUD-DATOS-CONSULTOR TO AUD-VALOR-ANTES
              IF FECHA-BAJA EQUAL ZERO
                 MOVE WS-FECHA-HOY TO FECHA-BAJA
              END-IF
              MOVE FECHA-BAJA TO REG-CONS-FECHA-BAJA
              REWRITE REG-CONSULTORES-INDEXED
              IF OK
                 MOVE 'OK' TO COD-ERROR
                 PERFORM ARMAR-AUD-DATOS
                 MOVE REG-AUD-DATOS-CONSULTOR TO AUD-VALOR-DESPUES
                 MOVE NUMERO-CONSULTOR TO AUD-CLAVE
                 MOVE 'U' TO AUD-OPERACION
                 PERFORM GRABAR-AUDITORIA
              ELSE
                 IF BLOQUEADO
              ELSE
                 MOVE 'ZZ' TO COD-ERROR.

      *    lo que deja huerfano borrar el consultor: horas vivas o
      *    archivadas, asignaciones vigentes, gastos, licencias y
      *    capacidad planificada.
       CONTROLAR-DEPENDENCIAS.
           MOVE 1 TO WS-DEP-PUNTERO.
           PERFORM CONTROLAR-HORAS-VIVAS.
           PERFORM CONTROLAR-HORAS-ARCHIVADAS.
           PERFORM CONTROLAR-ASIGNACIONES.
           PERFORM CONTROLAR-GASTOS.
           PERFORM CONTROLAR-LICENCIAS.
           PERFORM CONTROLAR-CAPACIDAD.

       AGREGAR-DEPENDENCIA.
           STRING WS-DEP-NOMBRE DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INTO DEPENDENCIAS WITH POINTER WS-DEP-PUNTERO
           END-STRING.

      *    la clave de TIMES empieza por el numero de consultor: un
      *    START parcial alcanza.
       CONTROLAR-HORAS-VIVAS.
           OPEN INPUT ARCH-TIMES-IDX.
           IF TIMES-OK
              MOVE NUMERO-CONSULTOR TO REG-KEY-NUM
              MOVE ZEROS TO REG-KEY-FECHA
              MOVE ZEROS TO REG-KEY-CUIT
              START ARCH-TIMES-IDX KEY IS NOT LESS THAN REG-KEY-TIMES
                  INVALID KEY MOVE '23' TO FS-ARCH-TIMES-IDX
              END-START
              IF TIMES-OK
                 READ ARCH-TIMES-IDX NEXT RECORD
                     AT END MOVE '10' TO FS-ARCH-TIMES-IDX
                 END-READ
              END-IF
              IF TIMES-OK AND REG-KEY-NUM EQUAL NUMERO-CONSULTOR
                 MOVE 'HORAS' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
              CLOSE ARCH-TIMES-IDX.

       CONTROLAR-HORAS-ARCHIVADAS.
           OPEN INPUT ARCH-TIMES-HIST-IDX.
           IF TIMES-HIST-OK
              MOVE NUMERO-CONSULTOR TO REG-KEY-NUM-HIST
              MOVE ZEROS TO REG-KEY-FECHA-HIST
              MOVE ZEROS TO REG-KEY-CUIT-HIST
              START ARCH-TIMES-HIST-IDX KEY IS NOT LESS THAN
                      REG-KEY-TIMES-HIST
                  INVALID KEY MOVE '23' TO FS-TIMES-HIST
              END-START
              IF TIMES-HIST-OK
                 READ ARCH-TIMES-HIST-IDX NEXT RECORD
                     AT END MOVE '10' TO FS-TIMES-HIST
                 END-READ
              END-IF
              IF TIMES-HIST-OK
                 AND REG-KEY-NUM-HIST EQUAL NUMERO-CONSULTOR
                 MOVE 'HORAS-ARCHIVADAS' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
              CLOSE ARCH-TIMES-HIST-IDX.

      *    vigente o a futuro: asignado hasta hoy o despues.
       CONTROLAR-ASIGNACIONES.
           MOVE 'N' TO WS-DEP-ENCONTRADA.
           OPEN INPUT ARCH-ASIGNACIONES.
           IF ASG-OK
              PERFORM LEER-ASIGNACION
              PERFORM EVALUAR-ASIGNACION
                  UNTIL ASG-EOF OR DEP-ENCONTRADA
              CLOSE ARCH-ASIGNACIONES
              IF DEP-ENCONTRADA
                 MOVE 'ASIGNACIONES-VIGENTES' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
           END-IF.

       LEER-ASIGNACION.
           READ ARCH-ASIGNACIONES AT END MOVE '10' TO FS-ASIGNACIONES.

       EVALUAR-ASIGNACION.
           IF ASG-CONSULTOR EQUAL NUMERO-CONSULTOR
              AND ASG-HASTA NOT LESS WS-FECHA-HOY
              MOVE 'S' TO WS-DEP-ENCONTRADA
           ELSE
              PERFORM LEER-ASIGNACION.

       CONTROLAR-GASTOS.
           OPEN INPUT ARCH-GASTOS.
           IF GASTOS-OK
              MOVE NUMERO-CONSULTOR TO REG-GAS-CONSULTOR
              MOVE ZEROS TO REG-GAS-FECHA
              MOVE ZEROS TO REG-GAS-EMPRESA
              MOVE LOW-VALUES TO REG-GAS-CONCEPTO
              START ARCH-GASTOS KEY IS NOT LESS THAN REG-GAS-CLAVE
                  INVALID KEY MOVE '23' TO FS-GASTOS
              END-START
              IF GASTOS-OK
                 READ ARCH-GASTOS NEXT RECORD
                     AT END MOVE '10' TO FS-GASTOS
                 END-READ
              END-IF
              IF GASTOS-OK AND REG-GAS-CONSULTOR EQUAL NUMERO-CONSULTOR
                 MOVE 'GASTOS' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
              CLOSE ARCH-GASTOS.

       CONTROLAR-LICENCIAS.
           MOVE 'N' TO WS-DEP-ENCONTRADA.
           OPEN INPUT ARCH-LICENCIAS.
           IF LICENCIAS-OK
              PERFORM LEER-LICENCIA
              PERFORM EVALUAR-LICENCIA
                  UNTIL LICENCIAS-EOF OR DEP-ENCONTRADA
              CLOSE ARCH-LICENCIAS
              IF DEP-ENCONTRADA
                 MOVE 'LICENCIAS' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
           END-IF.

       LEER-LICENCIA.
           READ ARCH-LICENCIAS AT END MOVE '10' TO FS-LICENCIAS.

       EVALUAR-LICENCIA.
           IF LIC-CONSULTOR EQUAL NUMERO-CONSULTOR
              MOVE 'S' TO WS-DEP-ENCONTRADA
           ELSE
              PERFORM LEER-LICENCIA.

       CONTROLAR-CAPACIDAD.
           MOVE 'N' TO WS-DEP-ENCONTRADA.
           OPEN INPUT ARCH-CAPACIDAD.
           IF CAPACIDAD-OK
              PERFORM LEER-CAPACIDAD
              PERFORM EVALUAR-CAPACIDAD
                  UNTIL CAPACIDAD-EOF OR DEP-ENCONTRADA
              CLOSE ARCH-CAPACIDAD
              IF DEP-ENCONTRADA
                 MOVE 'CAPACIDAD' TO WS-DEP-NOMBRE
                 PERFORM AGREGAR-DEPENDENCIA
              END-IF
           END-IF.

       LEER-CAPACIDAD.
           READ ARCH-CAPACIDAD AT END MOVE '10' TO FS-CAPACIDAD.

       EVALUAR-CAPACIDAD.
           IF CAP-CONSULTOR EQUAL NUMERO-CONSULTOR
              MOVE 'S' TO WS-DEP-ENCONTRADA
           ELSE
              PERFORM LEER-CAPACIDAD.

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

       ARMAR-AUD-DATOS.
           MOVE REG-CONS-DNI TO AUD-CONS-DNI.
           MOVE REG-CONS-SRT TO AUD-CONS-SRT.
           MOVE REG-CONS-NOMBRE TO AUD-CONS-NOMBRE.
           MOVE REG-CONS-FECHA-ALTA TO AUD-CONS-FECHA-ALTA.
           MOVE REG-CONS-FECHA-BAJA TO AUD-CONS-FECHA-BAJA.
           MOVE REG-CONS-CUIT TO AUD-CONS-CUIT.
           MOVE REG-CONS-COND-GANANCIAS TO AUD-CONS-COND-GANANCIAS.
           MOVE REG-CONS-PROVEEDOR TO AUD-CONS-PROVEEDOR.

      *    el SRT del alta/modificacion tiene que existir en
      *    CATEGORIAS.DAT - si no, TP1 facturaria las horas de este
                   MOVE 'S' TO WS-SRT-VALIDO
           END-SEARCH.

      *    la condicion frente a Ganancias define la escala de
      *    retencion de LiquidacionConsultores: blanco se acepta
      *    (se liquida como inscripto), cualquier otra cosa no.
       VALIDAR-COND-GANANCIAS.
           IF COND-GANANCIAS EQUAL 'I' OR COND-GANANCIAS EQUAL 'N'
              OR COND-GANANCIAS EQUAL 'E' OR COND-GANANCIAS EQUAL SPACE
              MOVE 'S' TO WS-COND-GAN-VALIDA
           ELSE
              MOVE 'N' TO WS-COND-GAN-VALIDA.

      *    mismo criterio que GRABAR-AUDITORIA en SUB-RUTINA-EMPRESAS:
      *    solo se llama sobre operaciones que terminaron en 'OK'.
       GRABAR-AUDITORIA.
