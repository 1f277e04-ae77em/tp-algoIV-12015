       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTIDADES.
       AUTHOR. Fede.

      *    subprograma de entidades emisoras: la consultora factura
      *    con mas de una razon social (un CUIT por entidad), cada
      *    una con su propio punto de venta, y con eso su propia
      *    correlativa en FACTURA-NUMERO.DAT, su libro IVA, su
      *    archivo para AFIP y sus asientos. mismo estilo de
      *    operaciones que SUB-RUTINA-EMPRESAS (PROGRAM-ID EMPRESAS):
      *      O  carga ENTIDADES.DAT y ENTIDAD-ASIGNACIONES.DAT en
      *         tablas, abre EMPRESAS-INDEXED.DAT para consulta y
      *         devuelve los datos de la entidad 01
      *      R  resuelve que entidad factura a la empresa de CUIT
      *         CUIT-EMPRESA en la fecha FECHA (AAAAMMDD)
      *      Q  devuelve los datos de la entidad COD-ENTIDAD
      *      C  cierra
      *    resolucion (R): primero un engagement asignado cuya
      *    vigencia cubra la fecha, despues la asignacion de la
      *    empresa entera, y si no hay ninguna la entidad 01 (la
      *    razon social original). entre dos filas que valen gana la
      *    ultima cargada, asi una reasignacion no obliga a borrar la
      *    anterior. sin ENTIDADES.DAT todo es entidad 01 con datos en
      *    blanco y punto de venta 0, que los llamadores toman como
      *    el PV de FACTURAS-PUNTO-VENTA: la instalacion de una sola
      *    entidad sigue andando igual que siempre.
      *    COD-ERROR 'OK' o 'NE' (entidad inexistente).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-ENTIDADES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENTIDADES.
           SELECT ARCH-ENT-ASIGNACIONES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENT-ASIGNACIONES.
           SELECT ARCH-EMP-IDX ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS REG-EMP-IND-COD
                   ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
                   FILE STATUS IS FS-ARCH-EMP-IDX.

       DATA DIVISION.
       FILE SECTION.

      *    maestro de entidades emisoras - lo mantiene CargaEntidades.
       FD ARCH-ENTIDADES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENTIDADES.DAT'
             DATA RECORD IS REG-ENTIDAD.

       01 REG-ENTIDAD.
           03 REG-ENT-CODIGO             PIC 9(2).
           03 REG-ENT-CUIT               PIC 9(11).
           03 REG-ENT-RAZON              PIC X(30).
           03 REG-ENT-DOMICILIO          PIC X(30).
           03 REG-ENT-COND-IVA           PIC X(2).
           03 REG-ENT-INICIO-ACT         PIC 9(8).
      *    punto de venta propio de la entidad; 0 = el de
      *    FACTURAS-PUNTO-VENTA (solo tiene sentido en la 01).
           03 REG-ENT-PUNTO-VENTA        PIC 9(4).

      *    que entidad factura a cada empresa o engagement. desde y
      *    hasta en 0 = la empresa entera; con fechas, el engagement
      *    de ENGAGEMENTS.DAT con esa vigencia.
       FD ARCH-ENT-ASIGNACIONES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENTIDAD-ASIGNACIONES.DAT'
             DATA RECORD IS REG-ENT-ASIGNACION.

       01 REG-ENT-ASIGNACION.
           03 REG-EAS-EMPRESA            PIC 9(3).
           03 REG-EAS-DESDE              PIC 9(8).
           03 REG-EAS-HASTA              PIC 9(8).
           03 REG-EAS-ENTIDAD            PIC 9(2).

       FD ARCH-EMP-IDX LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'EMPRESAS-INDEXED.DAT'
             DATA RECORD IS REG-EMP-INDEXED.

       01 REG-EMP-INDEXED.
           03 REG-EMP-IND-COD           PIC 9(3).
           03 REG-EMP-IND-RAZON         PIC X(25).
           03 REG-EMP-IND-DIRECCION     PIC X(20).
           03 REG-EMP-IND-TEL           PIC X(20).
           03 REG-EMP-IND-CUIT          PIC 9(11).
           03 REG-EMP-IND-MONEDA        PIC X(3).
           03 REG-EMP-IND-RETENCION-PCT PIC 9(3)V99.
           03 REG-EMP-IND-COND-IVA     PIC X(2).
           03 REG-EMP-IND-LIMITE-CRED  PIC 9(10)V99.
           03 REG-EMP-IND-JURISDICCION PIC 9(3).
           03 REG-EMP-IND-PLAZO-PAGO   PIC 9(3).
           03 REG-EMP-IND-GRUPO        PIC X(3).
           03 REG-EMP-IND-DEBITO-AUTO  PIC X(1).
           03 REG-EMP-IND-CBU          PIC X(22).
           03 REG-EMP-IND-CONFORMIDAD PIC X(1).
           03 REG-EMP-IND-RESPONSABLE PIC X(20).
           03 REG-EMP-IND-FECHA-BAJA  PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-ENTIDADES     PIC XX.
           88 ENTIDADES-OK   VALUE '00'.
           88 ENTIDADES-EOF  VALUE '10'.

       77 FS-ENT-ASIGNACIONES PIC XX.
           88 ENT-ASIGNACIONES-OK  VALUE '00'.
           88 ENT-ASIGNACIONES-EOF VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       01 WS-EMPRESAS-ABIERTO         PIC X VALUE 'N'.
           88 EMPRESAS-ABIERTO        VALUE 'S'.

       01 WS-MAX-ENT                  PIC 9(2) VALUE 20.
       01 WS-CANT-ENT                 PIC 9(2) VALUE 0.

       01 TABLA-ENTIDADES.
           03 TAB-ENT OCCURS 20 TIMES INDEXED BY IND-TAB-ENT.
               05 TAB-ENT-CODIGO        PIC 9(2).
               05 TAB-ENT-CUIT          PIC 9(11).
               05 TAB-ENT-RAZON         PIC X(30).
               05 TAB-ENT-DOMICILIO     PIC X(30).
               05 TAB-ENT-COND-IVA      PIC X(2).
               05 TAB-ENT-INICIO-ACT    PIC 9(8).
               05 TAB-ENT-PUNTO-VENTA   PIC 9(4).

       01 WS-MAX-EAS                  PIC 9(4) VALUE 500.
       01 WS-CANT-EAS                 PIC 9(4) VALUE 0.

       01 TABLA-ENT-ASIGNACIONES.
           03 TAB-EAS OCCURS 500 TIMES INDEXED BY IND-TAB-EAS.
               05 TAB-EAS-EMPRESA       PIC 9(3).
               05 TAB-EAS-DESDE         PIC 9(8).
               05 TAB-EAS-HASTA         PIC 9(8).
               05 TAB-EAS-ENTIDAD       PIC 9(2).

       01 WS-EMPRESA-BUSCADA          PIC 9(3).
       01 WS-ENTIDAD-EMPRESA          PIC 9(2).
       01 WS-ENTIDAD-ENGAGEMENT       PIC 9(2).

       LINKAGE SECTION.
       01 COD-OPER                   PIC X.
       01 CUIT-EMPRESA               PIC 9(11).
       01 FECHA                      PIC 9(8).
       01 COD-ENTIDAD                PIC 9(2).
       01 CUIT-ENTIDAD               PIC 9(11).
       01 RAZON-SOCIAL               PIC X(30).
       01 DOMICILIO                  PIC X(30).
       01 COND-IVA                   PIC X(2).
       01 INICIO-ACTIVIDADES         PIC 9(8).
       01 PUNTO-VENTA                PIC 9(4).
       01 COD-ERROR                  PIC XX.

       PROCEDURE DIVISION USING COD-OPER, CUIT-EMPRESA, FECHA,
           COD-ENTIDAD, CUIT-ENTIDAD, RAZON-SOCIAL, DOMICILIO,
           COND-IVA, INICIO-ACTIVIDADES, PUNTO-VENTA, COD-ERROR.
       PRINCIPAL.
           MOVE SPACES TO COD-ERROR.
           IF COD-OPER = 'O'
              PERFORM ABRIR.
           IF COD-OPER = 'C'
              PERFORM CERRAR.
           IF COD-OPER = 'R'
              PERFORM RESOLVER.
           IF COD-OPER = 'Q'
              PERFORM CONSULTAR-POR-CODIGO.
           EXIT PROGRAM.

       ABRIR.
           MOVE 0 TO WS-CANT-ENT.
           MOVE 0 TO WS-CANT-EAS.
           OPEN INPUT ARCH-ENTIDADES.
           IF ENTIDADES-OK
              READ ARCH-ENTIDADES AT END MOVE '10' TO FS-ENTIDADES
              END-READ
              PERFORM CARGAR-ENTIDAD-EN-TABLA
                  UNTIL ENTIDADES-EOF
                     OR WS-CANT-ENT NOT LESS WS-MAX-ENT
              CLOSE ARCH-ENTIDADES.

      *    la 01 existe siempre, aunque el maestro no la traiga.
           MOVE 1 TO COD-ENTIDAD.
           PERFORM BUSCAR-ENTIDAD.
           IF COD-ERROR NOT EQUAL 'OK'
              AND WS-CANT-ENT LESS WS-MAX-ENT
              ADD 1 TO WS-CANT-ENT
              MOVE 1 TO TAB-ENT-CODIGO(WS-CANT-ENT)
              MOVE 0 TO TAB-ENT-CUIT(WS-CANT-ENT)
              MOVE SPACES TO TAB-ENT-RAZON(WS-CANT-ENT)
              MOVE SPACES TO TAB-ENT-DOMICILIO(WS-CANT-ENT)
              MOVE SPACES TO TAB-ENT-COND-IVA(WS-CANT-ENT)
              MOVE 0 TO TAB-ENT-INICIO-ACT(WS-CANT-ENT)
              MOVE 0 TO TAB-ENT-PUNTO-VENTA(WS-CANT-ENT).

           OPEN INPUT ARCH-ENT-ASIGNACIONES.
           IF ENT-ASIGNACIONES-OK
              READ ARCH-ENT-ASIGNACIONES
                  AT END MOVE '10' TO FS-ENT-ASIGNACIONES
              END-READ
              PERFORM CARGAR-ASIGNACION-EN-TABLA
                  UNTIL ENT-ASIGNACIONES-EOF
                     OR WS-CANT-EAS NOT LESS WS-MAX-EAS
              CLOSE ARCH-ENT-ASIGNACIONES.

      *    sin asignaciones no hace falta el maestro de empresas:
      *    todo resuelve a la 01.
           MOVE 'N' TO WS-EMPRESAS-ABIERTO.
           IF WS-CANT-EAS GREATER 0
              OPEN INPUT ARCH-EMP-IDX
              IF EMP-OK
                 MOVE 'S' TO WS-EMPRESAS-ABIERTO.

      *    devuelve la 01, que los llamadores usan para controlar que
      *    ninguna otra entidad comparta su punto de venta.
           MOVE 1 TO COD-ENTIDAD.
           PERFORM BUSCAR-ENTIDAD.

       CARGAR-ENTIDAD-EN-TABLA.
           IF REG-ENT-CODIGO IS NUMERIC
              AND REG-ENT-CODIGO GREATER 0
              ADD 1 TO WS-CANT-ENT
              MOVE REG-ENT-CODIGO TO TAB-ENT-CODIGO(WS-CANT-ENT)
              MOVE REG-ENT-CUIT TO TAB-ENT-CUIT(WS-CANT-ENT)
              MOVE REG-ENT-RAZON TO TAB-ENT-RAZON(WS-CANT-ENT)
              MOVE REG-ENT-DOMICILIO TO TAB-ENT-DOMICILIO(WS-CANT-ENT)
              MOVE REG-ENT-COND-IVA TO TAB-ENT-COND-IVA(WS-CANT-ENT)
              MOVE REG-ENT-INICIO-ACT
                  TO TAB-ENT-INICIO-ACT(WS-CANT-ENT)
              IF REG-ENT-PUNTO-VENTA IS NUMERIC
                 MOVE REG-ENT-PUNTO-VENTA
                     TO TAB-ENT-PUNTO-VENTA(WS-CANT-ENT)
              ELSE
                 MOVE 0 TO TAB-ENT-PUNTO-VENTA(WS-CANT-ENT).
           READ ARCH-ENTIDADES AT END MOVE '10' TO FS-ENTIDADES.

       CARGAR-ASIGNACION-EN-TABLA.
           IF REG-EAS-EMPRESA IS NUMERIC
              AND REG-EAS-ENTIDAD IS NUMERIC
              ADD 1 TO WS-CANT-EAS
              MOVE REG-EAS-EMPRESA TO TAB-EAS-EMPRESA(WS-CANT-EAS)
              MOVE REG-EAS-DESDE TO TAB-EAS-DESDE(WS-CANT-EAS)
              MOVE REG-EAS-HASTA TO TAB-EAS-HASTA(WS-CANT-EAS)
              MOVE REG-EAS-ENTIDAD TO TAB-EAS-ENTIDAD(WS-CANT-EAS).
           READ ARCH-ENT-ASIGNACIONES
               AT END MOVE '10' TO FS-ENT-ASIGNACIONES.

       CERRAR.
           IF EMPRESAS-ABIERTO
              CLOSE ARCH-EMP-IDX
              MOVE 'N' TO WS-EMPRESAS-ABIERTO.
           MOVE 'OK' TO COD-ERROR.

       RESOLVER.
           MOVE 0 TO WS-ENTIDAD-EMPRESA.
           MOVE 0 TO WS-ENTIDAD-ENGAGEMENT.
           IF EMPRESAS-ABIERTO
              MOVE CUIT-EMPRESA TO REG-EMP-IND-CUIT
              READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT
              IF EMP-OK
                 MOVE REG-EMP-IND-COD TO WS-EMPRESA-BUSCADA
                 PERFORM EVALUAR-ASIGNACION
                     VARYING IND-TAB-EAS FROM 1 BY 1
                     UNTIL IND-TAB-EAS GREATER WS-CANT-EAS.

           IF WS-ENTIDAD-ENGAGEMENT GREATER 0
              MOVE WS-ENTIDAD-ENGAGEMENT TO COD-ENTIDAD
           ELSE
              IF WS-ENTIDAD-EMPRESA GREATER 0
                 MOVE WS-ENTIDAD-EMPRESA TO COD-ENTIDAD
              ELSE
                 MOVE 1 TO COD-ENTIDAD.
           PERFORM BUSCAR-ENTIDAD.

       EVALUAR-ASIGNACION.
           IF TAB-EAS-EMPRESA(IND-TAB-EAS) EQUAL WS-EMPRESA-BUSCADA
              IF TAB-EAS-DESDE(IND-TAB-EAS) EQUAL 0
                 MOVE TAB-EAS-ENTIDAD(IND-TAB-EAS)
                     TO WS-ENTIDAD-EMPRESA
              ELSE
                 IF FECHA NOT LESS TAB-EAS-DESDE(IND-TAB-EAS)
                    AND FECHA NOT GREATER TAB-EAS-HASTA(IND-TAB-EAS)
                    MOVE TAB-EAS-ENTIDAD(IND-TAB-EAS)
                        TO WS-ENTIDAD-ENGAGEMENT.

       CONSULTAR-POR-CODIGO.
           IF COD-ENTIDAD IS NOT NUMERIC OR COD-ENTIDAD EQUAL 0
              MOVE 1 TO COD-ENTIDAD.
           PERFORM BUSCAR-ENTIDAD.

       BUSCAR-ENTIDAD.
           MOVE 'NE' TO COD-ERROR.
           MOVE 0 TO CUIT-ENTIDAD.
           MOVE SPACES TO RAZON-SOCIAL.
           MOVE SPACES TO DOMICILIO.
           MOVE SPACES TO COND-IVA.
           MOVE 0 TO INICIO-ACTIVIDADES.
           MOVE 0 TO PUNTO-VENTA.
           SET IND-TAB-ENT TO 1.
           SEARCH TAB-ENT
               WHEN IND-TAB-ENT GREATER WS-CANT-ENT
                   CONTINUE
               WHEN TAB-ENT-CODIGO(IND-TAB-ENT) EQUAL COD-ENTIDAD
                   MOVE 'OK' TO COD-ERROR
                   MOVE TAB-ENT-CUIT(IND-TAB-ENT) TO CUIT-ENTIDAD
                   MOVE TAB-ENT-RAZON(IND-TAB-ENT) TO RAZON-SOCIAL
                   MOVE TAB-ENT-DOMICILIO(IND-TAB-ENT) TO DOMICILIO
                   MOVE TAB-ENT-COND-IVA(IND-TAB-ENT) TO COND-IVA
                   MOVE TAB-ENT-INICIO-ACT(IND-TAB-ENT)
                       TO INICIO-ACTIVIDADES
                   MOVE TAB-ENT-PUNTO-VENTA(IND-TAB-ENT)
                       TO PUNTO-VENTA
           END-SEARCH.
