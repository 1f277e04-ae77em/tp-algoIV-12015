      *    el SRT se resuelve con el historial de ascensos a la fecha
      *    de cada trabajo; las tarifas negociadas por empresa
      *    (convenios) NO se aplican en esta valorizacion.
      *    las horas de un engagement a precio fijo (con hitos en
      *    HITOS.DAT) se costean igual pero van con facturado cero:
      *    ese contrato factura por hito aceptado, no por hora - mismo
      *    criterio que CONTROLAR-ENG-PRECIO-FIJO en TP1.
      *    el costo es el costo cargado: las horas extra y las de
      *    sabado, domingo o feriado se costean con su adicional de
      *    ADICIONALES-HORAS.DAT via SUB-RUTINA-ADICIONALES, igual que
      *    las paga LiquidacionConsultores. para eso cada consultor
      *    se recorre dos veces (sus registros son contiguos en la
      *    clave): la primera junta las horas normales de cada mes y
      *    la segunda reparte el costo de cada dia entre sus
      *    registros en proporcion a las horas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARCH-LINEAS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-LINEAS.
      *    engagements e hitos, para reconocer los contratos a precio
      *    fijo. los dos son opcionales.
           SELECT ARCH-ENGAGEMENTS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENGAGEMENTS.
           SELECT ARCH-HITOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-HIT-CLAVE
               FILE STATUS IS FS-HITOS.
           SELECT ARCH-MARGEN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MARGEN.
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

       FD ARCH-TAR-IDX LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS 'TARIFAS-INDEXED.DAT'
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

      *    maestro de lineas de practica (LINEAS.DAT, mantenido con
      *    el editor igual que TAREAS.DAT): un renglon por codigo de
           03 LNA-CODIGO            PIC X(2).
           03 LNA-DESCRIPCION       PIC X(20).

      *    mismo layout que CargaEngagements.
       FD ARCH-ENGAGEMENTS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'ENGAGEMENTS.DAT'
             DATA RECORD IS REG-ENGAGEMENT.

       01 REG-ENGAGEMENT.
           03 REG-ENG-EMPRESA            PIC 9(3).
           03 REG-ENG-VIG-DESDE          PIC 9(8).
           03 REG-ENG-VIG-HASTA          PIC 9(8).
           03 REG-ENG-HORAS-MENSUALES    PIC 9(5)V99.
           03 REG-ENG-HORAS-TOTALES      PIC 9(7)V99.

      *    mismo layout que CargaHitos.
       FD ARCH-HITOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'HITOS.DAT'
             DATA RECORD IS REG-HITO.

       01 REG-HITO.
           03 REG-HIT-CLAVE.
               05 REG-HIT-EMPRESA        PIC 9(3).
               05 REG-HIT-ENG-DESDE      PIC 9(8).
               05 REG-HIT-NUMERO         PIC 9(2).
           03 REG-HIT-DESCRIPCION        PIC X(30).
           03 REG-HIT-IMPORTE            PIC 9(10)V99.
           03 REG-HIT-MONEDA             PIC X(3).
           03 REG-HIT-FECHA-PLAN         PIC 9(8).
           03 REG-HIT-FECHA-ACEPT        PIC 9(8).
           03 REG-HIT-ESTADO             PIC X(1).
           03 REG-HIT-CORRIDA            PIC X(14).

       FD ARCH-MARGEN LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'MARGEN.LST'
             DATA RECORD IS REG-MARGEN.
       77 FS-MARGEN        PIC XX.
           88 MARGEN-OK      VALUE '00'.

       77 FS-ENGAGEMENTS   PIC XX.
           88 ENG-OK         VALUE '00'.
           88 ENG-EOF        VALUE '10'.

       77 FS-HITOS         PIC XX.
           88 HIT-OK         VALUE '00'.
           88 HIT-EOF        VALUE '10'.

      *    engagements cargados - mismo dimensionamiento que
      *    TABLA-ENGAGEMENTS en TP1; solo interesan los marcados a
      *    precio fijo.
       01 TABLA-ENGAGEMENTS.
           03 TAB-ENG OCCURS 500 TIMES INDEXED BY IND-TAB-ENG.
               05 TAB-ENG-EMPRESA       PIC 9(3).
               05 TAB-ENG-DESDE         PIC 9(8).
               05 TAB-ENG-HASTA         PIC 9(8).
               05 TAB-ENG-PRECIO-FIJO   PIC X.
                   88 ENG-PRECIO-FIJO   VALUE 'S'.

       01 WS-CANT-ENG                PIC 9(3) VALUE 0.
       01 WS-CANT-ENG-FIJO           PIC 9(3) VALUE 0.

       01 WS-TRABAJO-PRECIO-FIJO     PIC X VALUE 'N'.
           88 TRABAJO-PRECIO-FIJO    VALUE 'S'.

       01 WS-ACUM-HS-PRECIO-FIJO     PIC S9(7)V99 VALUE 0.
       01 WS-ACUM-COSTO-PRECIO-FIJO  PIC S9(10)V99 VALUE 0.

       01 LINEA-PRECIO-FIJO.
           03 FILLER                 PIC X(42) VALUE
              'HORAS EN ENGAGEMENTS A PRECIO FIJO       :'.
           03 LIN-PF-HORAS           PIC -ZZZZZ9,99.
           03 FILLER                 PIC X(9) VALUE '  COSTO: '.
           03 LIN-PF-COSTO           PIC -ZZZZZZZZ9,99.
       01 LINEA-PRECIO-FIJO-NOTA     PIC X(80) VALUE
          '(COSTEADAS Y SIN FACTURAR: EL CONTRATO FACTURA POR HITO)'.

       01 WS-LETRA                   PIC X.

      *    si la variable de entorno MARGEN-MODO vale 'BATCH', el

       01 WS-ACUM-SIN-CONSULTOR      PIC 9(6) VALUE 0.

      *    recorrida de los registros de un consultor: la primera
      *    pasada junta las horas normales del mes, la segunda
      *    valoriza.
       01 WS-PASADA                  PIC 9 VALUE 1.
           88 PASADA-HORAS-MES       VALUE 1.
           88 PASADA-VALORIZACION    VALUE 2.

       01 WS-CONS-EN-CURSO           PIC X(5).
       01 WS-PRIMERA-CLAVE-CONS      PIC X(24).

      *    dia de trabajo en curso del consultor y sus registros (uno
      *    por empresa: la clave no repite CUIT en el mismo dia).
       01 WS-DIA-ABIERTO             PIC X VALUE 'N'.
           88 DIA-ABIERTO            VALUE 'S'.
       01 WS-DIA-FECHA               PIC 9(8).
       01 WS-DIA-HORAS               PIC S9(4)V99.
       01 WS-COSTO-DIA               PIC S9(8)V99.
       01 WS-COSTO-DIA-ASIGNADO      PIC S9(8)V99.

       01 TABLA-DIA-REG.
           03 TAB-DR OCCURS 50 TIMES INDEXED BY IND-TAB-DR.
               05 TAB-DR-CUIT           PIC 9(11).
               05 TAB-DR-TAREA          PIC X(4).
               05 TAB-DR-HORAS          PIC S9(4)V99.

       01 WS-CANT-DR                 PIC 9(2) VALUE 0.

      *    empresa y tarea del registro que se esta acumulando.
       01 WS-MOV-CUIT                PIC 9(11).
       01 WS-MOV-TAREA               PIC X(4).

      *    horas normales del consultor en curso por mes (AAAAMM).
       01 TABLA-MES-CONS.
           03 TAB-MES OCCURS 240 TIMES INDEXED BY IND-TAB-MES.
               05 TAB-MES-PERIODO       PIC 9(6).
               05 TAB-MES-HS-NORMAL     PIC S9(5)V99.

       01 WS-CANT-MES                PIC 9(3) VALUE 0.

      *    parametros de SUB-RUTINA-ADICIONALES.
       01 WS-ADI-OPER                PIC X.
       01 WS-ADI-SRT                 PIC X(2).
       01 WS-ADI-FECHA               PIC 9(8).
       01 WS-ADI-HORAS-DIA           PIC S9(4)V99.
       01 WS-ADI-HORAS-MES           PIC S9(5)V99.
       01 WS-ADI-COSTO               PIC 9(5)V99.
       01 WS-ADI-BANDAS.
           03 WS-ADI-HS-NORMAL       PIC S9(4)V99.
           03 WS-ADI-HS-EXTRA        PIC S9(4)V99.
           03 WS-ADI-HS-NO-LAB       PIC S9(4)V99.
           03 WS-ADI-IMP-NORMAL      PIC S9(8)V99.
           03 WS-ADI-IMP-EXTRA       PIC S9(8)V99.
           03 WS-ADI-IMP-NO-LAB      PIC S9(8)V99.
       01 WS-ADI-ERROR               PIC XX.

      *    acumulados por consultor - mismo dimensionamiento que
      *    TABLA-RANK-CONS en TP1.
       01 TABLA-MARGEN-CONS.

           PERFORM ABRIR-ARCHIVOS.
           PERFORM CARGAR-TABLA-LINEAS.
           PERFORM CARGAR-TABLA-ENGAGEMENTS.
           IF WS-CANT-ENG GREATER ZERO
              PERFORM MARCAR-ENGAGEMENTS-PRECIO-FIJO.

           MOVE 'O' TO WS-ADI-OPER.
           PERFORM LLAMAR-ADICIONALES.

           PERFORM LEER-TIMES.
           PERFORM PROCESAR-CONSULTOR UNTIL TIMES-EOF.

           MOVE 'C' TO WS-ADI-OPER.
           PERFORM LLAMAR-ADICIONALES.

           PERFORM IMPRIMIR-REPORTE.
           PERFORM IMPRIMIR-TOTALES-LINEA.
           PERFORM IMPRIMIR-PRECIO-FIJO.
           PERFORM TERMINAR.

       ABRIR-ARCHIVOS.
               AT END MOVE '10' TO FS-ARCH-TIMES-IDX
           END-READ.

      *    por cada consultor: sin maestro sus registros se saltean;
      *    con maestro se recorren dos veces, la segunda desde la
      *    primera clave del consultor (START sobre la clave).
       PROCESAR-CONSULTOR.
           MOVE REG-KEY-NUM TO WS-CONS-EN-CURSO.
           PERFORM BUSCAR-CONSULTOR.
           IF NOT CONS-OK
              PERFORM SALTEAR-REGISTRO-TIMES
                  UNTIL TIMES-EOF
                     OR REG-KEY-NUM NOT EQUAL WS-CONS-EN-CURSO
           ELSE
              MOVE REG-KEY-TIMES TO WS-PRIMERA-CLAVE-CONS
              MOVE 0 TO WS-CANT-MES
              MOVE 1 TO WS-PASADA
              PERFORM RECORRER-CONSULTOR
              PERFORM VOLVER-AL-CONSULTOR
              MOVE 2 TO WS-PASADA
              PERFORM RECORRER-CONSULTOR.

       SALTEAR-REGISTRO-TIMES.
           ADD 1 TO WS-ACUM-SIN-CONSULTOR.
           PERFORM LEER-TIMES.

       RECORRER-CONSULTOR.
           MOVE 'N' TO WS-DIA-ABIERTO.
           PERFORM ACUMULAR-REGISTRO-DIA
               UNTIL TIMES-EOF
                  OR REG-KEY-NUM NOT EQUAL WS-CONS-EN-CURSO.
           IF DIA-ABIERTO
              PERFORM CERRAR-DIA.

       VOLVER-AL-CONSULTOR.
           MOVE WS-PRIMERA-CLAVE-CONS TO REG-KEY-TIMES.
           START ARCH-TIMES-IDX KEY IS NOT LESS THAN REG-KEY-TIMES
               INVALID KEY
                  DISPLAY 'NO PUDO REPOSICIONARSE TIMES-INDEXED.DAT '
                      'EN EL CONSULTOR ' WS-CONS-EN-CURSO ' '
                      FS-ARCH-TIMES-IDX
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
           END-START.
           PERFORM LEER-TIMES.

      *    los registros de un consultor en un dia son contiguos en
      *    la clave (NUM + FECHA + CUIT).
       ACUMULAR-REGISTRO-DIA.
           IF DIA-ABIERTO AND REG-KEY-FECHA NOT EQUAL WS-DIA-FECHA
              PERFORM CERRAR-DIA.
           IF NOT DIA-ABIERTO
              PERFORM ABRIR-DIA.
           PERFORM CALCULAR-HORAS-NETO.
           ADD WS-HORAS-NETO TO WS-DIA-HORAS.
           IF PASADA-VALORIZACION
              IF WS-CANT-DR NOT LESS 50
                 DISPLAY 'ERROR: MAS DE 50 REGISTROS DEL CONSULTOR '
                     WS-CONS-EN-CURSO ' EN EL DIA ' WS-DIA-FECHA
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              ELSE
                 ADD 1 TO WS-CANT-DR
                 MOVE REG-KEY-CUIT TO TAB-DR-CUIT(WS-CANT-DR)
                 MOVE REG-TIMES-IND-TAREA TO TAB-DR-TAREA(WS-CANT-DR)
                 MOVE WS-HORAS-NETO TO TAB-DR-HORAS(WS-CANT-DR).
           PERFORM LEER-TIMES.

       ABRIR-DIA.
           MOVE 'S' TO WS-DIA-ABIERTO.
           MOVE REG-KEY-FECHA TO WS-DIA-FECHA.
           MOVE 0 TO WS-DIA-HORAS.
           MOVE 0 TO WS-CANT-DR.
           PERFORM ARMAR-FECHA-BUSQUEDA.
           PERFORM DETERMINAR-SRT-VIGENTE.
           PERFORM BUSCAR-COSTO-VIGENTE.
           IF PASADA-VALORIZACION
              PERFORM BUSCAR-TARIFA-VIGENTE.

      *    primera pasada: suma las horas normales del dia al mes.
      *    segunda: costo cargado del dia con el total del mes y
      *    reparto entre los registros del dia.
       CERRAR-DIA.
           PERFORM UBICAR-MES-CONSULTOR.
           MOVE 'D' TO WS-ADI-OPER.
           MOVE WS-SRT-VIGENTE TO WS-ADI-SRT.
           MOVE WS-TAR-FECHA-BUSCADA-N TO WS-ADI-FECHA.
           MOVE WS-DIA-HORAS TO WS-ADI-HORAS-DIA.
           MOVE WS-COSTO-VIGENTE TO WS-ADI-COSTO.
           IF PASADA-HORAS-MES
              MOVE 0 TO WS-ADI-HORAS-MES
              PERFORM LLAMAR-ADICIONALES
              ADD WS-ADI-HS-NORMAL TO TAB-MES-HS-NORMAL(IND-TAB-MES)
           ELSE
              MOVE TAB-MES-HS-NORMAL(IND-TAB-MES) TO WS-ADI-HORAS-MES
              PERFORM LLAMAR-ADICIONALES
              COMPUTE WS-COSTO-DIA = WS-ADI-IMP-NORMAL
                  + WS-ADI-IMP-EXTRA + WS-ADI-IMP-NO-LAB
              MOVE 0 TO WS-COSTO-DIA-ASIGNADO
              SET IND-TAB-DR TO 1
              PERFORM PROCESAR-REGISTRO-DIA
                  UNTIL IND-TAB-DR GREATER THAN WS-CANT-DR.
           MOVE 'N' TO WS-DIA-ABIERTO.

       UBICAR-MES-CONSULTOR.
           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-MES TO 1.
           SEARCH TAB-MES
               WHEN IND-TAB-MES GREATER THAN WS-CANT-MES
                   NEXT SENTENCE
               WHEN TAB-MES-PERIODO(IND-TAB-MES) EQUAL
                       WS-TAR-FECHA-BUSCADA-N (1:6)
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.
           IF NOT FILA-ENCONTRADA
              IF WS-CANT-MES IS LESS THAN 240
                 ADD 1 TO WS-CANT-MES
                 SET IND-TAB-MES TO WS-CANT-MES
                 MOVE WS-TAR-FECHA-BUSCADA-N (1:6)
                     TO TAB-MES-PERIODO(IND-TAB-MES)
                 MOVE 0 TO TAB-MES-HS-NORMAL(IND-TAB-MES)
              ELSE
                 DISPLAY 'ERROR: MAS DE 240 MESES DEL CONSULTOR '
                     WS-CONS-EN-CURSO ', LA TABLA-MES-CONS NO ALCANZA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       LLAMAR-ADICIONALES.
           CALL 'ADICIONALES' USING WS-ADI-OPER, WS-ADI-SRT,
               WS-ADI-FECHA, WS-ADI-HORAS-DIA, WS-ADI-HORAS-MES,
               WS-ADI-COSTO, WS-ADI-BANDAS, WS-ADI-ERROR.

      *    por cada registro del dia: valoriza a tarifa vigente y le
      *    toca del costo cargado del dia la parte de sus horas; el
      *    ultimo se lleva el resto, asi el dia suma exacto. un dia
      *    con horas netas en cero se costea al costo plano.
       PROCESAR-REGISTRO-DIA.
           MOVE TAB-DR-CUIT(IND-TAB-DR) TO WS-MOV-CUIT.
           MOVE TAB-DR-TAREA(IND-TAB-DR) TO WS-MOV-TAREA.
           MOVE TAB-DR-HORAS(IND-TAB-DR) TO WS-HORAS-NETO.
           COMPUTE WS-IMPORTE-FACTURADO =
               WS-HORAS-NETO * WS-TARIFA-VIGENTE.
           IF IND-TAB-DR EQUAL WS-CANT-DR
              COMPUTE WS-IMPORTE-COSTO =
                  WS-COSTO-DIA - WS-COSTO-DIA-ASIGNADO
           ELSE
              IF WS-DIA-HORAS NOT EQUAL ZERO
                 COMPUTE WS-IMPORTE-COSTO ROUNDED =
                     WS-COSTO-DIA * WS-HORAS-NETO / WS-DIA-HORAS
              ELSE
                 COMPUTE WS-IMPORTE-COSTO =
                     WS-HORAS-NETO * WS-COSTO-VIGENTE
              END-IF
           END-IF.
           ADD WS-IMPORTE-COSTO TO WS-COSTO-DIA-ASIGNADO.
           IF WS-CANT-ENG-FIJO GREATER ZERO
              PERFORM CONTROLAR-ENG-PRECIO-FIJO
              IF TRABAJO-PRECIO-FIJO
                 MOVE 0 TO WS-IMPORTE-FACTURADO
                 ADD WS-HORAS-NETO TO WS-ACUM-HS-PRECIO-FIJO
                 ADD WS-IMPORTE-COSTO TO WS-ACUM-COSTO-PRECIO-FIJO
              END-IF
           END-IF.
           PERFORM ACUMULAR-POR-CONSULTOR.
           PERFORM ACUMULAR-POR-EMPRESA.
           IF WS-CANT-LNA GREATER ZERO
              PERFORM ACUMULAR-POR-LINEA.
           SET IND-TAB-DR UP BY 1.

       BUSCAR-CONSULTOR.
           MOVE REG-KEY-NUM TO REG-KEY-CODE-CONS.
              END-IF
           END-IF.

      *    ENGAGEMENTS.DAT y HITOS.DAT son opcionales: sin ellos no
      *    hay contratos a precio fijo y todo se valoriza a tarifa.
       CARGAR-TABLA-ENGAGEMENTS.
           OPEN INPUT ARCH-ENGAGEMENTS.
           IF ENG-OK
              PERFORM LEER-ENGAGEMENT
              PERFORM CARGAR-ENG-EN-TABLA
                  UNTIL ENG-EOF OR WS-CANT-ENG NOT LESS 500
              CLOSE ARCH-ENGAGEMENTS.

       LEER-ENGAGEMENT.
           READ ARCH-ENGAGEMENTS AT END MOVE '10' TO FS-ENGAGEMENTS.

       CARGAR-ENG-EN-TABLA.
           ADD 1 TO WS-CANT-ENG.
           MOVE REG-ENG-EMPRESA TO TAB-ENG-EMPRESA(WS-CANT-ENG).
           MOVE REG-ENG-VIG-DESDE TO TAB-ENG-DESDE(WS-CANT-ENG).
           MOVE REG-ENG-VIG-HASTA TO TAB-ENG-HASTA(WS-CANT-ENG).
           MOVE 'N' TO TAB-ENG-PRECIO-FIJO(WS-CANT-ENG).
           PERFORM LEER-ENGAGEMENT.

      *    un engagement con al menos un hito cargado es de precio
      *    fijo, igual que en TP1.
       MARCAR-ENGAGEMENTS-PRECIO-FIJO.
           OPEN INPUT ARCH-HITOS.
           IF HIT-OK
              PERFORM LEER-HITO
              PERFORM MARCAR-UN-HITO UNTIL HIT-EOF
              CLOSE ARCH-HITOS.

       LEER-HITO.
           READ ARCH-HITOS NEXT RECORD
               AT END MOVE '10' TO FS-HITOS
           END-READ.

       MARCAR-UN-HITO.
           SET IND-TAB-ENG TO 1.
           SEARCH TAB-ENG
               WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                   NEXT SENTENCE
               WHEN TAB-ENG-EMPRESA(IND-TAB-ENG) EQUAL REG-HIT-EMPRESA
                AND TAB-ENG-DESDE(IND-TAB-ENG) EQUAL REG-HIT-ENG-DESDE
                   IF NOT ENG-PRECIO-FIJO(IND-TAB-ENG)
                      MOVE 'S' TO TAB-ENG-PRECIO-FIJO(IND-TAB-ENG)
                      ADD 1 TO WS-CANT-ENG-FIJO
                   END-IF
           END-SEARCH.
           PERFORM LEER-HITO.

      *    el registro de horas trae el CUIT: el codigo de empresa
      *    del engagement sale del maestro indexado por clave
      *    alternativa.
       CONTROLAR-ENG-PRECIO-FIJO.
           MOVE 'N' TO WS-TRABAJO-PRECIO-FIJO.
           MOVE WS-MOV-CUIT TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF EMP-OK
              SET IND-TAB-ENG TO 1
              SEARCH TAB-ENG
                  WHEN IND-TAB-ENG GREATER THAN WS-CANT-ENG
                      NEXT SENTENCE
                  WHEN TAB-ENG-EMPRESA(IND-TAB-ENG) EQUAL
                          REG-EMP-IND-COD
                   AND ENG-PRECIO-FIJO(IND-TAB-ENG)
                   AND WS-TAR-FECHA-BUSCADA-N NOT LESS
                           TAB-ENG-DESDE(IND-TAB-ENG)
                   AND WS-TAR-FECHA-BUSCADA-N NOT GREATER
                           TAB-ENG-HASTA(IND-TAB-ENG)
                      MOVE 'S' TO WS-TRABAJO-PRECIO-FIJO
              END-SEARCH
           END-IF.

       IMPRIMIR-PRECIO-FIJO.
           IF WS-ACUM-HS-PRECIO-FIJO NOT EQUAL ZERO
              MOVE LINEA-EN-BLANCO TO REG-MARGEN
              WRITE REG-MARGEN
              MOVE WS-ACUM-HS-PRECIO-FIJO TO LIN-PF-HORAS
              MOVE WS-ACUM-COSTO-PRECIO-FIJO TO LIN-PF-COSTO
              MOVE LINEA-PRECIO-FIJO TO REG-MARGEN
              WRITE REG-MARGEN
              MOVE LINEA-PRECIO-FIJO-NOTA TO REG-MARGEN
              WRITE REG-MARGEN
           END-IF.

      *    LINEAS.DAT es opcional: sin mapa cargado no hay rollup por
      *    linea de practica.
       CARGAR-TABLA-LINEAS.
               WHEN IND-TAB-LNA GREATER THAN WS-CANT-LNA
                   NEXT SENTENCE
               WHEN TAB-LNA-TAREA(IND-TAB-LNA) EQUAL
                       WS-MOV-TAREA
                   MOVE 'S' TO WS-LINEA-ENCONTRADA
                   MOVE TAB-LNA-CODIGO(IND-TAB-LNA) TO
                       WS-LINEA-COD-ACTUAL
           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-MC TO 1.
           SEARCH TAB-MC
               WHEN TAB-MC-NUM(IND-TAB-MC) EQUAL WS-CONS-EN-CURSO
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.

              IF WS-CANT-MC IS LESS THAN 2000
                 ADD 1 TO WS-CANT-MC
                 SET IND-TAB-MC TO WS-CANT-MC
                 MOVE WS-CONS-EN-CURSO TO TAB-MC-NUM(IND-TAB-MC)
                 MOVE REG-CONS-NOMBRE TO TAB-MC-NOMBRE(IND-TAB-MC)
                 MOVE 0 TO TAB-MC-HORAS(IND-TAB-MC)
                 MOVE 0 TO TAB-MC-FACTURADO(IND-TAB-MC)
           MOVE 'N' TO WS-FILA-ENCONTRADA.
           SET IND-TAB-ME TO 1.
           SEARCH TAB-ME
               WHEN TAB-ME-CUIT(IND-TAB-ME) EQUAL WS-MOV-CUIT
                   MOVE 'S' TO WS-FILA-ENCONTRADA
           END-SEARCH.

              IF WS-CANT-ME IS LESS THAN 999
                 ADD 1 TO WS-CANT-ME
                 SET IND-TAB-ME TO WS-CANT-ME
                 MOVE WS-MOV-CUIT TO TAB-ME-CUIT(IND-TAB-ME)
                 MOVE 0 TO TAB-ME-HORAS(IND-TAB-ME)
                 MOVE 0 TO TAB-ME-FACTURADO(IND-TAB-ME)
                 MOVE 0 TO TAB-ME-COSTO(IND-TAB-ME)
