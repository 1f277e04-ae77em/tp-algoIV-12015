      *    (RESUMEN-GRUPO-<GRP>-<AAAAMM>.LST) con el subtotal de
      *    horas de cada filial, para el holding que quiere una sola
      *    vista - el grupo de cada CUIT sale de REG-EMP-IND-GRUPO y
      *    el nombre de GRUPOS.DAT. cada resumen generado queda
      *    anotado en DESPACHO-DOCUMENTOS.DAT para el manifiesto y el
      *    registro de envios de GestionDespachos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARCH-RES-GRUPO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-RES-GRUPO.
      *    registro de documentos generados, para despacharlos a
      *    los contactos del cliente (ver GestionDespachos).
           SELECT ARCH-DESPACHO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DESPACHO.

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

      *    maestro de grupos economicos - ver ConsolidadoGrupos.
       FD ARCH-GRUPOS LABEL RECORD IS STANDARD

       01 REG-RES-GRUPO                PIC X(100).

       FD ARCH-DESPACHO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DESPACHO-DOCUMENTOS.DAT'
             DATA RECORD IS REG-DOC-DESPACHO.

       01 REG-DOC-DESPACHO.
           03 DES-FECHA-GEN              PIC 9(8).
           03 FILLER                     PIC X(1).
           03 DES-HORA-GEN               PIC 9(8).
           03 FILLER                     PIC X(1).
           03 DES-PROGRAMA               PIC X(24).
           03 FILLER                     PIC X(1).
           03 DES-TIPO                   PIC X(2).
           03 FILLER                     PIC X(1).
           03 DES-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(1).
           03 DES-ARCHIVO                PIC X(40).
           03 FILLER                     PIC X(1).
           03 DES-REFERENCIA             PIC X(16).

       WORKING-STORAGE SECTION.

       77 FS-CSV           PIC XX.
       77 FS-RES-GRUPO     PIC XX.
           88 RES-GRUPO-OK   VALUE '00'.

       77 FS-DESPACHO      PIC XX.
           88 DESPACHO-OK    VALUE '00'.

      *    cada resumen generado se anota para el despacho con la
      *    fecha y hora de la corrida.
       01 WS-DESPACHO-DISPONIBLE     PIC X VALUE 'N'.
           88 DESPACHO-DISPONIBLE    VALUE 'S'.
       01 WS-DES-FECHA-CORRIDA       PIC 9(8).
       01 WS-DES-HORA-CORRIDA        PIC 9(8).
       01 WS-DES-TIPO                PIC X(2).
       01 WS-DES-CUIT                PIC 9(11).
       01 WS-DES-ARCHIVO             PIC X(40).
       01 WS-DES-REFERENCIA          PIC X(16).

      *    con RESUMENES-POR-GRUPO = 'S' se emiten tambien los
      *    consolidados por grupo economico.
       01 WS-POR-GRUPO-ENV           PIC X(1).
               FROM ENVIRONMENT 'RESUMENES-POR-GRUPO'.

           PERFORM CARGAR-LEYENDA-PERIODO.
           PERFORM ABRIR-DESPACHO.

           IF RESUMENES-POR-GRUPO
              PERFORM PREPARAR-MODO-GRUPO
              PERFORM EMITIR-RESUMENES-GRUPO
              CLOSE ARCH-EMP-IDX.

           IF DESPACHO-DISPONIBLE
              CLOSE ARCH-DESPACHO.

           DISPLAY WS-ACUM-RESUMENES ' RESUMENES DE CLIENTE '
               'GENERADOS (RESUMEN-<CUIT>-' WS-PERIODO '.LST)'.
           IF NOT MODO-BATCH
           CLOSE ARCH-RESUMEN.
           MOVE 'N' TO WS-RESUMEN-ABIERTO.

           MOVE 'RE' TO WS-DES-TIPO.
           MOVE WS-CUIT-CORTE TO WS-DES-CUIT.
           MOVE WS-NOMBRE-RESUMEN TO WS-DES-ARCHIVO.
           MOVE WS-PERIODO TO WS-DES-REFERENCIA.
           PERFORM ANOTAR-DOCUMENTO-DESPACHO.

           IF RESUMENES-POR-GRUPO
              PERFORM ANOTAR-FILIAL-PARA-GRUPO
           END-IF.
              MOVE LINEA-FILIAL-GRUPO TO REG-RES-GRUPO
              WRITE REG-RES-GRUPO
              ADD TAB-FIL-HORAS(WS-I) TO WS-ACUM-HORAS-GRUPO
              PERFORM ANOTAR-FILIAL-DESPACHO
           END-IF.
           ADD 1 TO WS-I.

      *    el consolidado se despacha a cada filial del grupo, cada
      *    una a sus propios contactos.
       ANOTAR-FILIAL-DESPACHO.
           MOVE 'RG' TO WS-DES-TIPO.
           MOVE TAB-FIL-CUIT(WS-I) TO WS-DES-CUIT.
           MOVE WS-NOMBRE-RES-GRUPO TO WS-DES-ARCHIVO.
           MOVE SPACES TO WS-DES-REFERENCIA.
           STRING 'GRUPO ' TAB-GRP-CODIGO(WS-J)
               DELIMITED BY SIZE INTO WS-DES-REFERENCIA.
           PERFORM ANOTAR-DOCUMENTO-DESPACHO.

      *    DESPACHO-DOCUMENTOS.DAT acumula entre corridas; si no
      *    puede abrirse los resumenes salen igual, sin anotarse.
       ABRIR-DESPACHO.
           ACCEPT WS-DES-FECHA-CORRIDA FROM DATE YYYYMMDD.
           ACCEPT WS-DES-HORA-CORRIDA FROM TIME.
           OPEN EXTEND ARCH-DESPACHO.
           IF NOT DESPACHO-OK
              OPEN OUTPUT ARCH-DESPACHO.
           IF DESPACHO-OK
              MOVE 'S' TO WS-DESPACHO-DISPONIBLE
           ELSE
              DISPLAY 'NO PUDO ABRIRSE DESPACHO-DOCUMENTOS.DAT '
                  FS-DESPACHO ' - LOS RESUMENES NO QUEDAN ANOTADOS '
                  'PARA EL DESPACHO'.

       ANOTAR-DOCUMENTO-DESPACHO.
           IF DESPACHO-DISPONIBLE
              MOVE SPACES TO REG-DOC-DESPACHO
              MOVE WS-DES-FECHA-CORRIDA TO DES-FECHA-GEN
              MOVE WS-DES-HORA-CORRIDA TO DES-HORA-GEN
              MOVE 'GeneraResumenesClientes' TO DES-PROGRAMA
              MOVE WS-DES-TIPO TO DES-TIPO
              MOVE WS-DES-CUIT TO DES-CUIT
              MOVE WS-DES-ARCHIVO TO DES-ARCHIVO
              MOVE WS-DES-REFERENCIA TO DES-REFERENCIA
              WRITE REG-DOC-DESPACHO.
