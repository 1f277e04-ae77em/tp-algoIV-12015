       IDENTIFICATION DIVISION.
       PROGRAM-ID. GestionDespachos.
       AUTHOR. Fede.

      *    despacho de documentos a los clientes: GeneraFacturas,
      *    GeneraResumenesClientes, GeneraCartasReclamo,
      *    CuentaCorriente y GeneraSolicitudConformidad anotan en
      *    DESPACHO-DOCUMENTOS.DAT cada documento que generan (tipo,
      *    CUIT, archivo y referencia, con la fecha y hora de la
      *    corrida). este programa:
      *    - arma el manifiesto de despacho de una fecha de
      *      generacion (DESPACHO-MANIFIESTO.LST): cada documento con
      *      sus destinatarios tomados de CONTACTOS.DAT segun el rol
      *      que corresponde al tipo de documento (facturas, notas de
      *      credito y resumenes a facturacion; cartas de reclamo y
      *      cuentas corrientes a cobranzas; solicitudes de
      *      conformidad de horas al contacto tecnico); si la empresa
      *      no tiene contacto en ese rol van sus demas contactos
      *      vigentes.
      *    - registra en DESPACHO-ENVIOS.LOG cada envio, un renglon
      *      por destinatario, con fecha, hora y usuario: un documento
      *      suelto o todo lo pendiente de una fecha de generacion.
      *    - lista los documentos todavia no enviados
      *      (PENDIENTES-ENVIO.LST) con los dias que llevan
      *      esperando.
      *    un documento es archivo + CUIT + referencia (las facturas
      *    comparten FACTURAS.LST y se distinguen por el comprobante);
      *    si se genero mas de una vez vale la ultima generacion, y
      *    cuenta como enviado solo si el envio registrado es de esa
      *    generacion o de una posterior. con DESPACHOS-MODO = 'BATCH'
      *    no hay menu: salen el manifiesto del dia y el reporte de
      *    pendientes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-DESPACHO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-DESPACHO.

           SELECT ARCH-ENVIOS ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ENVIOS.

           SELECT ARCH-CONTACTOS ASSIGN TO DISK
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CON-CLAVE
                   FILE STATUS IS FS-CONTACTOS.

           SELECT ARCH-EMP-IDX ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-EMP-IND-COD
               ALTERNATE RECORD KEY IS REG-EMP-IND-CUIT
               FILE STATUS IS FS-ARCH-EMP-IDX.

           SELECT ARCH-MANIFIESTO ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-MANIFIESTO.

           SELECT ARCH-PENDIENTES ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-PENDIENTES.

      *    usuario autenticado de la sesion (sign-on de PRINCIPAL),
      *    para el registro de envios.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.

       DATA DIVISION.
       FILE SECTION.

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
      *    'FA' factura, 'NC' nota de credito, 'RE' resumen de horas,
      *    'RG' resumen de grupo, 'CR' carta de reclamo, 'CC' cuenta
      *    corriente, 'AT' aviso de aumento de tarifas.
           03 DES-TIPO                   PIC X(2).
           03 FILLER                     PIC X(1).
           03 DES-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(1).
           03 DES-ARCHIVO                PIC X(40).
           03 FILLER                     PIC X(1).
           03 DES-REFERENCIA             PIC X(16).

      *    un renglon por destinatario de cada envio; la generacion
      *    enviada queda con su fecha y hora.
       FD ARCH-ENVIOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DESPACHO-ENVIOS.LOG'
             DATA RECORD IS REG-ENVIO.

       01 REG-ENVIO.
           03 ENV-FECHA                  PIC 9(8).
           03 FILLER                     PIC X(1).
           03 ENV-HORA                   PIC 9(8).
           03 FILLER                     PIC X(1).
           03 ENV-USUARIO                PIC X(20).
           03 FILLER                     PIC X(1).
           03 ENV-TIPO                   PIC X(2).
           03 FILLER                     PIC X(1).
           03 ENV-CUIT                   PIC 9(11).
           03 FILLER                     PIC X(1).
           03 ENV-ARCHIVO                PIC X(40).
           03 FILLER                     PIC X(1).
           03 ENV-REFERENCIA             PIC X(16).
           03 FILLER                     PIC X(1).
           03 ENV-SELLO-GEN.
               05 ENV-FECHA-GEN          PIC 9(8).
               05 ENV-HORA-GEN           PIC 9(8).
           03 FILLER                     PIC X(1).
           03 ENV-DESTINATARIO           PIC X(50).

       FD ARCH-CONTACTOS LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'CONTACTOS.DAT'
             DATA RECORD IS REG-CONTACTO.

       01 REG-CONTACTO.
           03 CON-CLAVE.
               05 CON-CUIT               PIC 9(11).
               05 CON-ROL                PIC X(1).
                   88 CON-FACTURACION    VALUE 'F'.
                   88 CON-COBRANZAS      VALUE 'C'.
                   88 CON-TECNICO        VALUE 'T'.
               05 CON-SECUENCIA          PIC 9(2).
           03 CON-NOMBRE                 PIC X(30).
           03 CON-EMAIL                  PIC X(50).
           03 CON-TELEFONO               PIC X(20).
           03 CON-ESTADO                 PIC X(1).
               88 CON-DADO-DE-BAJA       VALUE 'B'.

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

       FD ARCH-MANIFIESTO LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'DESPACHO-MANIFIESTO.LST'
             DATA RECORD IS REG-MANIFIESTO.

       01 REG-MANIFIESTO                 PIC X(132).

       FD ARCH-PENDIENTES LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'PENDIENTES-ENVIO.LST'
             DATA RECORD IS REG-PENDIENTES.

       01 REG-PENDIENTES                 PIC X(132).

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
             DATA RECORD IS REG-SESION.

       01 REG-SESION.
           03 SES-USUARIO               PIC X(20).
           03 SES-ROL                   PIC X(1).
           03 SES-FECHA                 PIC 9(8).
           03 SES-HORA                  PIC 9(8).

       WORKING-STORAGE SECTION.

       77 FS-DESPACHO      PIC XX.
           88 DESPACHO-OK    VALUE '00'.
           88 DESPACHO-EOF   VALUE '10'.

       77 FS-ENVIOS        PIC XX.
           88 ENVIOS-OK      VALUE '00'.
           88 ENVIOS-EOF     VALUE '10'.

       77 FS-CONTACTOS     PIC XX.
           88 CONTACTOS-OK   VALUE '00'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-MANIFIESTO    PIC XX.
           88 MANIFIESTO-OK  VALUE '00'.

       77 FS-PENDIENTES    PIC XX.
           88 PENDIENTES-OK  VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

      *    si la variable de entorno DESPACHOS-MODO vale 'BATCH', el
      *    programa emite los dos listados sin pasar por el menu.
       01 WS-MODO-EJECUCION          PIC X(5).
           88 MODO-BATCH             VALUE 'BATCH'.

       01 WS-OPCION                  PIC X.
       01 WS-CONTINUAR               PIC X VALUE 'S'.
           88 CONTINUAR-SI           VALUE 'S'.
       01 WS-CONFIRMA                PIC X.
           88 CONFIRMA-SI            VALUE 'S'.

       01 WS-USUARIO                 PIC X(20).
       01 WS-FECHA-HOY               PIC 9(8).
       01 WS-HORA-AHORA              PIC 9(8).
       01 WS-DIAS-HOY                PIC 9(7).

      *    CONTACTOS.DAT puede no existir todavia: los documentos
      *    salen sin destinatarios.
       01 WS-CONTACTOS-DISPONIBLE    PIC X VALUE 'N'.
           88 CONTACTOS-DISPONIBLE   VALUE 'S'.

      *    rango de fechas de generacion de los documentos a cargar.
       01 WS-FILTRO-DESDE            PIC 9(8).
       01 WS-FILTRO-HASTA            PIC 9(8).
       01 WS-FECHA-PEDIDA            PIC 9(8).

      *    documentos cargados de DESPACHO-DOCUMENTOS.DAT, uno por
      *    archivo + CUIT + referencia, con su ultima generacion y la
      *    fecha del ultimo envio de esa generacion (cero = pendiente).
       01 WS-MAX-DOC                 PIC 9(4) VALUE 9999.
       01 WS-CANT-DOC                PIC 9(4) VALUE 0.

       01 TABLA-DOCUMENTOS.
           03 TAB-DOC OCCURS 9999 TIMES INDEXED BY IND-TAB-DOC.
               05 TAB-DOC-CLAVE.
                   07 TAB-DOC-CUIT       PIC 9(11).
                   07 TAB-DOC-ARCHIVO    PIC X(40).
                   07 TAB-DOC-REFERENCIA PIC X(16).
               05 TAB-DOC-TIPO           PIC X(2).
               05 TAB-DOC-SELLO-GEN.
                   07 TAB-DOC-FECHA-GEN  PIC 9(8).
                   07 TAB-DOC-HORA-GEN   PIC 9(8).
               05 TAB-DOC-ENVIADO        PIC 9(8).

       01 REG-TAB-DOC-TEMP           PIC X(93).

       01 WS-CLAVE-BUSCADA.
           03 WS-CLB-CUIT            PIC 9(11).
           03 WS-CLB-ARCHIVO         PIC X(40).
           03 WS-CLB-REFERENCIA      PIC X(16).

       01 WS-DOC-ENCONTRADO          PIC X.
           88 DOC-ENCONTRADO         VALUE 'S'.

       01 WS-I                       PIC 9(4).
       01 WS-J                       PIC 9(4).

      *    destinatarios del documento en curso.
       01 WS-MAX-DEST                PIC 9(2) VALUE 50.
       01 WS-CANT-DEST               PIC 9(2) VALUE 0.
       01 TABLA-DESTINATARIOS.
           03 TAB-DEST OCCURS 50 TIMES.
               05 TAB-DEST-NOMBRE        PIC X(30).
               05 TAB-DEST-EMAIL         PIC X(50).
               05 TAB-DEST-ROL           PIC X(1).
       01 WS-D                       PIC 9(2).

       01 WS-ROL-DOCUMENTO           PIC X(1).
       01 WS-ROL-FILTRO              PIC X(1).
       01 WS-FIN-CONTACTOS           PIC X.
           88 FIN-CONTACTOS          VALUE 'S'.
       01 WS-DESC-ROL                PIC X(12).
       01 WS-DESC-TIPO               PIC X(16).

      *    envio de un documento suelto.
       01 WS-DESTINATARIO-MANUAL     PIC X(50).
       01 WS-CUIT-PEDIDO             PIC 9(11).
       01 WS-ARCHIVO-PEDIDO          PIC X(40).
       01 WS-REFERENCIA-PEDIDA       PIC X(16).
       01 WS-TIPO-PEDIDO             PIC X(2).
       01 WS-SELLO-PEDIDO.
           03 WS-FECHA-GEN-PEDIDO    PIC 9(8).
           03 WS-HORA-GEN-PEDIDO     PIC 9(8).

       01 WS-CANT-ENVIOS             PIC 9(5).
       01 WS-CANT-DOC-ENVIADOS       PIC 9(5).
       01 WS-CANT-PENDIENTES         PIC 9(5).
       01 WS-CANT-SIN-CONTACTO       PIC 9(5).
       01 WS-DIAS-ESPERA             PIC 9(5).

       01 LINEA-MAN-TITULO           PIC X(80) VALUE
          'MANIFIESTO DE DESPACHO DE DOCUMENTOS'.

       01 LINEA-MAN-FECHA.
           03 FILLER       PIC X(22) VALUE 'GENERADOS EL DIA '.
           03 LIN-MAN-FECHA          PIC 9(8).

       01 LINEA-MAN-ENCABEZADO.
           03 FILLER       PIC X(17) VALUE 'DOCUMENTO'.
           03 FILLER       PIC X(12) VALUE 'CUIT'.
           03 FILLER       PIC X(26) VALUE 'EMPRESA'.
           03 FILLER       PIC X(41) VALUE 'ARCHIVO'.
           03 FILLER       PIC X(17) VALUE 'REFERENCIA'.
           03 FILLER       PIC X(16) VALUE 'ESTADO'.

       01 LINEA-MAN-DOCUMENTO.
           03 LIN-MAN-TIPO           PIC X(16).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MAN-CUIT           PIC 9(11).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MAN-RAZON          PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MAN-ARCHIVO        PIC X(40).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MAN-REFERENCIA     PIC X(16).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-MAN-ESTADO         PIC X(9).
           03 LIN-MAN-ENVIADO        PIC 9(8) BLANK WHEN ZERO.

       01 LINEA-MAN-DESTINATARIO.
           03 FILLER                 PIC X(17) VALUE SPACES.
           03 FILLER                 PIC X(6) VALUE 'PARA: '.
           03 LIN-DST-NOMBRE         PIC X(30).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DST-EMAIL          PIC X(50).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-DST-ROL            PIC X(12).

       01 LINEA-MAN-SIN-CONTACTO.
           03 FILLER                 PIC X(17) VALUE SPACES.
           03 FILLER                 PIC X(60) VALUE
              'SIN CONTACTOS VIGENTES - CARGARLOS EN CONTACTOS.DAT'.

       01 LINEA-MAN-TOTAL.
           03 FILLER                 PIC X(25) VALUE
              'DOCUMENTOS GENERADOS:'.
           03 LIN-MTO-CANT           PIC ZZZZ9.
           03 FILLER                 PIC X(15) VALUE
              '   PENDIENTES:'.
           03 LIN-MTO-PEND           PIC ZZZZ9.
           03 FILLER                 PIC X(26) VALUE
              '   SIN CONTACTO CARGADO:'.
           03 LIN-MTO-SIN            PIC ZZZZ9.

       01 LINEA-PEN-TITULO           PIC X(80) VALUE
          'DOCUMENTOS GENERADOS PENDIENTES DE ENVIO'.

       01 LINEA-PEN-FECHA.
           03 FILLER       PIC X(10) VALUE 'AL DIA '.
           03 LIN-PEN-HOY            PIC 9(8).
           03 FILLER       PIC X(24) VALUE
              '  GENERADOS DESDE EL '.
           03 LIN-PEN-DESDE          PIC 9(8).

       01 LINEA-PEN-ENCABEZADO.
           03 FILLER       PIC X(17) VALUE 'DOCUMENTO'.
           03 FILLER       PIC X(12) VALUE 'CUIT'.
           03 FILLER       PIC X(26) VALUE 'EMPRESA'.
           03 FILLER       PIC X(41) VALUE 'ARCHIVO'.
           03 FILLER       PIC X(17) VALUE 'REFERENCIA'.
           03 FILLER       PIC X(9) VALUE 'GENERADO'.
           03 FILLER       PIC X(10) VALUE '  DIAS'.

       01 LINEA-PEN-DETALLE.
           03 LIN-PEN-TIPO           PIC X(16).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PEN-CUIT           PIC 9(11).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PEN-RAZON          PIC X(25).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PEN-ARCHIVO        PIC X(40).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PEN-REFERENCIA     PIC X(16).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PEN-GENERADO       PIC 9(8).
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PEN-DIAS           PIC ZZZZ9.
           03 FILLER                 PIC X(1) VALUE SPACE.
           03 LIN-PEN-AVISO          PIC X(13).

       01 LINEA-PEN-TOTAL.
           03 FILLER                 PIC X(25) VALUE
              'PENDIENTES DE ENVIO:'.
           03 LIN-PTO-CANT           PIC ZZZZ9.
           03 FILLER                 PIC X(26) VALUE
              '   SIN CONTACTO CARGADO:'.
           03 LIN-PTO-SIN            PIC ZZZZ9.

       01 LINEA-SIN-DOCUMENTOS       PIC X(80) VALUE
          'NO HAY DOCUMENTOS GENERADOS EN EL PERIODO PEDIDO'.

       01 LINEA-DIVISORIA.
           03 FILLER PIC X(132) VALUE ALL '-'.

       01 LINEA-EN-BLANCO            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       GESTION-DESPACHOS.
           MOVE SPACES TO WS-MODO-EJECUCION.
           ACCEPT WS-MODO-EJECUCION FROM ENVIRONMENT 'DESPACHOS-MODO'.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE WS-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE (WS-FECHA-HOY).
           PERFORM DETERMINAR-USUARIO.
           PERFORM ABRIR-MAESTROS.

           IF MODO-BATCH
              MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA
              PERFORM EMITIR-MANIFIESTO
              MOVE 0 TO WS-FECHA-PEDIDA
              PERFORM EMITIR-PENDIENTES
           ELSE
              PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.

           PERFORM TERMINAR.

       DETERMINAR-USUARIO.
           MOVE SPACES TO WS-USUARIO.
           OPEN INPUT ARCH-SESION.
           IF SESION-OK
              READ ARCH-SESION AT END MOVE SPACES TO SES-USUARIO
              END-READ
              IF SES-USUARIO NOT EQUAL SPACES
                 MOVE SES-USUARIO TO WS-USUARIO
              END-IF
              CLOSE ARCH-SESION.
           IF WS-USUARIO EQUAL SPACES
              ACCEPT WS-USUARIO FROM ENVIRONMENT 'USER'.
           IF WS-USUARIO EQUAL SPACES
              MOVE 'DESCONOCIDO' TO WS-USUARIO.

       ABRIR-MAESTROS.
           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN INPUT ARCH-CONTACTOS.
           IF CONTACTOS-OK
              MOVE 'S' TO WS-CONTACTOS-DISPONIBLE
           ELSE
              DISPLAY 'CONTACTOS.DAT NO DISPONIBLE, LOS DOCUMENTOS '
                  'QUEDAN SIN DESTINATARIOS'.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'DESPACHO DE DOCUMENTOS A CLIENTES'.
           DISPLAY '1 - MANIFIESTO DE DESPACHO DE UNA FECHA'.
           DISPLAY '2 - REGISTRAR ENVIO DE UN DOCUMENTO'.
           DISPLAY '3 - REGISTRAR ENVIO DE LO PENDIENTE DE UNA FECHA'.
           DISPLAY '4 - REPORTE DE DOCUMENTOS SIN ENVIAR'.
           DISPLAY '5 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM PEDIR-FECHA-GENERACION
              PERFORM EMITIR-MANIFIESTO
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM REGISTRAR-ENVIO-DOCUMENTO
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM PEDIR-FECHA-GENERACION
                    PERFORM REGISTRAR-ENVIO-FECHA
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       DISPLAY 'GENERADOS DESDE (AAAAMMDD, ENTER = '
                           'TODOS): '
                       MOVE 0 TO WS-FECHA-PEDIDA
                       ACCEPT WS-FECHA-PEDIDA
                       IF WS-FECHA-PEDIDA IS NOT NUMERIC
                          MOVE 0 TO WS-FECHA-PEDIDA
                       END-IF
                       PERFORM EMITIR-PENDIENTES
                    ELSE
                       IF WS-OPCION EQUAL '5'
                          MOVE 'N' TO WS-CONTINUAR
                       ELSE
                          DISPLAY 'OPCION INVALIDA'.

       PEDIR-FECHA-GENERACION.
           MOVE 0 TO WS-FECHA-PEDIDA.
           DISPLAY 'FECHA DE GENERACION (AAAAMMDD, ENTER = HOY): '.
           ACCEPT WS-FECHA-PEDIDA.
           IF WS-FECHA-PEDIDA IS NOT NUMERIC
              OR WS-FECHA-PEDIDA EQUAL ZERO
              MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA.

      *    carga los documentos generados entre WS-FILTRO-DESDE y
      *    WS-FILTRO-HASTA, uno por clave con su ultima generacion,
      *    y despues les marca el envio desde DESPACHO-ENVIOS.LOG.
       CARGAR-DOCUMENTOS.
           MOVE 0 TO WS-CANT-DOC.
           OPEN INPUT ARCH-DESPACHO.
           IF DESPACHO-OK
              PERFORM LEER-DOCUMENTO
              PERFORM CARGAR-DOCUMENTO-EN-TABLA UNTIL DESPACHO-EOF
              CLOSE ARCH-DESPACHO.
           PERFORM MARCAR-ENVIADOS.

       LEER-DOCUMENTO.
           READ ARCH-DESPACHO
               AT END MOVE '10' TO FS-DESPACHO
           END-READ.

       CARGAR-DOCUMENTO-EN-TABLA.
           IF DES-FECHA-GEN NOT LESS WS-FILTRO-DESDE
              AND DES-FECHA-GEN NOT GREATER WS-FILTRO-HASTA
              MOVE DES-CUIT TO WS-CLB-CUIT
              MOVE DES-ARCHIVO TO WS-CLB-ARCHIVO
              MOVE DES-REFERENCIA TO WS-CLB-REFERENCIA
              PERFORM BUSCAR-DOCUMENTO
              IF NOT DOC-ENCONTRADO
                 PERFORM AGREGAR-DOCUMENTO
              END-IF
              IF DES-FECHA-GEN GREATER TAB-DOC-FECHA-GEN(IND-TAB-DOC)
                 OR (DES-FECHA-GEN EQUAL
                         TAB-DOC-FECHA-GEN(IND-TAB-DOC)
                     AND DES-HORA-GEN NOT LESS
                         TAB-DOC-HORA-GEN(IND-TAB-DOC))
                 MOVE DES-TIPO TO TAB-DOC-TIPO(IND-TAB-DOC)
                 MOVE DES-FECHA-GEN TO TAB-DOC-FECHA-GEN(IND-TAB-DOC)
                 MOVE DES-HORA-GEN TO TAB-DOC-HORA-GEN(IND-TAB-DOC)
              END-IF
           END-IF.
           PERFORM LEER-DOCUMENTO.

       BUSCAR-DOCUMENTO.
           MOVE 'N' TO WS-DOC-ENCONTRADO.
           SET IND-TAB-DOC TO 1.
           SEARCH TAB-DOC
               WHEN IND-TAB-DOC GREATER THAN WS-CANT-DOC
                   NEXT SENTENCE
               WHEN TAB-DOC-CLAVE(IND-TAB-DOC) EQUAL WS-CLAVE-BUSCADA
                   MOVE 'S' TO WS-DOC-ENCONTRADO
           END-SEARCH.

       AGREGAR-DOCUMENTO.
           IF WS-CANT-DOC NOT LESS WS-MAX-DOC
              DISPLAY 'ERROR: MAS DE 9999 DOCUMENTOS EN EL PERIODO, '
                  'LA TABLA-DOCUMENTOS NO ALCANZA - PEDIR UNA FECHA '
                  'DESDE MAS RECIENTE'
              MOVE 16 TO RETURN-CODE
              STOP RUN.
           ADD 1 TO WS-CANT-DOC.
           SET IND-TAB-DOC TO WS-CANT-DOC.
           MOVE WS-CLAVE-BUSCADA TO TAB-DOC-CLAVE(IND-TAB-DOC).
           MOVE 0 TO TAB-DOC-FECHA-GEN(IND-TAB-DOC).
           MOVE 0 TO TAB-DOC-HORA-GEN(IND-TAB-DOC).
           MOVE 0 TO TAB-DOC-ENVIADO(IND-TAB-DOC).

      *    sin DESPACHO-ENVIOS.LOG no se envio nunca nada.
       MARCAR-ENVIADOS.
           OPEN INPUT ARCH-ENVIOS.
           IF ENVIOS-OK
              PERFORM LEER-ENVIO
              PERFORM MARCAR-UN-ENVIO UNTIL ENVIOS-EOF
              CLOSE ARCH-ENVIOS.

       LEER-ENVIO.
           READ ARCH-ENVIOS
               AT END MOVE '10' TO FS-ENVIOS
           END-READ.

       MARCAR-UN-ENVIO.
           MOVE ENV-CUIT TO WS-CLB-CUIT.
           MOVE ENV-ARCHIVO TO WS-CLB-ARCHIVO.
           MOVE ENV-REFERENCIA TO WS-CLB-REFERENCIA.
           PERFORM BUSCAR-DOCUMENTO.
           IF DOC-ENCONTRADO
              IF ENV-SELLO-GEN NOT LESS
                      TAB-DOC-SELLO-GEN(IND-TAB-DOC)
                 AND ENV-FECHA GREATER TAB-DOC-ENVIADO(IND-TAB-DOC)
                 MOVE ENV-FECHA TO TAB-DOC-ENVIADO(IND-TAB-DOC).
           PERFORM LEER-ENVIO.

      *    por CUIT, y dentro del CUIT por archivo y referencia.
       ORDENAR-DOCUMENTOS.
           MOVE 1 TO WS-I.
           PERFORM ORDENAR-UNA-POSICION
               UNTIL WS-I IS NOT LESS THAN WS-CANT-DOC.

       ORDENAR-UNA-POSICION.
           COMPUTE WS-J = WS-I + 1.
           PERFORM COMPARAR-E-INTERCAMBIAR
               UNTIL WS-J IS GREATER THAN WS-CANT-DOC.
           ADD 1 TO WS-I.

       COMPARAR-E-INTERCAMBIAR.
           IF TAB-DOC-CLAVE(WS-I) GREATER TAB-DOC-CLAVE(WS-J)
              MOVE TAB-DOC(WS-I) TO REG-TAB-DOC-TEMP
              MOVE TAB-DOC(WS-J) TO TAB-DOC(WS-I)
              MOVE REG-TAB-DOC-TEMP TO TAB-DOC(WS-J).
           ADD 1 TO WS-J.

      *    facturas, notas de credito, resumenes y avisos de tarifas
      *    van a facturacion; cartas de reclamo y cuentas corrientes
      *    a cobranzas.
       DETERMINAR-ROL-DOCUMENTO.
           IF WS-TIPO-PEDIDO EQUAL 'CR' OR WS-TIPO-PEDIDO EQUAL 'CC'
              MOVE 'C' TO WS-ROL-DOCUMENTO
           ELSE
           IF WS-TIPO-PEDIDO EQUAL 'CF'
              MOVE 'T' TO WS-ROL-DOCUMENTO
           ELSE
              MOVE 'F' TO WS-ROL-DOCUMENTO.

       DESCRIBIR-TIPO.
           IF WS-TIPO-PEDIDO EQUAL 'FA'
              MOVE 'FACTURA' TO WS-DESC-TIPO
           ELSE
           IF WS-TIPO-PEDIDO EQUAL 'NC'
              MOVE 'NOTA DE CREDITO' TO WS-DESC-TIPO
           ELSE
           IF WS-TIPO-PEDIDO EQUAL 'RE'
              MOVE 'RESUMEN HORAS' TO WS-DESC-TIPO
           ELSE
           IF WS-TIPO-PEDIDO EQUAL 'RG'
              MOVE 'RESUMEN GRUPO' TO WS-DESC-TIPO
           ELSE
           IF WS-TIPO-PEDIDO EQUAL 'CR'
              MOVE 'CARTA RECLAMO' TO WS-DESC-TIPO
           ELSE
           IF WS-TIPO-PEDIDO EQUAL 'CC'
              MOVE 'CUENTA CORRIENTE' TO WS-DESC-TIPO
           ELSE
           IF WS-TIPO-PEDIDO EQUAL 'CF'
              MOVE 'CONFORMIDAD HS' TO WS-DESC-TIPO
           ELSE
           IF WS-TIPO-PEDIDO EQUAL 'AT'
              MOVE 'AVISO TARIFAS' TO WS-DESC-TIPO
           ELSE
              MOVE WS-TIPO-PEDIDO TO WS-DESC-TIPO.

      *    contactos vigentes del rol del documento; si la empresa no
      *    tiene ninguno en ese rol, todos sus contactos vigentes.
       CARGAR-DESTINATARIOS.
           MOVE 0 TO WS-CANT-DEST.
           PERFORM DETERMINAR-ROL-DOCUMENTO.
           IF CONTACTOS-DISPONIBLE
              MOVE WS-ROL-DOCUMENTO TO WS-ROL-FILTRO
              PERFORM RECORRER-CONTACTOS-CUIT
              IF WS-CANT-DEST EQUAL ZERO
                 MOVE SPACE TO WS-ROL-FILTRO
                 PERFORM RECORRER-CONTACTOS-CUIT.

       RECORRER-CONTACTOS-CUIT.
           MOVE 'N' TO WS-FIN-CONTACTOS.
           MOVE WS-CUIT-PEDIDO TO CON-CUIT.
           IF WS-ROL-FILTRO EQUAL SPACE
              MOVE LOW-VALUES TO CON-ROL
           ELSE
              MOVE WS-ROL-FILTRO TO CON-ROL.
           MOVE 0 TO CON-SECUENCIA.
           START ARCH-CONTACTOS KEY IS NOT LESS THAN CON-CLAVE
               INVALID KEY MOVE 'S' TO WS-FIN-CONTACTOS
           END-START.
           PERFORM TOMAR-UN-CONTACTO UNTIL FIN-CONTACTOS.

       TOMAR-UN-CONTACTO.
           READ ARCH-CONTACTOS NEXT RECORD
               AT END MOVE 'S' TO WS-FIN-CONTACTOS
           END-READ.
           IF NOT FIN-CONTACTOS
              IF CON-CUIT NOT EQUAL WS-CUIT-PEDIDO
                 OR (WS-ROL-FILTRO NOT EQUAL SPACE
                     AND CON-ROL NOT EQUAL WS-ROL-FILTRO)
                 MOVE 'S' TO WS-FIN-CONTACTOS
              ELSE
                 IF NOT CON-DADO-DE-BAJA
                    AND WS-CANT-DEST LESS WS-MAX-DEST
                    ADD 1 TO WS-CANT-DEST
                    MOVE CON-NOMBRE TO TAB-DEST-NOMBRE(WS-CANT-DEST)
                    MOVE CON-EMAIL TO TAB-DEST-EMAIL(WS-CANT-DEST)
                    MOVE CON-ROL TO TAB-DEST-ROL(WS-CANT-DEST).

       DESCRIBIR-ROL.
           IF TAB-DEST-ROL(WS-D) EQUAL 'F'
              MOVE 'FACTURACION' TO WS-DESC-ROL
           ELSE
           IF TAB-DEST-ROL(WS-D) EQUAL 'C'
              MOVE 'COBRANZAS' TO WS-DESC-ROL
           ELSE
           IF TAB-DEST-ROL(WS-D) EQUAL 'T'
              MOVE 'TECNICO' TO WS-DESC-ROL
           ELSE
              MOVE SPACES TO WS-DESC-ROL.

       BUSCAR-RAZON-SOCIAL.
           MOVE WS-CUIT-PEDIDO TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF NOT EMP-OK
              MOVE 'CUIT SIN EMPRESA' TO REG-EMP-IND-RAZON.

      *    deja el documento de la fila IND-TAB-DOC como documento
      *    en curso.
       TOMAR-DOCUMENTO-DE-TABLA.
           MOVE TAB-DOC-CUIT(IND-TAB-DOC) TO WS-CUIT-PEDIDO.
           MOVE TAB-DOC-ARCHIVO(IND-TAB-DOC) TO WS-ARCHIVO-PEDIDO.
           MOVE TAB-DOC-REFERENCIA(IND-TAB-DOC) TO WS-REFERENCIA-PEDIDA.
           MOVE TAB-DOC-TIPO(IND-TAB-DOC) TO WS-TIPO-PEDIDO.
           MOVE TAB-DOC-SELLO-GEN(IND-TAB-DOC) TO WS-SELLO-PEDIDO.

       EMITIR-MANIFIESTO.
           MOVE WS-FECHA-PEDIDA TO WS-FILTRO-DESDE.
           MOVE WS-FECHA-PEDIDA TO WS-FILTRO-HASTA.
           PERFORM CARGAR-DOCUMENTOS.
           PERFORM ORDENAR-DOCUMENTOS.
           MOVE 0 TO WS-CANT-PENDIENTES.
           MOVE 0 TO WS-CANT-SIN-CONTACTO.

           OPEN OUTPUT ARCH-MANIFIESTO.
           IF NOT MANIFIESTO-OK
              DISPLAY 'NO PUDO CREARSE DESPACHO-MANIFIESTO.LST '
                  FS-MANIFIESTO
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE LINEA-MAN-TITULO TO REG-MANIFIESTO.
           WRITE REG-MANIFIESTO.
           MOVE WS-FECHA-PEDIDA TO LIN-MAN-FECHA.
           MOVE LINEA-MAN-FECHA TO REG-MANIFIESTO.
           WRITE REG-MANIFIESTO.
           MOVE LINEA-DIVISORIA TO REG-MANIFIESTO.
           WRITE REG-MANIFIESTO.

           IF WS-CANT-DOC EQUAL ZERO
              MOVE LINEA-SIN-DOCUMENTOS TO REG-MANIFIESTO
              WRITE REG-MANIFIESTO
           ELSE
              MOVE LINEA-MAN-ENCABEZADO TO REG-MANIFIESTO
              WRITE REG-MANIFIESTO
              SET IND-TAB-DOC TO 1
              PERFORM IMPRIMIR-DOCUMENTO-MANIFIESTO
                  UNTIL IND-TAB-DOC GREATER THAN WS-CANT-DOC.

           MOVE LINEA-DIVISORIA TO REG-MANIFIESTO.
           WRITE REG-MANIFIESTO.
           MOVE WS-CANT-DOC TO LIN-MTO-CANT.
           MOVE WS-CANT-PENDIENTES TO LIN-MTO-PEND.
           MOVE WS-CANT-SIN-CONTACTO TO LIN-MTO-SIN.
           MOVE LINEA-MAN-TOTAL TO REG-MANIFIESTO.
           WRITE REG-MANIFIESTO.
           CLOSE ARCH-MANIFIESTO.

           DISPLAY WS-CANT-DOC ' DOCUMENTOS, ' WS-CANT-PENDIENTES
               ' PENDIENTES - MANIFIESTO EN DESPACHO-MANIFIESTO.LST'.

       IMPRIMIR-DOCUMENTO-MANIFIESTO.
           PERFORM TOMAR-DOCUMENTO-DE-TABLA.
           PERFORM DESCRIBIR-TIPO.
           PERFORM BUSCAR-RAZON-SOCIAL.
           MOVE WS-DESC-TIPO TO LIN-MAN-TIPO.
           MOVE WS-CUIT-PEDIDO TO LIN-MAN-CUIT.
           MOVE REG-EMP-IND-RAZON TO LIN-MAN-RAZON.
           MOVE WS-ARCHIVO-PEDIDO TO LIN-MAN-ARCHIVO.
           MOVE WS-REFERENCIA-PEDIDA TO LIN-MAN-REFERENCIA.
           MOVE TAB-DOC-ENVIADO(IND-TAB-DOC) TO LIN-MAN-ENVIADO.
           IF TAB-DOC-ENVIADO(IND-TAB-DOC) EQUAL ZERO
              MOVE 'PENDIENTE' TO LIN-MAN-ESTADO
              ADD 1 TO WS-CANT-PENDIENTES
           ELSE
              MOVE 'ENVIADO' TO LIN-MAN-ESTADO.
           MOVE LINEA-MAN-DOCUMENTO TO REG-MANIFIESTO.
           WRITE REG-MANIFIESTO.

           PERFORM CARGAR-DESTINATARIOS.
           IF WS-CANT-DEST EQUAL ZERO
              ADD 1 TO WS-CANT-SIN-CONTACTO
              MOVE LINEA-MAN-SIN-CONTACTO TO REG-MANIFIESTO
              WRITE REG-MANIFIESTO
           ELSE
              MOVE 1 TO WS-D
              PERFORM IMPRIMIR-DESTINATARIO
                  UNTIL WS-D GREATER THAN WS-CANT-DEST.
           SET IND-TAB-DOC UP BY 1.

       IMPRIMIR-DESTINATARIO.
           PERFORM DESCRIBIR-ROL.
           MOVE TAB-DEST-NOMBRE(WS-D) TO LIN-DST-NOMBRE.
           MOVE TAB-DEST-EMAIL(WS-D) TO LIN-DST-EMAIL.
           MOVE WS-DESC-ROL TO LIN-DST-ROL.
           MOVE LINEA-MAN-DESTINATARIO TO REG-MANIFIESTO.
           WRITE REG-MANIFIESTO.
           ADD 1 TO WS-D.

      *    el documento se identifica como figura en el manifiesto;
      *    se registra el envio de su ultima generacion.
       REGISTRAR-ENVIO-DOCUMENTO.
           MOVE 0 TO WS-CUIT-PEDIDO.
           DISPLAY 'CUIT DEL CLIENTE: '.
           ACCEPT WS-CUIT-PEDIDO.
           MOVE SPACES TO WS-ARCHIVO-PEDIDO.
           DISPLAY 'ARCHIVO: '.
           ACCEPT WS-ARCHIVO-PEDIDO.
           MOVE SPACES TO WS-REFERENCIA-PEDIDA.
           DISPLAY 'REFERENCIA (COMPROBANTE PV-L-NUMERO, PERIODO O '
               'GRUPO, COMO EN EL MANIFIESTO): '.
           ACCEPT WS-REFERENCIA-PEDIDA.

           MOVE 0 TO WS-FILTRO-DESDE.
           MOVE 99999999 TO WS-FILTRO-HASTA.
           PERFORM BUSCAR-DOCUMENTO-PEDIDO.

           IF WS-FECHA-GEN-PEDIDO EQUAL ZERO
              DISPLAY 'ESE DOCUMENTO NO FIGURA EN '
                  'DESPACHO-DOCUMENTOS.DAT'
           ELSE
              PERFORM CARGAR-DESTINATARIOS
              DISPLAY 'GENERADO EL ' WS-FECHA-GEN-PEDIDO ' - '
                  WS-CANT-DEST ' CONTACTOS DE LA EMPRESA'
              MOVE SPACES TO WS-DESTINATARIO-MANUAL
              DISPLAY 'DESTINATARIO (EMAIL, ENTER = LOS CONTACTOS '
                  'DE LA EMPRESA): '
              ACCEPT WS-DESTINATARIO-MANUAL
              IF WS-DESTINATARIO-MANUAL EQUAL SPACES
                 AND WS-CANT-DEST EQUAL ZERO
                 DISPLAY 'LA EMPRESA NO TIENE CONTACTOS, NO SE '
                     'REGISTRO'
              ELSE
                 MOVE 0 TO WS-CANT-ENVIOS
                 PERFORM ABRIR-ENVIOS-EXTEND
                 PERFORM GRABAR-ENVIOS-DOCUMENTO
                 CLOSE ARCH-ENVIOS
                 DISPLAY WS-CANT-ENVIOS ' ENVIOS REGISTRADOS'.

      *    recorre el registro completo buscando la ultima
      *    generacion del documento pedido; cero si no esta.
       BUSCAR-DOCUMENTO-PEDIDO.
           MOVE 0 TO WS-FECHA-GEN-PEDIDO.
           MOVE 0 TO WS-HORA-GEN-PEDIDO.
           OPEN INPUT ARCH-DESPACHO.
           IF DESPACHO-OK
              PERFORM LEER-DOCUMENTO
              PERFORM COMPARAR-DOCUMENTO-PEDIDO UNTIL DESPACHO-EOF
              CLOSE ARCH-DESPACHO.

       COMPARAR-DOCUMENTO-PEDIDO.
           IF DES-CUIT EQUAL WS-CUIT-PEDIDO
              AND DES-ARCHIVO EQUAL WS-ARCHIVO-PEDIDO
              AND DES-REFERENCIA EQUAL WS-REFERENCIA-PEDIDA
              IF DES-FECHA-GEN GREATER WS-FECHA-GEN-PEDIDO
                 OR (DES-FECHA-GEN EQUAL WS-FECHA-GEN-PEDIDO
                     AND DES-HORA-GEN NOT LESS WS-HORA-GEN-PEDIDO)
                 MOVE DES-FECHA-GEN TO WS-FECHA-GEN-PEDIDO
                 MOVE DES-HORA-GEN TO WS-HORA-GEN-PEDIDO
                 MOVE DES-TIPO TO WS-TIPO-PEDIDO.
           PERFORM LEER-DOCUMENTO.

       ABRIR-ENVIOS-EXTEND.
           OPEN EXTEND ARCH-ENVIOS.
           IF NOT ENVIOS-OK
              OPEN OUTPUT ARCH-ENVIOS.
           IF NOT ENVIOS-OK
              DISPLAY 'NO PUDO ABRIRSE DESPACHO-ENVIOS.LOG ' FS-ENVIOS
              MOVE 16 TO RETURN-CODE
              STOP RUN.

      *    un renglon por destinatario: el indicado a mano o cada
      *    contacto cargado en WS-CANT-DEST.
       GRABAR-ENVIOS-DOCUMENTO.
           ACCEPT WS-HORA-AHORA FROM TIME.
           IF WS-DESTINATARIO-MANUAL NOT EQUAL SPACES
              PERFORM GRABAR-ENVIO-MANUAL
           ELSE
              MOVE 1 TO WS-D
              PERFORM GRABAR-ENVIO-CONTACTO
                  UNTIL WS-D GREATER THAN WS-CANT-DEST.

       GRABAR-ENVIO-MANUAL.
           PERFORM ARMAR-REGISTRO-ENVIO.
           MOVE WS-DESTINATARIO-MANUAL TO ENV-DESTINATARIO.
           WRITE REG-ENVIO.
           ADD 1 TO WS-CANT-ENVIOS.

       GRABAR-ENVIO-CONTACTO.
           PERFORM ARMAR-REGISTRO-ENVIO.
           MOVE TAB-DEST-EMAIL(WS-D) TO ENV-DESTINATARIO.
           WRITE REG-ENVIO.
           ADD 1 TO WS-CANT-ENVIOS.
           ADD 1 TO WS-D.

       ARMAR-REGISTRO-ENVIO.
           MOVE SPACES TO REG-ENVIO.
           MOVE WS-FECHA-HOY TO ENV-FECHA.
           MOVE WS-HORA-AHORA TO ENV-HORA.
           MOVE WS-USUARIO TO ENV-USUARIO.
           MOVE WS-TIPO-PEDIDO TO ENV-TIPO.
           MOVE WS-CUIT-PEDIDO TO ENV-CUIT.
           MOVE WS-ARCHIVO-PEDIDO TO ENV-ARCHIVO.
           MOVE WS-REFERENCIA-PEDIDA TO ENV-REFERENCIA.
           MOVE WS-FECHA-GEN-PEDIDO TO ENV-FECHA-GEN.
           MOVE WS-HORA-GEN-PEDIDO TO ENV-HORA-GEN.

      *    envio en bloque de todo lo pendiente generado en una
      *    fecha, a los contactos de cada empresa; lo que no tiene
      *    contactos queda pendiente.
       REGISTRAR-ENVIO-FECHA.
           MOVE WS-FECHA-PEDIDA TO WS-FILTRO-DESDE.
           MOVE WS-FECHA-PEDIDA TO WS-FILTRO-HASTA.
           PERFORM CARGAR-DOCUMENTOS.
           MOVE 0 TO WS-CANT-PENDIENTES.
           SET IND-TAB-DOC TO 1.
           PERFORM CONTAR-PENDIENTE
               UNTIL IND-TAB-DOC GREATER THAN WS-CANT-DOC.

           IF WS-CANT-PENDIENTES EQUAL ZERO
              DISPLAY 'NO HAY DOCUMENTOS PENDIENTES GENERADOS EL '
                  WS-FECHA-PEDIDA
           ELSE
              DISPLAY WS-CANT-PENDIENTES ' DOCUMENTOS PENDIENTES '
                  'GENERADOS EL ' WS-FECHA-PEDIDA
              DISPLAY 'CONFIRMA QUE FUERON ENVIADOS A LOS CONTACTOS '
                  'DE CADA EMPRESA (S/N)? '
              ACCEPT WS-CONFIRMA
              IF NOT CONFIRMA-SI
                 DISPLAY 'REGISTRO CANCELADO'
              ELSE
                 MOVE 0 TO WS-CANT-ENVIOS
                 MOVE 0 TO WS-CANT-DOC-ENVIADOS
                 MOVE 0 TO WS-CANT-SIN-CONTACTO
                 MOVE SPACES TO WS-DESTINATARIO-MANUAL
                 PERFORM ABRIR-ENVIOS-EXTEND
                 SET IND-TAB-DOC TO 1
                 PERFORM ENVIAR-DOCUMENTO-PENDIENTE
                     UNTIL IND-TAB-DOC GREATER THAN WS-CANT-DOC
                 CLOSE ARCH-ENVIOS
                 DISPLAY WS-CANT-DOC-ENVIADOS ' DOCUMENTOS ENVIADOS, '
                     WS-CANT-ENVIOS ' ENVIOS REGISTRADOS'
                 DISPLAY WS-CANT-SIN-CONTACTO ' DOCUMENTOS SIN '
                     'CONTACTOS QUEDAN PENDIENTES'.

       CONTAR-PENDIENTE.
           IF TAB-DOC-ENVIADO(IND-TAB-DOC) EQUAL ZERO
              ADD 1 TO WS-CANT-PENDIENTES.
           SET IND-TAB-DOC UP BY 1.

       ENVIAR-DOCUMENTO-PENDIENTE.
           IF TAB-DOC-ENVIADO(IND-TAB-DOC) EQUAL ZERO
              PERFORM TOMAR-DOCUMENTO-DE-TABLA
              PERFORM CARGAR-DESTINATARIOS
              IF WS-CANT-DEST EQUAL ZERO
                 ADD 1 TO WS-CANT-SIN-CONTACTO
              ELSE
                 PERFORM GRABAR-ENVIOS-DOCUMENTO
                 MOVE WS-FECHA-HOY TO TAB-DOC-ENVIADO(IND-TAB-DOC)
                 ADD 1 TO WS-CANT-DOC-ENVIADOS.
           SET IND-TAB-DOC UP BY 1.

      *    todo lo generado desde WS-FECHA-PEDIDA (cero = desde
      *    siempre) que todavia no tiene envio de su ultima
      *    generacion, por CUIT.
       EMITIR-PENDIENTES.
           MOVE WS-FECHA-PEDIDA TO WS-FILTRO-DESDE.
           MOVE 99999999 TO WS-FILTRO-HASTA.
           PERFORM CARGAR-DOCUMENTOS.
           PERFORM ORDENAR-DOCUMENTOS.
           MOVE 0 TO WS-CANT-PENDIENTES.
           MOVE 0 TO WS-CANT-SIN-CONTACTO.

           OPEN OUTPUT ARCH-PENDIENTES.
           IF NOT PENDIENTES-OK
              DISPLAY 'NO PUDO CREARSE PENDIENTES-ENVIO.LST '
                  FS-PENDIENTES
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           MOVE LINEA-PEN-TITULO TO REG-PENDIENTES.
           WRITE REG-PENDIENTES.
           MOVE WS-FECHA-HOY TO LIN-PEN-HOY.
           MOVE WS-FECHA-PEDIDA TO LIN-PEN-DESDE.
           MOVE LINEA-PEN-FECHA TO REG-PENDIENTES.
           WRITE REG-PENDIENTES.
           MOVE LINEA-DIVISORIA TO REG-PENDIENTES.
           WRITE REG-PENDIENTES.
           MOVE LINEA-PEN-ENCABEZADO TO REG-PENDIENTES.
           WRITE REG-PENDIENTES.

           SET IND-TAB-DOC TO 1.
           PERFORM IMPRIMIR-SI-PENDIENTE
               UNTIL IND-TAB-DOC GREATER THAN WS-CANT-DOC.

           MOVE LINEA-DIVISORIA TO REG-PENDIENTES.
           WRITE REG-PENDIENTES.
           MOVE WS-CANT-PENDIENTES TO LIN-PTO-CANT.
           MOVE WS-CANT-SIN-CONTACTO TO LIN-PTO-SIN.
           MOVE LINEA-PEN-TOTAL TO REG-PENDIENTES.
           WRITE REG-PENDIENTES.
           CLOSE ARCH-PENDIENTES.

           DISPLAY WS-CANT-PENDIENTES ' DOCUMENTOS SIN ENVIAR - '
               'REPORTE EN PENDIENTES-ENVIO.LST'.

       IMPRIMIR-SI-PENDIENTE.
           IF TAB-DOC-ENVIADO(IND-TAB-DOC) EQUAL ZERO
              PERFORM IMPRIMIR-UN-PENDIENTE.
           SET IND-TAB-DOC UP BY 1.

       IMPRIMIR-UN-PENDIENTE.
           ADD 1 TO WS-CANT-PENDIENTES.
           PERFORM TOMAR-DOCUMENTO-DE-TABLA.
           PERFORM DESCRIBIR-TIPO.
           PERFORM BUSCAR-RAZON-SOCIAL.
           MOVE WS-DESC-TIPO TO LIN-PEN-TIPO.
           MOVE WS-CUIT-PEDIDO TO LIN-PEN-CUIT.
           MOVE REG-EMP-IND-RAZON TO LIN-PEN-RAZON.
           MOVE WS-ARCHIVO-PEDIDO TO LIN-PEN-ARCHIVO.
           MOVE WS-REFERENCIA-PEDIDA TO LIN-PEN-REFERENCIA.
           MOVE WS-FECHA-GEN-PEDIDO TO LIN-PEN-GENERADO.
           MOVE 0 TO WS-DIAS-ESPERA.
           IF WS-FECHA-GEN-PEDIDO LESS WS-FECHA-HOY
              COMPUTE WS-DIAS-ESPERA = WS-DIAS-HOY -
                  FUNCTION INTEGER-OF-DATE (WS-FECHA-GEN-PEDIDO).
           MOVE WS-DIAS-ESPERA TO LIN-PEN-DIAS.
           PERFORM CARGAR-DESTINATARIOS.
           IF WS-CANT-DEST EQUAL ZERO
              MOVE 'SIN CONTACTOS' TO LIN-PEN-AVISO
              ADD 1 TO WS-CANT-SIN-CONTACTO
           ELSE
              MOVE SPACES TO LIN-PEN-AVISO.
           MOVE LINEA-PEN-DETALLE TO REG-PENDIENTES.
           WRITE REG-PENDIENTES.

       TERMINAR.
           CLOSE ARCH-EMP-IDX.
           IF CONTACTOS-DISPONIBLE
              CLOSE ARCH-CONTACTOS.
           STOP RUN.
