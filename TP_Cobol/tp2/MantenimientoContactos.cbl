       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoContactos.
       AUTHOR. Fede.

      *    contactos de cada empresa cliente: el maestro de empresas
      *    tiene una sola direccion y un solo telefono, y no dice a
      *    quien del cliente mandarle cada cosa. CONTACTOS.DAT guarda
      *    por CUIT los contactos con su rol - facturacion (facturas,
      *    notas de credito y resumenes de horas), cobranzas (cartas
      *    de reclamo y cuentas corrientes) o tecnico - con nombre,
      *    email y telefono. GestionDespachos toma de aca los
      *    destinatarios de cada documento generado. puede haber
      *    varios contactos por rol (secuencia 01 a 99); la baja es
      *    logica, para que los envios ya registrados sigan
      *    apuntando a un contacto conocido. cada alta, modificacion
      *    y baja queda en AUDITORIA.LOG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *    usuario autenticado de la sesion (sign-on de PRINCIPAL),
      *    para la auditoria.
           SELECT ARCH-SESION ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-SESION.
           SELECT ARCH-AUDITORIA ASSIGN TO DISK
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS FS-ARCH-AUDITORIA.

       DATA DIVISION.
       FILE SECTION.

      *    clave CUIT + rol + secuencia: los contactos de un rol de
      *    una empresa quedan juntos y se recorren con START.
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
      *    ' ' vigente, 'B' dado de baja.
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

       FD ARCH-SESION LABEL RECORD IS STANDARD
             VALUE OF FILE-ID IS 'SESION.DAT'
             DATA RECORD IS REG-SESION.

       01 REG-SESION.
           03 SES-USUARIO               PIC X(20).
           03 SES-ROL                   PIC X(1).
           03 SES-FECHA                 PIC 9(8).
           03 SES-HORA                  PIC 9(8).

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

       WORKING-STORAGE SECTION.

       77 FS-CONTACTOS     PIC XX.
           88 CONTACTOS-OK   VALUE '00'.
           88 CONTACTOS-EOF  VALUE '10'.

       77 FS-ARCH-EMP-IDX  PIC XX.
           88 EMP-OK         VALUE '00'.

       77 FS-ARCH-AUDITORIA PIC XX.
           88 AUDITORIA-OK   VALUE '00'.

       77 FS-SESION        PIC XX.
           88 SESION-OK      VALUE '00'.

       01 WS-OPCION                   PIC X.
       01 WS-CONTINUAR                PIC X VALUE 'S'.
           88 CONTINUAR-SI            VALUE 'S'.

       01 WS-AUD-USUARIO              PIC X(20).

       01 WS-CUIT-BUSCADO             PIC 9(11).
       01 WS-ROL-BUSCADO              PIC X(1).
           88 ROL-VALIDO              VALUES 'F' 'C' 'T'.
       01 WS-SECUENCIA-BUSCADA        PIC 9(2).
       01 WS-ULTIMA-SECUENCIA         PIC 9(2).
       01 WS-RAZON-EMPRESA            PIC X(25).
       01 WS-CONFIRMA                 PIC X.
           88 CONFIRMA-SI             VALUE 'S'.

       01 WS-NOMBRE-NUEVO             PIC X(30).
       01 WS-EMAIL-NUEVO              PIC X(50).
       01 WS-TELEFONO-NUEVO           PIC X(20).

      *    control del email: una sola arroba, algo antes y un
      *    dominio con punto despues.
       01 WS-EMAIL-USUARIO            PIC X(50).
       01 WS-EMAIL-DOMINIO            PIC X(50).
       01 WS-CANT-ARROBAS             PIC 9(2).
       01 WS-CANT-PUNTOS              PIC 9(2).
       01 WS-EMAIL-VALIDO             PIC X.
           88 EMAIL-VALIDO            VALUE 'S'.

       01 WS-DESC-ROL                 PIC X(12).
       01 WS-DESC-ESTADO              PIC X(8).
       01 WS-CANT-LISTADOS            PIC 9(3).
       01 WS-FIN-CUIT                 PIC X.
           88 FIN-CUIT                VALUE 'S'.

      *    foto del contacto antes de la modificacion o la baja.
       01 WS-CONTACTO-ANTES           PIC X(80).

       PROCEDURE DIVISION.

       MANTENIMIENTO-CONTACTOS.
           PERFORM DETERMINAR-USUARIO-AUDITORIA.
           PERFORM ABRIR-ARCHIVOS.
           PERFORM MENU-PRINCIPAL UNTIL NOT CONTINUAR-SI.
           CLOSE ARCH-CONTACTOS.
           CLOSE ARCH-EMP-IDX.
           STOP RUN.

       DETERMINAR-USUARIO-AUDITORIA.
           MOVE SPACES TO WS-AUD-USUARIO.
           OPEN INPUT ARCH-SESION.
           IF SESION-OK
              READ ARCH-SESION AT END MOVE SPACES TO SES-USUARIO
              END-READ
              IF SES-USUARIO NOT EQUAL SPACES
                 MOVE SES-USUARIO TO WS-AUD-USUARIO
              END-IF
              CLOSE ARCH-SESION.
           IF WS-AUD-USUARIO EQUAL SPACES
              ACCEPT WS-AUD-USUARIO FROM ENVIRONMENT 'USER'.
           IF WS-AUD-USUARIO EQUAL SPACES
              MOVE 'DESCONOCIDO' TO WS-AUD-USUARIO.

       ABRIR-ARCHIVOS.
           OPEN INPUT ARCH-EMP-IDX.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS-INDEXED.DAT '
                  FS-ARCH-EMP-IDX
              MOVE 16 TO RETURN-CODE
              STOP RUN.

           OPEN I-O ARCH-CONTACTOS.
           IF NOT CONTACTOS-OK
              OPEN OUTPUT ARCH-CONTACTOS
              IF CONTACTOS-OK
                 DISPLAY 'ARCHIVO CONTACTOS.DAT CREADO'
                 CLOSE ARCH-CONTACTOS
                 OPEN I-O ARCH-CONTACTOS
              END-IF
              IF NOT CONTACTOS-OK
                 DISPLAY 'NO PUDO ABRIRSE CONTACTOS.DAT '
                     FS-CONTACTOS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN.

       MENU-PRINCIPAL.
           DISPLAY ' '.
           DISPLAY 'CONTACTOS DE EMPRESAS (CONTACTOS.DAT)'.
           DISPLAY '1 - ALTA DE CONTACTO'.
           DISPLAY '2 - MODIFICAR CONTACTO'.
           DISPLAY '3 - BAJA DE CONTACTO'.
           DISPLAY '4 - LISTAR CONTACTOS DE UNA EMPRESA'.
           DISPLAY '5 - SALIR'.
           DISPLAY 'INGRESE OPCION: '.
           ACCEPT WS-OPCION.

           IF WS-OPCION EQUAL '1'
              PERFORM ALTA-CONTACTO
           ELSE
              IF WS-OPCION EQUAL '2'
                 PERFORM MODIFICAR-CONTACTO
              ELSE
                 IF WS-OPCION EQUAL '3'
                    PERFORM BAJA-CONTACTO
                 ELSE
                    IF WS-OPCION EQUAL '4'
                       PERFORM LISTAR-CONTACTOS
                    ELSE
                       IF WS-OPCION EQUAL '5'
                          MOVE 'N' TO WS-CONTINUAR
                       ELSE
                          DISPLAY 'OPCION INVALIDA'.

      *    el CUIT tiene que estar en el maestro de empresas.
       PEDIR-EMPRESA.
           MOVE 0 TO WS-CUIT-BUSCADO.
           DISPLAY 'CUIT DE LA EMPRESA: '.
           ACCEPT WS-CUIT-BUSCADO.
           MOVE SPACES TO WS-RAZON-EMPRESA.
           MOVE WS-CUIT-BUSCADO TO REG-EMP-IND-CUIT.
           READ ARCH-EMP-IDX RECORD KEY IS REG-EMP-IND-CUIT.
           IF EMP-OK
              MOVE REG-EMP-IND-RAZON TO WS-RAZON-EMPRESA
              DISPLAY 'EMPRESA: ' WS-RAZON-EMPRESA.

       PEDIR-ROL.
           MOVE SPACE TO WS-ROL-BUSCADO.
           DISPLAY 'ROL (F = FACTURACION, C = COBRANZAS, '
               'T = TECNICO): '.
           ACCEPT WS-ROL-BUSCADO.

       PEDIR-CONTACTO-EXISTENTE.
           PERFORM PEDIR-EMPRESA.
           PERFORM PEDIR-ROL.
           MOVE 0 TO WS-SECUENCIA-BUSCADA.
           DISPLAY 'SECUENCIA DEL CONTACTO (01-99): '.
           ACCEPT WS-SECUENCIA-BUSCADA.
           MOVE WS-CUIT-BUSCADO TO CON-CUIT.
           MOVE WS-ROL-BUSCADO TO CON-ROL.
           MOVE WS-SECUENCIA-BUSCADA TO CON-SECUENCIA.
           READ ARCH-CONTACTOS RECORD KEY IS CON-CLAVE.

       ALTA-CONTACTO.
           PERFORM PEDIR-EMPRESA.
           IF WS-RAZON-EMPRESA EQUAL SPACES
              DISPLAY 'EL CUIT NO ESTA EN EMPRESAS-INDEXED.DAT'
           ELSE
              PERFORM PEDIR-ROL
              IF NOT ROL-VALIDO
                 DISPLAY 'ROL INVALIDO'
              ELSE
                 PERFORM BUSCAR-ULTIMA-SECUENCIA
                 IF WS-ULTIMA-SECUENCIA EQUAL 99
                    DISPLAY 'LA EMPRESA YA TIENE 99 CONTACTOS EN '
                        'ESE ROL'
                 ELSE
                    PERFORM PEDIR-DATOS-ALTA.

      *    la secuencia nueva es la siguiente a la mas alta del
      *    CUIT y rol, contando tambien las dadas de baja.
       BUSCAR-ULTIMA-SECUENCIA.
           MOVE 0 TO WS-ULTIMA-SECUENCIA.
           MOVE 'N' TO WS-FIN-CUIT.
           MOVE WS-CUIT-BUSCADO TO CON-CUIT.
           MOVE WS-ROL-BUSCADO TO CON-ROL.
           MOVE 0 TO CON-SECUENCIA.
           START ARCH-CONTACTOS KEY IS NOT LESS THAN CON-CLAVE
               INVALID KEY MOVE 'S' TO WS-FIN-CUIT
           END-START.
           PERFORM TOMAR-SECUENCIA-DEL-ROL UNTIL FIN-CUIT.

       TOMAR-SECUENCIA-DEL-ROL.
           READ ARCH-CONTACTOS NEXT RECORD
               AT END MOVE 'S' TO WS-FIN-CUIT
           END-READ.
           IF NOT FIN-CUIT
              IF CON-CUIT NOT EQUAL WS-CUIT-BUSCADO
                 OR CON-ROL NOT EQUAL WS-ROL-BUSCADO
                 MOVE 'S' TO WS-FIN-CUIT
              ELSE
                 MOVE CON-SECUENCIA TO WS-ULTIMA-SECUENCIA.

       PEDIR-DATOS-ALTA.
           MOVE SPACES TO WS-NOMBRE-NUEVO.
           DISPLAY 'NOMBRE Y APELLIDO: '.
           ACCEPT WS-NOMBRE-NUEVO.
           MOVE SPACES TO WS-EMAIL-NUEVO.
           DISPLAY 'EMAIL: '.
           ACCEPT WS-EMAIL-NUEVO.
           MOVE SPACES TO WS-TELEFONO-NUEVO.
           DISPLAY 'TELEFONO (OPCIONAL): '.
           ACCEPT WS-TELEFONO-NUEVO.
           PERFORM VALIDAR-EMAIL.

           IF WS-NOMBRE-NUEVO EQUAL SPACES
              DISPLAY 'EL NOMBRE ES OBLIGATORIO, NO SE GRABO'
           ELSE
           IF NOT EMAIL-VALIDO
              DISPLAY 'EMAIL INVALIDO, NO SE GRABO'
           ELSE
              MOVE WS-CUIT-BUSCADO TO CON-CUIT
              MOVE WS-ROL-BUSCADO TO CON-ROL
              COMPUTE CON-SECUENCIA = WS-ULTIMA-SECUENCIA + 1
              MOVE WS-NOMBRE-NUEVO TO CON-NOMBRE
              MOVE WS-EMAIL-NUEVO TO CON-EMAIL
              MOVE WS-TELEFONO-NUEVO TO CON-TELEFONO
              MOVE SPACE TO CON-ESTADO
              WRITE REG-CONTACTO
              IF CONTACTOS-OK
                 MOVE SPACES TO WS-CONTACTO-ANTES
                 PERFORM GRABAR-AUDITORIA-ALTA
                 DISPLAY 'CONTACTO GRABADO CON SECUENCIA '
                     CON-SECUENCIA
              ELSE
                 DISPLAY 'ERROR AL GRABAR CONTACTOS.DAT '
                     FS-CONTACTOS.

       VALIDAR-EMAIL.
           MOVE 'N' TO WS-EMAIL-VALIDO.
           MOVE 0 TO WS-CANT-ARROBAS.
           MOVE 0 TO WS-CANT-PUNTOS.
           MOVE SPACES TO WS-EMAIL-USUARIO WS-EMAIL-DOMINIO.
           INSPECT WS-EMAIL-NUEVO TALLYING WS-CANT-ARROBAS
               FOR ALL '@'.
           UNSTRING WS-EMAIL-NUEVO DELIMITED BY '@'
               INTO WS-EMAIL-USUARIO WS-EMAIL-DOMINIO.
           INSPECT WS-EMAIL-DOMINIO TALLYING WS-CANT-PUNTOS
               FOR ALL '.'.
           IF WS-CANT-ARROBAS EQUAL 1
              AND WS-EMAIL-NUEVO (1:1) NOT EQUAL SPACE
              AND WS-EMAIL-USUARIO NOT EQUAL SPACES
              AND WS-EMAIL-DOMINIO NOT EQUAL SPACES
              AND WS-CANT-PUNTOS GREATER ZERO
              MOVE 'S' TO WS-EMAIL-VALIDO.

      *    ENTER en un dato lo deja como estaba.
       MODIFICAR-CONTACTO.
           PERFORM PEDIR-CONTACTO-EXISTENTE.
           IF NOT CONTACTOS-OK
              DISPLAY 'NO EXISTE ESE CONTACTO'
           ELSE
           IF CON-DADO-DE-BAJA
              DISPLAY 'EL CONTACTO ESTA DADO DE BAJA'
           ELSE
              PERFORM MOSTRAR-CONTACTO
              PERFORM FOTO-CONTACTO-ANTES
              MOVE SPACES TO WS-NOMBRE-NUEVO
              DISPLAY 'NOMBRE (ENTER = SIN CAMBIO): '
              ACCEPT WS-NOMBRE-NUEVO
              MOVE SPACES TO WS-EMAIL-NUEVO
              DISPLAY 'EMAIL (ENTER = SIN CAMBIO): '
              ACCEPT WS-EMAIL-NUEVO
              MOVE SPACES TO WS-TELEFONO-NUEVO
              DISPLAY 'TELEFONO (ENTER = SIN CAMBIO): '
              ACCEPT WS-TELEFONO-NUEVO
              IF WS-NOMBRE-NUEVO EQUAL SPACES
                 MOVE CON-NOMBRE TO WS-NOMBRE-NUEVO
              END-IF
              IF WS-EMAIL-NUEVO EQUAL SPACES
                 MOVE CON-EMAIL TO WS-EMAIL-NUEVO
              END-IF
              IF WS-TELEFONO-NUEVO EQUAL SPACES
                 MOVE CON-TELEFONO TO WS-TELEFONO-NUEVO
              END-IF
              PERFORM VALIDAR-EMAIL
              IF NOT EMAIL-VALIDO
                 DISPLAY 'EMAIL INVALIDO, NO SE GRABO'
              ELSE
                 MOVE WS-NOMBRE-NUEVO TO CON-NOMBRE
                 MOVE WS-EMAIL-NUEVO TO CON-EMAIL
                 MOVE WS-TELEFONO-NUEVO TO CON-TELEFONO
                 REWRITE REG-CONTACTO
                 IF CONTACTOS-OK
                    PERFORM GRABAR-AUDITORIA-MODIFICACION
                    DISPLAY 'CONTACTO MODIFICADO'
                 ELSE
                    DISPLAY 'ERROR AL REGRABAR CONTACTOS.DAT '
                        FS-CONTACTOS.

       BAJA-CONTACTO.
           PERFORM PEDIR-CONTACTO-EXISTENTE.
           IF NOT CONTACTOS-OK
              DISPLAY 'NO EXISTE ESE CONTACTO'
           ELSE
           IF CON-DADO-DE-BAJA
              DISPLAY 'EL CONTACTO YA ESTA DADO DE BAJA'
           ELSE
              PERFORM MOSTRAR-CONTACTO
              DISPLAY 'CONFIRMA LA BAJA (S/N)? '
              ACCEPT WS-CONFIRMA
              IF NOT CONFIRMA-SI
                 DISPLAY 'BAJA CANCELADA'
              ELSE
                 PERFORM FOTO-CONTACTO-ANTES
                 MOVE 'B' TO CON-ESTADO
                 REWRITE REG-CONTACTO
                 IF CONTACTOS-OK
                    PERFORM GRABAR-AUDITORIA-BAJA
                    DISPLAY 'CONTACTO DADO DE BAJA'
                 ELSE
                    DISPLAY 'ERROR AL REGRABAR CONTACTOS.DAT '
                        FS-CONTACTOS.

       FOTO-CONTACTO-ANTES.
           MOVE SPACES TO WS-CONTACTO-ANTES.
           STRING CON-NOMBRE ' ' CON-EMAIL
               DELIMITED BY SIZE INTO WS-CONTACTO-ANTES.

       DESCRIBIR-CONTACTO.
           IF CON-FACTURACION
              MOVE 'FACTURACION' TO WS-DESC-ROL
           ELSE
           IF CON-COBRANZAS
              MOVE 'COBRANZAS' TO WS-DESC-ROL
           ELSE
           IF CON-TECNICO
              MOVE 'TECNICO' TO WS-DESC-ROL
           ELSE
              MOVE '?' TO WS-DESC-ROL.
           IF CON-DADO-DE-BAJA
              MOVE 'BAJA' TO WS-DESC-ESTADO
           ELSE
              MOVE 'VIGENTE' TO WS-DESC-ESTADO.

       MOSTRAR-CONTACTO.
           PERFORM DESCRIBIR-CONTACTO.
           DISPLAY CON-CUIT ' ' WS-DESC-ROL ' ' CON-SECUENCIA ' '
               CON-NOMBRE ' ' WS-DESC-ESTADO.
           DISPLAY '    ' CON-EMAIL ' ' CON-TELEFONO.

       LISTAR-CONTACTOS.
           PERFORM PEDIR-EMPRESA.
           MOVE 0 TO WS-CANT-LISTADOS.
           MOVE 'N' TO WS-FIN-CUIT.
           MOVE WS-CUIT-BUSCADO TO CON-CUIT.
           MOVE LOW-VALUES TO CON-ROL.
           MOVE 0 TO CON-SECUENCIA.
           START ARCH-CONTACTOS KEY IS NOT LESS THAN CON-CLAVE
               INVALID KEY MOVE 'S' TO WS-FIN-CUIT
           END-START.
           PERFORM MOSTRAR-CONTACTO-DEL-CUIT UNTIL FIN-CUIT.
           DISPLAY WS-CANT-LISTADOS ' CONTACTOS DE LA EMPRESA'.

       MOSTRAR-CONTACTO-DEL-CUIT.
           READ ARCH-CONTACTOS NEXT RECORD
               AT END MOVE 'S' TO WS-FIN-CUIT
           END-READ.
           IF NOT FIN-CUIT
              IF CON-CUIT NOT EQUAL WS-CUIT-BUSCADO
                 MOVE 'S' TO WS-FIN-CUIT
              ELSE
                 ADD 1 TO WS-CANT-LISTADOS
                 PERFORM MOSTRAR-CONTACTO.

       GRABAR-AUDITORIA-ALTA.
           PERFORM PREPARAR-AUDITORIA.
           IF AUDITORIA-OK
              MOVE 'W' TO AUD-OPERACION
              MOVE SPACES TO AUD-VALOR-ANTES
              MOVE SPACES TO AUD-VALOR-DESPUES
              STRING CON-NOMBRE ' ' CON-EMAIL
                  DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       GRABAR-AUDITORIA-MODIFICACION.
           PERFORM PREPARAR-AUDITORIA.
           IF AUDITORIA-OK
              MOVE 'U' TO AUD-OPERACION
              MOVE WS-CONTACTO-ANTES TO AUD-VALOR-ANTES
              MOVE SPACES TO AUD-VALOR-DESPUES
              STRING CON-NOMBRE ' ' CON-EMAIL
                  DELIMITED BY SIZE INTO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       GRABAR-AUDITORIA-BAJA.
           PERFORM PREPARAR-AUDITORIA.
           IF AUDITORIA-OK
              MOVE 'D' TO AUD-OPERACION
              MOVE WS-CONTACTO-ANTES TO AUD-VALOR-ANTES
              MOVE 'DADO DE BAJA' TO AUD-VALOR-DESPUES
              WRITE REG-AUDITORIA
              CLOSE ARCH-AUDITORIA.

       PREPARAR-AUDITORIA.
           OPEN EXTEND ARCH-AUDITORIA.
           IF NOT AUDITORIA-OK
              OPEN OUTPUT ARCH-AUDITORIA.
           IF AUDITORIA-OK
              MOVE SPACES TO REG-AUDITORIA
              ACCEPT AUD-FECHA FROM DATE YYYYMMDD
              ACCEPT AUD-HORA FROM TIME
              MOVE WS-AUD-USUARIO TO AUD-USUARIO
              MOVE 'MantenimientoContactos' TO AUD-PROGRAMA
              MOVE 'CONTACTOS.DAT' TO AUD-ARCHIVO
              MOVE SPACES TO AUD-CLAVE
              STRING CON-CUIT '-' CON-ROL '-' CON-SECUENCIA
                  DELIMITED BY SIZE INTO AUD-CLAVE.
