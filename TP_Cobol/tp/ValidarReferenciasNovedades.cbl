           OPEN INPUT ARCH-EMPRESAS.
           IF NOT EMP-OK
              DISPLAY 'NO PUDO ABRIRSE EMPRESAS.DAT ' FS-EMP
              MOVE 16 TO RETURN-CODE
              PERFORM TERMINAR.

           OPEN INPUT ARCH-CONSULTORES.
           IF NOT CONS-OK
              DISPLAY 'NO PUDO ABRIRSE CONSULTORES.DAT ' FS-CONS
              MOVE 16 TO RETURN-CODE
              PERFORM TERMINAR.

           OPEN INPUT ARCH-NOV1.
           IF NOT NOV1-OK
              DISPLAY 'NO PUDO ABRIRSE NOV1.DAT ' FS-NOV1
              MOVE 16 TO RETURN-CODE
              PERFORM TERMINAR.

           OPEN INPUT ARCH-NOV2.
           IF NOT NOV2-OK
              DISPLAY 'NO PUDO ABRIRSE NOV2.DAT ' FS-NOV2
              MOVE 16 TO RETURN-CODE
              PERFORM TERMINAR.

           OPEN INPUT ARCH-NOV3.
           IF NOT NOV3-OK
              DISPLAY 'NO PUDO ABRIRSE NOV3.DAT ' FS-NOV3
              MOVE 16 TO RETURN-CODE
              PERFORM TERMINAR.

           OPEN OUTPUT ARCH-VALIDACION.
           IF NOT VALIDACION-OK
              DISPLAY 'NO PUDO CREARSE VALIDACION.LST ' FS-VALIDACION
              MOVE 16 TO RETURN-CODE
              PERFORM TERMINAR.

       CARGAR-TABLA-EMPRESAS.
           IF NOT EMP-EOF
              DISPLAY 'ERROR: EMPRESAS.DAT TIENE MAS DE ' WS-MAX-EMP
                  ' EMPRESAS, LA TABLA-EMPRESAS NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              PERFORM TERMINAR.

       CARGAR-EMPRESA-EN-TABLA.
           IF NOT CONS-EOF
              DISPLAY 'ERROR: CONSULTORES.DAT TIENE MAS DE ' WS-MAX-CONS
                  ' CONSULTORES, LA TABLA-CONSULTORES NO ALCANZA'
              MOVE 16 TO RETURN-CODE
              PERFORM TERMINAR.

       CARGAR-CONSULTOR-EN-TABLA.
