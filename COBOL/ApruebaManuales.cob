       01  registro-liberada PIC X(62).

       WORKING-STORAGE SECTION.
           COPY VENPARM.
           COPY NIVPARM.
       01  fs-manuales        PIC XX VALUE '00'.
       01  fs-manuales-nuevo  PIC XX VALUE '00'.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'APRUEBA-MANUAL' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'APRUEBA-MANUAL: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT archivo-manuales
           IF fs-manuales NOT = '00'
               DISPLAY 'APRUEBA-MANUAL: sin MANUALES.DAT (status='
