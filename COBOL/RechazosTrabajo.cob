       01  linea-reporte PIC X(100).

       WORKING-STORAGE SECTION.
           COPY VENPARM.
           COPY VALPARM.
       01  fs-rechazos        PIC XX VALUE '00'.
       01  fs-rechazos-nuevo  PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'RECHAZOS' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'RECHAZOS: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT archivo-rechazos
           IF fs-rechazos NOT = '00'
               DISPLAY 'RECHAZOS: no hay RECHAZOS.DAT que trabajar '
           END-IF.

      * El codigo de motivo sale en palabras: son los mismos F1/F2/
      * I1/T1 que estampa la validacion del posteo.
       MOSTRAR-RECHAZO.
           EVALUATE rech-codigo
               WHEN 'F1'
                       TO motivo-texto
               WHEN 'I1'
                   MOVE 'IMPORTE NO NUMERICO' TO motivo-texto
               WHEN 'T1'
                   MOVE 'TRANSFERENCIA MAL FORMADA' TO motivo-texto
               WHEN OTHER
                   MOVE 'MOTIVO NO RECONOCIDO' TO motivo-texto
           END-EVALUATE
