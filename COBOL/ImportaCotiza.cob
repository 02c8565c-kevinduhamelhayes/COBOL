       01  linea-reporte PIC X(100).

       WORKING-STORAGE SECTION.
           COPY VENPARM.
           COPY PARPARM.
           COPY VALPARM.
       01  fs-banco           PIC XX VALUE '00'.
       01  fs-cotizaciones    PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'IMPORTA-COTIZA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'IMPORTA-COTIZA: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-TOLERANCIA
           OPEN INPUT archivo-banco
           IF fs-banco NOT = '00'
           STOP RUN.

       LEER-TOLERANCIA.
           MOVE 'COTIZA-TOLERANCIA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-tolerancia-texto
           IF ws-tolerancia-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-tolerancia-texto) = 0
               COMPUTE tolerancia-pct =
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'IMPORTACOTIZ' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.
