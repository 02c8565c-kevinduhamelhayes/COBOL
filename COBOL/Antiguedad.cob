               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
       DATA DIVISION.
       FILE SECTION.
           COPY MAESTRO.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY WSDATE.
           COPY REPPARM.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT fecha-sistema FROM DATE YYYYMMDD
           COMPUTE entero-corrida =
               FUNCTION INTEGER-OF-DATE(fecha-numerica)
           DISPLAY 'ANTIGUEDAD: corrida abortada.'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'ANTIGUEDAD' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
