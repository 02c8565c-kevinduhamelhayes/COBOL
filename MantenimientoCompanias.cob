           COPY COMPANIA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01 fs-companias PIC XX VALUE '00'.
       01 CODIGO-BUSCADO PIC X(6).
       01 ACCION PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           PERFORM ABRIR-COMPANIAS
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
           END-PERFORM
           DISPLAY 'COMPANIAS EN EL DIRECTORIO: '
               COMPANIAS-LISTADAS.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-COMPANIA' TO l-sel-programa
           MOVE 'COMPANIAS.DAT' TO l-sel-archivo
           MOVE version-companias TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
