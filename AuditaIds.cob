           05  FILLER          PIC X(16).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01 fs-clientes PIC XX VALUE '00'.
       01 fs-siguiente-id PIC XX VALUE '00'.
       01 FIN-CLIENTES PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'AUDITA-IDS: NO SE PUDO ABRIR CLIENTES.DAT, '
               END-PERFORM
               CLOSE archivo-retirados
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'AUDITA-IDS' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
