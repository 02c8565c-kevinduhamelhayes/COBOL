               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.

       DATA DIVISION.
           COPY MAESTRO.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  fs-diario          PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'REHACE' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'REHACE: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Archivo a rehacer (1=CLIENTES.DAT '
               '2=maestro.dat): ' WITH NO ADVANCING
           ACCEPT archivo-elegido
               IF fs-clientes = '35'
                   OPEN OUTPUT clientes
                   CLOSE clientes
                   MOVE 'CLIENTES.DAT' TO l-sel-archivo
                   MOVE version-clientes TO l-sel-version
                   PERFORM ESTAMPAR-LAYOUT
                   OPEN I-O clientes
               END-IF
               IF fs-clientes NOT = '00'
               IF fs-maestro = '35'
                   OPEN OUTPUT archivo-maestro
                   CLOSE archivo-maestro
                   MOVE 'maestro.dat' TO l-sel-archivo
                   MOVE version-maestro TO l-sel-version
                   PERFORM ESTAMPAR-LAYOUT
                   OPEN I-O archivo-maestro
               END-IF
               IF fs-maestro NOT = '00'
           EVALUATE img-operacion
               WHEN 'ALTA'
                   MOVE img-despues TO registro-maestro
                   MOVE maestro-cliente TO maestro-ruta-cli
                   MOVE maestro-fecha TO maestro-ruta-fecha
                   WRITE registro-maestro
                       INVALID KEY
                           PERFORM ANOTAR-ERROR
                   END-WRITE
               WHEN 'MODIF'
                   MOVE img-despues TO registro-maestro
                   MOVE maestro-cliente TO maestro-ruta-cli
                   MOVE maestro-fecha TO maestro-ruta-fecha
                   REWRITE registro-maestro
                       INVALID KEY
                           PERFORM ANOTAR-ERROR
           DISPLAY 'REHACE: no se pudo reaplicar la imagen '
               imagenes-leidas ' (' img-operacion ' de '
               img-programa ').'.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'REHACE' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

      * El que crea un maestro lo estampa con la version con que
      * fue compilado; la fecha de reorganizacion no se toca.
       ESTAMPAR-LAYOUT.
           MOVE 'E' TO l-sel-accion
           MOVE ZERO TO l-sel-fecha
           PERFORM LLAMAR-SELLO
           IF l-sel-status NOT = 0
               DISPLAY l-sel-mensaje
           END-IF
           MOVE 'V' TO l-sel-accion.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
