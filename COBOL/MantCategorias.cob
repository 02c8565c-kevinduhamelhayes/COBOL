           COPY CATEGORIA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
       01 fs-categorias PIC XX VALUE '00'.
       01 CODIGO-BUSCADO PIC X(4).
       01 ACCION PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           PERFORM ABRIR-CATEGORIAS
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-MODIFICAR
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR
                           ACCION-MODIFICAR OR ACCION-BAJA)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-CATEGORIA
                   WHEN ACCION-MODIFICAR
           CLOSE categorias
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-CATEG' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-CATEG: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-CATEG: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-CATEGORIAS.
           OPEN I-O categorias
           IF fs-categorias = '35'
           END-PERFORM
           DISPLAY 'CATEGORIAS EN EL MAESTRO: '
               CATEGORIAS-LISTADAS.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-CATEG' TO l-sel-programa
           MOVE 'CATEGORIAS.DAT' TO l-sel-archivo
           MOVE version-categorias TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
