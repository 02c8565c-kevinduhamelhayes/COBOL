           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
       01 fs-ordenes PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 NUMERO-BUSCADO PIC 9(4).
       01 ORDENES-LISTADAS PIC 9(5) VALUE ZERO.
       01 IMPORTE-EDITADO PIC -(7)9.99.
           COPY VALPARM.
           COPY NOTPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           PERFORM ABRIR-ORDENES
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
                       PERFORM ALTA-ORDEN
                   WHEN ACCION-MODIFICAR
           CLOSE clientes
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-ORDEN' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-ORDEN: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-ORDEN: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-ORDENES.
           OPEN I-O ordenes
           IF fs-ordenes = '35'
                   INVALID KEY
                       DISPLAY 'NO EXISTE ESE CLIENTE.'
                   NOT INVALID KEY
                       MOVE cliente-id-fd TO l-not-cliente
                       PERFORM AVISAR-NOTAS
                       DISPLAY 'CLIENTE: ' nombre-fd ' '
                           apellido-fd
                       MOVE cliente-id-fd TO ord-cliente
               END-READ
           END-PERFORM
           DISPLAY 'ORDENES EN EL MAESTRO: ' ORDENES-LISTADAS.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-ORDEN' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-ORDEN' TO l-sel-programa
           MOVE 'ORDENES.DAT' TO l-sel-archivo
           MOVE version-ordenes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
