           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY VALPARM.
           COPY FPRPARM.
           COPY PERPARM.
           COPY NOTPARM.
       01  fs-manuales        PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fin-sesion         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'ENTRADA-MANUAL' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'ENTRADA-MANUAL: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           END-IF.

      * La fecha pasa por el mismo VALFECHA que aplica el posteo:
      * una fecha que la noche rechazaria no entra ni a mano. Una
      * fecha de un mes que contabilidad ya cerro se rechaza (y
      * queda en la auditoria de PERIODO): la carga manual no es
      * camino para mover un mes cerrado.
       PEDIR-FECHA.
           MOVE ZEROS TO vt-fecha
           PERFORM UNTIL vt-fecha NOT = ZEROS
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
               IF l-val-status = 0
                   PERFORM CONTROLAR-PERIODO
               ELSE
                   DISPLAY 'Fecha invalida (' l-val-motivo ').'
               END-IF
           END-PERFORM.

       CONTROLAR-PERIODO.
           MOVE 'R' TO l-per-accion
           MOVE l-val-fecha TO l-per-fecha
           MOVE 'ENTRADA-MAN' TO l-per-programa
           MOVE SPACES TO l-per-referencia
           STRING 'CARGA MANUAL DE ' ws-operador
               DELIMITED BY SIZE INTO l-per-referencia
           CALL 'PERIODO' USING l-per-accion, l-per-fecha,
               l-per-programa, l-per-referencia, l-per-destino,
               l-per-status
           IF l-per-status = 0
               MOVE l-val-fecha TO vt-fecha
           ELSE
               DISPLAY 'El mes ' l-val-fecha(1:6) ' esta cerrado; '
                   'la fecha tiene que ser de un periodo abierto.'
           END-IF.

       PEDIR-IMPORTE.
           MOVE ZEROS TO vt-importe
           PERFORM UNTIL vt-importe NOT = ZEROS
                   INVALID KEY
                       DISPLAY 'No existe ese cliente.'
                   NOT INVALID KEY
                       MOVE cliente-id-fd TO l-not-cliente
                       PERFORM AVISAR-NOTAS
                       DISPLAY 'Cliente: ' nombre-fd ' '
                           apellido-fd
                       MOVE cliente-id-fd TO vt-cliente
           ADD 1 TO cargadas
           DISPLAY 'Transaccion cargada en el lote de manuales, '
               'pendiente de liberacion.'.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'ENTRADA-MANU' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'ENTRADA-MANUAL' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
