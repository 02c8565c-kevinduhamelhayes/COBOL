      * SUSPENSO.RPT. El suspenso depurado se reescribe bajo un
      * nombre de trabajo y se promueve recien al terminar bien,
      * como el resto de la cadena.
      * Una partida fechada en un mes que contabilidad ya cerro se
      * libera con la fecha del periodo abierto vigente (modulo
      * PERIODO, que deja la auditoria del desvio).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  linea-reporte PIC X(80).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY FPRPARM.
           COPY VALPARM.
           COPY PERPARM.
       01  fs-suspenso        PIC XX VALUE '00'.
       01  fs-suspenso-nuevo  PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.

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
           MOVE 'SUSPENSO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'SUSPENSO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF vt-fecha NUMERIC
               PERFORM CONTROLAR-PERIODO
           END-IF
           MOVE vista-transaccion TO registro-transaccion
           WRITE registro-transaccion
           CLOSE archivo-liberados
           ADD 1 TO partidas-liberadas
           DISPLAY 'Partida liberada para el merge de esta noche.'.

       CONTROLAR-PERIODO.
           MOVE 'M' TO l-per-accion
           MOVE vt-fecha TO l-per-fecha
           MOVE 'SUSPENSO' TO l-per-programa
           MOVE SPACES TO l-per-referencia
           STRING 'PARTIDA ' vt-cliente ' ' vt-descripcion
               DELIMITED BY SIZE INTO l-per-referencia
           CALL 'PERIODO' USING l-per-accion, l-per-fecha,
               l-per-programa, l-per-referencia, l-per-destino,
               l-per-status
           IF l-per-status NOT = 0
               DISPLAY 'El mes ' vt-fecha(1:6) ' esta cerrado: la '
                   'partida se libera con fecha ' l-per-destino '.'
               MOVE l-per-destino TO vt-fecha
           END-IF.

       BAJAR-PARTIDA.
           MOVE SPACES TO motivo-baja
           PERFORM UNTIL motivo-baja NOT = SPACES
               WRITE linea-reporte
           END-PERFORM
           CLOSE reporte.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'SUSPENSO-TRABAJO' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
