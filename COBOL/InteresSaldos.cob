       01  registro-ultima PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY FINPARM.
       01  fs-clientes        PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
               END-READ
           END-PERFORM.

      * Solo devengan los clientes activos (o restringidos por
      * documento, que conservan su saldo) con saldo positivo; la
      * banda aplicable es la primera cuyo tope alcanza al saldo.
       EVALUAR-CLIENTE.
           IF (CLIENTE-ACTIVO OR CLIENTE-RESTRINGIDO)
               AND cliente-saldo NUMERIC AND cliente-saldo > ZERO
               MOVE 'N' TO tasa-hallada
               PERFORM VARYING idx-tasa FROM 1 BY 1
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'INTERES-SALDOS' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
