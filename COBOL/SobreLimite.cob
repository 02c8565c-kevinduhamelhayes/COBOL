      * credito: recorre CLIENTES.DAT y lista a los que ya estan con
      * el saldo por debajo de -limite (el propio o el del shop por
      * defecto, variable LIMITE-CREDITO-DEF), con el exceso de
      * cada uno. El saldo que cuenta es el disponible: el contable
      * menos los cheques depositados todavia en clearing, que
      * calcula DISPONIBLE; salen las dos cifras. Antes los
      * descubiertos aparecian cuando SALDOS.RPT los imprimia, un
      * dia tarde. Sale por REPWRITE como
      * SOBRELIM.RPT; con girados el paso termina con RETURN-CODE 8
      * para que la manana los mire.
       ENVIRONMENT DIVISION.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY REPPARM.
           COPY DSPPARM.
       01  linea-reporte      PIC X(80).
       01  fs-clientes        PIC XX VALUE '00'.
       01  fin-clientes       PIC X VALUE 'N'.
       01  linea-detalle.
           05  det-id         PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  det-apellido   PIC X(15).
           05  FILLER         PIC X(7) VALUE ' SALDO '.
           05  det-saldo      PIC -(9)9.99.
           05  FILLER         PIC X(6) VALUE ' DISP '.
           05  det-disponible PIC -(9)9.99.
           05  FILLER         PIC X(5) VALUE ' EXC '.
           05  det-exceso     PIC -(9)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'LIMITE-CREDITO-DEF' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-limite-texto
           IF ws-limite-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-limite-texto) = 0
               COMPUTE limite-defecto =
               MOVE limite-defecto TO limite-vigente
           END-IF
           IF cliente-saldo NUMERIC
               PERFORM CALCULAR-DISPONIBLE
               IF l-dsp-disponible < ZERO
                   COMPUTE exceso =
                       0 - l-dsp-disponible - limite-vigente
                   IF exceso > ZERO
                       ADD 1 TO girados
                       MOVE cliente-id-fd TO det-id
                       MOVE apellido-fd TO det-apellido
                       MOVE cliente-saldo TO det-saldo
                       MOVE l-dsp-disponible TO det-disponible
                       MOVE exceso TO det-exceso
                       MOVE linea-detalle TO linea-reporte
                       PERFORM ESCRIBIR-LINEA
                   END-IF
               END-IF
           END-IF.

       CALCULAR-DISPONIBLE.
           MOVE cliente-id-fd TO l-dsp-cliente
           MOVE cliente-saldo TO l-dsp-saldo
           CALL 'DISPONIBLE' USING l-dsp-cliente, l-dsp-saldo,
               l-dsp-retenido, l-dsp-cheques, l-dsp-disponible,
               l-dsp-status
           IF l-dsp-status NOT = 0
               DISPLAY 'SOBRE-LIMITE: no se pudo leer CHEQUES.DAT, '
                   'el cliente ' cliente-id-fd ' va por su saldo.'
           END-IF.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'SOBRELIMITE' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'SOBRE-LIMITE' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
