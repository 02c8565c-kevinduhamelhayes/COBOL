      * muestra en una sola lista con total corrido, marcando de que
      * archivo salio cada transaccion. La disputa de dos anios deja
      * de ser dos programas, tres archivos y una abrochadora.
      * Cada archivo se posiciona por la ruta cliente+fecha en el
      * primer movimiento del cliente desde la fecha pedida y se lee
      * hasta que cambia el cliente o se pasa la fecha hasta: solo
      * se tocan las transacciones del cliente. Al traer al cliente
      * sale el aviso de sus notas de alta prioridad, y al final se
      * pueden listar o agregar notas (NOTASCLI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.

       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-anual.
           COPY MAEANUAL.
       SD  archivo-orden.
       01  registro-orden.
           05  orden-fecha       PIC 9(08).
           05  orden-origen      PIC X(08).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-anual           PIC XX VALUE '00'.
       01  fin-de-archivo     PIC X VALUE 'N'.
           05  va-sucursal     PIC 9(3).
           05  va-categoria    PIC X(4).
       01  transacciones-listadas PIC 9(5) VALUE ZERO.
       01  accion-notas       PIC X VALUE SPACE.
           88  ACCION-LISTAR-NOTAS VALUE 'L' 'l'.
           88  ACCION-NOTA-NUEVA   VALUE 'A' 'a'.
           COPY NOTPARM.
       01  total-corrido      PIC S9(11)V99 VALUE ZERO.
       01  importe-editado    PIC -(7)9.99.
       01  total-editado      PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           DISPLAY 'Cliente (ID): '
           ACCEPT cliente-pedido
           IF cliente-pedido = ZERO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'B' TO l-not-accion
           PERFORM LLAMAR-NOTAS
           DISPLAY 'Fecha desde (AAAAMMDD): '
           ACCEPT fecha-desde
           DISPLAY 'Fecha hasta (AAAAMMDD): '
           DISPLAY 'CONSULTA-HIST: ' transacciones-listadas
               ' transacciones del cliente ' cliente-pedido
               ', total ' total-editado '.'
           MOVE SPACE TO accion-notas
           DISPLAY 'Notas del cliente (L=listar A=agregar '
               'ENTER=nada): '
           ACCEPT accion-notas
           EVALUATE TRUE
               WHEN ACCION-LISTAR-NOTAS
                   MOVE 'L' TO l-not-accion
                   PERFORM LLAMAR-NOTAS
               WHEN ACCION-NOTA-NUEVA
                   MOVE 'A' TO l-not-accion
                   PERFORM LLAMAR-NOTAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

       LLAMAR-NOTAS.
           MOVE cliente-pedido TO l-not-cliente
           MOVE 'CONSULTAHIST' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

       LEER-FUENTES.
           PERFORM LEER-MAESTRO-VIVO
           PERFORM LEER-UN-ANUAL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE cliente-pedido TO maestro-ruta-cli
           MOVE fecha-desde TO maestro-ruta-fecha
           START archivo-maestro
               KEY IS NOT LESS THAN maestro-ruta-cliente
               INVALID KEY
                   SET eof TO TRUE
           END-START
                   AT END
                       SET eof TO TRUE
                   NOT AT END
                       IF maestro-ruta-cli NOT = cliente-pedido
                           OR maestro-ruta-fecha > fecha-hasta
                           SET eof TO TRUE
                       ELSE
                           MOVE maestro-fecha TO orden-fecha
                           MOVE maestro-clave TO orden-clave
                           MOVE maestro-importe TO orden-importe
           MOVE 'N' TO fin-anual
           OPEN INPUT archivo-anual
           IF fs-anual = '00'
               MOVE nombre-anual TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               MOVE cliente-pedido TO anual-ruta-cli
               MOVE fecha-desde TO anual-ruta-fecha
               START archivo-anual
                   KEY IS NOT LESS THAN anual-ruta-cliente
                   INVALID KEY
                       SET no-hay-mas-anual TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-anual
                   READ archivo-anual NEXT RECORD
                       AT END
                           SET no-hay-mas-anual TO TRUE
                       NOT AT END
                           MOVE registro-anual TO vista-anual
                           IF anual-ruta-cli NOT = cliente-pedido
                               OR anual-ruta-fecha > fecha-hasta
                               SET no-hay-mas-anual TO TRUE
                           ELSE
                               MOVE va-fecha TO orden-fecha
                               MOVE va-clave TO orden-clave
                               MOVE va-importe TO orden-importe
                       DISPLAY linea-consulta
               END-RETURN
           END-PERFORM.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CONSULTA-HIST' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

      * Cada anual se verifica al abrirlo: un anio cerrado con el
      * layout viejo no se lee con el registro nuevo.
       VERIFICAR-ANUAL.
           MOVE 'V' TO l-sel-accion
           MOVE version-anual TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
