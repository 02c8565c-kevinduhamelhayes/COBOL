           05  his-saldo       PIC S9(9)V99.

       WORKING-STORAGE SECTION.
           COPY NOTPARM.
       01  fs-historia        PIC XX VALUE '00'.
       01  fin-historia       PIC X VALUE 'N'.
           88  no-hay-mas-historia VALUE 'S'.
               IF cliente-pedido = ZERO
                   SET SESION-TERMINADA TO TRUE
               ELSE
                   MOVE cliente-pedido TO l-not-cliente
                   PERFORM AVISAR-NOTAS
                   DISPLAY 'Saldo al dia (AAAAMMDD): '
                   ACCEPT fecha-pedida
                   PERFORM BUSCAR-FOTO
               END-PERFORM
               CLOSE archivo-historia
           END-IF.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'CONSULTASALD' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.
