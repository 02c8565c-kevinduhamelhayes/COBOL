      * nombre, sale la lista de candidatos con ID y edad, y el
      * elegido se muestra completo con la opcion de seguir derecho
      * al mantenimiento o a la historia de transacciones (los
      * mismos binarios que despacha el menu), o de listar o agregar
      * sus notas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01 fs-clientes PIC XX VALUE '00'.
       01 FIN-CLIENTES PIC X VALUE 'N'.
           88 NO-HAY-MAS-CLIENTES VALUE 'S'.
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-MANTENIMIENTO VALUE 'M' 'm'.
           88 ACCION-HISTORIA VALUE 'H' 'h'.
           88 ACCION-CONTACTOS VALUE 'C' 'c'.
           88 ACCION-LISTAR-NOTAS VALUE 'L' 'l'.
           88 ACCION-NOTA-NUEVA VALUE 'A' 'a'.
           88 ACCION-NADA VALUE 'N' 'n' ' '.
       01 WS-COMANDO PIC X(100).
       01 WS-PASO-RC PIC S9(9) VALUE ZERO.
           COPY NOTPARM.
       01 LINEA-CANDIDATO.
           05 DET-ID PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACES TO APELLIDO-BUSCADO
               DISPLAY 'APELLIDO A BUSCAR (ENTER PARA TERMINAR): '
           END-IF.

      * El elegido se muestra completo y se puede seguir derecho al
      * mantenimiento, a la historia o a los contactos, con el
      * mismo despacho por CALL SYSTEM que usa el menu del operador.
       ELEGIR-CANDIDATO.
           DISPLAY 'ID ELEGIDO (0 PARA OTRA BUSQUEDA): '
           ACCEPT CLIENTE-ELEGIDO
                       DISPLAY 'NO EXISTE EL CLIENTE '
                           CLIENTE-ELEGIDO
                   NOT INVALID KEY
                       MOVE 'B' TO l-not-accion
                       PERFORM LLAMAR-NOTAS
                       DISPLAY 'ID      : ' cliente-id-fd
                       DISPLAY 'NOMBRE  : ' nombre-fd
                       DISPLAY 'APELLIDO: ' apellido-fd
       DESPACHAR-CONTINUACION.
           MOVE SPACE TO ACCION
           DISPLAY 'SEGUIR CON (M=MANTENIMIENTO H=HISTORIA '
               'C=CONTACTOS L=LISTAR NOTAS A=AGREGAR NOTA N=NADA): '
           ACCEPT ACCION
           EVALUATE TRUE
               WHEN ACCION-MANTENIMIENTO
               WHEN ACCION-HISTORIA
                   MOVE './CONSULTAHIST' TO WS-COMANDO
                   PERFORM LLAMAR-PROGRAMA
               WHEN ACCION-CONTACTOS
                   MOVE './CONSULTACONT' TO WS-COMANDO
                   PERFORM LLAMAR-PROGRAMA
               WHEN ACCION-LISTAR-NOTAS
                   MOVE 'L' TO l-not-accion
                   PERFORM LLAMAR-NOTAS
               WHEN ACCION-NOTA-NUEVA
                   MOVE 'A' TO l-not-accion
                   PERFORM LLAMAR-NOTAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   'RC=' WS-PASO-RC
           END-IF
           MOVE ZERO TO RETURN-CODE.

      * Notas del cliente elegido: el aviso de las de alta prioridad
      * apenas se lo trae, y el listado y el alta a pedido.
       LLAMAR-NOTAS.
           MOVE cliente-id-fd TO l-not-cliente
           MOVE 'BUSCACLIENTE' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'BUSCA-CLIENTE' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
