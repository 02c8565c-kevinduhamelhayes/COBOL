       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA-CONTACTOS.
       AUTHOR. Ejemplo.
      * Consulta del historial de contactos de un cliente: toma el
      * cliente, recorre CONTACTOS.DAT desde su primera clave y
      * muestra todo lo que se le mando (extractos, cartas de mora,
      * comprobantes, cartas de presentacion), lo mas nuevo primero,
      * con el programa que lo produjo, el numero de documento y el
      * de la cola de impresion cuando paso por ella. Cuando el
      * cliente llama diciendo que no le llego nada, aca se ve que
      * salio y cuando.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT contactos ASSIGN TO 'CONTACTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS con-clave
               FILE STATUS IS fs-contactos.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  contactos.
           COPY HISTCONT.
       SD  archivo-orden.
       01  registro-orden.
           05  orden-fecha       PIC 9(08).
           05  orden-secuencia   PIC 9(04).
           05  orden-tipo        PIC X(08).
           05  orden-programa    PIC X(12).
           05  orden-documento   PIC X(10).
           05  orden-cola        PIC 9(06).
           05  orden-operador    PIC X(08).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY NOTPARM.
       01  fs-contactos       PIC XX VALUE '00'.
       01  fin-de-archivo     PIC X VALUE 'N'.
           88  eof             VALUE 'S'.
       01  fin-de-orden       PIC X VALUE 'N'.
           88  eof-orden       VALUE 'S'.
       01  contactos-abierto  PIC X VALUE 'N'.
           88  HAY-CONTACTOS   VALUE 'S'.
       01  cliente-pedido     PIC 9(6).
       01  contactos-listados PIC 9(5) VALUE ZERO.
       01  linea-consulta.
           05  det-fecha PIC 9(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  det-tipo PIC X(8).
           05  FILLER PIC X(2) VALUE SPACES.
           05  det-programa PIC X(12).
           05  FILLER PIC X(2) VALUE SPACES.
           05  det-documento PIC X(10).
           05  FILLER PIC X(2) VALUE SPACES.
           05  det-cola PIC Z(5)9.
           05  FILLER PIC X(2) VALUE SPACES.
           05  det-operador PIC X(8).
       01  linea-titulo.
           05  FILLER PIC X(10) VALUE 'FECHA'.
           05  FILLER PIC X(10) VALUE 'TIPO'.
           05  FILLER PIC X(14) VALUE 'PROGRAMA'.
           05  FILLER PIC X(12) VALUE 'DOCUMENTO'.
           05  FILLER PIC X(8) VALUE '    COLA'.
           05  FILLER PIC X(10) VALUE '  OPERADOR'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           DISPLAY 'Cliente (ID): '
           ACCEPT cliente-pedido
           IF cliente-pedido = ZERO
               DISPLAY 'CONSULTA-CONTACTOS: sin cliente no hay '
                   'contactos que mostrar.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE cliente-pedido TO l-not-cliente
           PERFORM AVISAR-NOTAS
           SORT archivo-orden
               ON DESCENDING KEY orden-fecha
               ON DESCENDING KEY orden-secuencia
               INPUT PROCEDURE IS LEER-CONTACTOS
               OUTPUT PROCEDURE IS MOSTRAR-CONTACTOS
           DISPLAY 'CONSULTA-CONTACTOS: ' contactos-listados
               ' contactos del cliente ' cliente-pedido '.'
           STOP RUN.

      * Sin CONTACTOS.DAT todavia no se le mando nada a nadie.
       LEER-CONTACTOS.
           OPEN INPUT contactos
           IF fs-contactos NOT = '00'
               SET eof TO TRUE
           ELSE
               SET HAY-CONTACTOS TO TRUE
               MOVE cliente-pedido TO con-cliente
               MOVE ZEROS TO con-fecha
               MOVE ZEROS TO con-secuencia
               START contactos KEY IS NOT LESS THAN con-clave
                   INVALID KEY
                       SET eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL eof
               READ contactos NEXT RECORD
                   AT END
                       SET eof TO TRUE
                   NOT AT END
                       IF con-cliente NOT = cliente-pedido
                           SET eof TO TRUE
                       ELSE
                           MOVE con-fecha TO orden-fecha
                           MOVE con-secuencia TO orden-secuencia
                           MOVE con-tipo TO orden-tipo
                           MOVE con-programa TO orden-programa
                           MOVE con-documento TO orden-documento
                           MOVE con-cola TO orden-cola
                           MOVE con-operador TO orden-operador
                           RELEASE registro-orden
                       END-IF
               END-READ
           END-PERFORM
           IF HAY-CONTACTOS
               CLOSE contactos
           END-IF.

       MOSTRAR-CONTACTOS.
           DISPLAY linea-titulo
           PERFORM UNTIL eof-orden
               RETURN archivo-orden
                   AT END
                       SET eof-orden TO TRUE
                   NOT AT END
                       ADD 1 TO contactos-listados
                       MOVE orden-fecha TO det-fecha
                       MOVE orden-tipo TO det-tipo
                       MOVE orden-programa TO det-programa
                       MOVE orden-documento TO det-documento
                       MOVE orden-cola TO det-cola
                       MOVE orden-operador TO det-operador
                       DISPLAY linea-consulta
               END-RETURN
           END-PERFORM.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'CONSULTACONT' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CONSULTA-CONTACTOS' TO l-sel-programa
           MOVE 'CONTACTOS.DAT' TO l-sel-archivo
           MOVE version-contactos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
