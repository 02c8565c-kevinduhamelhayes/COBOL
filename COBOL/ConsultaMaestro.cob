      * contador corrido de lo listado. Es la respuesta a las
      * consultas diarias de las sucursales sin correr la pasada de
      * lectura completa.
      * Las dos patas de una transferencia entre clientes muestran
      * ademas a la contraparte (de quien vino o a quien fue la
      * plata, con su nombre de CLIENTES.DAT) y la clave de la otra
      * pata, para seguir el par sin buscarlo a mano.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  clientes.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01  fs-maestro         PIC XX VALUE '00'.
       01  opcion             PIC X VALUE SPACE.
           88  CONSULTA-CLAVE  VALUE '1'.
       01  fin-de-archivo     PIC X VALUE 'N'.
           88  eof             VALUE 'S'.
       01  registros-listados PIC 9(5) VALUE ZERO.
       01  fs-clientes        PIC XX VALUE '00'.
       01  clientes-abierto   PIC X VALUE 'N'.
           88  HAY-CLIENTES    VALUE 'S'.
       01  linea-contraparte.
           05  FILLER PIC X(16) VALUE SPACES.
           05  cpt-sentido PIC X(10).
           05  cpt-cliente PIC 9(6).
           05  FILLER PIC X VALUE SPACE.
           05  cpt-nombre PIC X(41).
           05  FILLER PIC X(13) VALUE ' OTRA PATA: '.
           05  cpt-clave PIC X(7).
       01  linea-consulta.
           05  det-contador PIC ZZZZ9.
           05  FILLER PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'CONSULTA: no se pudo abrir maestro.dat, '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Sin CLIENTES.DAT la contraparte sale solo con su numero.
           OPEN INPUT clientes
           IF fs-clientes = '00'
               SET HAY-CLIENTES TO TRUE
           END-IF
           PERFORM UNTIL FIN-CONSULTA
               DISPLAY 'Consulta (1=Por clave 2=Por rango de fechas '
                   '0=Salir): '
               END-EVALUATE
           END-PERFORM
           CLOSE archivo-maestro
           IF HAY-CLIENTES
               CLOSE clientes
           END-IF
           STOP RUN.

       CONSULTAR-POR-CLAVE.
           MOVE maestro-fecha TO det-fecha
           MOVE maestro-importe TO det-importe
           MOVE maestro-descripcion TO det-descripcion
           DISPLAY linea-consulta
           IF maestro-descripcion(1:9) = 'TRANSF A '
               OR maestro-descripcion(1:10) = 'TRANSF DE '
               PERFORM MOSTRAR-CONTRAPARTE
           END-IF.

      * La pata de debito dice 'TRANSF A nnnnnn CLAVE ccccccc' y la
      * de credito 'TRANSF DE nnnnnn CLAVE ccccccc': de ahi salen el
      * otro cliente y la clave de la otra pata.
       MOSTRAR-CONTRAPARTE.
           IF maestro-descripcion(1:9) = 'TRANSF A '
               MOVE 'PARA:' TO cpt-sentido
               MOVE maestro-descripcion(10:6) TO cliente-id-fd
               MOVE maestro-descripcion(23:7) TO cpt-clave
           ELSE
               MOVE 'DE:' TO cpt-sentido
               MOVE maestro-descripcion(11:6) TO cliente-id-fd
               MOVE maestro-descripcion(24:7) TO cpt-clave
           END-IF
           MOVE cliente-id-fd TO cpt-cliente
           MOVE SPACES TO cpt-nombre
           IF HAY-CLIENTES
               READ clientes
                   INVALID KEY
                       MOVE '(CLIENTE INEXISTENTE)' TO cpt-nombre
                   NOT INVALID KEY
                       STRING nombre-fd DELIMITED BY '  '
                           ' ' apellido-fd DELIMITED BY SIZE
                           INTO cpt-nombre
               END-READ
           END-IF
           DISPLAY linea-contraparte.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CONSULTA-MAESTRO' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
