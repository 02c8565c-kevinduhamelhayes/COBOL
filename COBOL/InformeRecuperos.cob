       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-RECUPEROS.
       AUTHOR. Ejemplo.
      * Informe de recuperos de incobrables: por cada cliente
      * castigado en CASTIGOS.DAT, lo que se dio de baja (el
      * descubierto y, anotado aparte, lo que quedaba impago en
      * cuotas de sus prestamos) contra lo que volvio despues. Lo
      * recuperado son las patas RECUPERO INCOBRABLE que el posteo
      * genera con cada credito a un castigado, buscadas por la ruta
      * del cliente desde la fecha del castigo en el maestro vivo y
      * en los anuales MAESTRO.AAAA.DAT de los anios ya cerrados.
      * Sale a RECUPEROS.RPT con el porcentaje recuperado de cada
      * cliente y los totales de la cartera castigada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT castigos ASSIGN TO 'CASTIGOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cas-cliente
               FILE STATUS IS fs-castigos.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
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

       DATA DIVISION.
       FILE SECTION.
       FD  castigos.
           COPY CASTIGO.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-anual.
           COPY MAEANUAL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY REPPARM.
       01  fs-castigos        PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-anual           PIC XX VALUE '00'.
       01  fin-castigos       PIC X VALUE 'N'.
           88  no-hay-mas-castigos VALUE 'S'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  nombre-anual       PIC X(30) VALUE SPACES.
       01  fecha-proceso      PIC 9(8).
       01  anio-proceso       PIC 9(4).
       01  anio-archivo       PIC 9(4).
       01  recuperado-cliente PIC S9(11)V99.
       01  ultimo-recupero    PIC 9(8).
       01  base-porcentaje    PIC S9(11)V99.
       01  porcentaje         PIC 9(3)V9.
       01  castigados         PIC 9(5) VALUE ZERO.
       01  con-recupero       PIC 9(5) VALUE ZERO.
       01  total-castigado    PIC S9(11)V99 VALUE ZERO.
       01  total-cuotas       PIC S9(11)V99 VALUE ZERO.
       01  total-recuperado   PIC S9(11)V99 VALUE ZERO.
       01  total-editado      PIC -(11)9.99.
       01  linea-reporte      PIC X(80) VALUE SPACES.

      * Vista de las transacciones recorridas por ruta, vengan del
      * vivo o de un anual.
       01  vista-anual.
           05  va-clave        PIC 9(7).
           05  va-fecha        PIC 9(8).
           05  va-importe      PIC S9(7)V99.
           05  va-descripcion  PIC X(33).
           05  FILLER          PIC X(39).

       01  linea-recupero.
           05  lr-cliente      PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  lr-apellido     PIC X(16).
           05  FILLER          PIC X VALUE SPACE.
           05  lr-fecha        PIC 9(8).
           05  FILLER          PIC X VALUE SPACE.
           05  lr-castigado    PIC -(8)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lr-cuotas       PIC -(8)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lr-recuperado   PIC -(8)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lr-porcentaje   PIC ZZ9.9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE fecha-proceso(1:4) TO anio-proceso
           OPEN INPUT castigos
           IF fs-castigos NOT = '00'
               DISPLAY 'INFORME-RECUPEROS: sin CASTIGOS.DAT (status='
                   fs-castigos '), no hay castigos que informar.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'INFORME-RECUPEROS: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'INFORME-RECUPEROS: no se pudo abrir '
                   'maestro.dat, status=' fs-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'A' TO l-rep-accion
           MOVE 'RECUPEROS.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'RECUPEROS DE INCOBRABLES AL ' fecha-proceso
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE 'CLIENTE' TO linea-reporte(1:7)
           MOVE 'APELLIDO' TO linea-reporte(9:8)
           MOVE 'CASTIGO    CASTIGADO' TO linea-reporte(26:20)
           MOVE 'CUOTAS   RECUPERADO' TO linea-reporte(53:19)
           MOVE '% REC' TO linea-reporte(73:5)
           PERFORM ESCRIBIR-LINEA

           MOVE ZEROS TO cas-cliente
           START castigos KEY IS NOT LESS THAN cas-cliente
               INVALID KEY
                   SET no-hay-mas-castigos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-castigos
               READ castigos NEXT RECORD
                   AT END
                       SET no-hay-mas-castigos TO TRUE
                   NOT AT END
                       IF CASTIGO-APROBADO
                           PERFORM INFORMAR-CASTIGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE castigos
           CLOSE clientes
           CLOSE archivo-maestro

           IF castigados = ZERO
               MOVE 'NINGUN CLIENTE CASTIGADO.' TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE total-castigado TO total-editado
           STRING 'TOTAL CASTIGADO EN SALDOS:  ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE total-cuotas TO total-editado
           STRING 'TOTAL CASTIGADO EN CUOTAS:  ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE total-recuperado TO total-editado
           STRING 'TOTAL RECUPERADO:           ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           STRING 'CLIENTES CASTIGADOS: ' castigados
               '  CON ALGUN RECUPERO: ' con-recupero
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE total-recuperado TO total-editado
           DISPLAY 'INFORME-RECUPEROS: ' castigados
               ' clientes castigados, recuperado ' total-editado
               ' en ' con-recupero ' clientes.'
           STOP RUN.

      * El porcentaje se mide contra todo lo dado de baja, saldo y
      * cuotas.
       INFORMAR-CASTIGO.
           ADD 1 TO castigados
           MOVE ZERO TO recuperado-cliente
           MOVE ZEROS TO ultimo-recupero
           PERFORM RECORRER-VIVO
           MOVE cas-fecha-decision(1:4) TO anio-archivo
           PERFORM UNTIL anio-archivo >= anio-proceso
               PERFORM RECORRER-ANUAL
               ADD 1 TO anio-archivo
           END-PERFORM
           MOVE cas-cliente TO cliente-id-fd
           READ clientes
               INVALID KEY
                   MOVE '(SIN CLIENTE)' TO apellido-fd
           END-READ
           MOVE cas-cliente TO lr-cliente
           MOVE apellido-fd TO lr-apellido
           MOVE cas-fecha-decision TO lr-fecha
           MOVE cas-importe-castigado TO lr-castigado
           MOVE cas-cuotas-castigadas TO lr-cuotas
           MOVE recuperado-cliente TO lr-recuperado
           COMPUTE base-porcentaje =
               cas-importe-castigado + cas-cuotas-castigadas
           MOVE ZERO TO porcentaje
           IF base-porcentaje > ZERO AND recuperado-cliente > ZERO
               IF recuperado-cliente > base-porcentaje * 9.99
                   MOVE 999.9 TO porcentaje
               ELSE
                   COMPUTE porcentaje ROUNDED =
                       recuperado-cliente * 100 / base-porcentaje
               END-IF
           END-IF
           MOVE porcentaje TO lr-porcentaje
           MOVE linea-recupero TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF recuperado-cliente NOT = ZERO
               ADD 1 TO con-recupero
               MOVE SPACES TO linea-reporte
               STRING '       ULTIMO RECUPERO EL ' ultimo-recupero
                   DELIMITED BY SIZE INTO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           ADD cas-importe-castigado TO total-castigado
           ADD cas-cuotas-castigadas TO total-cuotas
           ADD recuperado-cliente TO total-recuperado.

       RECORRER-VIVO.
           MOVE 'N' TO fin-maestro
           MOVE cas-cliente TO maestro-ruta-cli
           MOVE cas-fecha-decision TO maestro-ruta-fecha
           START archivo-maestro
               KEY IS NOT LESS THAN maestro-ruta-cliente
               INVALID KEY
                   SET no-hay-mas-maestro TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-maestro
               READ archivo-maestro NEXT RECORD
                   AT END
                       SET no-hay-mas-maestro TO TRUE
                   NOT AT END
                       IF maestro-ruta-cli NOT = cas-cliente
                           SET no-hay-mas-maestro TO TRUE
                       ELSE
                           MOVE registro-maestro TO vista-anual
                           PERFORM ANOTAR-RECUPERO
                       END-IF
               END-READ
           END-PERFORM.

      * Un anio ya cerrado sin su anual a mano no suma nada: el
      * informe avisa para que se restaure el archivo.
       RECORRER-ANUAL.
           MOVE SPACES TO nombre-anual
           STRING 'MAESTRO.' anio-archivo '.DAT'
               DELIMITED BY SIZE INTO nombre-anual
           OPEN INPUT archivo-anual
           IF fs-anual NOT = '00'
               DISPLAY 'INFORME-RECUPEROS: sin ' nombre-anual
                   ' (status=' fs-anual '), los recuperos de ese '
                   'anio no se suman.'
           ELSE
               MOVE nombre-anual TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               MOVE 'N' TO fin-maestro
               MOVE cas-cliente TO anual-ruta-cli
               MOVE cas-fecha-decision TO anual-ruta-fecha
               START archivo-anual
                   KEY IS NOT LESS THAN anual-ruta-cliente
                   INVALID KEY
                       SET no-hay-mas-maestro TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-maestro
                   READ archivo-anual NEXT RECORD
                       AT END
                           SET no-hay-mas-maestro TO TRUE
                       NOT AT END
                           IF anual-ruta-cli NOT = cas-cliente
                               SET no-hay-mas-maestro TO TRUE
                           ELSE
                               MOVE registro-anual TO vista-anual
                               PERFORM ANOTAR-RECUPERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-anual
           END-IF.

      * La pata de recupero va negada (sale del saldo del castigado
      * hacia la categoria RECU): lo recuperado es su opuesto.
       ANOTAR-RECUPERO.
           IF va-descripcion(1:26) = 'RECUPERO INCOBRABLE CLAVE '
               SUBTRACT va-importe FROM recuperado-cliente
               IF va-fecha > ultimo-recupero
                   MOVE va-fecha TO ultimo-recupero
               END-IF
           END-IF.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'RECUPEROS' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'INFORME-RECUPEROS: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'INFORME-RECUPEROS' TO l-sel-programa
           MOVE 'CASTIGOS.DAT' TO l-sel-archivo
           MOVE version-castigos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
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
