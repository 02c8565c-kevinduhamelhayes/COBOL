       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-CASTIGO.
       AUTHOR. Ejemplo.
      * Revision de los castigos propuestos: un supervisor DISTINTO
      * del que corrio la propuesta (control de cuatro ojos por
      * OPERADOR-ID) recorre los pendientes de CASTIGOS.DAT, ve cada
      * cliente con su saldo y sus cuotas impagas al dia de hoy y lo
      * aprueba o lo rechaza. Al aprobar:
      *  - el descubierto de hoy sale a CASTIGOS.TXT (fuente generada
      *    del merge) como credito al cliente con la descripcion
      *    CASTIGO INCOBRABLE, que la regla de categorias lleva a
      *    CAST, la cuenta de perdida de PLANCTAS.DAT; el saldo queda
      *    en cero con el posteo de esta noche;
      *  - el cliente pasa a estado K (castigado): el posteo le
      *    desvia los debitos al suspenso y lo que pague lo reconoce
      *    como recupero en la categoria RECU;
      *  - sus prestamos vigentes pasan a K y sus cuotas pendientes o
      *    levantadas sin cobrar tambien, para que GENERA-CUOTAS no
      *    las levante mas ni las cuente en la morosidad. Lo que
      *    quedaba impago en cuotas queda anotado en el castigo.
      * Lo tratado queda en CASTIGOS.DAT (A = aprobado, R =
      * rechazado) con quien decidio y cuando.
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
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.
           SELECT cuotas-nuevo ASSIGN TO 'CUOTAS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas-nuevo.
           SELECT archivo-generadas ASSIGN TO 'CASTIGOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.

       DATA DIVISION.
       FILE SECTION.
       FD  castigos.
           COPY CASTIGO.
       FD  clientes.
           COPY CLIENTE.
       FD  prestamos.
           COPY PRESTAMO.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  cuotas-nuevo.
       01  registro-cuota-nuevo PIC X(77).
       FD  archivo-generadas.
           COPY TRANSAC.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY FPRPARM.
           COPY NIVPARM.
           COPY JRNPARM.
       01  fs-castigos        PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-cuotas-nuevo    PIC XX VALUE '00'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fin-castigos       PIC X VALUE 'N'.
           88  no-hay-mas-castigos VALUE 'S'.
       01  fin-prestamos      PIC X VALUE 'N'.
           88  no-hay-mas-prestamos VALUE 'S'.
       01  fin-cuotas         PIC X VALUE 'N'.
           88  no-hay-mas-cuotas VALUE 'S'.
       01  fin-sesion         PIC X VALUE 'N'.
           88  SESION-TERMINADA VALUE 'S'.
       01  hay-prestamos      PIC X VALUE 'N'.
           88  PRESTAMOS-ABIERTO VALUE 'S'.
       01  hay-cliente        PIC X VALUE 'N'.
           88  CLIENTE-HALLADO VALUE 'S'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  accion             PIC X VALUE SPACE.
           88  ACCION-APROBAR  VALUE 'A' 'a'.
           88  ACCION-RECHAZAR VALUE 'R' 'r'.
           88  ACCION-DEJAR    VALUE 'D' 'd' ' '.
           88  ACCION-FIN      VALUE 'F' 'f'.
       01  fecha-proceso      PIC 9(8).
       01  pendientes-vistos  PIC 9(4) VALUE ZERO.
       01  aprobados          PIC 9(4) VALUE ZERO.
       01  rechazados         PIC 9(4) VALUE ZERO.
       01  saldo-cliente      PIC S9(9)V99.
       01  importe-castigo    PIC S9(9)V99.
       01  importe-pendiente  PIC S9(9)V99.
       01  importe-tramo      PIC S9(7)V99.
       01  numero-tramo       PIC 9(2).
       01  cuotas-impagas     PIC S9(9)V99.
       01  saldo-cuota        PIC S9(9)V99.
       01  total-castigado    PIC S9(11)V99 VALUE ZERO.
       01  descripcion-armada PIC X(33).
       01  importe-editado    PIC -(9)9.99.
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  imagen-posterior   PIC X(120) VALUE SPACES.
       01  ws-comando-mv      PIC X(100) VALUE SPACES.

      * Prestamos vigentes del cliente en revision.
       01  tabla-prestamos-cliente.
           05  prc-numero     PIC 9(5) OCCURS 50 TIMES.
       01  prestamos-cliente  PIC 9(2) VALUE ZERO.
       01  idx-prc            PIC 9(2).
      * Prestamos castigados en la sesion: sus cuotas se marcan K
      * de una sola pasada al terminar.
       01  tabla-prestamos-castigados.
           05  pca-numero     PIC 9(5) OCCURS 500 TIMES.
       01  prestamos-castigados PIC 9(3) VALUE ZERO.
       01  idx-pca            PIC 9(3).
       01  prestamo-hallado   PIC X VALUE 'N'.
           88  PRESTAMO-EN-TABLA VALUE 'S'.
       01  cuotas-marcadas    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Aprobar castigos exige nivel 3 (supervisor).
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'APRUEBA-CASTIGO: el operador ' ws-operador
                   ' no tiene el nivel 3 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'APRUEBA-CASTIGO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'APRUEBA-CASTIGO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           OPEN I-O castigos
           IF fs-castigos NOT = '00'
               DISPLAY 'APRUEBA-CASTIGO: sin CASTIGOS.DAT (status='
                   fs-castigos '), no hay propuestas que revisar.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'APRUEBA-CASTIGO: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O prestamos
           IF fs-prestamos = '00'
               SET PRESTAMOS-ABIERTO TO TRUE
           END-IF

           MOVE ZEROS TO cas-cliente
           START castigos KEY IS NOT LESS THAN cas-cliente
               INVALID KEY
                   SET no-hay-mas-castigos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-castigos OR SESION-TERMINADA
               READ castigos NEXT RECORD
                   AT END
                       SET no-hay-mas-castigos TO TRUE
                   NOT AT END
                       IF CASTIGO-PROPUESTO
                           PERFORM TRATAR-CASTIGO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE castigos
           CLOSE clientes
           IF PRESTAMOS-ABIERTO
               CLOSE prestamos
           END-IF
           IF prestamos-castigados > ZERO
               PERFORM MARCAR-CUOTAS-CASTIGADAS
           END-IF
           MOVE total-castigado TO importe-editado
           DISPLAY 'APRUEBA-CASTIGO: ' pendientes-vistos
               ' pendientes revisados, ' aprobados ' aprobados por '
               importe-editado ', ' rechazados ' rechazados.'
           STOP RUN.

       TRATAR-CASTIGO.
      * Cuatro ojos: el que propuso no puede aprobar lo suyo.
           IF cas-operador-propone = ws-operador
               DISPLAY 'Castigo del cliente ' cas-cliente
                   ' propuesto por ' cas-operador-propone
                   ': usted no puede aprobar su propia propuesta, '
                   'queda pendiente.'
           ELSE
               MOVE cas-cliente TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       MOVE 'N' TO hay-cliente
                   NOT INVALID KEY
                       SET CLIENTE-HALLADO TO TRUE
               END-READ
               IF NOT CLIENTE-HALLADO
                   DISPLAY 'Castigo del cliente ' cas-cliente
                       ': el cliente no esta en CLIENTES.DAT, queda '
                       'pendiente.'
               ELSE
                   PERFORM REVISAR-CASTIGO
               END-IF
           END-IF.

      * Se muestra la propuesta y como esta el cliente hoy: lo que
      * se castiga es el descubierto y las cuotas de hoy, no los de
      * la propuesta.
       REVISAR-CASTIGO.
           ADD 1 TO pendientes-vistos
           IF cliente-saldo NUMERIC
               MOVE cliente-saldo TO saldo-cliente
           ELSE
               MOVE ZERO TO saldo-cliente
           END-IF
           PERFORM SUMAR-CUOTAS-CLIENTE
           DISPLAY ' '
           DISPLAY 'CASTIGO PROPUESTO por ' cas-operador-propone
               ' el ' cas-fecha-propuesta ' (motivo ' cas-motivo
               '):'
           DISPLAY '  CLI ' cliente-id-fd ' ' apellido-fd ' '
               nombre-fd ' ESTADO ' cliente-estado
           MOVE cas-importe-saldo TO importe-editado
           DISPLAY '  PROPUESTA: DESCUBIERTO ' importe-editado
               ' (' cas-dias-saldo ' DIAS)'
           MOVE cas-importe-cuotas TO importe-editado
           DISPLAY '             CUOTAS IMPAGAS ' importe-editado
               ' (' cas-dias-cuotas ' DIAS)'
           MOVE saldo-cliente TO importe-editado
           DISPLAY '  HOY: SALDO ' importe-editado
           MOVE cuotas-impagas TO importe-editado
           DISPLAY '       CUOTAS IMPAGAS ' importe-editado ' EN '
               prestamos-cliente ' PRESTAMOS VIGENTES'
           MOVE SPACE TO accion
           PERFORM UNTIL ACCION-APROBAR OR ACCION-RECHAZAR
                   OR ACCION-DEJAR OR ACCION-FIN
               DISPLAY 'Accion (A=Aprobar R=Rechazar D=Dejar '
                   'F=Fin): '
               ACCEPT accion
           END-PERFORM
           EVALUATE TRUE
               WHEN ACCION-APROBAR
                   PERFORM VALIDAR-APROBACION
               WHEN ACCION-RECHAZAR
                   PERFORM RECHAZAR-CASTIGO
               WHEN ACCION-FIN
                   SET SESION-TERMINADA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Un cliente que ya salio de la cartera (castigado por otro
      * camino, cerrado o remitido) o que ya no debe nada no se
      * castiga: la propuesta queda para rechazarla.
       VALIDAR-APROBACION.
           EVALUATE TRUE
               WHEN CLIENTE-CASTIGADO OR CLIENTE-CERRADO
                       OR CLIENTE-REMITIDO
                   DISPLAY 'El cliente esta en estado '
                       cliente-estado ': no se castiga, queda '
                       'pendiente para rechazarla.'
               WHEN saldo-cliente NOT < ZERO
                       AND cuotas-impagas NOT > ZERO
                   DISPLAY 'El cliente ya no debe nada: no hay que '
                       'castigar, queda pendiente para rechazarla.'
               WHEN OTHER
                   PERFORM APROBAR-CASTIGO
           END-EVALUATE.

       APROBAR-CASTIGO.
           MOVE ZERO TO importe-castigo
           IF saldo-cliente < ZERO
               COMPUTE importe-castigo = 0 - saldo-cliente
               PERFORM ESCRIBIR-CASTIGO
           END-IF
           PERFORM MARCAR-CLIENTE-CASTIGADO
           PERFORM VARYING idx-prc FROM 1 BY 1
                   UNTIL idx-prc > prestamos-cliente
               PERFORM MARCAR-PRESTAMO-CASTIGADO
           END-PERFORM
           MOVE registro-castigo TO imagen-anterior
           SET CASTIGO-APROBADO TO TRUE
           MOVE ws-operador TO cas-operador-aprueba
           MOVE fecha-proceso TO cas-fecha-decision
           MOVE importe-castigo TO cas-importe-castigado
           MOVE ZERO TO cas-cuotas-castigadas
           IF cuotas-impagas > ZERO
               MOVE cuotas-impagas TO cas-cuotas-castigadas
           END-IF
           PERFORM REGRABAR-CASTIGO
           ADD 1 TO aprobados
           ADD importe-castigo TO total-castigado
           DISPLAY 'Castigo aprobado: el asiento entra con el posteo '
               'de esta noche.'.

       RECHAZAR-CASTIGO.
           MOVE registro-castigo TO imagen-anterior
           SET CASTIGO-RECHAZADO TO TRUE
           MOVE ws-operador TO cas-operador-aprueba
           MOVE fecha-proceso TO cas-fecha-decision
           PERFORM REGRABAR-CASTIGO
           ADD 1 TO rechazados.

      * El descubierto sale en tramos que entren en el importe de
      * una transaccion, como la remesa de no reclamados; cliente y
      * tramo van en la descripcion para que el control de
      * duplicados no confunda dos castigos del mismo importe.
       ESCRIBIR-CASTIGO.
           OPEN EXTEND archivo-generadas
           IF fs-generadas = '05' OR fs-generadas = '35'
               OPEN OUTPUT archivo-generadas
           END-IF
           IF fs-generadas NOT = '00'
               DISPLAY 'APRUEBA-CASTIGO: no se pudo abrir '
                   'CASTIGOS.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE importe-castigo TO importe-pendiente
           MOVE ZERO TO numero-tramo
           PERFORM UNTIL importe-pendiente = ZERO
               IF importe-pendiente > 9999999.99
                   MOVE 9999999.99 TO importe-tramo
               ELSE
                   MOVE importe-pendiente TO importe-tramo
               END-IF
               SUBTRACT importe-tramo FROM importe-pendiente
               ADD 1 TO numero-tramo
               MOVE SPACES TO descripcion-armada
               STRING 'CASTIGO INCOBRABLE ' cliente-id-fd
                   ' T' numero-tramo
                   DELIMITED BY SIZE INTO descripcion-armada
               MOVE fecha-proceso TO trans-fecha
               MOVE importe-tramo TO trans-importe
               MOVE descripcion-armada TO trans-descripcion
               MOVE SPACES TO trans-moneda
               MOVE ZEROS TO trans-sucursal
               MOVE cliente-id-fd TO trans-cliente
               WRITE registro-transaccion
               IF fs-generadas NOT = '00'
                   DISPLAY 'APRUEBA-CASTIGO: error al escribir '
                       'CASTIGOS.TXT, status=' fs-generadas
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
           CLOSE archivo-generadas.

       MARCAR-CLIENTE-CASTIGADO.
           MOVE SPACES TO imagen-anterior
           MOVE registro-cliente TO imagen-anterior
           SET CLIENTE-CASTIGADO TO TRUE
           MOVE SPACES TO imagen-posterior
           MOVE registro-cliente TO imagen-posterior
           MOVE 'APRUEBACAST' TO l-jrn-programa
           MOVE 'CLIENTES' TO l-jrn-archivo
           PERFORM ANOTAR-IMAGENES
           REWRITE registro-cliente
               INVALID KEY
                   DISPLAY 'APRUEBA-CASTIGO: error al regrabar el '
                       'cliente ' cliente-id-fd
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       MARCAR-PRESTAMO-CASTIGADO.
           MOVE prc-numero(idx-prc) TO pre-numero
           READ prestamos
               INVALID KEY
                   DISPLAY 'APRUEBA-CASTIGO: no se pudo releer el '
                       'prestamo ' prc-numero(idx-prc)
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE SPACES TO imagen-anterior
           MOVE registro-prestamo TO imagen-anterior
           SET PRESTAMO-CASTIGADO TO TRUE
           MOVE SPACES TO imagen-posterior
           MOVE registro-prestamo TO imagen-posterior
           MOVE 'APRUEBACAST' TO l-jrn-programa
           MOVE 'PRESTAMOS' TO l-jrn-archivo
           PERFORM ANOTAR-IMAGENES
           REWRITE registro-prestamo
               INVALID KEY
                   DISPLAY 'APRUEBA-CASTIGO: error al regrabar el '
                       'prestamo ' pre-numero
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           IF prestamos-castigados = 500
               DISPLAY 'APRUEBA-CASTIGO: mas de 500 prestamos '
                   'castigados en la sesion, agrandar la tabla; se '
                   'corta.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO prestamos-castigados
           MOVE pre-numero TO pca-numero(prestamos-castigados).

      * El antes lo deja el que llama en imagen-anterior.
       REGRABAR-CASTIGO.
           MOVE SPACES TO imagen-posterior
           MOVE registro-castigo TO imagen-posterior
           MOVE 'APRUEBACAST' TO l-jrn-programa
           MOVE 'CASTIGOS' TO l-jrn-archivo
           PERFORM ANOTAR-IMAGENES
           REWRITE registro-castigo
               INVALID KEY
                   DISPLAY 'APRUEBA-CASTIGO: error al regrabar '
                       'CASTIGOS.DAT para el cliente ' cas-cliente
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       ANOTAR-IMAGENES.
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE imagen-posterior TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'APRUEBA-CASTIGO: no se pudo grabar el '
                   'diario de imagenes.'
           END-IF.

      * Prestamos vigentes del cliente y lo que les queda sin
      * cobrar: cuotas pendientes y levantadas, por lo que les
      * falta.
       SUMAR-CUOTAS-CLIENTE.
           MOVE ZERO TO prestamos-cliente
           MOVE ZERO TO cuotas-impagas
           IF PRESTAMOS-ABIERTO
               MOVE 'N' TO fin-prestamos
               MOVE ZEROS TO pre-numero
               START prestamos KEY IS NOT LESS THAN pre-numero
                   INVALID KEY
                       SET no-hay-mas-prestamos TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-prestamos
                   READ prestamos NEXT RECORD
                       AT END
                           SET no-hay-mas-prestamos TO TRUE
                       NOT AT END
                           IF pre-cliente = cliente-id-fd
                                   AND PRESTAMO-VIGENTE
                                   AND prestamos-cliente < 50
                               ADD 1 TO prestamos-cliente
                               MOVE pre-numero
                                   TO prc-numero(prestamos-cliente)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF prestamos-cliente > ZERO
               MOVE 'N' TO fin-cuotas
               OPEN INPUT archivo-cuotas
               IF fs-cuotas = '00'
                   PERFORM UNTIL no-hay-mas-cuotas
                       READ archivo-cuotas
                           AT END
                               SET no-hay-mas-cuotas TO TRUE
                           NOT AT END
                               PERFORM SUMAR-CUOTA
                       END-READ
                   END-PERFORM
                   CLOSE archivo-cuotas
               END-IF
           END-IF.

       SUMAR-CUOTA.
           IF cuo-estado = 'P' OR cuo-estado = 'G'
               PERFORM VARYING idx-prc FROM 1 BY 1
                       UNTIL idx-prc > prestamos-cliente
                   IF prc-numero(idx-prc) = cuo-prestamo
                       IF cuo-cobrado NUMERIC
                           COMPUTE saldo-cuota =
                               cuo-importe - cuo-cobrado
                       ELSE
                           MOVE cuo-importe TO saldo-cuota
                       END-IF
                       ADD saldo-cuota TO cuotas-impagas
                   END-IF
               END-PERFORM
           END-IF.

      * Las cuotas pendientes y levantadas de los prestamos
      * castigados pasan a K; el plan se reescribe bajo nombre de
      * trabajo y se promueve, como en la corrida de cuotas.
       MARCAR-CUOTAS-CASTIGADAS.
           MOVE 'N' TO fin-cuotas
           OPEN INPUT archivo-cuotas
           IF fs-cuotas NOT = '00'
               DISPLAY 'APRUEBA-CASTIGO: sin CUOTAS.DAT (status='
                   fs-cuotas '), no hay cuotas que marcar.'
           ELSE
               OPEN OUTPUT cuotas-nuevo
               IF fs-cuotas-nuevo NOT = '00'
                   DISPLAY 'APRUEBA-CASTIGO: no se pudo crear '
                       'CUOTAS.NEW, status=' fs-cuotas-nuevo
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL no-hay-mas-cuotas
                   READ archivo-cuotas
                       AT END
                           SET no-hay-mas-cuotas TO TRUE
                       NOT AT END
                           PERFORM MARCAR-CUOTA
                   END-READ
               END-PERFORM
               CLOSE archivo-cuotas
               CLOSE cuotas-nuevo
               MOVE 'mv CUOTAS.NEW CUOTAS.DAT' TO ws-comando-mv
               CALL 'SYSTEM' USING ws-comando-mv
               IF RETURN-CODE NOT = ZERO
                   DISPLAY 'APRUEBA-CASTIGO: fallo la promocion del '
                       'plan de cuotas.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'APRUEBA-CASTIGO: ' cuotas-marcadas
                   ' cuotas de prestamos castigados marcadas.'
           END-IF.

       MARCAR-CUOTA.
           IF cuo-estado = 'P' OR cuo-estado = 'G'
               MOVE 'N' TO prestamo-hallado
               PERFORM VARYING idx-pca FROM 1 BY 1
                       UNTIL idx-pca > prestamos-castigados
                       OR PRESTAMO-EN-TABLA
                   IF pca-numero(idx-pca) = cuo-prestamo
                       SET PRESTAMO-EN-TABLA TO TRUE
                   END-IF
               END-PERFORM
               IF PRESTAMO-EN-TABLA
                   MOVE 'K' TO cuo-estado
                   ADD 1 TO cuotas-marcadas
               END-IF
           END-IF
           WRITE registro-cuota-nuevo FROM registro-cuota
           IF fs-cuotas-nuevo NOT = '00'
               DISPLAY 'APRUEBA-CASTIGO: error al escribir '
                   'CUOTAS.NEW, status=' fs-cuotas-nuevo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'APRUEBA-CASTIGO' TO l-sel-programa
           MOVE 'CASTIGOS.DAT' TO l-sel-archivo
           MOVE version-castigos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
