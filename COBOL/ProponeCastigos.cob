       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROPONE-CASTIGOS.
       AUTHOR. Ejemplo.
      * Propuesta de castigo de incobrables: arma la lista de
      * clientes cuya deuda ya no se considera cobrable para que un
      * supervisor la revise uno por uno en APRUEBA-CASTIGO. Entra
      * el cliente que lleva mas de DIAS-CASTIGO dias (variable, 180
      * si no esta) en descubierto sin interrupcion, contados en
      * SALDOSHIST.DAT desde la ultima foto en que el saldo no era
      * negativo, y el que tiene cuotas de prestamo levantadas y sin
      * cobrar (las de la morosidad de GENERA-CUOTAS) vencidas hace
      * mas de esos dias. Cada candidato queda propuesto (P) en
      * CASTIGOS.DAT con el motivo, los dias y los importes, y con
      * el operador que corrio la propuesta, que despues no puede
      * aprobarla. Un cliente ya propuesto o castigado no se vuelve
      * a proponer; uno rechazado si, si sigue calificando.
      * La lista sale a CASTPROP.RPT; termina con RC 4 si hubo
      * propuestas nuevas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT castigos ASSIGN TO 'CASTIGOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cas-cliente
               FILE STATUS IS fs-castigos.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.
           SELECT archivo-historia ASSIGN TO 'SALDOSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-historia.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  castigos.
           COPY CASTIGO.
       FD  prestamos.
           COPY PRESTAMO.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  archivo-historia.
       01  registro-historia.
           05  his-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  his-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  his-saldo       PIC S9(9)V99.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY NIVPARM.
           COPY VENPARM.
           COPY JRNPARM.
           COPY REPPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-castigos        PIC XX VALUE '00'.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-historia        PIC XX VALUE '00'.
       01  fin-clientes       PIC X VALUE 'N'.
           88  no-hay-mas-clientes VALUE 'S'.
       01  fin-prestamos      PIC X VALUE 'N'.
           88  no-hay-mas-prestamos VALUE 'S'.
       01  fin-cuotas         PIC X VALUE 'N'.
           88  no-hay-mas-cuotas VALUE 'S'.
       01  fin-historia       PIC X VALUE 'N'.
           88  no-hay-mas-historia VALUE 'S'.
       01  hay-castigo        PIC X VALUE 'N'.
           88  CASTIGO-EXISTE VALUE 'S'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  fecha-proceso      PIC 9(8).
       01  entero-proceso     PIC 9(9).
       01  dias-texto         PIC X(5) VALUE SPACES.
       01  dias-castigo       PIC 9(4) VALUE 180.
       01  saldo-cuota        PIC S9(9)V99.
       01  fecha-desde        PIC 9(8).
       01  dias-saldo         PIC 9(5).
       01  dias-cuotas        PIC 9(5).
       01  importe-saldo      PIC S9(9)V99.
       01  cliente-buscado    PIC 9(6).
       01  prestamo-buscado   PIC 9(5).
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  propuestos         PIC 9(5) VALUE ZERO.
       01  repropuestos       PIC 9(5) VALUE ZERO.
       01  ya-pendientes      PIC 9(5) VALUE ZERO.
       01  total-saldo        PIC S9(11)V99 VALUE ZERO.
       01  total-cuotas       PIC S9(11)V99 VALUE ZERO.
       01  total-editado      PIC -(11)9.99.
       01  linea-reporte      PIC X(80) VALUE SPACES.

      * Prestamos vigentes con su cliente, en orden de numero como
      * vienen de PRESTAMOS.DAT: para atribuir cada cuota impaga a
      * su cliente sin releer el prestamo cuota por cuota.
       01  tabla-prestamos.
           05  prestamo-e OCCURS 1 TO 2000 TIMES
                   DEPENDING ON prestamos-cargados
                   ASCENDING KEY IS tpr-numero
                   INDEXED BY idx-pre.
               10  tpr-numero     PIC 9(5).
               10  tpr-cliente    PIC 9(6).
       01  prestamos-cargados PIC 9(4) VALUE ZERO.

      * Clientes en condiciones de castigo (deudores o con algun
      * prestamo vigente), en orden de cliente como vienen de
      * CLIENTES.DAT, con lo que de cada uno dicen la historia de
      * saldos y el plan de cuotas.
       01  tabla-candidatos.
           05  candidato-e OCCURS 1 TO 2000 TIMES
                   DEPENDING ON candidatos-cargados
                   ASCENDING KEY IS tc-cliente
                   INDEXED BY idx-cand.
               10  tc-cliente     PIC 9(6).
               10  tc-apellido    PIC X(20).
               10  tc-saldo       PIC S9(9)V99.
               10  tc-primera-foto PIC 9(8).
               10  tc-ult-al-dia  PIC 9(8).
               10  tc-cuota-vence PIC 9(8).
               10  tc-cuota-impago PIC S9(9)V99.
       01  candidatos-cargados PIC 9(4) VALUE ZERO.
       01  idx-candidato      PIC 9(4).
       01  candidato-hallado  PIC X VALUE 'N'.
           88  CANDIDATO-OK   VALUE 'S'.

       01  linea-propuesta.
           05  lp-cliente      PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  lp-apellido     PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  lp-motivo       PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  lp-dias-saldo   PIC ZZZZ9.
           05  lp-saldo        PIC -(8)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lp-dias-cuotas  PIC ZZZZ9.
           05  lp-cuotas       PIC -(8)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lp-situacion    PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Proponer castigos exige nivel 2; aprobarlos, nivel 3 y otro
      * operador.
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'PROPONE-CASTIGOS: el operador ' ws-operador
                   ' no tiene el nivel 2 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'PROPONE-CASTIGOS' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'PROPONE-CASTIGOS: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           MOVE 'DIAS-CASTIGO' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO dias-texto
           IF dias-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(dias-texto) = 0
               COMPUTE dias-castigo = FUNCTION NUMVAL(dias-texto)
           END-IF
           PERFORM CARGAR-PRESTAMOS
           PERFORM CARGAR-CANDIDATOS
           IF candidatos-cargados = ZERO
               DISPLAY 'PROPONE-CASTIGOS: ningun cliente deudor ni '
                   'con prestamos vigentes, nada que proponer.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-HISTORIA
           PERFORM LEER-CUOTAS
           PERFORM ABRIR-CASTIGOS

           MOVE 'A' TO l-rep-accion
           MOVE 'CASTPROP.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'CASTIGOS PROPUESTOS AL ' fecha-proceso
               ' (' dias-castigo ' DIAS)'
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE 'CLIENTE' TO linea-reporte(1:7)
           MOVE 'APELLIDO' TO linea-reporte(9:8)
           MOVE 'M  DIAS DESCUBIERTO  DIAS' TO linea-reporte(29:25)
           MOVE 'CUOTAS IMPAG SITUACION' TO linea-reporte(54:22)
           PERFORM ESCRIBIR-LINEA

           PERFORM VARYING idx-candidato FROM 1 BY 1
                   UNTIL idx-candidato > candidatos-cargados
               PERFORM EVALUAR-CANDIDATO
           END-PERFORM
           CLOSE castigos

           IF propuestos = ZERO AND repropuestos = ZERO
                   AND ya-pendientes = ZERO
               MOVE 'NINGUN CLIENTE CALIFICA PARA CASTIGO.'
                   TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE total-saldo TO total-editado
           STRING 'TOTAL DESCUBIERTO PROPUESTO:   ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE total-cuotas TO total-editado
           STRING 'TOTAL CUOTAS IMPAGAS PROPUESTO:' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           DISPLAY 'PROPONE-CASTIGOS: ' propuestos ' propuestos, '
               repropuestos ' vueltos a proponer, ' ya-pendientes
               ' ya pendientes de aprobacion.'
           IF propuestos > ZERO OR repropuestos > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Sin PRESTAMOS.DAT no hay cuotas que atribuir: solo rige el
      * criterio del descubierto.
       CARGAR-PRESTAMOS.
           OPEN INPUT prestamos
           IF fs-prestamos NOT = '00'
               DISPLAY 'PROPONE-CASTIGOS: sin PRESTAMOS.DAT (status='
                   fs-prestamos '), solo se mira el descubierto.'
           ELSE
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
                           IF PRESTAMO-VIGENTE
                               PERFORM ANOTAR-PRESTAMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prestamos
           END-IF.

       ANOTAR-PRESTAMO.
           IF prestamos-cargados = 2000
               DISPLAY 'PROPONE-CASTIGOS: mas de 2000 prestamos '
                   'vigentes, agrandar la tabla; se corta.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO prestamos-cargados
           MOVE pre-numero TO tpr-numero(prestamos-cargados)
           MOVE pre-cliente TO tpr-cliente(prestamos-cargados).

      * Un castigado, un cerrado o un remitido ya no tienen deuda
      * que castigar.
       CARGAR-CANDIDATOS.
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'PROPONE-CASTIGOS: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO cliente-id-fd
           START clientes KEY IS NOT LESS THAN cliente-id-fd
               INVALID KEY
                   SET no-hay-mas-clientes TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-clientes
               READ clientes NEXT RECORD
                   AT END
                       SET no-hay-mas-clientes TO TRUE
                   NOT AT END
                       IF NOT CLIENTE-CASTIGADO
                               AND NOT CLIENTE-CERRADO
                               AND NOT CLIENTE-REMITIDO
                           PERFORM ANOTAR-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE clientes.

       ANOTAR-CANDIDATO.
           IF cliente-saldo NUMERIC
               MOVE cliente-saldo TO importe-saldo
           ELSE
               MOVE ZERO TO importe-saldo
           END-IF
           MOVE 'N' TO candidato-hallado
           IF importe-saldo < ZERO
               SET CANDIDATO-OK TO TRUE
           ELSE
               PERFORM VARYING idx-pre FROM 1 BY 1
                       UNTIL idx-pre > prestamos-cargados
                       OR CANDIDATO-OK
                   IF tpr-cliente(idx-pre) = cliente-id-fd
                       SET CANDIDATO-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF CANDIDATO-OK
               IF candidatos-cargados = 2000
                   DISPLAY 'PROPONE-CASTIGOS: mas de 2000 clientes '
                       'a evaluar, agrandar la tabla; se corta.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO candidatos-cargados
               MOVE cliente-id-fd TO tc-cliente(candidatos-cargados)
               MOVE apellido-fd TO tc-apellido(candidatos-cargados)
               MOVE importe-saldo TO tc-saldo(candidatos-cargados)
               MOVE ZEROS TO tc-primera-foto(candidatos-cargados)
               MOVE ZEROS TO tc-ult-al-dia(candidatos-cargados)
               MOVE ZEROS TO tc-cuota-vence(candidatos-cargados)
               MOVE ZERO TO tc-cuota-impago(candidatos-cargados)
           END-IF.

      * De la historia de saldos interesa, por cliente, la primera
      * foto y la ultima en que el saldo no era negativo: desde esa
      * corre el descubierto ininterrumpido.
       LEER-HISTORIA.
           OPEN INPUT archivo-historia
           IF fs-historia NOT = '00'
               DISPLAY 'PROPONE-CASTIGOS: sin SALDOSHIST.DAT (status='
                   fs-historia '), el descubierto no se puede medir.'
           ELSE
               PERFORM UNTIL no-hay-mas-historia
                   READ archivo-historia
                       AT END
                           SET no-hay-mas-historia TO TRUE
                       NOT AT END
                           IF his-fecha <= fecha-proceso
                               PERFORM ANOTAR-FOTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-historia
           END-IF.

       ANOTAR-FOTO.
           MOVE his-cliente TO cliente-buscado
           PERFORM UBICAR-CANDIDATO
           IF CANDIDATO-OK
               IF tc-primera-foto(idx-cand) = ZEROS
                       OR his-fecha < tc-primera-foto(idx-cand)
                   MOVE his-fecha TO tc-primera-foto(idx-cand)
               END-IF
               IF his-saldo NOT < ZERO
                       AND his-fecha > tc-ult-al-dia(idx-cand)
                   MOVE his-fecha TO tc-ult-al-dia(idx-cand)
               END-IF
           END-IF.

      * Cuotas levantadas y sin cobrar de prestamos vigentes: lo que
      * falta cobrar y el vencimiento mas viejo, por cliente.
       LEER-CUOTAS.
           IF prestamos-cargados > ZERO
               OPEN INPUT archivo-cuotas
               IF fs-cuotas NOT = '00'
                   DISPLAY 'PROPONE-CASTIGOS: sin CUOTAS.DAT (status='
                       fs-cuotas '), solo se mira el descubierto.'
               ELSE
                   PERFORM UNTIL no-hay-mas-cuotas
                       READ archivo-cuotas
                           AT END
                               SET no-hay-mas-cuotas TO TRUE
                           NOT AT END
                               IF cuo-estado = 'G'
                                   PERFORM ANOTAR-CUOTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE archivo-cuotas
               END-IF
           END-IF.

       ANOTAR-CUOTA.
           IF cuo-cobrado NUMERIC
               COMPUTE saldo-cuota = cuo-importe - cuo-cobrado
           ELSE
               MOVE cuo-importe TO saldo-cuota
           END-IF
           MOVE cuo-prestamo TO prestamo-buscado
           MOVE ZEROS TO cliente-buscado
           SEARCH ALL prestamo-e
               AT END
                   CONTINUE
               WHEN tpr-numero(idx-pre) = prestamo-buscado
                   MOVE tpr-cliente(idx-pre) TO cliente-buscado
           END-SEARCH
           IF cliente-buscado NOT = ZEROS
               PERFORM UBICAR-CANDIDATO
               IF CANDIDATO-OK
                   ADD saldo-cuota TO tc-cuota-impago(idx-cand)
                   IF tc-cuota-vence(idx-cand) = ZEROS
                           OR cuo-vencimiento
                               < tc-cuota-vence(idx-cand)
                       MOVE cuo-vencimiento
                           TO tc-cuota-vence(idx-cand)
                   END-IF
               END-IF
           END-IF.

       UBICAR-CANDIDATO.
           MOVE 'N' TO candidato-hallado
           SEARCH ALL candidato-e
               AT END
                   CONTINUE
               WHEN tc-cliente(idx-cand) = cliente-buscado
                   SET CANDIDATO-OK TO TRUE
           END-SEARCH.

       ABRIR-CASTIGOS.
           OPEN I-O castigos
           IF fs-castigos = '35'
               OPEN OUTPUT castigos
               CLOSE castigos
               OPEN I-O castigos
           END-IF
           IF fs-castigos NOT = '00'
               DISPLAY 'PROPONE-CASTIGOS: no se pudo abrir '
                   'CASTIGOS.DAT, status=' fs-castigos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Dias en descubierto: desde la ultima foto al dia, o desde la
      * primera si nunca estuvo al dia; sin historia, cero. Dias de
      * cuotas: desde el vencimiento impago mas viejo.
       EVALUAR-CANDIDATO.
           SET idx-cand TO idx-candidato
           MOVE ZERO TO dias-saldo
           MOVE ZERO TO dias-cuotas
           IF tc-saldo(idx-cand) < ZERO
               IF tc-ult-al-dia(idx-cand) > ZEROS
                   MOVE tc-ult-al-dia(idx-cand) TO fecha-desde
               ELSE
                   MOVE tc-primera-foto(idx-cand) TO fecha-desde
               END-IF
               IF fecha-desde > ZEROS
                   COMPUTE dias-saldo = entero-proceso
                       - FUNCTION INTEGER-OF-DATE(fecha-desde)
               END-IF
           END-IF
           IF tc-cuota-impago(idx-cand) > ZERO
                   AND tc-cuota-vence(idx-cand) > ZEROS
                   AND tc-cuota-vence(idx-cand) < fecha-proceso
               COMPUTE dias-cuotas = entero-proceso
                   - FUNCTION INTEGER-OF-DATE(tc-cuota-vence(idx-cand))
           END-IF
           IF dias-saldo > dias-castigo OR dias-cuotas > dias-castigo
               PERFORM PROPONER-CASTIGO
           END-IF.

       PROPONER-CASTIGO.
           MOVE tc-cliente(idx-cand) TO cas-cliente
           READ castigos
               INVALID KEY
                   MOVE 'N' TO hay-castigo
               NOT INVALID KEY
                   SET CASTIGO-EXISTE TO TRUE
           END-READ
           MOVE tc-cliente(idx-cand) TO lp-cliente
           MOVE tc-apellido(idx-cand) TO lp-apellido
           EVALUATE TRUE
               WHEN CASTIGO-EXISTE AND CASTIGO-APROBADO
                   CONTINUE
               WHEN CASTIGO-EXISTE AND CASTIGO-PROPUESTO
                   ADD 1 TO ya-pendientes
                   MOVE cas-motivo TO lp-motivo
                   MOVE 'YA PENDIENTE' TO lp-situacion
                   PERFORM ESCRIBIR-PROPUESTA
               WHEN OTHER
                   PERFORM GRABAR-PROPUESTA
           END-EVALUATE.

       GRABAR-PROPUESTA.
           MOVE SPACES TO imagen-anterior
           IF CASTIGO-EXISTE
               MOVE registro-castigo TO imagen-anterior
           END-IF
           MOVE SPACES TO registro-castigo
           MOVE tc-cliente(idx-cand) TO cas-cliente
           SET CASTIGO-PROPUESTO TO TRUE
           MOVE fecha-proceso TO cas-fecha-propuesta
           MOVE ws-operador TO cas-operador-propone
           EVALUATE TRUE
               WHEN dias-saldo > dias-castigo
                       AND dias-cuotas > dias-castigo
                   SET CASTIGO-POR-AMBOS TO TRUE
               WHEN dias-saldo > dias-castigo
                   SET CASTIGO-POR-SALDO TO TRUE
               WHEN OTHER
                   SET CASTIGO-POR-CUOTAS TO TRUE
           END-EVALUATE
           MOVE dias-saldo TO cas-dias-saldo
           MOVE dias-cuotas TO cas-dias-cuotas
           MOVE ZERO TO cas-importe-saldo
           IF tc-saldo(idx-cand) < ZERO
               COMPUTE cas-importe-saldo = 0 - tc-saldo(idx-cand)
           END-IF
           MOVE ZERO TO cas-importe-cuotas
           IF tc-cuota-impago(idx-cand) > ZERO
               MOVE tc-cuota-impago(idx-cand) TO cas-importe-cuotas
           END-IF
           MOVE SPACES TO cas-operador-aprueba
           MOVE ZEROS TO cas-fecha-decision
           MOVE ZERO TO cas-importe-castigado
           MOVE ZERO TO cas-cuotas-castigadas
           IF CASTIGO-EXISTE
               MOVE 'MODIF' TO l-jrn-operacion
               REWRITE registro-castigo
                   INVALID KEY
                       PERFORM ERROR-CASTIGO
               END-REWRITE
               ADD 1 TO repropuestos
               MOVE 'REPROPUESTO' TO lp-situacion
           ELSE
               MOVE 'ALTA' TO l-jrn-operacion
               WRITE registro-castigo
                   INVALID KEY
                       PERFORM ERROR-CASTIGO
               END-WRITE
               ADD 1 TO propuestos
               MOVE 'PROPUESTO' TO lp-situacion
           END-IF
           PERFORM ANOTAR-CASTIGO
           ADD cas-importe-saldo TO total-saldo
           ADD cas-importe-cuotas TO total-cuotas
           MOVE cas-motivo TO lp-motivo
           PERFORM ESCRIBIR-PROPUESTA.

       ESCRIBIR-PROPUESTA.
           MOVE dias-saldo TO lp-dias-saldo
           MOVE dias-cuotas TO lp-dias-cuotas
           IF tc-saldo(idx-cand) < ZERO
               COMPUTE lp-saldo = 0 - tc-saldo(idx-cand)
           ELSE
               MOVE ZERO TO lp-saldo
           END-IF
           MOVE tc-cuota-impago(idx-cand) TO lp-cuotas
           MOVE linea-propuesta TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       ANOTAR-CASTIGO.
           MOVE 'PROPCASTIGO' TO l-jrn-programa
           MOVE 'CASTIGOS' TO l-jrn-archivo
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-castigo TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'PROPONE-CASTIGOS: no se pudo grabar el '
                   'diario de imagenes.'
           END-IF.

       ERROR-CASTIGO.
           DISPLAY 'PROPONE-CASTIGOS: error al grabar CASTIGOS.DAT '
               'para el cliente ' cas-cliente ', status='
               fs-castigos
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'PROPCAST' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'PROPONE-CASTIGOS: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'PROPCASTIGO' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'PROPONE-CASTIGOS' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CASTIGOS.DAT' TO l-sel-archivo
           MOVE version-castigos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
