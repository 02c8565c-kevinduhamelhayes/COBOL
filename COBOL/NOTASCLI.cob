       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASCLI.
       AUTHOR. Ejemplo.
      * Notas de clientes, en el mismo estilo de modulo despachable
      * que CONTACTO: los programas de pantalla que traen a un
      * cliente lo llaman con la accion B apenas lo leen, y si el
      * cliente tiene una nota de alta prioridad vigente sale el
      * aviso antes que cualquier otra cosa. El mantenimiento, la
      * busqueda y la consulta de historia ofrecen ademas listar
      * las notas (L) y agregar una (A). Cada nota queda en
      * NOTAS.DAT con la fecha de proceso, el operador y el
      * programa, y el alta pasa por el diario de imagenes. Sin
      * NOTAS.DAT no hay notas. Se llama con los parametros de
      * NOTPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT notas ASSIGN TO 'NOTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS not-clave
               FILE STATUS IS fs-notas.

       DATA DIVISION.
       FILE SECTION.
       FD  notas.
           COPY NOTACLI.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01  estado-layouts PIC X VALUE 'N'.
           88  LAYOUTS-VERIFICADOS VALUE 'S'.
           COPY FPRPARM.
           COPY VALPARM.
           COPY JRNPARM.
       01  fs-notas           PIC XX VALUE '00'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  fin-notas          PIC X VALUE 'N'.
           88  no-hay-mas-notas VALUE 'S'.
       01  nota-grabada       PIC X VALUE 'N'.
           88  NOTA-OK         VALUE 'S'.
       01  dato-valido        PIC X VALUE 'N'.
           88  DATO-OK         VALUE 'S'.
       01  confirmacion       PIC X VALUE 'N'.
           88  CONFIRMADO      VALUE 'S' 's'.
       01  notas-mostradas    PIC 9(4) VALUE ZERO.
       01  categoria-tecleada PIC X(4).
       01  prioridad-tecleada PIC X.
       01  vencimiento-tecleado PIC X(8).
       01  texto-tecleado     PIC X(60).
       01  marca-vigencia     PIC X(8).
       01  linea-aviso        PIC X(60) VALUE ALL '*'.

       LINKAGE SECTION.
           COPY NOTPARM.

       PROCEDURE DIVISION USING l-not-accion, l-not-cliente,
           l-not-programa, l-not-status.
       MAIN-PROCEDURE.
           IF NOT LAYOUTS-VERIFICADOS
               PERFORM CONTROLAR-LAYOUTS
           END-IF
           MOVE 0 TO l-not-status
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           EVALUATE l-not-accion
               WHEN 'B'
                   PERFORM MOSTRAR-AVISO
               WHEN 'L'
                   PERFORM LISTAR-NOTAS
               WHEN 'A'
                   PERFORM AGREGAR-NOTA
               WHEN OTHER
                   MOVE 9 TO l-not-status
           END-EVALUATE
           EXIT PROGRAM.

      * Las notas del cliente se recorren por la clave desde la
      * primera de ese cliente hasta que cambia el cliente.
       POSICIONAR-CLIENTE.
           MOVE 'N' TO fin-notas
           MOVE l-not-cliente TO not-cliente
           MOVE ZEROS TO not-fecha
           MOVE ZEROS TO not-secuencia
           START notas KEY IS NOT LESS THAN not-clave
               INVALID KEY
                   SET no-hay-mas-notas TO TRUE
           END-START.

       LEER-NOTA.
           READ notas NEXT RECORD
               AT END
                   SET no-hay-mas-notas TO TRUE
               NOT AT END
                   IF not-cliente NOT = l-not-cliente
                       SET no-hay-mas-notas TO TRUE
                   END-IF
           END-READ.

      * Aviso de las notas de alta prioridad que siguen vigentes:
      * sin vencimiento o con vencimiento desde hoy en adelante.
       MOSTRAR-AVISO.
           OPEN INPUT notas
           IF fs-notas = '00'
               PERFORM POSICIONAR-CLIENTE
               PERFORM LEER-NOTA
               PERFORM UNTIL no-hay-mas-notas
                   IF NOTA-ALTA-PRIORIDAD
                       AND (not-vencimiento = ZEROS
                           OR not-vencimiento >= l-fpr-fecha)
                       IF l-not-status = 0
                           DISPLAY linea-aviso
                           DISPLAY '* ATENCION: EL CLIENTE '
                               l-not-cliente ' TIENE NOTAS DE ALTA '
                               'PRIORIDAD'
                           MOVE 1 TO l-not-status
                       END-IF
                       DISPLAY '* ' not-fecha ' ' not-categoria
                           ' ' not-operador
                       DISPLAY '*   ' not-texto
                   END-IF
                   PERFORM LEER-NOTA
               END-PERFORM
               IF l-not-status = 1
                   DISPLAY linea-aviso
               END-IF
               CLOSE notas
           END-IF.

       LISTAR-NOTAS.
           MOVE ZERO TO notas-mostradas
           OPEN INPUT notas
           IF fs-notas = '00'
               PERFORM POSICIONAR-CLIENTE
               PERFORM LEER-NOTA
               PERFORM UNTIL no-hay-mas-notas
                   ADD 1 TO notas-mostradas
                   MOVE SPACES TO marca-vigencia
                   IF not-vencimiento NOT = ZEROS
                       AND not-vencimiento < l-fpr-fecha
                       MOVE 'VENCIDA' TO marca-vigencia
                   END-IF
                   DISPLAY not-fecha ' ' not-categoria ' PRIORIDAD '
                       not-prioridad ' VENCE ' not-vencimiento ' '
                       not-operador ' ' not-programa ' '
                       marca-vigencia
                   DISPLAY '    ' not-texto
                   PERFORM LEER-NOTA
               END-PERFORM
               CLOSE notas
           END-IF
           IF notas-mostradas = ZERO
               DISPLAY 'EL CLIENTE ' l-not-cliente ' NO TIENE NOTAS.'
           ELSE
               DISPLAY notas-mostradas ' NOTAS DEL CLIENTE '
                   l-not-cliente '.'
           END-IF.

      * Cada dato se pide hasta que sea valido; el texto en blanco
      * cancela la carga. Recien despues de confirmar se graba.
       AGREGAR-NOTA.
           MOVE SPACES TO registro-nota
           MOVE 'N' TO dato-valido
           PERFORM UNTIL DATO-OK
               MOVE SPACES TO categoria-tecleada
               DISPLAY 'CATEGORIA (ATEN=ATENCION RECL=RECLAMO '
                   'COBR=COBRANZA INST=INSTRUCCION GRAL=GENERAL): '
               ACCEPT categoria-tecleada
               MOVE categoria-tecleada TO not-categoria
               IF NOTA-CATEGORIA-VALIDA
                   SET DATO-OK TO TRUE
               ELSE
                   DISPLAY 'CATEGORIA NO RECONOCIDA: '
                       categoria-tecleada
               END-IF
           END-PERFORM
           MOVE 'N' TO dato-valido
           PERFORM UNTIL DATO-OK
               MOVE SPACE TO prioridad-tecleada
               DISPLAY 'PRIORIDAD (A=ALTA, AVISA AL TRAER AL CLIENTE; '
                   'N=NORMAL): '
               ACCEPT prioridad-tecleada
               MOVE prioridad-tecleada TO not-prioridad
               IF NOTA-ALTA-PRIORIDAD OR NOTA-PRIORIDAD-NORMAL
                   SET DATO-OK TO TRUE
               ELSE
                   DISPLAY 'PRIORIDAD NO RECONOCIDA: '
                       prioridad-tecleada
               END-IF
           END-PERFORM
           MOVE 'N' TO dato-valido
           PERFORM UNTIL DATO-OK
               MOVE SPACES TO vencimiento-tecleado
               DISPLAY 'VENCE EL AAAAMMDD (ENTER = NO VENCE): '
               ACCEPT vencimiento-tecleado
               PERFORM VALIDAR-VENCIMIENTO
           END-PERFORM
           MOVE SPACES TO texto-tecleado
           DISPLAY 'TEXTO DE LA NOTA (ENTER EN BLANCO CANCELA): '
           ACCEPT texto-tecleado
           IF texto-tecleado = SPACES
               DISPLAY 'NOTA CANCELADA, NO SE GRABO NADA.'
               MOVE 1 TO l-not-status
           ELSE
               MOVE texto-tecleado TO not-texto
               MOVE 'N' TO confirmacion
               DISPLAY 'CONFIRMA LA NOTA (S/N)? '
               ACCEPT confirmacion
               IF CONFIRMADO
                   PERFORM GRABAR-NOTA
               ELSE
                   DISPLAY 'NOTA CANCELADA, NO SE GRABO NADA.'
                   MOVE 1 TO l-not-status
               END-IF
           END-IF.

      * El vencimiento pasa por la libreria comun de validacion y
      * no puede ser anterior a la fecha de proceso.
       VALIDAR-VENCIMIENTO.
           IF vencimiento-tecleado = SPACES
               MOVE ZEROS TO not-vencimiento
               SET DATO-OK TO TRUE
           ELSE
               IF vencimiento-tecleado NUMERIC
                   MOVE vencimiento-tecleado TO l-val-fecha
                   CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                       l-val-motivo
                   IF l-val-status = 0
                       IF l-val-fecha < l-fpr-fecha
                           DISPLAY 'EL VENCIMIENTO NO PUEDE SER '
                               'ANTERIOR A LA FECHA DE PROCESO '
                               l-fpr-fecha '.'
                       ELSE
                           MOVE l-val-fecha TO not-vencimiento
                           SET DATO-OK TO TRUE
                       END-IF
                   ELSE
                       DISPLAY 'FECHA INVALIDA.'
                   END-IF
               ELSE
                   DISPLAY 'LA FECHA DEBE SER NUMERICA AAAAMMDD.'
               END-IF
           END-IF.

      * La secuencia del dia arranca en 1 y avanza sobre la clave
      * ocupada, como en CONTACTO.
       GRABAR-NOTA.
           MOVE SPACES TO ws-operador
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
           OPEN I-O notas
           IF fs-notas = '35'
               OPEN OUTPUT notas
               CLOSE notas
               OPEN I-O notas
           END-IF
           IF fs-notas NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR NOTAS.DAT, STATUS=' fs-notas
               MOVE 9 TO l-not-status
           ELSE
               MOVE l-not-cliente TO not-cliente
               MOVE l-fpr-fecha TO not-fecha
               MOVE 1 TO not-secuencia
               MOVE ws-operador TO not-operador
               MOVE l-not-programa TO not-programa
               MOVE 'N' TO nota-grabada
               PERFORM UNTIL NOTA-OK OR l-not-status NOT = 0
                   WRITE registro-nota
                       INVALID KEY
                           IF not-secuencia < 9999
                               ADD 1 TO not-secuencia
                           ELSE
                               MOVE 9 TO l-not-status
                           END-IF
                       NOT INVALID KEY
                           SET NOTA-OK TO TRUE
                   END-WRITE
               END-PERFORM
               CLOSE notas
               IF NOTA-OK
                   PERFORM ANOTAR-BITACORA
                   DISPLAY 'NOTA GRABADA PARA EL CLIENTE '
                       l-not-cliente '.'
               ELSE
                   DISPLAY 'NO SE PUDO GRABAR LA NOTA, STATUS='
                       fs-notas
               END-IF
           END-IF.

       ANOTAR-BITACORA.
           MOVE l-not-programa TO l-jrn-programa
           MOVE 'NOTAS' TO l-jrn-archivo
           MOVE 'ALTA' TO l-jrn-operacion
           MOVE SPACES TO l-jrn-antes
           MOVE registro-nota TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.

      * El primer llamado de la corrida verifica que cada maestro
      * indexado que abre el modulo este en el layout para el que
      * fue compilado (VERSIONES); si no, SELLO corta la corrida
      * por ALERTA antes de leer nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'NOTASCLI' TO l-sel-programa
           MOVE 'NOTAS.DAT' TO l-sel-archivo
           MOVE version-notas TO l-sel-version
           PERFORM LLAMAR-SELLO
           SET LAYOUTS-VERIFICADOS TO TRUE.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
       END PROGRAM NOTASCLI.
