       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIENDE-CONFIRMA.
       AUTHOR. Ejemplo.
      * Banco de trabajo de las confirmaciones de saldos de la
      * auditoria externa (CONFIRMAC.DAT, lo arma CONFIRMA-SALDOS):
      * para una fecha de auditoria lista las cartas pendientes o
      * todas, muestra una confirmacion con los datos del cliente y
      * carga la respuesta: A = conforme con el saldo, D =
      * disconforme con el saldo que informa el cliente, N = sin
      * respuesta al vencer el plazo. Una carta pendiente o cerrada
      * sin respuesta todavia puede recibir la respuesta tardia; una
      * conforme o disconforme ya no se toca, y una retenida por
      * correo devuelto nunca salio. Cada respuesta queda con el
      * operador y la fecha, y en el diario de imagenes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT confirmaciones ASSIGN TO 'CONFIRMAC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cnf-clave
               FILE STATUS IS fs-confirmaciones.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  confirmaciones.
           COPY CONFIRMA.
       FD  clientes.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
           COPY NOTPARM.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
       01 fs-confirmaciones PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 FECHA-AUDITORIA PIC 9(8) VALUE ZERO.
       01 CLIENTE-BUSCADO PIC 9(6).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-TODOS VALUE 'T' 't'.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-CONFORME VALUE 'A' 'a'.
           88 ACCION-DISCONFORME VALUE 'D' 'd'.
           88 ACCION-SIN-RESPUESTA VALUE 'N' 'n'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-CONFIRMACIONES PIC X VALUE 'N'.
           88 NO-HAY-MAS-CONFIRMACIONES VALUE 'S'.
       01 HAY-CLIENTES-SW PIC X VALUE 'N'.
           88 HAY-CLIENTES VALUE 'S'.
       01 SOLO-PENDIENTES PIC X VALUE 'S'.
           88 LISTAR-SOLO-PENDIENTES VALUE 'S'.
       01 ESTADO-NUEVO PIC X VALUE SPACE.
       01 SALDO-INFORMADO PIC S9(9)V99 VALUE ZERO.
       01 SALDO-TEXTO PIC X(15) VALUE SPACES.
       01 OBSERVACION-TEXTO PIC X(30) VALUE SPACES.
       01 CARTAS-LISTADAS PIC 9(5) VALUE ZERO.
       01 IMPORTE-EDITADO PIC -(9)9.99.
       01 DIFERENCIA PIC S9(11)V99.
       01 DIFERENCIA-EDITADA PIC -(11)9.99.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Cargar respuestas es tarea de mostrador, pero con operador
      * registrado: la respuesta tiene que tener nombre.
           MOVE ws-operador TO l-niv-operador
           MOVE 1 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'ATIENDE-CONFIRMA: el operador ' ws-operador
                   ' no tiene el nivel 1 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           OPEN I-O confirmaciones
           IF fs-confirmaciones NOT = '00'
               DISPLAY 'ATIENDE-CONFIRMA: sin CONFIRMAC.DAT (status='
                   fs-confirmaciones '), no hay confirmaciones.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT clientes
           IF fs-clientes = '00'
               SET HAY-CLIENTES TO TRUE
           END-IF
           PERFORM CONTROLAR-VENTANA
           DISPLAY 'FECHA DE AUDITORIA (AAAAMMDD): '
           ACCEPT FECHA-AUDITORIA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-LISTAR OR ACCION-TODOS
                       OR ACCION-CONSULTA OR ACCION-CONFORME
                       OR ACCION-DISCONFORME OR ACCION-SIN-RESPUESTA
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (L=PENDIENTES T=TODAS C=CONSULTA '
                       'A=CONFORME D=DISCONFORME N=SIN RESPUESTA '
                       'S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-LISTAR OR ACCION-TODOS
                           OR ACCION-CONSULTA OR ACCION-CONFORME
                           OR ACCION-DISCONFORME
                           OR ACCION-SIN-RESPUESTA OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-CONFORME OR
                           ACCION-DISCONFORME OR
                           ACCION-SIN-RESPUESTA)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-LISTAR
                       MOVE 'S' TO SOLO-PENDIENTES
                       PERFORM LISTAR-CONFIRMACIONES
                   WHEN ACCION-TODOS
                       MOVE 'N' TO SOLO-PENDIENTES
                       PERFORM LISTAR-CONFIRMACIONES
                   WHEN ACCION-CONSULTA
                       PERFORM TRATAR-CONSULTA
                   WHEN ACCION-CONFORME
                       MOVE 'C' TO ESTADO-NUEVO
                       PERFORM TRATAR-RESPUESTA
                   WHEN ACCION-DISCONFORME
                       MOVE 'D' TO ESTADO-NUEVO
                       PERFORM TRATAR-RESPUESTA
                   WHEN ACCION-SIN-RESPUESTA
                       MOVE 'N' TO ESTADO-NUEVO
                       PERFORM TRATAR-RESPUESTA
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE confirmaciones
           IF HAY-CLIENTES
               CLOSE clientes
           END-IF
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) las confirmaciones solo se consultan: los
      * listados y la consulta siguen andando, la carga de
      * respuestas se rechaza. Con FORZAR-VENTANA=S un supervisor
      * carga igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'ATIENDE-CONFIRMA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'ATIENDE-CONFIRMA: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'ATIENDE-CONFIRMA: ACCION NO DISPONIBLE, SOLO '
               'CONSULTA HASTA QUE CIERRE LA VENTANA BATCH.'.

       LISTAR-CONFIRMACIONES.
           MOVE ZERO TO CARTAS-LISTADAS
           MOVE 'N' TO FIN-CONFIRMACIONES
           MOVE FECHA-AUDITORIA TO cnf-fecha-auditoria
           MOVE ZEROS TO cnf-cliente
           START confirmaciones KEY IS NOT LESS THAN cnf-clave
               INVALID KEY
                   SET NO-HAY-MAS-CONFIRMACIONES TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-CONFIRMACIONES
               READ confirmaciones NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-CONFIRMACIONES TO TRUE
                   NOT AT END
                       IF cnf-fecha-auditoria NOT = FECHA-AUDITORIA
                           SET NO-HAY-MAS-CONFIRMACIONES TO TRUE
                       ELSE
                           IF CNF-PENDIENTE
                                   OR NOT LISTAR-SOLO-PENDIENTES
                               PERFORM LISTAR-UNA-CONFIRMACION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF LISTAR-SOLO-PENDIENTES
               DISPLAY 'CARTAS PENDIENTES: ' CARTAS-LISTADAS
           ELSE
               DISPLAY 'CARTAS DE LA AUDITORIA: ' CARTAS-LISTADAS
           END-IF.

       LISTAR-UNA-CONFIRMACION.
           ADD 1 TO CARTAS-LISTADAS
           MOVE cnf-saldo TO IMPORTE-EDITADO
           DISPLAY 'CLI ' cnf-cliente ' ' cnf-estrato ' '
               IMPORTE-EDITADO ' ENVIADA ' cnf-fecha-envio ' '
               cnf-estado ' ' cnf-operador ' ' cnf-fecha-respuesta.

       TRATAR-CONSULTA.
           DISPLAY 'CLIENTE: '
           ACCEPT CLIENTE-BUSCADO
           MOVE FECHA-AUDITORIA TO cnf-fecha-auditoria
           MOVE CLIENTE-BUSCADO TO cnf-cliente
           READ confirmaciones
               INVALID KEY
                   DISPLAY 'EL CLIENTE ' CLIENTE-BUSCADO
                       ' NO ESTA EN LA MUESTRA DEL ' FECHA-AUDITORIA
               NOT INVALID KEY
                   PERFORM MOSTRAR-CONFIRMACION
           END-READ.

       MOSTRAR-CONFIRMACION.
           MOVE cnf-saldo TO IMPORTE-EDITADO
           DISPLAY 'AUDITORIA   : ' cnf-fecha-auditoria
               ' ESTRATO ' cnf-estrato
           DISPLAY 'CLIENTE     : ' cnf-cliente
           IF HAY-CLIENTES
               MOVE cnf-cliente TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       DISPLAY '              (NO ESTA EN CLIENTES)'
                   NOT INVALID KEY
                       MOVE cliente-id-fd TO l-not-cliente
                       PERFORM AVISAR-NOTAS
                       DISPLAY '              ' nombre-fd ' '
                           apellido-fd
               END-READ
           END-IF
           DISPLAY 'SALDO       : ' IMPORTE-EDITADO ' SEGUN FOTO DEL '
               cnf-fecha-foto
           DISPLAY 'CARTA       : ENVIADA EL ' cnf-fecha-envio
               ' COLA ' cnf-cola
           DISPLAY 'ESTADO      : ' cnf-estado
               ' (P=PENDIENTE C=CONFORME D=DISCONFORME '
               'N=SIN RESPUESTA R=RETENIDA)'
           IF CNF-DISCONFORME
               MOVE cnf-saldo-cliente TO IMPORTE-EDITADO
               COMPUTE DIFERENCIA = cnf-saldo-cliente - cnf-saldo
               MOVE DIFERENCIA TO DIFERENCIA-EDITADA
               DISPLAY 'SEGUN CLIENT: ' IMPORTE-EDITADO
                   ' DIFERENCIA ' DIFERENCIA-EDITADA
           END-IF
           IF cnf-fecha-respuesta NOT = ZERO
               DISPLAY 'RESPUESTA   : ' cnf-operador ' EL '
                   cnf-fecha-respuesta
           END-IF
           IF cnf-observacion NOT = SPACES
               DISPLAY 'OBSERVACION : ' cnf-observacion
           END-IF.

      * Conforme y disconforme se cargan sobre una pendiente o una
      * cerrada sin respuesta (la respuesta tardia vale); sin
      * respuesta solo se cierra una pendiente.
       TRATAR-RESPUESTA.
           DISPLAY 'CLIENTE: '
           ACCEPT CLIENTE-BUSCADO
           MOVE FECHA-AUDITORIA TO cnf-fecha-auditoria
           MOVE CLIENTE-BUSCADO TO cnf-cliente
           READ confirmaciones
               INVALID KEY
                   DISPLAY 'EL CLIENTE ' CLIENTE-BUSCADO
                       ' NO ESTA EN LA MUESTRA DEL ' FECHA-AUDITORIA
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CNF-PENDIENTE
                           PERFORM REGISTRAR-RESPUESTA
                       WHEN CNF-SIN-RESPUESTA AND ESTADO-NUEVO NOT = 'N'
                           PERFORM REGISTRAR-RESPUESTA
                       WHEN OTHER
                           DISPLAY 'LA CONFIRMACION ESTA EN ESTADO '
                               cnf-estado ', NO SE PUEDE PASAR A '
                               ESTADO-NUEVO '.'
                   END-EVALUATE
           END-READ.

       REGISTRAR-RESPUESTA.
           PERFORM MOSTRAR-CONFIRMACION
           MOVE cnf-saldo TO SALDO-INFORMADO
           IF ESTADO-NUEVO = 'D'
               PERFORM PEDIR-SALDO-CLIENTE
           END-IF
           MOVE SPACES TO OBSERVACION-TEXTO
           DISPLAY 'OBSERVACION (OPCIONAL): '
           ACCEPT OBSERVACION-TEXTO
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA RESPUESTA ' ESTADO-NUEVO ' (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE registro-confirmacion TO IMAGEN-ANTERIOR
               MOVE ESTADO-NUEVO TO cnf-estado
               IF CNF-SIN-RESPUESTA
                   MOVE ZERO TO cnf-saldo-cliente
               ELSE
                   MOVE SALDO-INFORMADO TO cnf-saldo-cliente
               END-IF
               MOVE FECHA-PROCESO TO cnf-fecha-respuesta
               MOVE ws-operador TO cnf-operador
               MOVE OBSERVACION-TEXTO TO cnf-observacion
               MOVE 'ATIENDE-CONF' TO l-jrn-programa
               MOVE 'CONFIRMAC' TO l-jrn-archivo
               MOVE 'MODIF' TO l-jrn-operacion
               MOVE IMAGEN-ANTERIOR TO l-jrn-antes
               MOVE SPACES TO l-jrn-despues
               MOVE registro-confirmacion TO l-jrn-despues
               CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
                   l-jrn-operacion, l-jrn-antes, l-jrn-despues,
                   l-jrn-status
               IF l-jrn-status NOT = 0
                   DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                       'IMAGENES.'
               END-IF
               REWRITE registro-confirmacion
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR LA CONFIRMACION '
                           'DEL CLIENTE ' cnf-cliente
               END-REWRITE
               IF fs-confirmaciones = '00'
                   DISPLAY 'CONFIRMACION DEL CLIENTE ' cnf-cliente
                       ' REGISTRADA COMO ' cnf-estado '.'
               END-IF
           ELSE
               DISPLAY 'RESPUESTA CANCELADA, NO SE GRABO NADA.'
           END-IF.

      * El saldo que el cliente dice tener; si coincide con el de
      * libros no es disconformidad y se carga como conforme.
       PEDIR-SALDO-CLIENTE.
           MOVE SPACES TO SALDO-TEXTO
           PERFORM UNTIL SALDO-TEXTO NOT = SPACES
               DISPLAY 'SALDO SEGUN EL CLIENTE (EJ. -1234.50): '
               ACCEPT SALDO-TEXTO
               IF SALDO-TEXTO = SPACES
                   OR FUNCTION TEST-NUMVAL(SALDO-TEXTO) NOT = 0
                   DISPLAY 'IMPORTE NO VALIDO.'
                   MOVE SPACES TO SALDO-TEXTO
               ELSE
                   COMPUTE SALDO-INFORMADO =
                       FUNCTION NUMVAL(SALDO-TEXTO)
                   IF SALDO-INFORMADO = cnf-saldo
                       DISPLAY 'ES EL MISMO SALDO DE LIBROS: SE '
                           'CARGA COMO CONFORME.'
                       MOVE 'C' TO ESTADO-NUEVO
                   END-IF
               END-IF
           END-PERFORM.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'ATIENDE-CONF' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'ATIENDE-CONFIRMA' TO l-sel-programa
           MOVE 'CONFIRMAC.DAT' TO l-sel-archivo
           MOVE version-confirmac TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
