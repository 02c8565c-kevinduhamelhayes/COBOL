       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PROMESA.
       AUTHOR. Ejemplo.
      * Registro de promesas de pago de cobranzas PROMESAS.DAT, en
      * el molde de MANT-MANDATO: cuando el cobrador llama a un
      * cliente en mora y el cliente se compromete a pagar un
      * importe para una fecha, la promesa se carga aca (cliente
      * activo o restringido validado contra CLIENTES.DAT, importe
      * por VALNUM, fecha por VALFECHA dentro de PLAZO-PROMESA dias
      * desde la fecha de proceso, 30 si no se informa) con el
      * operador de la sesion como cobrador. Mientras la promesa
      * este vigente CARTAS-MORA no escala al cliente y RECARGOS no
      * le devenga; el control nocturno VERIFICA-PROMESAS la da por
      * cumplida o incumplida. Un cliente tiene a lo sumo una
      * promesa vigente; el cobrador puede anularla (la deja
      * anulada, no la borra), consultar las de un cliente y listar
      * las vigentes. Cada alta y cada anulacion dejan su antes y
      * despues en el diario de imagenes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT promesas ASSIGN TO 'PROMESAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prom-clave
               FILE STATUS IS fs-promesas.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  promesas.
           COPY PROMESA.
       FD  clientes.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
           COPY PARPARM.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
       01 fs-promesas PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 FECHA-TOPE PIC 9(8).
       01 PARAMETRO-TEXTO PIC X(10) VALUE SPACES.
      * Plazo maximo, en dias corridos, entre la fecha de proceso y
      * la fecha prometida.
       01 PLAZO-PROMESA PIC 9(3) VALUE 30.
       01 CLIENTE-BUSCADO PIC 9(6) VALUE ZEROS.
       01 CLAVE-VIGENTE.
           05 CLIENTE-VIGENTE PIC 9(6).
           05 ALTA-VIGENTE PIC 9(8).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-ANULAR VALUE 'N' 'n'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-PROMESAS PIC X VALUE 'N'.
           88 NO-HAY-MAS-PROMESAS VALUE 'S'.
       01 HAY-VIGENTE PIC X VALUE 'N'.
           88 TIENE-VIGENTE VALUE 'S'.
       01 HAY-DEL-DIA PIC X VALUE 'N'.
           88 TIENE-DEL-DIA VALUE 'S'.
       01 ENTRADA-TEXTO PIC X(33).
       01 PROMESAS-LISTADAS PIC 9(5) VALUE ZERO.
       01 IMPORTE-EDITADO PIC -(7)9.99.
       01 PAGADO-EDITADO PIC -(7)9.99.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
           COPY VALPARM.
           COPY NOTPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * La promesa la toma cualquier cobrador (nivel 1).
           MOVE ws-operador TO l-niv-operador
           MOVE 1 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-PROMESA: el operador ' ws-operador
                   ' no esta habilitado para esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           MOVE 'PLAZO-PROMESA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO PARAMETRO-TEXTO
           IF PARAMETRO-TEXTO(1:3) IS NUMERIC
               AND PARAMETRO-TEXTO(1:3) NOT = '000'
               MOVE PARAMETRO-TEXTO(1:3) TO PLAZO-PROMESA
           END-IF
           COMPUTE FECHA-TOPE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
               + PLAZO-PROMESA)
           PERFORM ABRIR-PROMESAS
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT, STATUS='
                   fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-CONSULTA
                       OR ACCION-ANULAR OR ACCION-LISTAR
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (A=ALTA C=CONSULTA N=ANULAR '
                       'L=VIGENTES S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-CONSULTA
                           OR ACCION-ANULAR OR ACCION-LISTAR
                           OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR ACCION-ANULAR)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-PROMESA
                   WHEN ACCION-CONSULTA
                       PERFORM CONSULTAR-PROMESAS
                   WHEN ACCION-ANULAR
                       PERFORM TRATAR-ANULACION
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-VIGENTES
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE promesas
           CLOSE clientes
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-PROMESA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-PROMESA: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-PROMESA: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-PROMESAS.
           OPEN I-O promesas
           IF fs-promesas = '35'
               OPEN OUTPUT promesas
               CLOSE promesas
               OPEN I-O promesas
           END-IF
           IF fs-promesas NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PROMESAS.DAT, STATUS='
                   fs-promesas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Se promete sobre una cuenta que todavia opera: activa o
      * restringida.
       PEDIR-CLIENTE.
           MOVE ZEROS TO CLIENTE-BUSCADO
           PERFORM UNTIL CLIENTE-BUSCADO NOT = ZEROS
               DISPLAY 'CLIENTE (ID): '
               ACCEPT cliente-id-fd
               READ clientes
                   INVALID KEY
                       DISPLAY 'NO EXISTE ESE CLIENTE.'
                   NOT INVALID KEY
                       MOVE cliente-id-fd TO l-not-cliente
                       PERFORM AVISAR-NOTAS
                       IF NOT (CLIENTE-ACTIVO OR CLIENTE-RESTRINGIDO)
                           DISPLAY 'LA CUENTA DEL CLIENTE NO OPERA '
                               '(ESTADO ' cliente-estado ').'
                       ELSE
                           DISPLAY 'CLIENTE: ' nombre-fd ' '
                               apellido-fd
                           MOVE cliente-id-fd TO CLIENTE-BUSCADO
                       END-IF
               END-READ
           END-PERFORM.

      * Recorre las promesas del cliente buscado y deja anotada la
      * clave de la vigente, si la hay, y si ya se tomo una hoy.
       BUSCAR-VIGENTE.
           MOVE 'N' TO HAY-VIGENTE
           MOVE 'N' TO HAY-DEL-DIA
           MOVE 'N' TO FIN-PROMESAS
           MOVE CLIENTE-BUSCADO TO prom-cliente
           MOVE ZEROS TO prom-fecha-alta
           START promesas KEY IS NOT LESS THAN prom-clave
               INVALID KEY
                   SET NO-HAY-MAS-PROMESAS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-PROMESAS
               READ promesas NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PROMESAS TO TRUE
                   NOT AT END
                       IF prom-cliente NOT = CLIENTE-BUSCADO
                           SET NO-HAY-MAS-PROMESAS TO TRUE
                       ELSE
                           IF PROMESA-VIGENTE
                               SET TIENE-VIGENTE TO TRUE
                               MOVE prom-clave TO CLAVE-VIGENTE
                           END-IF
                           IF prom-fecha-alta = FECHA-PROCESO
                               SET TIENE-DEL-DIA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ALTA-PROMESA.
           PERFORM PEDIR-CLIENTE
           PERFORM BUSCAR-VIGENTE
           EVALUATE TRUE
               WHEN TIENE-VIGENTE
                   DISPLAY 'EL CLIENTE YA TIENE UNA PROMESA VIGENTE '
                       'TOMADA EL ' ALTA-VIGENTE
                       ': ANULELA ANTES DE CARGAR OTRA.'
               WHEN TIENE-DEL-DIA
                   DISPLAY 'YA SE REGISTRO HOY UNA PROMESA DE ESTE '
                       'CLIENTE.'
               WHEN OTHER
                   PERFORM CARGAR-DATOS-ALTA
           END-EVALUATE.

       CARGAR-DATOS-ALTA.
           MOVE SPACES TO registro-promesa
           MOVE CLIENTE-BUSCADO TO prom-cliente
           MOVE FECHA-PROCESO TO prom-fecha-alta
           PERFORM PEDIR-IMPORTE
           PERFORM PEDIR-FECHA-PROMESA
           DISPLAY 'OBSERVACION (OPCIONAL): '
           MOVE SPACES TO ENTRADA-TEXTO
           ACCEPT ENTRADA-TEXTO
           MOVE ENTRADA-TEXTO TO prom-observacion
           MOVE ws-operador TO prom-operador
           MOVE 'V' TO prom-estado
           MOVE ZERO TO prom-pagado
           MOVE ZEROS TO prom-fecha-cierre
           MOVE 'N' TO prom-reanudar
           MOVE ZEROS TO prom-recargo-desde
           PERFORM MOSTRAR-PROMESA
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL ALTA (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               WRITE registro-promesa
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR LA PROMESA, STATUS='
                           fs-promesas
               END-WRITE
               IF fs-promesas = '00'
                   MOVE 'ALTA' TO l-jrn-operacion
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   PERFORM ANOTAR-BITACORA
                   DISPLAY 'PROMESA DEL CLIENTE ' prom-cliente
                       ' REGISTRADA.'
               END-IF
           ELSE
               DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
           END-IF.

       PEDIR-IMPORTE.
           MOVE ZEROS TO prom-importe
           PERFORM UNTIL prom-importe NOT = ZEROS
               DISPLAY 'IMPORTE PROMETIDO: '
               MOVE SPACES TO ENTRADA-TEXTO
               ACCEPT ENTRADA-TEXTO
               MOVE ENTRADA-TEXTO TO l-val-texto
               CALL 'VALNUM' USING l-val-texto, l-val-numero,
                   l-val-status, l-val-motivo
               EVALUATE TRUE
                   WHEN l-val-status NOT = 0
                       OR l-val-numero NOT > ZERO
                       DISPLAY 'EL IMPORTE DEBE SER NUMERICO Y '
                           'MAYOR QUE CERO.'
                   WHEN l-val-numero > 9999999.99
                       DISPLAY 'EL IMPORTE SUPERA EL MAXIMO DE UNA '
                           'TRANSACCION.'
                   WHEN OTHER
                       MOVE l-val-numero TO prom-importe
               END-EVALUATE
           END-PERFORM.

      * La fecha prometida va de hoy a PLAZO-PROMESA dias: una
      * promesa mas larga es un plan de pagos, no una promesa.
       PEDIR-FECHA-PROMESA.
           MOVE ZEROS TO prom-fecha-promesa
           PERFORM UNTIL prom-fecha-promesa NOT = ZEROS
               DISPLAY 'PAGARA HASTA EL (AAAAMMDD): '
               ACCEPT l-val-fecha
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
               EVALUATE TRUE
                   WHEN l-val-status NOT = 0
                       DISPLAY 'FECHA INVALIDA.'
                   WHEN l-val-fecha < FECHA-PROCESO
                       DISPLAY 'LA FECHA NO PUEDE SER ANTERIOR A LA '
                           'FECHA DE PROCESO.'
                   WHEN l-val-fecha > FECHA-TOPE
                       DISPLAY 'LA FECHA SUPERA EL PLAZO MAXIMO DE '
                           PLAZO-PROMESA ' DIAS (' FECHA-TOPE ').'
                   WHEN OTHER
                       MOVE l-val-fecha TO prom-fecha-promesa
               END-EVALUATE
           END-PERFORM.

       MOSTRAR-PROMESA.
           MOVE prom-importe TO IMPORTE-EDITADO
           MOVE prom-pagado TO PAGADO-EDITADO
           DISPLAY 'CLIENTE    : ' prom-cliente
           DISPLAY 'TOMADA EL  : ' prom-fecha-alta ' POR '
               prom-operador
           DISPLAY 'IMPORTE    : ' IMPORTE-EDITADO
           DISPLAY 'PAGARA HASTA: ' prom-fecha-promesa
           DISPLAY 'ESTADO     : ' prom-estado
               ' (V=VIGENTE C=CUMPLIDA I=INCUMPLIDA A=ANULADA)'
           DISPLAY 'PAGADO     : ' PAGADO-EDITADO
           IF prom-fecha-cierre NOT = ZEROS
               DISPLAY 'CERRADA EL : ' prom-fecha-cierre
           END-IF
           IF prom-observacion NOT = SPACES
               DISPLAY 'OBSERVACION: ' prom-observacion
           END-IF.

       CONSULTAR-PROMESAS.
           DISPLAY 'CLIENTE (ID): '
           ACCEPT CLIENTE-BUSCADO
           MOVE ZERO TO PROMESAS-LISTADAS
           MOVE 'N' TO FIN-PROMESAS
           MOVE CLIENTE-BUSCADO TO prom-cliente
           MOVE ZEROS TO prom-fecha-alta
           START promesas KEY IS NOT LESS THAN prom-clave
               INVALID KEY
                   SET NO-HAY-MAS-PROMESAS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-PROMESAS
               READ promesas NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PROMESAS TO TRUE
                   NOT AT END
                       IF prom-cliente NOT = CLIENTE-BUSCADO
                           SET NO-HAY-MAS-PROMESAS TO TRUE
                       ELSE
                           ADD 1 TO PROMESAS-LISTADAS
                           PERFORM MOSTRAR-PROMESA
                           DISPLAY ' '
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROMESAS DEL CLIENTE: ' PROMESAS-LISTADAS.

      * La anulacion no borra la promesa: la deja anulada, y el
      * cliente vuelve a quedar sujeto a cartas y recargos desde la
      * proxima corrida.
       TRATAR-ANULACION.
           PERFORM PEDIR-CLIENTE
           PERFORM BUSCAR-VIGENTE
           IF NOT TIENE-VIGENTE
               DISPLAY 'EL CLIENTE NO TIENE UNA PROMESA VIGENTE.'
           ELSE
               MOVE CLAVE-VIGENTE TO prom-clave
               READ promesas
                   INVALID KEY
                       DISPLAY 'NO SE PUDO RELEER LA PROMESA, STATUS='
                           fs-promesas
                   NOT INVALID KEY
                       PERFORM ANULAR-PROMESA
               END-READ
           END-IF.

       ANULAR-PROMESA.
           PERFORM MOSTRAR-PROMESA
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA ANULACION (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE registro-promesa TO IMAGEN-ANTERIOR
               MOVE 'A' TO prom-estado
               MOVE FECHA-PROCESO TO prom-fecha-cierre
               REWRITE registro-promesa
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR LA PROMESA, STATUS='
                           fs-promesas
               END-REWRITE
               IF fs-promesas = '00'
                   MOVE 'MODIF' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA
                   DISPLAY 'PROMESA ANULADA.'
               END-IF
           ELSE
               DISPLAY 'ANULACION CANCELADA, NO SE GRABO NADA.'
           END-IF.

       ANOTAR-BITACORA.
           MOVE 'MANT-PROMESA' TO l-jrn-programa
           MOVE 'PROMESAS' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-promesa TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.

       LISTAR-VIGENTES.
           MOVE ZERO TO PROMESAS-LISTADAS
           MOVE 'N' TO FIN-PROMESAS
           MOVE LOW-VALUES TO prom-clave
           START promesas KEY IS NOT LESS THAN prom-clave
               INVALID KEY
                   SET NO-HAY-MAS-PROMESAS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-PROMESAS
               READ promesas NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PROMESAS TO TRUE
                   NOT AT END
                       IF PROMESA-VIGENTE
                           ADD 1 TO PROMESAS-LISTADAS
                           MOVE prom-importe TO IMPORTE-EDITADO
                           MOVE prom-pagado TO PAGADO-EDITADO
                           DISPLAY 'CLI ' prom-cliente ' '
                               prom-fecha-alta ' HASTA '
                               prom-fecha-promesa ' '
                               IMPORTE-EDITADO ' PAGADO '
                               PAGADO-EDITADO ' ' prom-operador
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'PROMESAS VIGENTES: ' PROMESAS-LISTADAS.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-PROMESA' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'MANT-PROMESA' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-PROMESA' TO l-sel-programa
           MOVE 'PROMESAS.DAT' TO l-sel-archivo
           MOVE version-promesas TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
