      * vieja sin cobrar, y con la ultima cobrada el prestamo queda
      * cancelado. La linea de negocio que se llevaba en fichas
      * entra al sistema.
      * Un prestamo de capital mayor a PRESTAMO-MONTO-GARANTE
      * (500000.00 si no se informa) no se da de alta sin un
      * garante: otro cliente del maestro, cuya cuenta opere, que
      * queda vinculado al prestamo en RELACIONES.DAT desde la
      * fecha de inicio. Los cambios de garante van por
      * MANT-RELACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cuotas-nuevo ASSIGN TO 'CUOTAS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas-nuevo.
           SELECT relaciones ASSIGN TO 'RELACIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rel-clave
               FILE STATUS IS fs-relaciones.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  cuotas-nuevo.
       01  registro-cuota-nuevo PIC X(77).
       FD  relaciones.
           COPY RELACION.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
           COPY PARPARM.
           COPY VALPARM.
           COPY NOTPARM.
           COPY FPRPARM.
           COPY JRNPARM.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-relaciones      PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-cuotas-nuevo    PIC XX VALUE '00'.
       01  numero-buscado     PIC 9(5).
       01  entrada-texto      PIC X(15).
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  fecha-proceso      PIC 9(8).
       01  parametro-texto    PIC X(15) VALUE SPACES.

      * Capital a partir del cual el prestamo exige garante, y el
      * garante tomado en el alta (cero = ninguno).
       01  monto-garante      PIC S9(9)V99 VALUE 500000.00.
       01  garante-id         PIC 9(6) VALUE ZEROS.
       01  fin-garante        PIC X VALUE 'N'.
           88  GARANTE-TERMINADO VALUE 'S'.

      * Armado del plan de cuotas del alta.
       01  saldo-pendiente    PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE 'PRESTAMO-MONTO-GARANTE' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(parametro-texto) = 0
               COMPUTE monto-garante =
                   FUNCTION NUMVAL(parametro-texto)
           END-IF
           PERFORM ABRIR-PRESTAMOS
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO accion
               PERFORM UNTIL ACCION-ALTA OR ACCION-CONSULTA
                   ACCEPT accion
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR ACCION-PAGO)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-PRESTAMO
                   WHEN ACCION-CONSULTA
           CLOSE clientes
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-PRESTAMO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-PRESTAMO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-PRESTAMO: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-PRESTAMOS.
           OPEN I-O prestamos
           IF fs-prestamos = '35'
                   INVALID KEY
                       DISPLAY 'NO EXISTE ESE CLIENTE.'
                   NOT INVALID KEY
                       MOVE cliente-id-fd TO l-not-cliente
                       PERFORM AVISAR-NOTAS
                       DISPLAY 'CLIENTE: ' nombre-fd ' '
                           apellido-fd
                       MOVE cliente-id-fd TO pre-cliente
               END-IF
           END-PERFORM
           MOVE 'V' TO pre-estado
           MOVE ZEROS TO garante-id
           IF pre-capital > monto-garante
               PERFORM PEDIR-GARANTE
           END-IF
           IF pre-capital > monto-garante AND garante-id = ZEROS
               MOVE monto-garante TO importe-editado
               DISPLAY 'SIN GARANTE NO SE DA DE ALTA UN PRESTAMO '
                   'DE MAS DE ' importe-editado '.'
               DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
           ELSE
               PERFORM CONFIRMAR-ALTA
           END-IF.

       CONFIRMAR-ALTA.
           MOVE 'N' TO confirmacion
           DISPLAY 'CONFIRMA EL ALTA Y LA GENERACION DEL PLAN '
               '(S/N)? '
               END-WRITE
               IF fs-prestamos = '00'
                   PERFORM GENERAR-PLAN
                   IF garante-id NOT = ZEROS
                       PERFORM GRABAR-GARANTE
                   END-IF
                   DISPLAY 'PRESTAMO ' pre-numero ' DADO DE ALTA '
                       'CON SU PLAN DE ' pre-plazo ' CUOTAS.'
               END-IF
               DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
           END-IF.

      * El garante es otro cliente cuya cuenta opera (activa o
      * restringida); ID en blanco o cero abandona el alta.
       PEDIR-GARANTE.
           MOVE 'N' TO fin-garante
           PERFORM UNTIL GARANTE-TERMINADO
               MOVE ZEROS TO garante-id
               DISPLAY 'EL CAPITAL EXIGE GARANTE. ID DEL GARANTE '
                   '(ENTER ABANDONA EL ALTA): '
               ACCEPT garante-id
               EVALUATE TRUE
                   WHEN garante-id = ZEROS
                       SET GARANTE-TERMINADO TO TRUE
                   WHEN garante-id = pre-cliente
                       DISPLAY 'EL DEUDOR NO PUEDE SER SU PROPIO '
                           'GARANTE.'
                   WHEN OTHER
                       PERFORM VALIDAR-GARANTE
               END-EVALUATE
           END-PERFORM.

       VALIDAR-GARANTE.
           MOVE garante-id TO cliente-id-fd
           READ clientes
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE CLIENTE.'
               NOT INVALID KEY
                   IF NOT (CLIENTE-ACTIVO OR CLIENTE-RESTRINGIDO)
                       DISPLAY 'LA CUENTA DEL GARANTE NO OPERA '
                           '(ESTADO ' cliente-estado ').'
                   ELSE
                       DISPLAY 'GARANTE: ' nombre-fd ' '
                           apellido-fd
                       SET GARANTE-TERMINADO TO TRUE
                   END-IF
           END-READ.

      * La garantia rige desde el inicio del prestamo, sin fecha
      * de baja, con su alta en el diario de imagenes.
       GRABAR-GARANTE.
           OPEN I-O relaciones
           IF fs-relaciones = '35'
               OPEN OUTPUT relaciones
               CLOSE relaciones
               OPEN I-O relaciones
           END-IF
           IF fs-relaciones NOT = '00'
               DISPLAY 'MANT-PRESTAMO: no se pudo abrir '
                   'RELACIONES.DAT, status=' fs-relaciones
                   '; cargue el garante por MANT-RELACION.'
           ELSE
               MOVE SPACES TO registro-relacion
               MOVE pre-cliente TO rel-cliente
               MOVE 'GARA' TO rel-tipo
               MOVE garante-id TO rel-relacionado
               MOVE pre-numero TO rel-prestamo
               MOVE pre-fecha-inicio TO rel-desde
               MOVE ZEROS TO rel-hasta
               MOVE ws-operador TO rel-operador
               MOVE fecha-proceso TO rel-fecha-alta
               MOVE ZEROS TO rel-aviso-mora
               WRITE registro-relacion
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL GARANTE, status='
                           fs-relaciones
               END-WRITE
               IF fs-relaciones = '00'
                   MOVE 'MANT-PRESTAM' TO l-jrn-programa
                   MOVE 'RELACIONES' TO l-jrn-archivo
                   MOVE 'ALTA' TO l-jrn-operacion
                   MOVE SPACES TO l-jrn-antes
                   MOVE SPACES TO l-jrn-despues
                   MOVE registro-relacion TO l-jrn-despues
                   CALL 'BITACORA' USING l-jrn-programa,
                       l-jrn-archivo, l-jrn-operacion, l-jrn-antes,
                       l-jrn-despues, l-jrn-status
                   IF l-jrn-status NOT = 0
                       DISPLAY 'MANT-PRESTAMO: no se pudo grabar el '
                           'diario de imagenes.'
                   END-IF
               END-IF
               CLOSE relaciones
           END-IF.

      * Plan frances simplificado del shop: capital parejo por
      * cuota mas el interes del mes sobre el saldo pendiente
      * (tasa anual / 12). La ultima cuota arrastra el redondeo
               MOVE interes-cuota TO cuo-interes
               MOVE capital-cuota TO cuo-capital
               MOVE 'P' TO cuo-estado
               MOVE ZERO TO cuo-cobrado
               MOVE ZEROS TO cuo-recordado
               WRITE registro-cuota
               SUBTRACT capital-cuota FROM saldo-pendiente
           END-PERFORM
                                   ' VTO ' cuo-vencimiento
                                   ' ' importe-editado
                                   ' ESTADO ' cuo-estado
                               IF cuo-estado NOT = 'C'
                                   AND cuo-cobrado NUMERIC
                                   AND cuo-cobrado > ZERO
                                   MOVE cuo-cobrado
                                       TO importe-editado
                                   DISPLAY '          COBRADO EN '
                                       'PARTE: ' importe-editado
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               INVALID KEY
                   DISPLAY 'NO EXISTE EL PRESTAMO ' numero-buscado
               NOT INVALID KEY
      * Un prestamo castigado ya salio de las cuentas a cobrar: lo
      * que pague el cliente entra por el posteo como recupero.
                   IF PRESTAMO-CASTIGADO
                       DISPLAY 'EL PRESTAMO ESTA CASTIGADO: LO QUE '
                           'PAGUE EL CLIENTE ENTRA COMO RECUPERO.'
                   ELSE
                       PERFORM COBRAR-CUOTA
                   END-IF
           END-READ.

       COBRAR-CUOTA.
               AND cuo-estado NOT = 'C'
               IF NOT PAGO-OK
                   MOVE 'C' TO cuo-estado
                   MOVE cuo-importe TO cuo-cobrado
                   SET PAGO-OK TO TRUE
               ELSE
                   ADD 1 TO cuotas-sin-cobrar
               END-IF
           END-IF
           WRITE registro-cuota-nuevo FROM registro-cuota.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-PRESTAM' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'MANT-PRESTAM' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-PRESTAMO' TO l-sel-programa
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'RELACIONES.DAT' TO l-sel-archivo
           MOVE version-relaciones TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
