       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PAGO.
       AUTHOR. Ejemplo.
      * Carga de ordenes de pago a otros bancos PAGOS.DAT, en el
      * molde de MANT-PLAZO: alta de una orden (cliente activo
      * validado contra CLIENTES.DAT, banco, cuenta y nombre del
      * beneficiario, importe por VALNUM, moneda y fecha valor por
      * VALFECHA), consulta, anulacion de lo todavia no enviado y
      * listado. La orden nace cargada y no sale hasta que un
      * supervisor distinto del que la cargo la libera con
      * APRUEBA-PAGO; el debito al cliente y el archivo del banco
      * los arma el paso nocturno GENERA-PAGOS en la fecha valor.
      * El pago deja de hacerse por telefono con el banco y el
      * sistema lo ve antes, no despues.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pagos ASSIGN TO 'PAGOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pag-numero
               FILE STATUS IS fs-pagos.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  pagos.
           COPY PAGOSAL.
       FD  clientes.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
       01 fs-pagos PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 NUMERO-BUSCADO PIC 9(6).
       01 ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-ANULAR VALUE 'X' 'x'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-PAGOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-PAGOS VALUE 'S'.
       01 ENTRADA-TEXTO PIC X(33).
       01 PAGOS-LISTADOS PIC 9(5) VALUE ZERO.
       01 IMPORTE-EDITADO PIC -(7)9.99.
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
      * Cargar pagos es tarea de cualquier operador registrado (nivel
      * 1); el que no figura en OPERADORES.DAT no carga, porque la
      * liberacion depende de saber quien cargo.
           MOVE ws-operador TO l-niv-operador
           MOVE 1 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-PAGO: el operador ' ws-operador
                   ' no esta habilitado para esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM ABRIR-PAGOS
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
                   DISPLAY 'ACCION (A=ALTA C=CONSULTA X=ANULAR '
                       'L=LISTAR S=SALIR): '
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
                       PERFORM ALTA-PAGO
                   WHEN ACCION-CONSULTA
                       PERFORM TRATAR-CONSULTA
                   WHEN ACCION-ANULAR
                       PERFORM TRATAR-ANULACION
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-PAGOS
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE pagos
           CLOSE clientes
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-PAGO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-PAGO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-PAGO: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-PAGOS.
           OPEN I-O pagos
           IF fs-pagos = '35'
               OPEN OUTPUT pagos
               CLOSE pagos
               OPEN I-O pagos
           END-IF
           IF fs-pagos NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PAGOS.DAT, STATUS='
                   fs-pagos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * El numero de orden lo asigna el sistema: el siguiente al
      * mas alto del maestro, como los plazos fijos.
       BUSCAR-ULTIMO-NUMERO.
           MOVE ZERO TO ULTIMO-NUMERO
           MOVE 'N' TO FIN-PAGOS
           MOVE ZEROS TO pag-numero
           START pagos KEY IS NOT LESS THAN pag-numero
               INVALID KEY
                   SET NO-HAY-MAS-PAGOS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-PAGOS
               READ pagos NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PAGOS TO TRUE
                   NOT AT END
                       MOVE pag-numero TO ULTIMO-NUMERO
               END-READ
           END-PERFORM.

       ALTA-PAGO.
           PERFORM BUSCAR-ULTIMO-NUMERO
           IF ULTIMO-NUMERO = 999999
               DISPLAY 'NUMERACION DE PAGOS AGOTADA.'
           ELSE
               MOVE SPACES TO registro-pago
               COMPUTE pag-numero = ULTIMO-NUMERO + 1
               PERFORM PEDIR-CLIENTE
               PERFORM PEDIR-BENEFICIARIO
               PERFORM PEDIR-IMPORTE
               DISPLAY 'MONEDA (ENTER = BASE): '
               ACCEPT pag-moneda
               PERFORM PEDIR-FECHA-VALOR
               MOVE 'C' TO pag-estado
               MOVE ws-operador TO pag-operador-carga
               MOVE SPACES TO pag-operador-libera
               MOVE ZEROS TO pag-fecha-envio
               PERFORM MOSTRAR-PAGO
               MOVE 'N' TO CONFIRMACION
               DISPLAY 'CONFIRMA LA CARGA (S/N)? '
               ACCEPT CONFIRMACION
               IF CONFIRMADO
                   PERFORM GRABAR-PAGO
               ELSE
                   DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
               END-IF
           END-IF.

      * Solo un cliente activo ordena pagos: el bloqueado o
      * fallecido no mueve dinero.
       PEDIR-CLIENTE.
           MOVE ZEROS TO pag-cliente
           PERFORM UNTIL pag-cliente NOT = ZEROS
               DISPLAY 'CLIENTE ORDENANTE (ID): '
               ACCEPT cliente-id-fd
               READ clientes
                   INVALID KEY
                       DISPLAY 'NO EXISTE ESE CLIENTE.'
                   NOT INVALID KEY
                       MOVE cliente-id-fd TO l-not-cliente
                       PERFORM AVISAR-NOTAS
                       IF NOT CLIENTE-ACTIVO
                           DISPLAY 'EL CLIENTE NO ESTA ACTIVO '
                               '(ESTADO ' cliente-estado ').'
                       ELSE
                           DISPLAY 'CLIENTE: ' nombre-fd ' '
                               apellido-fd
                           MOVE cliente-id-fd TO pag-cliente
                       END-IF
               END-READ
           END-PERFORM.

      * Banco y cuenta van tal cual al archivo del banco: ninguno
      * de los tres datos puede quedar en blanco.
       PEDIR-BENEFICIARIO.
           PERFORM UNTIL pag-banco NOT = SPACES
               DISPLAY 'BANCO DEL BENEFICIARIO (CODIGO): '
               ACCEPT pag-banco
           END-PERFORM
           PERFORM UNTIL pag-cuenta NOT = SPACES
               DISPLAY 'CUENTA DEL BENEFICIARIO: '
               ACCEPT pag-cuenta
           END-PERFORM
           PERFORM UNTIL pag-beneficiario NOT = SPACES
               DISPLAY 'NOMBRE DEL BENEFICIARIO: '
               ACCEPT pag-beneficiario
           END-PERFORM.

       PEDIR-IMPORTE.
           MOVE ZEROS TO pag-importe
           PERFORM UNTIL pag-importe NOT = ZEROS
               DISPLAY 'IMPORTE A PAGAR: '
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
                       MOVE l-val-numero TO pag-importe
               END-EVALUATE
           END-PERFORM.

      * La fecha valor no puede ser anterior al dia de proceso: un
      * pago no se ordena con fecha pasada.
       PEDIR-FECHA-VALOR.
           MOVE ZEROS TO pag-fecha-valor
           PERFORM UNTIL pag-fecha-valor NOT = ZEROS
               DISPLAY 'FECHA VALOR (AAAAMMDD): '
               ACCEPT l-val-fecha
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
               IF l-val-status = 0
                   AND l-val-fecha >= FECHA-PROCESO
                   MOVE l-val-fecha TO pag-fecha-valor
               ELSE
                   DISPLAY 'FECHA INVALIDA O ANTERIOR AL DIA DE '
                       'PROCESO ' FECHA-PROCESO '.'
               END-IF
           END-PERFORM.

       GRABAR-PAGO.
           WRITE registro-pago
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR EL PAGO '
                       pag-numero ', STATUS=' fs-pagos
           END-WRITE
           IF fs-pagos = '00'
               MOVE 'MANT-PAGO' TO l-jrn-programa
               MOVE 'PAGOS' TO l-jrn-archivo
               MOVE 'ALTA' TO l-jrn-operacion
               MOVE SPACES TO l-jrn-antes
               MOVE SPACES TO l-jrn-despues
               MOVE registro-pago TO l-jrn-despues
               CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
                   l-jrn-operacion, l-jrn-antes, l-jrn-despues,
                   l-jrn-status
               IF l-jrn-status NOT = 0
                   DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                       'IMAGENES.'
               END-IF
               DISPLAY 'PAGO ' pag-numero ' CARGADO, PENDIENTE DE '
                   'LIBERACION POR UN SUPERVISOR.'
           END-IF.

       TRATAR-CONSULTA.
           DISPLAY 'NUMERO DE PAGO: '
           ACCEPT NUMERO-BUSCADO
           MOVE NUMERO-BUSCADO TO pag-numero
           READ pagos
               INVALID KEY
                   DISPLAY 'NO EXISTE EL PAGO ' NUMERO-BUSCADO
               NOT INVALID KEY
                   PERFORM MOSTRAR-PAGO
           END-READ.

       MOSTRAR-PAGO.
           MOVE pag-importe TO IMPORTE-EDITADO
           DISPLAY 'PAGO        : ' pag-numero
           DISPLAY 'CLIENTE     : ' pag-cliente
           DISPLAY 'BANCO/CUENTA: ' pag-banco ' ' pag-cuenta
           DISPLAY 'BENEFICIARIO: ' pag-beneficiario
           DISPLAY 'IMPORTE     : ' IMPORTE-EDITADO ' ' pag-moneda
           DISPLAY 'FECHA VALOR : ' pag-fecha-valor
           DISPLAY 'ESTADO      : ' pag-estado
               ' (C=CARGADO L=LIBERADO R=RECHAZADO X=ANULADO '
               'E=ENVIADO A=ACREDITADO D=DEVUELTO)'
           DISPLAY 'CARGO/LIBERO: ' pag-operador-carga ' / '
               pag-operador-libera '  ENVIADO: ' pag-fecha-envio.

      * Solo se anula lo que todavia no salio al banco: una orden
      * cargada o liberada. Lo enviado se resuelve con el banco.
       TRATAR-ANULACION.
           DISPLAY 'NUMERO DE PAGO A ANULAR: '
           ACCEPT NUMERO-BUSCADO
           MOVE NUMERO-BUSCADO TO pag-numero
           READ pagos
               INVALID KEY
                   DISPLAY 'NO EXISTE EL PAGO ' NUMERO-BUSCADO
               NOT INVALID KEY
                   IF NOT (PAGO-CARGADO OR PAGO-LIBERADO)
                       DISPLAY 'EL PAGO NO SE PUEDE ANULAR EN '
                           'ESTADO ' pag-estado '.'
                   ELSE
                       PERFORM ANULAR-PAGO
                   END-IF
           END-READ.

       ANULAR-PAGO.
           PERFORM MOSTRAR-PAGO
           MOVE SPACES TO IMAGEN-ANTERIOR
           MOVE registro-pago TO IMAGEN-ANTERIOR
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA ANULACION (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE 'X' TO pag-estado
               MOVE 'MANT-PAGO' TO l-jrn-programa
               MOVE 'PAGOS' TO l-jrn-archivo
               MOVE 'MODIF' TO l-jrn-operacion
               MOVE IMAGEN-ANTERIOR TO l-jrn-antes
               MOVE SPACES TO l-jrn-despues
               MOVE registro-pago TO l-jrn-despues
               CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
                   l-jrn-operacion, l-jrn-antes, l-jrn-despues,
                   l-jrn-status
               REWRITE registro-pago
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL PAGO '
                           pag-numero
               END-REWRITE
               IF fs-pagos = '00'
                   DISPLAY 'PAGO ' pag-numero ' ANULADO.'
               END-IF
           ELSE
               DISPLAY 'ANULACION CANCELADA, NO SE GRABO NADA.'
           END-IF.

       LISTAR-PAGOS.
           MOVE ZERO TO PAGOS-LISTADOS
           MOVE 'N' TO FIN-PAGOS
           MOVE ZEROS TO pag-numero
           START pagos KEY IS NOT LESS THAN pag-numero
               INVALID KEY
                   SET NO-HAY-MAS-PAGOS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-PAGOS
               READ pagos NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PAGOS TO TRUE
                   NOT AT END
                       ADD 1 TO PAGOS-LISTADOS
                       MOVE pag-importe TO IMPORTE-EDITADO
                       DISPLAY pag-numero ' CLI ' pag-cliente
                           ' ' IMPORTE-EDITADO ' ' pag-moneda
                           ' VALOR ' pag-fecha-valor ' '
                           pag-estado ' ' pag-beneficiario
               END-READ
           END-PERFORM
           DISPLAY 'PAGOS EN EL MAESTRO: ' PAGOS-LISTADOS.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-PAGO' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-PAGO' TO l-sel-programa
           MOVE 'PAGOS.DAT' TO l-sel-archivo
           MOVE version-pagos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
