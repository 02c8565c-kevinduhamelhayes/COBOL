       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-DOCUMENTO.
       AUTHOR. Ejemplo.
      * Mantenimiento del registro de documentos de identidad
      * DOCUMENTOS.DAT, en el molde de MANT-DOMICILIO: por el ID del
      * cliente lista sus documentos (uno por tipo) y permite alta,
      * modificacion y baja, con confirmacion antes de grabar y el
      * antes y despues en el diario de imagenes via BITACORA. Un
      * documento vale mientras su vencimiento no sea anterior a la
      * fecha de proceso; si el cliente estaba restringido (R) por
      * no tener ninguno vigente, grabar uno vigente lo devuelve a
      * activo en el acto, sin esperar al control nocturno.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT documentos ASSIGN TO 'DOCUMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS doc-clave
               FILE STATUS IS fs-documentos.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  documentos.
           COPY DOCUMENTO.
       FD  clientes.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01 fs-documentos PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 CLIENTE-BUSCADO PIC 9(6).
       01 FECHA-PROCESO PIC 9(8).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-MODIFICAR VALUE 'M' 'm'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-DOCUMENTOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-DOCUMENTOS VALUE 'S'.
       01 TIPO-ENTRADA PIC X(3).
           88 TIPO-VALIDO VALUE 'DNI' 'PAS' 'CI ' 'LE ' 'LC '.
       01 DOCUMENTOS-CLIENTE PIC 9(2) VALUE ZERO.
       01 DOCUMENTOS-VIGENTES PIC 9(2) VALUE ZERO.
       01 FECHA-VALIDA PIC X VALUE 'N'.
           88 FECHA-OK VALUE 'S'.
       01 FECHA-LEIDA PIC 9(8).
       01 ENTRADA-TEXTO PIC X(30).
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 IMAGEN-POSTERIOR PIC X(120) VALUE SPACES.
           COPY FPRPARM.
           COPY VALPARM.
           COPY JRNPARM.
           COPY NOTPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'MANT-DOCUMENTO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM ABRIR-DOCUMENTOS
           OPEN I-O clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT, STATUS='
                   fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SESION-TERMINADA
               DISPLAY 'INGRESE EL ID DE CLIENTE (0 PARA TERMINAR): '
               ACCEPT CLIENTE-BUSCADO
               IF CLIENTE-BUSCADO = ZERO
                   SET SESION-TERMINADA TO TRUE
               ELSE
                   PERFORM PROCESAR-CLIENTE
               END-IF
           END-PERFORM
           CLOSE documentos
           CLOSE clientes
           STOP RUN.

       ABRIR-DOCUMENTOS.
           OPEN I-O documentos
           IF fs-documentos = '35'
               OPEN OUTPUT documentos
               CLOSE documentos
               OPEN I-O documentos
           END-IF
           IF fs-documentos NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR DOCUMENTOS.DAT, STATUS='
                   fs-documentos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESAR-CLIENTE.
           MOVE CLIENTE-BUSCADO TO cliente-id-fd
           READ clientes
               INVALID KEY
                   DISPLAY 'NO EXISTE UN CLIENTE CON EL ID '
                       CLIENTE-BUSCADO
               NOT INVALID KEY
                   MOVE cliente-id-fd TO l-not-cliente
                   PERFORM AVISAR-NOTAS
                   DISPLAY 'CLIENTE ' cliente-id-fd ': '
                       nombre-fd ' ' apellido-fd
                       ' ESTADO ' cliente-estado
                   PERFORM LISTAR-DOCUMENTOS
                   PERFORM PEDIR-ACCION
                   EVALUATE TRUE
                       WHEN ACCION-ALTA
                           PERFORM ALTA-DOCUMENTO
                       WHEN ACCION-MODIFICAR
                           PERFORM MODIFICAR-DOCUMENTO
                       WHEN ACCION-BAJA
                           PERFORM BAJA-DOCUMENTO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      * Recorre los documentos del cliente (la clave empieza por el
      * ID del cliente) contando los vigentes a la fecha de proceso.
       LISTAR-DOCUMENTOS.
           MOVE ZERO TO DOCUMENTOS-CLIENTE
           MOVE ZERO TO DOCUMENTOS-VIGENTES
           MOVE 'N' TO FIN-DOCUMENTOS
           MOVE CLIENTE-BUSCADO TO doc-cliente
           MOVE LOW-VALUES TO doc-tipo
           START documentos KEY IS NOT LESS THAN doc-clave
               INVALID KEY
                   SET NO-HAY-MAS-DOCUMENTOS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-DOCUMENTOS
               READ documentos NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-DOCUMENTOS TO TRUE
                   NOT AT END
                       IF doc-cliente NOT = CLIENTE-BUSCADO
                           SET NO-HAY-MAS-DOCUMENTOS TO TRUE
                       ELSE
                           ADD 1 TO DOCUMENTOS-CLIENTE
                           PERFORM MOSTRAR-DOCUMENTO
                           IF doc-vencimiento >= FECHA-PROCESO
                               ADD 1 TO DOCUMENTOS-VIGENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF DOCUMENTOS-CLIENTE = ZERO
               DISPLAY 'EL CLIENTE NO TIENE DOCUMENTOS CARGADOS.'
           ELSE
               DISPLAY DOCUMENTOS-CLIENTE ' DOCUMENTOS, '
                   DOCUMENTOS-VIGENTES ' VIGENTES.'
           END-IF.

       MOSTRAR-DOCUMENTO.
           IF doc-vencimiento >= FECHA-PROCESO
               DISPLAY '  ' doc-tipo ' ' doc-numero ' ' doc-pais
                   ' EMITIDO ' doc-emision ' VENCE ' doc-vencimiento
           ELSE
               DISPLAY '  ' doc-tipo ' ' doc-numero ' ' doc-pais
                   ' EMITIDO ' doc-emision ' VENCE ' doc-vencimiento
                   ' VENCIDO'
           END-IF.

       PEDIR-ACCION.
           MOVE SPACE TO ACCION
           PERFORM UNTIL ACCION-ALTA OR ACCION-MODIFICAR
                   OR ACCION-BAJA OR ACCION-SALIR
               DISPLAY 'ACCION (A=ALTA M=MODIFICAR B=BAJA '
                   'S=SALIR): '
               ACCEPT ACCION
               IF NOT (ACCION-ALTA OR ACCION-MODIFICAR
                       OR ACCION-BAJA OR ACCION-SALIR)
                   DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
               END-IF
           END-PERFORM.

       PEDIR-TIPO.
           MOVE SPACES TO TIPO-ENTRADA
           PERFORM UNTIL TIPO-VALIDO
               DISPLAY 'TIPO DE DOCUMENTO (DNI PAS CI LE LC): '
               ACCEPT TIPO-ENTRADA
               IF NOT TIPO-VALIDO
                   DISPLAY 'TIPO NO RECONOCIDO: ' TIPO-ENTRADA
               END-IF
           END-PERFORM
           MOVE CLIENTE-BUSCADO TO doc-cliente
           MOVE TIPO-ENTRADA TO doc-tipo.

      * Un cliente tiene un documento por tipo: el alta de un tipo
      * que ya tiene se rechaza (se modifica el existente).
       ALTA-DOCUMENTO.
           PERFORM PEDIR-TIPO
           READ documentos
               INVALID KEY
                   PERFORM CARGAR-DOCUMENTO-NUEVO
               NOT INVALID KEY
                   DISPLAY 'EL CLIENTE YA TIENE UN ' doc-tipo
                       ' CARGADO; USE M PARA MODIFICARLO.'
           END-READ.

       CARGAR-DOCUMENTO-NUEVO.
           MOVE SPACES TO registro-documento
           MOVE CLIENTE-BUSCADO TO doc-cliente
           MOVE TIPO-ENTRADA TO doc-tipo
           PERFORM UNTIL doc-numero NOT = SPACES
               DISPLAY 'NUMERO DE DOCUMENTO: '
               ACCEPT doc-numero
               IF doc-numero = SPACES
                   DISPLAY 'EL NUMERO NO PUEDE ESTAR EN BLANCO.'
               END-IF
           END-PERFORM
           PERFORM UNTIL doc-pais NOT = SPACES
               DISPLAY 'PAIS EMISOR (3 LETRAS): '
               ACCEPT doc-pais
               IF doc-pais = SPACES
                   DISPLAY 'EL PAIS NO PUEDE ESTAR EN BLANCO.'
               END-IF
           END-PERFORM
           PERFORM PEDIR-EMISION
           PERFORM PEDIR-VENCIMIENTO
           DISPLAY 'EL DOCUMENTO QUEDARIA ASI:'
           PERFORM MOSTRAR-DOCUMENTO
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL ALTA (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE SPACES TO IMAGEN-POSTERIOR
               MOVE registro-documento TO IMAGEN-POSTERIOR
               MOVE 'ALTA' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA
               WRITE registro-documento
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL DOCUMENTO, STATUS='
                           fs-documentos
               END-WRITE
               IF fs-documentos = '00'
                   DISPLAY 'DOCUMENTO CARGADO.'
                   PERFORM LEVANTAR-RESTRICCION
               END-IF
           ELSE
               DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
           END-IF.

      * La emision no puede ser posterior a la fecha de proceso.
       PEDIR-EMISION.
           MOVE 'N' TO FECHA-VALIDA
           PERFORM UNTIL FECHA-OK
               DISPLAY 'FECHA DE EMISION (AAAAMMDD): '
               PERFORM LEER-FECHA
               IF FECHA-OK AND FECHA-LEIDA > FECHA-PROCESO
                   DISPLAY 'LA EMISION NO PUEDE SER FUTURA.'
                   MOVE 'N' TO FECHA-VALIDA
               END-IF
           END-PERFORM
           MOVE FECHA-LEIDA TO doc-emision.

      * El vencimiento tiene que ser posterior a la emision; puede
      * estar ya vencido (se registra igual, no cuenta como vigente).
       PEDIR-VENCIMIENTO.
           MOVE 'N' TO FECHA-VALIDA
           PERFORM UNTIL FECHA-OK
               DISPLAY 'FECHA DE VENCIMIENTO (AAAAMMDD): '
               PERFORM LEER-FECHA
               IF FECHA-OK AND FECHA-LEIDA NOT > doc-emision
                   DISPLAY 'EL VENCIMIENTO DEBE SER POSTERIOR A LA '
                       'EMISION.'
                   MOVE 'N' TO FECHA-VALIDA
               END-IF
           END-PERFORM
           MOVE FECHA-LEIDA TO doc-vencimiento.

       LEER-FECHA.
           MOVE 'N' TO FECHA-VALIDA
           MOVE SPACES TO ENTRADA-TEXTO
           ACCEPT ENTRADA-TEXTO
           IF ENTRADA-TEXTO(1:8) NOT NUMERIC
               DISPLAY 'LA FECHA DEBE SER NUMERICA.'
           ELSE
               MOVE ENTRADA-TEXTO(1:8) TO l-val-fecha
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
               IF l-val-status NOT = 0
                   DISPLAY 'FECHA INVALIDA.'
               ELSE
                   MOVE l-val-fecha TO FECHA-LEIDA
                   MOVE 'S' TO FECHA-VALIDA
               END-IF
           END-IF.

      * Pide cada campo por separado; ENTER en blanco deja el valor
      * actual. Recien despues de confirmar se hace el REWRITE.
       MODIFICAR-DOCUMENTO.
           PERFORM PEDIR-TIPO
           READ documentos
               INVALID KEY
                   DISPLAY 'EL CLIENTE NO TIENE UN ' doc-tipo
                       ' CARGADO.'
               NOT INVALID KEY
                   PERFORM CAMBIAR-DOCUMENTO
           END-READ.

       CAMBIAR-DOCUMENTO.
           MOVE SPACES TO IMAGEN-ANTERIOR
           MOVE registro-documento TO IMAGEN-ANTERIOR
           MOVE SPACES TO ENTRADA-TEXTO
           DISPLAY 'NUEVO NUMERO (ENTER PARA DEJAR EL ACTUAL): '
           ACCEPT ENTRADA-TEXTO
           IF ENTRADA-TEXTO NOT = SPACES
               MOVE ENTRADA-TEXTO(1:15) TO doc-numero
           END-IF
           MOVE SPACES TO ENTRADA-TEXTO
           DISPLAY 'NUEVO PAIS EMISOR (ENTER DEJA EL ACTUAL): '
           ACCEPT ENTRADA-TEXTO
           IF ENTRADA-TEXTO NOT = SPACES
               MOVE ENTRADA-TEXTO(1:3) TO doc-pais
           END-IF
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CAMBIA LAS FECHAS DE EMISION Y VENCIMIENTO '
               '(S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               PERFORM PEDIR-EMISION
               PERFORM PEDIR-VENCIMIENTO
           END-IF
           DISPLAY 'EL DOCUMENTO QUEDARIA ASI:'
           PERFORM MOSTRAR-DOCUMENTO
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA MODIFICACION (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-POSTERIOR
               MOVE registro-documento TO IMAGEN-POSTERIOR
               MOVE 'MODIF' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA
               REWRITE registro-documento
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL DOCUMENTO '
                           doc-tipo ' DEL CLIENTE ' doc-cliente
               END-REWRITE
               IF fs-documentos = '00'
                   DISPLAY 'DOCUMENTO MODIFICADO.'
                   PERFORM LEVANTAR-RESTRICCION
               END-IF
           ELSE
               DISPLAY 'MODIFICACION CANCELADA, NO SE GRABO NADA.'
           END-IF.

      * La baja del ultimo documento vigente se permite (un error
      * de carga se tiene que poder corregir), con el aviso de que
      * el control nocturno va a restringir al cliente.
       BAJA-DOCUMENTO.
           PERFORM PEDIR-TIPO
           READ documentos
               INVALID KEY
                   DISPLAY 'EL CLIENTE NO TIENE UN ' doc-tipo
                       ' CARGADO.'
               NOT INVALID KEY
                   PERFORM BORRAR-DOCUMENTO
           END-READ.

       BORRAR-DOCUMENTO.
           IF doc-vencimiento >= FECHA-PROCESO
               AND DOCUMENTOS-VIGENTES = 1
               DISPLAY 'ES EL UNICO DOCUMENTO VIGENTE: SIN EL, EL '
                   'CLIENTE QUEDA RESTRINGIDO ESTA NOCHE.'
           END-IF
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA BAJA DEL DOCUMENTO (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE registro-documento TO IMAGEN-ANTERIOR
               MOVE SPACES TO IMAGEN-POSTERIOR
               MOVE 'BAJA' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA
               DELETE documentos
                   INVALID KEY
                       DISPLAY 'ERROR AL BORRAR EL DOCUMENTO.'
               END-DELETE
               IF fs-documentos = '00'
                   DISPLAY 'DOCUMENTO DADO DE BAJA.'
               END-IF
           ELSE
               DISPLAY 'BAJA CANCELADA, NO SE BORRO NADA.'
           END-IF.

      * Un restringido que acaba de recibir un documento vigente
      * vuelve a activo; el marcado de inactivos lo reevalua de
      * noche como a cualquier otro.
       LEVANTAR-RESTRICCION.
           IF CLIENTE-RESTRINGIDO
               AND doc-vencimiento >= FECHA-PROCESO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE registro-cliente TO IMAGEN-ANTERIOR
               MOVE 'A' TO cliente-estado
               MOVE SPACES TO IMAGEN-POSTERIOR
               MOVE registro-cliente TO IMAGEN-POSTERIOR
               MOVE 'MANT-DOCUMEN' TO l-jrn-programa
               MOVE 'CLIENTES' TO l-jrn-archivo
               MOVE 'MODIF' TO l-jrn-operacion
               MOVE IMAGEN-ANTERIOR TO l-jrn-antes
               MOVE IMAGEN-POSTERIOR TO l-jrn-despues
               PERFORM LLAMAR-BITACORA
               REWRITE registro-cliente
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL CLIENTE '
                           cliente-id-fd
               END-REWRITE
               IF fs-clientes = '00'
                   DISPLAY 'EL CLIENTE DEJA DE ESTAR RESTRINGIDO.'
               END-IF
           END-IF.

       ANOTAR-BITACORA.
           MOVE 'MANT-DOCUMEN' TO l-jrn-programa
           MOVE 'DOCUMENTOS' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE IMAGEN-POSTERIOR TO l-jrn-despues
           PERFORM LLAMAR-BITACORA.

       LLAMAR-BITACORA.
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'NO SE PUDO GRABAR EL DIARIO DE IMAGENES.'
           END-IF.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-DOCUMEN' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-DOCUMENTO' TO l-sel-programa
           MOVE 'DOCUMENTOS.DAT' TO l-sel-archivo
           MOVE version-documentos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
