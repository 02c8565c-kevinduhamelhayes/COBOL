       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-MANDATO.
       AUTHOR. Ejemplo.
      * Mantenimiento del maestro de mandatos de debito directo
      * MANDATOS.DAT, en el molde de MANT-ORDEN: alta de un mandato
      * (empresa facturadora validada contra el directorio
      * COMPANIAS.DAT, referencia del cliente en la empresa, cliente
      * activo validado contra CLIENTES.DAT, importe maximo por
      * cobro por VALNUM, vigencia por VALFECHA), modificacion de
      * maximo, vigencia y estado, revocacion y listado. El paso
      * nocturno COBRA-DEBITOS acepta un cobro de la empresa solo
      * contra un mandato activo de este maestro. Cada alta y cada
      * cambio dejan su antes y despues en el diario de imagenes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT mandatos ASSIGN TO 'MANDATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS man-clave
               FILE STATUS IS fs-mandatos.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT companias ASSIGN TO 'COMPANIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS comp-codigo
               FILE STATUS IS fs-companias.

       DATA DIVISION.
       FILE SECTION.
       FD  mandatos.
           COPY MANDATO.
       FD  clientes.
           COPY CLIENTE.
       FD  companias.
           COPY COMPANIA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
       01 fs-mandatos PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 fs-companias PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 CLAVE-BUSCADA.
           05 COMPANIA-BUSCADA PIC X(6).
           05 REFERENCIA-BUSCADA PIC X(20).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-MODIFICAR VALUE 'M' 'm'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-MANDATOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-MANDATOS VALUE 'S'.
       01 ESTADO-NUEVO PIC X VALUE SPACE.
           88 ESTADO-VALIDO VALUE 'A' 'S'.
       01 ENTRADA-TEXTO PIC X(33).
       01 MANDATOS-LISTADOS PIC 9(5) VALUE ZERO.
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
      * Un mandato autoriza a un tercero a debitar la cuenta: lo
      * carga un operador senior (nivel 2) en adelante.
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-MANDATO: el operador ' ws-operador
                   ' no esta habilitado para esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM ABRIR-MANDATOS
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT, STATUS='
                   fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT companias
           IF fs-companias NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR COMPANIAS.DAT, STATUS='
                   fs-companias
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-MODIFICAR
                       OR ACCION-BAJA OR ACCION-LISTAR
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (A=ALTA M=MODIFICAR B=REVOCAR '
                       'L=LISTAR S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-MODIFICAR
                           OR ACCION-BAJA OR ACCION-LISTAR
                           OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR
                           ACCION-MODIFICAR OR ACCION-BAJA)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-MANDATO
                   WHEN ACCION-MODIFICAR
                       PERFORM TRATAR-MODIFICACION
                   WHEN ACCION-BAJA
                       PERFORM TRATAR-BAJA
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-MANDATOS
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE mandatos
           CLOSE clientes
           CLOSE companias
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-MANDATO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-MANDATO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-MANDATO: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-MANDATOS.
           OPEN I-O mandatos
           IF fs-mandatos = '35'
               OPEN OUTPUT mandatos
               CLOSE mandatos
               OPEN I-O mandatos
           END-IF
           IF fs-mandatos NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR MANDATOS.DAT, STATUS='
                   fs-mandatos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * La clave del mandato es la empresa mas la referencia con
      * que la empresa manda el cobro; la empresa tiene que estar
      * en el directorio de COMPANIAS.DAT.
       PEDIR-CLAVE.
           MOVE SPACES TO CLAVE-BUSCADA
           PERFORM UNTIL COMPANIA-BUSCADA NOT = SPACES
               DISPLAY 'EMPRESA FACTURADORA (CODIGO): '
               ACCEPT COMPANIA-BUSCADA
               MOVE COMPANIA-BUSCADA TO comp-codigo
               READ companias
                   INVALID KEY
                       DISPLAY 'LA EMPRESA NO ESTA EN EL '
                           'DIRECTORIO DE COMPANIAS.'
                       MOVE SPACES TO COMPANIA-BUSCADA
                   NOT INVALID KEY
                       DISPLAY 'EMPRESA: ' comp-nombre
               END-READ
           END-PERFORM
           PERFORM UNTIL REFERENCIA-BUSCADA NOT = SPACES
               DISPLAY 'REFERENCIA DEL CLIENTE EN LA EMPRESA: '
               ACCEPT REFERENCIA-BUSCADA
           END-PERFORM.

       ALTA-MANDATO.
           PERFORM PEDIR-CLAVE
           MOVE CLAVE-BUSCADA TO man-clave
           READ mandatos
               INVALID KEY
                   PERFORM CARGAR-DATOS-ALTA
               NOT INVALID KEY
                   DISPLAY 'YA EXISTE EL MANDATO ' man-compania
                       ' ' man-referencia ' DEL CLIENTE '
                       man-cliente
                   DISPLAY 'NO SE AGREGA EL REGISTRO.'
           END-READ.

       CARGAR-DATOS-ALTA.
           MOVE SPACES TO registro-mandato
           MOVE CLAVE-BUSCADA TO man-clave
           PERFORM PEDIR-CLIENTE
           PERFORM PEDIR-MAXIMO
           PERFORM PEDIR-VIGENCIA
           MOVE 'A' TO man-estado
           MOVE ws-operador TO man-operador
           MOVE FECHA-PROCESO TO man-fecha-alta
           MOVE ZEROS TO man-ult-cobro
           MOVE ZEROS TO man-ult-importe
           PERFORM MOSTRAR-MANDATO
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL ALTA (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               WRITE registro-mandato
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL MANDATO, STATUS='
                           fs-mandatos
               END-WRITE
               IF fs-mandatos = '00'
                   MOVE 'ALTA' TO l-jrn-operacion
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   PERFORM ANOTAR-BITACORA
                   DISPLAY 'MANDATO ' man-compania ' '
                       man-referencia ' AGREGADO.'
               END-IF
           ELSE
               DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
           END-IF.

      * Solo un cliente activo firma un mandato.
       PEDIR-CLIENTE.
           MOVE ZEROS TO man-cliente
           PERFORM UNTIL man-cliente NOT = ZEROS
               DISPLAY 'CLIENTE (ID): '
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
                           MOVE cliente-id-fd TO man-cliente
                       END-IF
               END-READ
           END-PERFORM.

       PEDIR-MAXIMO.
           MOVE ZEROS TO man-maximo
           PERFORM UNTIL man-maximo NOT = ZEROS
               DISPLAY 'IMPORTE MAXIMO POR COBRO: '
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
                       MOVE l-val-numero TO man-maximo
               END-EVALUATE
           END-PERFORM.

       PEDIR-VIGENCIA.
           MOVE ZEROS TO man-desde
           PERFORM UNTIL man-desde NOT = ZEROS
               DISPLAY 'VIGENTE DESDE (AAAAMMDD): '
               ACCEPT l-val-fecha
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
               IF l-val-status = 0
                   MOVE l-val-fecha TO man-desde
               ELSE
                   DISPLAY 'FECHA INVALIDA.'
               END-IF
           END-PERFORM
           MOVE ZEROS TO man-hasta
           PERFORM UNTIL man-hasta NOT = ZEROS
               DISPLAY 'VIGENTE HASTA (AAAAMMDD): '
               ACCEPT l-val-fecha
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
               IF l-val-status = 0
                   AND l-val-fecha >= man-desde
                   MOVE l-val-fecha TO man-hasta
               ELSE
                   DISPLAY 'FECHA INVALIDA O ANTERIOR AL DESDE.'
               END-IF
           END-PERFORM.

      * El estado se cambia entre activo y suspendido; la
      * revocacion es la baja, y un mandato revocado no se reactiva
      * (se da de alta uno nuevo).
       PEDIR-ESTADO.
           MOVE SPACE TO ESTADO-NUEVO
           PERFORM UNTIL ESTADO-VALIDO
               DISPLAY 'ESTADO (A=ACTIVO S=SUSPENDIDO): '
               ACCEPT ESTADO-NUEVO
               IF NOT ESTADO-VALIDO
                   DISPLAY 'EL ESTADO DEBE SER A O S.'
               END-IF
           END-PERFORM
           MOVE ESTADO-NUEVO TO man-estado.

       TRATAR-MODIFICACION.
           PERFORM PEDIR-CLAVE
           MOVE CLAVE-BUSCADA TO man-clave
           READ mandatos
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE MANDATO.'
               NOT INVALID KEY
                   PERFORM MOSTRAR-MANDATO
                   IF MANDATO-REVOCADO
                       DISPLAY 'EL MANDATO ESTA REVOCADO: NO SE '
                           'MODIFICA.'
                   ELSE
                       PERFORM MODIFICAR-MANDATO
                   END-IF
           END-READ.

       MOSTRAR-MANDATO.
           MOVE man-maximo TO IMPORTE-EDITADO
           DISPLAY 'EMPRESA    : ' man-compania
           DISPLAY 'REFERENCIA : ' man-referencia
           DISPLAY 'CLIENTE    : ' man-cliente
           DISPLAY 'MAXIMO     : ' IMPORTE-EDITADO
           DISPLAY 'VIGENCIA   : ' man-desde ' A ' man-hasta
           DISPLAY 'ESTADO     : ' man-estado
               ' (A=ACTIVO S=SUSPENDIDO R=REVOCADO)'
           DISPLAY 'ALTA       : ' man-fecha-alta ' POR '
               man-operador
           MOVE man-ult-importe TO IMPORTE-EDITADO
           DISPLAY 'ULT COBRO  : ' man-ult-cobro ' '
               IMPORTE-EDITADO.

      * La modificacion repide maximo, vigencia y estado (el
      * cliente de un mandato no se cambia: se revoca y se da de
      * alta otro).
       MODIFICAR-MANDATO.
           MOVE SPACES TO IMAGEN-ANTERIOR
           MOVE registro-mandato TO IMAGEN-ANTERIOR
           PERFORM PEDIR-MAXIMO
           PERFORM PEDIR-VIGENCIA
           PERFORM PEDIR-ESTADO
           DISPLAY 'EL REGISTRO QUEDARIA ASI:'
           PERFORM MOSTRAR-MANDATO
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA MODIFICACION (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               PERFORM REGRABAR-MANDATO
               IF fs-mandatos = '00'
                   DISPLAY 'MANDATO MODIFICADO.'
               END-IF
           ELSE
               DISPLAY 'MODIFICACION CANCELADA, NO SE GRABO NADA.'
           END-IF.

      * La baja no borra el registro: lo deja revocado, para que el
      * cobro que la empresa siga mandando se rechace con el motivo
      * correcto y no como un mandato inexistente.
       TRATAR-BAJA.
           PERFORM PEDIR-CLAVE
           MOVE CLAVE-BUSCADA TO man-clave
           READ mandatos
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE MANDATO.'
               NOT INVALID KEY
                   PERFORM MOSTRAR-MANDATO
                   IF MANDATO-REVOCADO
                       DISPLAY 'EL MANDATO YA ESTA REVOCADO.'
                   ELSE
                       MOVE 'N' TO CONFIRMACION
                       DISPLAY 'CONFIRMA LA REVOCACION (S/N)? '
                       ACCEPT CONFIRMACION
                       IF CONFIRMADO
                           MOVE SPACES TO IMAGEN-ANTERIOR
                           MOVE registro-mandato TO IMAGEN-ANTERIOR
                           MOVE 'R' TO man-estado
                           PERFORM REGRABAR-MANDATO
                           IF fs-mandatos = '00'
                               DISPLAY 'MANDATO REVOCADO.'
                           END-IF
                       ELSE
                           DISPLAY 'REVOCACION CANCELADA, NO SE '
                               'GRABO NADA.'
                       END-IF
                   END-IF
           END-READ.

       REGRABAR-MANDATO.
           REWRITE registro-mandato
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR EL MANDATO, STATUS='
                       fs-mandatos
           END-REWRITE
           IF fs-mandatos = '00'
               MOVE 'MODIF' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA
           END-IF.

       ANOTAR-BITACORA.
           MOVE 'MANT-MANDATO' TO l-jrn-programa
           MOVE 'MANDATOS' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-mandato TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.

       LISTAR-MANDATOS.
           MOVE ZERO TO MANDATOS-LISTADOS
           MOVE 'N' TO FIN-MANDATOS
           MOVE LOW-VALUES TO man-clave
           START mandatos KEY IS NOT LESS THAN man-clave
               INVALID KEY
                   SET NO-HAY-MAS-MANDATOS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-MANDATOS
               READ mandatos NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-MANDATOS TO TRUE
                   NOT AT END
                       ADD 1 TO MANDATOS-LISTADOS
                       MOVE man-maximo TO IMPORTE-EDITADO
                       DISPLAY man-compania ' ' man-referencia
                           ' CLI ' man-cliente ' MAX '
                           IMPORTE-EDITADO ' ' man-estado ' '
                           man-desde '-' man-hasta
               END-READ
           END-PERFORM
           DISPLAY 'MANDATOS EN EL MAESTRO: ' MANDATOS-LISTADOS.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-MANDATO' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-MANDATO' TO l-sel-programa
           MOVE 'MANDATOS.DAT' TO l-sel-archivo
           MOVE version-mandatos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'COMPANIAS.DAT' TO l-sel-archivo
           MOVE version-companias TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
