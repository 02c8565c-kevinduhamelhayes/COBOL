      * despues en el diario de imagenes via BITACORA como los
      * demas maestros indexados. El que embolsa cartas deja de
      * trabajar con una libreta manuscrita.
      * Tambien registra el correo devuelto contra el domicilio
      * (accion D: fecha y motivo, en DEVCORREO.DAT), que retiene
      * extractos, cartas y comprobantes del cliente hasta que haya
      * un domicilio nuevo: al cargar una calle, ciudad o codigo
      * postal distintos la marca se levanta sola.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT devoluciones ASSIGN TO 'DEVCORREO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dev-cliente
               FILE STATUS IS fs-devoluciones.

       DATA DIVISION.
       FILE SECTION.
           COPY DOMICILIO.
       FD  clientes.
           COPY CLIENTE.
       FD  devoluciones.
           COPY DEVCORREO.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01 fs-domicilios PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 fs-devoluciones PIC XX VALUE '00'.
       01 OPERADOR-ID PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 FECHA-TEXTO PIC X(8).
       01 MARCA-DEVOLUCION PIC X VALUE 'N'.
           88 CORREO-DEVUELTO VALUE 'S'.
       01 DOMICILIO-ANTERIOR.
           05 ANT-CALLE PIC X(30).
           05 ANT-CIUDAD PIC X(20).
           05 ANT-CODPOSTAL PIC X(08).
       01 CLIENTE-BUSCADO PIC 9(6).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-MODIFICAR VALUE 'M' 'm'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-DEVUELTO VALUE 'D' 'd'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 IMAGEN-POSTERIOR PIC X(120) VALUE SPACES.
           COPY JRNPARM.
           COPY FPRPARM.
           COPY VALPARM.
           COPY NOTPARM.
           COPY VENPARM.
       01 MODO-VENTANA PIC X VALUE 'N'.
           88 SOLO-CONSULTA VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT OPERADOR-ID FROM ENVIRONMENT 'OPERADOR-ID'
           IF OPERADOR-ID = SPACES
               MOVE 'NOSIGN' TO OPERADOR-ID
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM ABRIR-DOMICILIOS
           PERFORM ABRIR-DEVOLUCIONES
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT, STATUS='
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               DISPLAY 'INGRESE EL ID DE CLIENTE (0 PARA TERMINAR): '
               ACCEPT CLIENTE-BUSCADO
           END-PERFORM
           CLOSE domicilios
           CLOSE clientes
           CLOSE devoluciones
           STOP RUN.

       ABRIR-DOMICILIOS.
               STOP RUN
           END-IF.

       ABRIR-DEVOLUCIONES.
           OPEN I-O devoluciones
           IF fs-devoluciones = '35'
               OPEN OUTPUT devoluciones
               CLOSE devoluciones
               OPEN I-O devoluciones
           END-IF
           IF fs-devoluciones NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR DEVCORREO.DAT, STATUS='
                   fs-devoluciones
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * se ve el domicilio pero no se carga, modifica, da de baja
      * ni se marca devuelto. Con FORZAR-VENTANA=S un supervisor
      * actualiza igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-DOMICILIO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

      * El cliente tiene que existir en el maestro de clientes; un
      * cliente sin domicilio cargado ofrece el alta directa.
       PROCESAR-CLIENTE.
                   DISPLAY 'NO EXISTE UN CLIENTE CON EL ID '
                       CLIENTE-BUSCADO
               NOT INVALID KEY
                   MOVE cliente-id-fd TO l-not-cliente
                   PERFORM AVISAR-NOTAS
                   DISPLAY 'CLIENTE ' cliente-id-fd ': '
                       nombre-fd ' ' apellido-fd
                   PERFORM TRATAR-DOMICILIO
           READ domicilios
               INVALID KEY
                   DISPLAY 'EL CLIENTE NO TIENE DOMICILIO CARGADO.'
                   IF NOT SOLO-CONSULTA
                       MOVE 'N' TO CONFIRMACION
                       DISPLAY 'CARGARLO AHORA (S/N)? '
                       ACCEPT CONFIRMACION
                       IF CONFIRMADO
                           PERFORM ALTA-DOMICILIO
                       END-IF
                   END-IF
               NOT INVALID KEY
                   PERFORM LEER-DEVOLUCION
                   PERFORM MOSTRAR-DOMICILIO
                   PERFORM PEDIR-ACCION
                   EVALUATE TRUE
                       WHEN SOLO-CONSULTA AND (ACCION-MODIFICAR OR
                               ACCION-BAJA OR ACCION-DEVUELTO)
                           DISPLAY 'ACCION NO DISPONIBLE, SOLO '
                               'CONSULTA HASTA QUE CIERRE LA '
                               'VENTANA BATCH.'
                       WHEN ACCION-MODIFICAR
                           PERFORM MODIFICAR-DOMICILIO
                       WHEN ACCION-BAJA
                           PERFORM BAJA-DOMICILIO
                       WHEN ACCION-DEVUELTO
                           PERFORM MARCAR-DEVOLUCION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           DISPLAY 'CALLE        : ' dom-calle
           DISPLAY 'CIUDAD       : ' dom-ciudad
           DISPLAY 'CODIGO POSTAL: ' dom-codpostal
           DISPLAY 'TELEFONO     : ' dom-telefono
           IF CORREO-DEVUELTO
               DISPLAY '*** CORREO DEVUELTO EL ' dev-fecha ': '
                   dev-motivo
               DISPLAY '*** EXTRACTOS, CARTAS Y COMPROBANTES '
                   'RETENIDOS HASTA CARGAR UN DOMICILIO NUEVO'
           END-IF.

       LEER-DEVOLUCION.
           MOVE 'N' TO MARCA-DEVOLUCION
           MOVE CLIENTE-BUSCADO TO dev-cliente
           READ devoluciones
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CORREO-DEVUELTO TO TRUE
           END-READ.

       PEDIR-ACCION.
           MOVE SPACE TO ACCION
           PERFORM UNTIL ACCION-CONSULTA OR ACCION-MODIFICAR
                   OR ACCION-BAJA OR ACCION-DEVUELTO OR ACCION-SALIR
               DISPLAY 'ACCION (C=CONSULTA M=MODIFICAR B=BAJA '
                   'D=CORREO DEVUELTO S=SALIR): '
               ACCEPT ACCION
               IF NOT (ACCION-CONSULTA OR ACCION-MODIFICAR
                       OR ACCION-BAJA OR ACCION-DEVUELTO
                       OR ACCION-SALIR)
                   DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
               END-IF
           END-PERFORM.
           IF fs-domicilios = '00'
               DISPLAY 'DOMICILIO DEL CLIENTE ' dom-cliente
                   ' CARGADO.'
               PERFORM LEER-DEVOLUCION
               PERFORM LEVANTAR-DEVOLUCION
           END-IF.

      * Pide cada campo por separado; ENTER en blanco deja el valor
       MODIFICAR-DOMICILIO.
           MOVE SPACES TO IMAGEN-ANTERIOR
           MOVE registro-domicilio TO IMAGEN-ANTERIOR
           MOVE dom-calle TO ANT-CALLE
           MOVE dom-ciudad TO ANT-CIUDAD
           MOVE dom-codpostal TO ANT-CODPOSTAL
           MOVE SPACES TO ENTRADA-TEXTO
           DISPLAY 'NUEVA CALLE (ENTER PARA DEJAR LA ACTUAL): '
           ACCEPT ENTRADA-TEXTO
               END-REWRITE
               IF fs-domicilios = '00'
                   DISPLAY 'DOMICILIO MODIFICADO.'
                   IF dom-calle NOT = ANT-CALLE
                       OR dom-ciudad NOT = ANT-CIUDAD
                       OR dom-codpostal NOT = ANT-CODPOSTAL
                       PERFORM LEVANTAR-DEVOLUCION
                   END-IF
               END-IF
           ELSE
               DISPLAY 'MODIFICACION CANCELADA, NO SE GRABO NADA.'
               DISPLAY 'BAJA CANCELADA, NO SE BORRO NADA.'
           END-IF.

      * Correo devuelto contra el domicilio actual: fecha (ENTER =
      * fecha de proceso) y motivo. Una marca ya grabada se
      * reemplaza con la devolucion nueva.
       MARCAR-DEVOLUCION.
           MOVE SPACES TO IMAGEN-ANTERIOR
           IF CORREO-DEVUELTO
               MOVE registro-devolucion TO IMAGEN-ANTERIOR
           END-IF
           MOVE SPACES TO registro-devolucion
           MOVE CLIENTE-BUSCADO TO dev-cliente
           MOVE ZEROS TO dev-fecha
           PERFORM UNTIL dev-fecha NOT = ZEROS
               MOVE SPACES TO FECHA-TEXTO
               DISPLAY 'FECHA DE LA DEVOLUCION AAAAMMDD (ENTER = '
                   FECHA-PROCESO '): '
               ACCEPT FECHA-TEXTO
               IF FECHA-TEXTO = SPACES
                   MOVE FECHA-PROCESO TO dev-fecha
               ELSE
                   IF FECHA-TEXTO NUMERIC
                       MOVE FECHA-TEXTO TO l-val-fecha
                       CALL 'VALFECHA' USING l-val-fecha,
                           l-val-status, l-val-motivo
                       IF l-val-status = 0
                           AND l-val-fecha NOT > FECHA-PROCESO
                           MOVE l-val-fecha TO dev-fecha
                       ELSE
                           DISPLAY 'FECHA INVALIDA O FUTURA.'
                       END-IF
                   ELSE
                       DISPLAY 'FECHA NO NUMERICA.'
                   END-IF
               END-IF
           END-PERFORM
           PERFORM UNTIL dev-motivo NOT = SPACES
               DISPLAY 'MOTIVO (SE MUDO, DESCONOCIDO, DIRECCION '
                   'INSUFICIENTE...): '
               ACCEPT dev-motivo
               IF dev-motivo = SPACES
                   DISPLAY 'EL MOTIVO NO PUEDE ESTAR EN BLANCO.'
               END-IF
           END-PERFORM
           MOVE OPERADOR-ID TO dev-operador
           MOVE dom-calle TO dev-calle
           MOVE dom-codpostal TO dev-codpostal
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL CORREO DEVUELTO (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-POSTERIOR
               MOVE registro-devolucion TO IMAGEN-POSTERIOR
               IF CORREO-DEVUELTO
                   MOVE 'MODIF' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA-DEVOLUCION
                   REWRITE registro-devolucion
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR EL CORREO '
                               'DEVUELTO, STATUS=' fs-devoluciones
                   END-REWRITE
               ELSE
                   MOVE 'ALTA' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA-DEVOLUCION
                   WRITE registro-devolucion
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EL CORREO '
                               'DEVUELTO, STATUS=' fs-devoluciones
                   END-WRITE
               END-IF
               IF fs-devoluciones = '00'
                   SET CORREO-DEVUELTO TO TRUE
                   DISPLAY 'CORREO DEVUELTO REGISTRADO; LO DEL '
                       'CLIENTE QUEDA RETENIDO.'
               END-IF
           ELSE
               DISPLAY 'CANCELADO, NO SE GRABO NADA.'
           END-IF.

      * Domicilio nuevo: la marca de correo devuelto, si la habia,
      * se borra y lo retenido vuelve a salir en la proxima corrida.
       LEVANTAR-DEVOLUCION.
           IF CORREO-DEVUELTO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE registro-devolucion TO IMAGEN-ANTERIOR
               MOVE SPACES TO IMAGEN-POSTERIOR
               MOVE 'BAJA' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA-DEVOLUCION
               DELETE devoluciones
                   INVALID KEY
                       DISPLAY 'ERROR AL LEVANTAR EL CORREO DEVUELTO.'
               END-DELETE
               IF fs-devoluciones = '00'
                   MOVE 'N' TO MARCA-DEVOLUCION
                   DISPLAY 'DOMICILIO NUEVO: SE LEVANTO LA MARCA DE '
                       'CORREO DEVUELTO.'
               END-IF
           END-IF.

       ANOTAR-BITACORA-DEVOLUCION.
           MOVE 'MANT-DOMICIL' TO l-jrn-programa
           MOVE 'DEVCORREO' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE IMAGEN-POSTERIOR TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'NO SE PUDO GRABAR EL DIARIO DE IMAGENES.'
           END-IF.

       ANOTAR-BITACORA.
           MOVE 'MANT-DOMICIL' TO l-jrn-programa
           MOVE 'DOMICILIOS' TO l-jrn-archivo
           IF l-jrn-status NOT = 0
               DISPLAY 'NO SE PUDO GRABAR EL DIARIO DE IMAGENES.'
           END-IF.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-DOMICIL' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-DOMICILIO' TO l-sel-programa
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DEVCORREO.DAT' TO l-sel-archivo
           MOVE version-devcorreo TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
