       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-HABERES.
       AUTHOR. Ejemplo.
      * Mantenimiento de los convenios de pago de haberes, en el
      * molde de MANT-MANDATO: para cada empresa del directorio
      * COMPANIAS.DAT que paga los sueldos de su personal en cuentas
      * del banco se registra el convenio (CONVENIOS.DAT: la cuenta
      * de la empresa de la que sale el total de cada nomina) y que
      * clientes son empleados suyos (EMPLEADOS.DAT, con su legajo).
      * La importacion nocturna IMPORTA-HABERES solo acredita una
      * linea de nomina a un empleado activo de la empresa que la
      * manda. Cada alta y cada cambio dejan su antes y despues en
      * el diario de imagenes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT convenios ASSIGN TO 'CONVENIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cnv-compania
               FILE STATUS IS fs-convenios.
           SELECT empleados ASSIGN TO 'EMPLEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-clave
               FILE STATUS IS fs-empleados.
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
       FD  convenios.
           COPY CONVENIO.
       FD  empleados.
           COPY EMPLEADO.
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
           COPY NOTPARM.
       01 fs-convenios PIC XX VALUE '00'.
       01 fs-empleados PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 fs-companias PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 COMPANIA-BUSCADA PIC X(6).
       01 CLIENTE-BUSCADO PIC 9(6).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-CONVENIO VALUE 'C' 'c'.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-EMPLEADOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-EMPLEADOS VALUE 'S'.
       01 CONVENIO-NUEVO PIC X VALUE 'N'.
           88 ES-CONVENIO-NUEVO VALUE 'S'.
       01 ESTADO-NUEVO PIC X VALUE SPACE.
           88 ESTADO-VALIDO VALUE 'A' 'S'.
       01 EMPLEADOS-LISTADOS PIC 9(5) VALUE ZERO.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * El convenio dice de que cuenta sale la plata de los sueldos:
      * lo carga un operador senior (nivel 2) en adelante.
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-HABERES: el operador ' ws-operador
                   ' no esta habilitado para esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM ABRIR-CONVENIOS
           PERFORM ABRIR-EMPLEADOS
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
               PERFORM UNTIL ACCION-CONVENIO OR ACCION-ALTA
                       OR ACCION-BAJA OR ACCION-LISTAR
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (C=CONVENIO A=ALTA EMPLEADO '
                       'B=BAJA EMPLEADO L=LISTAR S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-CONVENIO OR ACCION-ALTA
                           OR ACCION-BAJA OR ACCION-LISTAR
                           OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-CONVENIO OR
                           ACCION-ALTA OR ACCION-BAJA)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-CONVENIO
                       PERFORM TRATAR-CONVENIO
                   WHEN ACCION-ALTA
                       PERFORM ALTA-EMPLEADO
                   WHEN ACCION-BAJA
                       PERFORM BAJA-EMPLEADO
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-EMPLEADOS
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE convenios
           CLOSE empleados
           CLOSE clientes
           CLOSE companias
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-HABERES' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-HABERES: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-HABERES: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-CONVENIOS.
           OPEN I-O convenios
           IF fs-convenios = '35'
               OPEN OUTPUT convenios
               CLOSE convenios
               OPEN I-O convenios
           END-IF
           IF fs-convenios NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CONVENIOS.DAT, STATUS='
                   fs-convenios
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRIR-EMPLEADOS.
           OPEN I-O empleados
           IF fs-empleados = '35'
               OPEN OUTPUT empleados
               CLOSE empleados
               OPEN I-O empleados
           END-IF
           IF fs-empleados NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR EMPLEADOS.DAT, STATUS='
                   fs-empleados
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * La empresa tiene que estar en el directorio de COMPANIAS.DAT.
       PEDIR-COMPANIA.
           MOVE SPACES TO COMPANIA-BUSCADA
           PERFORM UNTIL COMPANIA-BUSCADA NOT = SPACES
               DISPLAY 'EMPRESA (CODIGO): '
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
           END-PERFORM.

      * Alta o cambio del convenio de una empresa: la cuenta que se
      * debita por el total y el estado.
       TRATAR-CONVENIO.
           PERFORM PEDIR-COMPANIA
           MOVE COMPANIA-BUSCADA TO cnv-compania
           MOVE 'N' TO CONVENIO-NUEVO
           READ convenios
               INVALID KEY
                   SET ES-CONVENIO-NUEVO TO TRUE
                   MOVE SPACES TO registro-convenio
                   MOVE COMPANIA-BUSCADA TO cnv-compania
                   MOVE ws-operador TO cnv-operador
                   MOVE FECHA-PROCESO TO cnv-fecha-alta
                   MOVE ZEROS TO cnv-ult-pago
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   DISPLAY 'LA EMPRESA NO TIENE CONVENIO, SE DA DE '
                       'ALTA.'
               NOT INVALID KEY
                   PERFORM MOSTRAR-CONVENIO
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   MOVE registro-convenio TO IMAGEN-ANTERIOR
           END-READ
           PERFORM PEDIR-CUENTA
           PERFORM PEDIR-ESTADO
           DISPLAY 'EL CONVENIO QUEDARIA ASI:'
           PERFORM MOSTRAR-CONVENIO
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               PERFORM GRABAR-CONVENIO
           ELSE
               DISPLAY 'CANCELADO, NO SE GRABO NADA.'
           END-IF.

      * La cuenta de la empresa tiene que ser de un cliente activo.
       PEDIR-CUENTA.
           MOVE ZEROS TO cnv-cuenta
           PERFORM UNTIL cnv-cuenta NOT = ZEROS
               DISPLAY 'CUENTA DE LA EMPRESA A DEBITAR (ID '
                   'CLIENTE): '
               ACCEPT cliente-id-fd
               READ clientes
                   INVALID KEY
                       DISPLAY 'NO EXISTE ESE CLIENTE.'
                   NOT INVALID KEY
                       IF NOT CLIENTE-ACTIVO
                           DISPLAY 'EL CLIENTE NO ESTA ACTIVO '
                               '(ESTADO ' cliente-estado ').'
                       ELSE
                           DISPLAY 'TITULAR: ' nombre-fd ' '
                               apellido-fd
                           MOVE cliente-id-fd TO cnv-cuenta
                       END-IF
               END-READ
           END-PERFORM.

       PEDIR-ESTADO.
           MOVE SPACE TO ESTADO-NUEVO
           PERFORM UNTIL ESTADO-VALIDO
               DISPLAY 'ESTADO DEL CONVENIO (A=ACTIVO '
                   'S=SUSPENDIDO): '
               ACCEPT ESTADO-NUEVO
               IF NOT ESTADO-VALIDO
                   DISPLAY 'EL ESTADO DEBE SER A O S.'
               END-IF
           END-PERFORM
           MOVE ESTADO-NUEVO TO cnv-estado.

       MOSTRAR-CONVENIO.
           DISPLAY 'EMPRESA    : ' cnv-compania
           DISPLAY 'CUENTA     : ' cnv-cuenta
           DISPLAY 'ESTADO     : ' cnv-estado
               ' (A=ACTIVO S=SUSPENDIDO)'
           DISPLAY 'ALTA       : ' cnv-fecha-alta ' POR '
               cnv-operador
           DISPLAY 'ULT NOMINA : ' cnv-ult-pago.

       GRABAR-CONVENIO.
           IF ES-CONVENIO-NUEVO
               WRITE registro-convenio
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL CONVENIO, '
                           'STATUS=' fs-convenios
               END-WRITE
               MOVE 'ALTA' TO l-jrn-operacion
           ELSE
               REWRITE registro-convenio
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL CONVENIO, '
                           'STATUS=' fs-convenios
               END-REWRITE
               MOVE 'MODIF' TO l-jrn-operacion
           END-IF
           IF fs-convenios = '00'
               MOVE 'CONVENIOS' TO l-jrn-archivo
               MOVE SPACES TO l-jrn-despues
               MOVE registro-convenio TO l-jrn-despues
               PERFORM ANOTAR-BITACORA
               DISPLAY 'CONVENIO DE ' cnv-compania ' GRABADO.'
           END-IF.

      * El empleado tiene que ser un cliente del maestro; una baja
      * anterior de la misma empresa se reactiva con el legajo
      * nuevo.
       ALTA-EMPLEADO.
           PERFORM PEDIR-COMPANIA
           MOVE COMPANIA-BUSCADA TO cnv-compania
           READ convenios
               INVALID KEY
                   DISPLAY 'LA EMPRESA NO TIENE CONVENIO DE '
                       'HABERES: CARGARLO PRIMERO (C).'
               NOT INVALID KEY
                   PERFORM PEDIR-EMPLEADO
                   IF CLIENTE-BUSCADO NOT = ZEROS
                       PERFORM CARGAR-EMPLEADO
                   END-IF
           END-READ.

       PEDIR-EMPLEADO.
           MOVE ZEROS TO CLIENTE-BUSCADO
           DISPLAY 'CLIENTE EMPLEADO (ID): '
           ACCEPT cliente-id-fd
           READ clientes
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE CLIENTE.'
               NOT INVALID KEY
                   MOVE cliente-id-fd TO l-not-cliente
                   PERFORM AVISAR-NOTAS
                   DISPLAY 'CLIENTE: ' nombre-fd ' ' apellido-fd
                   MOVE cliente-id-fd TO CLIENTE-BUSCADO
           END-READ.

       CARGAR-EMPLEADO.
           MOVE COMPANIA-BUSCADA TO emp-compania
           MOVE CLIENTE-BUSCADO TO emp-cliente
           READ empleados
               INVALID KEY
                   MOVE SPACES TO registro-empleado
                   MOVE COMPANIA-BUSCADA TO emp-compania
                   MOVE CLIENTE-BUSCADO TO emp-cliente
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   MOVE 'ALTA' TO l-jrn-operacion
               NOT INVALID KEY
                   IF EMPLEADO-ACTIVO
                       DISPLAY 'YA ES EMPLEADO ACTIVO DE LA EMPRESA, '
                           'LEGAJO ' emp-legajo
                       MOVE ZEROS TO CLIENTE-BUSCADO
                   ELSE
                       MOVE SPACES TO IMAGEN-ANTERIOR
                       MOVE registro-empleado TO IMAGEN-ANTERIOR
                       MOVE 'MODIF' TO l-jrn-operacion
                   END-IF
           END-READ
           IF CLIENTE-BUSCADO NOT = ZEROS
               MOVE SPACES TO emp-legajo
               PERFORM UNTIL emp-legajo NOT = SPACES
                   DISPLAY 'LEGAJO EN LA EMPRESA: '
                   ACCEPT emp-legajo
               END-PERFORM
               MOVE 'A' TO emp-estado
               MOVE FECHA-PROCESO TO emp-fecha-alta
               MOVE ZEROS TO emp-fecha-baja
               MOVE ws-operador TO emp-operador
               MOVE 'N' TO CONFIRMACION
               DISPLAY 'CONFIRMA EL ALTA DEL EMPLEADO (S/N)? '
               ACCEPT CONFIRMACION
               IF CONFIRMADO
                   PERFORM GRABAR-EMPLEADO
               ELSE
                   DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
               END-IF
           END-IF.

       GRABAR-EMPLEADO.
           IF l-jrn-operacion = 'ALTA'
               WRITE registro-empleado
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL EMPLEADO, '
                           'STATUS=' fs-empleados
               END-WRITE
           ELSE
               REWRITE registro-empleado
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL EMPLEADO, '
                           'STATUS=' fs-empleados
               END-REWRITE
           END-IF
           IF fs-empleados = '00'
               MOVE 'EMPLEADOS' TO l-jrn-archivo
               MOVE SPACES TO l-jrn-despues
               MOVE registro-empleado TO l-jrn-despues
               PERFORM ANOTAR-BITACORA
               DISPLAY 'EMPLEADO ' emp-cliente ' DE ' emp-compania
                   ' GRABADO.'
           END-IF.

      * La baja no borra el vinculo: lo deja en B con su fecha, y la
      * nomina que lo siga trayendo se rechaza por esa linea.
       BAJA-EMPLEADO.
           PERFORM PEDIR-COMPANIA
           DISPLAY 'CLIENTE EMPLEADO (ID): '
           ACCEPT CLIENTE-BUSCADO
           MOVE COMPANIA-BUSCADA TO emp-compania
           MOVE CLIENTE-BUSCADO TO emp-cliente
           READ empleados
               INVALID KEY
                   DISPLAY 'EL CLIENTE NO ES EMPLEADO DE LA EMPRESA.'
               NOT INVALID KEY
                   IF EMPLEADO-BAJA
                       DISPLAY 'EL EMPLEADO YA ESTA DADO DE BAJA '
                           'DESDE ' emp-fecha-baja
                   ELSE
                       DISPLAY 'LEGAJO ' emp-legajo ' ALTA '
                           emp-fecha-alta
                       MOVE 'N' TO CONFIRMACION
                       DISPLAY 'CONFIRMA LA BAJA (S/N)? '
                       ACCEPT CONFIRMACION
                       IF CONFIRMADO
                           MOVE SPACES TO IMAGEN-ANTERIOR
                           MOVE registro-empleado TO IMAGEN-ANTERIOR
                           MOVE 'B' TO emp-estado
                           MOVE FECHA-PROCESO TO emp-fecha-baja
                           MOVE 'MODIF' TO l-jrn-operacion
                           PERFORM GRABAR-EMPLEADO
                       ELSE
                           DISPLAY 'BAJA CANCELADA, NO SE GRABO '
                               'NADA.'
                       END-IF
                   END-IF
           END-READ.

       ANOTAR-BITACORA.
           MOVE 'MANT-HABERES' TO l-jrn-programa
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.

       LISTAR-EMPLEADOS.
           PERFORM PEDIR-COMPANIA
           MOVE ZERO TO EMPLEADOS-LISTADOS
           MOVE 'N' TO FIN-EMPLEADOS
           MOVE COMPANIA-BUSCADA TO emp-compania
           MOVE ZEROS TO emp-cliente
           START empleados KEY IS NOT LESS THAN emp-clave
               INVALID KEY
                   SET NO-HAY-MAS-EMPLEADOS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-EMPLEADOS
               READ empleados NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-EMPLEADOS TO TRUE
                   NOT AT END
                       IF emp-compania NOT = COMPANIA-BUSCADA
                           SET NO-HAY-MAS-EMPLEADOS TO TRUE
                       ELSE
                           ADD 1 TO EMPLEADOS-LISTADOS
                           DISPLAY emp-cliente ' LEGAJO '
                               emp-legajo ' ' emp-estado ' ALTA '
                               emp-fecha-alta ' BAJA '
                               emp-fecha-baja
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'EMPLEADOS DE LA EMPRESA: ' EMPLEADOS-LISTADOS.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-HABERES' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-HABERES' TO l-sel-programa
           MOVE 'CONVENIOS.DAT' TO l-sel-archivo
           MOVE version-convenios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'EMPLEADOS.DAT' TO l-sel-archivo
           MOVE version-empleados TO l-sel-version
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
