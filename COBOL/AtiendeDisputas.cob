       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIENDE-DISPUTA.
       AUTHOR. Ejemplo.
      * Reclamos de clientes sobre movimientos posteados ("yo no
      * hice esta extraccion"), que antes se anotaban en un cuaderno
      * y se arreglaban con una correccion que no decia de donde
      * venia. Cada reclamo es un caso de DISPUTAS.DAT contra una
      * maestro-clave del cliente, con su motivo, el operador
      * asignado y un vencimiento de DIAS-RECLAMO dias habiles
      * (10 si no se informa) contados desde la fecha de proceso,
      * salteando fines de semana y FERIADOS.DAT.
      * El caso pasa de abierto a en investigacion, y de ahi (o
      * directamente) a resuelto a favor del cliente o rechazado,
      * siempre con una resolucion escrita; resolver exige nivel 2.
      * Resuelto a favor, la correccion o reversa que se carga en
      * CORRIGE-MAESTRO lleva el numero del caso, y APRUEBA-CORR lo
      * cierra al aplicarla. El listado V es el banco de trabajo de
      * los vencidos: los casos sin cerrar cuyo vencimiento ya paso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT disputas ASSIGN TO 'DISPUTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-numero
               FILE STATUS IS fs-disputas.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-feriados ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados.

       DATA DIVISION.
       FILE SECTION.
       FD  disputas.
           COPY DISPUTA.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-feriados.
       01  registro-feriado PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
           COPY NOTPARM.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
       01 fs-disputas PIC XX VALUE '00'.
       01 fs-maestro PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 fs-feriados PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 NUMERO-BUSCADO PIC 9(6).
       01 ULTIMO-NUMERO PIC 9(6) VALUE ZERO.
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-VENCIDOS VALUE 'V' 'v'.
           88 ACCION-TODOS VALUE 'T' 't'.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-INVESTIGAR VALUE 'I' 'i'.
           88 ACCION-A-FAVOR VALUE 'F' 'f'.
           88 ACCION-RECHAZAR VALUE 'R' 'r'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-DISPUTAS PIC X VALUE 'N'.
           88 NO-HAY-MAS-DISPUTAS VALUE 'S'.
       01 FIN-FERIADOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-FERIADOS VALUE 'S'.
       01 HAY-MAESTRO-SW PIC X VALUE 'N'.
           88 HAY-MAESTRO VALUE 'S'.
       01 HAY-CLIENTES-SW PIC X VALUE 'N'.
           88 HAY-CLIENTES VALUE 'S'.
      * Filtro del listado: E = en curso (sin resolver o esperando
      * la correccion), V = vencidos, T = todos.
       01 FILTRO-LISTADO PIC X VALUE 'E'.
           88 LISTAR-EN-CURSO VALUE 'E'.
           88 LISTAR-VENCIDOS VALUE 'V'.
       01 ESTADO-NUEVO PIC X VALUE SPACE.
       01 RESOLUCION-TEXTO PIC X(40) VALUE SPACES.
       01 ENTRADA-TEXTO PIC X(40) VALUE SPACES.
       01 CLIENTE-PEDIDO PIC 9(6).
       01 CLAVE-PEDIDA PIC 9(7).
       01 DISPUTAS-LISTADAS PIC 9(5) VALUE ZERO.
       01 IMPORTE-EDITADO PIC -(7)9.99.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 PARAMETRO-TEXTO PIC X(10) VALUE SPACES.
      * Vencimiento: la fecha de proceso mas DIAS-RECLAMO dias
      * habiles, contados uno por uno como el avance de FECHAPROC.
       01 DIAS-RECLAMO PIC 9(3) VALUE 10.
       01 DIAS-CONTADOS PIC 9(3).
       01 ENTERO-VENCIMIENTO PIC 9(9).
       01 DIA-SEMANA PIC 9.
       01 DIA-ES-HABIL PIC X VALUE 'N'.
           88 DIA-HABIL VALUE 'S'.
       01 INTENTOS-AVANCE PIC 9(4).
       01 DIAS-ATRASO PIC 9(5).

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
           MOVE l-fpr-fecha TO FECHA-PROCESO
           MOVE 'DIAS-RECLAMO' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO PARAMETRO-TEXTO
           IF PARAMETRO-TEXTO(1:3) IS NUMERIC
               AND PARAMETRO-TEXTO(1:3) NOT = '000'
               MOVE PARAMETRO-TEXTO(1:3) TO DIAS-RECLAMO
           END-IF
           PERFORM ABRIR-DISPUTAS
           OPEN INPUT archivo-maestro
           IF fs-maestro = '00'
               SET HAY-MAESTRO TO TRUE
           END-IF
           OPEN INPUT clientes
           IF fs-clientes = '00'
               SET HAY-CLIENTES TO TRUE
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-LISTAR
                       OR ACCION-VENCIDOS OR ACCION-TODOS
                       OR ACCION-CONSULTA OR ACCION-INVESTIGAR
                       OR ACCION-A-FAVOR OR ACCION-RECHAZAR
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (A=ALTA L=EN CURSO V=VENCIDOS '
                       'T=TODOS C=CONSULTA I=INVESTIGAR '
                       'F=A FAVOR R=RECHAZAR S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-LISTAR
                           OR ACCION-VENCIDOS OR ACCION-TODOS
                           OR ACCION-CONSULTA OR ACCION-INVESTIGAR
                           OR ACCION-A-FAVOR OR ACCION-RECHAZAR
                           OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR
                           ACCION-INVESTIGAR OR ACCION-A-FAVOR OR
                           ACCION-RECHAZAR)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-DISPUTA
                   WHEN ACCION-LISTAR
                       MOVE 'E' TO FILTRO-LISTADO
                       PERFORM LISTAR-DISPUTAS
                   WHEN ACCION-VENCIDOS
                       MOVE 'V' TO FILTRO-LISTADO
                       PERFORM LISTAR-DISPUTAS
                   WHEN ACCION-TODOS
                       MOVE 'T' TO FILTRO-LISTADO
                       PERFORM LISTAR-DISPUTAS
                   WHEN ACCION-CONSULTA
                       PERFORM TRATAR-CONSULTA
                   WHEN ACCION-INVESTIGAR
                       MOVE 'I' TO ESTADO-NUEVO
                       PERFORM TRATAR-ESTADO
                   WHEN ACCION-A-FAVOR
                       MOVE 'F' TO ESTADO-NUEVO
                       PERFORM TRATAR-ESTADO
                   WHEN ACCION-RECHAZAR
                       MOVE 'R' TO ESTADO-NUEVO
                       PERFORM TRATAR-ESTADO
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE disputas
           IF HAY-MAESTRO
               CLOSE archivo-maestro
           END-IF
           IF HAY-CLIENTES
               CLOSE clientes
           END-IF
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el banco de trabajo queda en solo
      * consulta: los listados y la consulta siguen andando, el
      * alta y los cambios de estado se rechazan. Con
      * FORZAR-VENTANA=S un supervisor actualiza igual y el forzado
      * queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'ATIENDE-DISPUTA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'ATIENDE-DISPUTA: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'ATIENDE-DISPUTA: ACCION NO DISPONIBLE, SOLO '
               'CONSULTA HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-DISPUTAS.
           OPEN I-O disputas
           IF fs-disputas = '35'
               OPEN OUTPUT disputas
               CLOSE disputas
               OPEN I-O disputas
           END-IF
           IF fs-disputas NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR DISPUTAS.DAT, STATUS='
                   fs-disputas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * El numero de caso lo asigna el sistema: el siguiente al mas
      * alto del archivo, asi dos operadores no eligen el mismo.
       BUSCAR-ULTIMO-NUMERO.
           MOVE ZERO TO ULTIMO-NUMERO
           MOVE 'N' TO FIN-DISPUTAS
           MOVE ZEROS TO dsp-numero
           START disputas KEY IS NOT LESS THAN dsp-numero
               INVALID KEY
                   SET NO-HAY-MAS-DISPUTAS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-DISPUTAS
               READ disputas NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-DISPUTAS TO TRUE
                   NOT AT END
                       MOVE dsp-numero TO ULTIMO-NUMERO
               END-READ
           END-PERFORM.

      * El reclamo se abre contra un movimiento que existe en el
      * maestro vivo y que es del cliente que reclama.
       ALTA-DISPUTA.
           IF NOT HAY-MAESTRO
               DISPLAY 'SIN MAESTRO.DAT NO SE PUEDE VERIFICAR EL '
                   'MOVIMIENTO, NO SE ABREN RECLAMOS.'
           ELSE
               PERFORM BUSCAR-ULTIMO-NUMERO
               IF ULTIMO-NUMERO = 999999
                   DISPLAY 'NUMERACION DE RECLAMOS AGOTADA.'
               ELSE
                   PERFORM PEDIR-MOVIMIENTO
               END-IF
           END-IF.

       PEDIR-MOVIMIENTO.
           DISPLAY 'CLIENTE QUE RECLAMA (ID): '
           ACCEPT CLIENTE-PEDIDO
           MOVE CLIENTE-PEDIDO TO l-not-cliente
           PERFORM AVISAR-NOTAS
           DISPLAY 'CLAVE DEL MOVIMIENTO RECLAMADO: '
           ACCEPT CLAVE-PEDIDA
           MOVE CLAVE-PEDIDA TO maestro-clave
           READ archivo-maestro
               INVALID KEY
                   DISPLAY 'NO EXISTE LA CLAVE ' CLAVE-PEDIDA
                       ' EN EL MAESTRO.'
               NOT INVALID KEY
                   IF maestro-cliente NOT = CLIENTE-PEDIDO
                       DISPLAY 'LA CLAVE ' CLAVE-PEDIDA
                           ' ES DEL CLIENTE ' maestro-cliente
                           ', NO DEL ' CLIENTE-PEDIDO '.'
                   ELSE
                       PERFORM ARMAR-DISPUTA
                   END-IF
           END-READ.

       ARMAR-DISPUTA.
           MOVE SPACES TO registro-disputa
           COMPUTE dsp-numero = ULTIMO-NUMERO + 1
           MOVE CLIENTE-PEDIDO TO dsp-cliente
           MOVE CLAVE-PEDIDA TO dsp-clave
           PERFORM PEDIR-MOTIVO
           PERFORM PEDIR-ASIGNADO
           DISPLAY 'DETALLE DEL RECLAMO: '
           ACCEPT ENTRADA-TEXTO
           MOVE ENTRADA-TEXTO TO dsp-nota
           MOVE FECHA-PROCESO TO dsp-fecha-alta
           PERFORM CALCULAR-VENCIMIENTO
           MOVE 'A' TO dsp-estado
           MOVE ws-operador TO dsp-operador
           MOVE FECHA-PROCESO TO dsp-fecha-estado
           MOVE ZEROS TO dsp-clave-ajuste
           PERFORM MOSTRAR-DISPUTA
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA APERTURA DEL RECLAMO (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE 'ALTA' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA
               WRITE registro-disputa
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL RECLAMO '
                           dsp-numero
               END-WRITE
               IF fs-disputas = '00'
                   DISPLAY 'RECLAMO ' dsp-numero ' ABIERTO, VENCE '
                       'EL ' dsp-vencimiento '.'
               END-IF
           ELSE
               DISPLAY 'APERTURA CANCELADA, NO SE GRABO NADA.'
           END-IF.

       PEDIR-MOTIVO.
           PERFORM UNTIL MOTIVO-VALIDO
               DISPLAY 'MOTIVO (NR=NO RECONOCE DU=DUPLICADO '
                   'IM=IMPORTE NA=NO ACREDITADO OT=OTRO): '
               ACCEPT dsp-motivo
               IF NOT MOTIVO-VALIDO
                   DISPLAY 'MOTIVO NO RECONOCIDO: ' dsp-motivo
               END-IF
           END-PERFORM.

      * El asignado tiene que ser un operador registrado; ENTER lo
      * deja a cargo de quien abre el reclamo.
       PEDIR-ASIGNADO.
           MOVE 'N' TO CONFIRMACION
           PERFORM UNTIL CONFIRMADO
               MOVE SPACES TO dsp-asignado
               DISPLAY 'OPERADOR ASIGNADO (ENTER = ' ws-operador
                   '): '
               ACCEPT dsp-asignado
               IF dsp-asignado = SPACES
                   MOVE ws-operador TO dsp-asignado
               END-IF
               MOVE dsp-asignado TO l-niv-operador
               MOVE 1 TO l-niv-requerido
               CALL 'NIVELOPER' USING l-niv-operador,
                   l-niv-requerido, l-niv-status
               IF l-niv-status = 2
                   DISPLAY 'EL OPERADOR ' dsp-asignado
                       ' NO ESTA REGISTRADO.'
               ELSE
                   SET CONFIRMADO TO TRUE
               END-IF
           END-PERFORM.

      * Vencimiento = fecha de proceso mas DIAS-RECLAMO dias
      * habiles (ni fin de semana ni FERIADOS.DAT).
       CALCULAR-VENCIMIENTO.
           COMPUTE ENTERO-VENCIMIENTO =
               FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
           MOVE ZERO TO DIAS-CONTADOS
           MOVE ZERO TO INTENTOS-AVANCE
           PERFORM UNTIL DIAS-CONTADOS = DIAS-RECLAMO
                   OR INTENTOS-AVANCE > 1000
               ADD 1 TO ENTERO-VENCIMIENTO
               ADD 1 TO INTENTOS-AVANCE
               COMPUTE dsp-vencimiento =
                   FUNCTION DATE-OF-INTEGER(ENTERO-VENCIMIENTO)
               PERFORM VERIFICAR-DIA-HABIL
               IF DIA-HABIL
                   ADD 1 TO DIAS-CONTADOS
               END-IF
           END-PERFORM.

       VERIFICAR-DIA-HABIL.
           MOVE 'S' TO DIA-ES-HABIL
           COMPUTE DIA-SEMANA =
               FUNCTION MOD(ENTERO-VENCIMIENTO, 7)
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 6
               MOVE 'N' TO DIA-ES-HABIL
           ELSE
               MOVE 'N' TO FIN-FERIADOS
               OPEN INPUT archivo-feriados
               IF fs-feriados = '00'
                   PERFORM UNTIL NO-HAY-MAS-FERIADOS
                       READ archivo-feriados
                           AT END
                               SET NO-HAY-MAS-FERIADOS TO TRUE
                           NOT AT END
                               IF registro-feriado
                                   = dsp-vencimiento
                                   MOVE 'N' TO DIA-ES-HABIL
                                   SET NO-HAY-MAS-FERIADOS TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE archivo-feriados
               END-IF
           END-IF.

       LISTAR-DISPUTAS.
           MOVE ZERO TO DISPUTAS-LISTADAS
           MOVE 'N' TO FIN-DISPUTAS
           MOVE ZEROS TO dsp-numero
           START disputas KEY IS NOT LESS THAN dsp-numero
               INVALID KEY
                   SET NO-HAY-MAS-DISPUTAS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-DISPUTAS
               READ disputas NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-DISPUTAS TO TRUE
                   NOT AT END
                       PERFORM FILTRAR-DISPUTA
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN LISTAR-EN-CURSO
                   DISPLAY 'RECLAMOS EN CURSO: ' DISPUTAS-LISTADAS
               WHEN LISTAR-VENCIDOS
                   DISPLAY 'RECLAMOS VENCIDOS AL ' FECHA-PROCESO
                       ': ' DISPUTAS-LISTADAS
               WHEN OTHER
                   DISPLAY 'RECLAMOS EN EL ARCHIVO: '
                       DISPUTAS-LISTADAS
           END-EVALUATE.

      * En curso es todo lo que no tiene cierre final (rechazado o
      * cerrado con la correccion aplicada); vencido es el en curso
      * cuyo vencimiento ya paso.
       FILTRAR-DISPUTA.
           EVALUATE TRUE
               WHEN DISPUTA-RECHAZADA OR DISPUTA-CERRADA
                   IF NOT LISTAR-EN-CURSO AND NOT LISTAR-VENCIDOS
                       PERFORM LISTAR-UNA-DISPUTA
                   END-IF
               WHEN LISTAR-VENCIDOS
                   IF dsp-vencimiento < FECHA-PROCESO
                       PERFORM LISTAR-UNA-DISPUTA
                   END-IF
               WHEN OTHER
                   PERFORM LISTAR-UNA-DISPUTA
           END-EVALUATE.

       LISTAR-UNA-DISPUTA.
           ADD 1 TO DISPUTAS-LISTADAS
           IF LISTAR-VENCIDOS
               COMPUTE DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(FECHA-PROCESO)
                   - FUNCTION INTEGER-OF-DATE(dsp-vencimiento)
               DISPLAY dsp-numero ' CLI ' dsp-cliente ' CLAVE '
                   dsp-clave ' ' dsp-motivo ' ' dsp-estado
                   ' ASIG ' dsp-asignado ' VENCIO ' dsp-vencimiento
                   ' (' DIAS-ATRASO ' DIAS)'
           ELSE
               DISPLAY dsp-numero ' CLI ' dsp-cliente ' CLAVE '
                   dsp-clave ' ' dsp-motivo ' ' dsp-estado
                   ' ASIG ' dsp-asignado ' VENCE ' dsp-vencimiento
           END-IF.

       TRATAR-CONSULTA.
           DISPLAY 'NUMERO DE RECLAMO: '
           ACCEPT NUMERO-BUSCADO
           MOVE NUMERO-BUSCADO TO dsp-numero
           READ disputas
               INVALID KEY
                   DISPLAY 'NO EXISTE EL RECLAMO ' NUMERO-BUSCADO
               NOT INVALID KEY
                   PERFORM MOSTRAR-DISPUTA
           END-READ.

       MOSTRAR-DISPUTA.
           DISPLAY 'RECLAMO     : ' dsp-numero ' ABIERTO EL '
               dsp-fecha-alta ' VENCE EL ' dsp-vencimiento
           DISPLAY 'CLIENTE     : ' dsp-cliente
           IF HAY-CLIENTES
               MOVE dsp-cliente TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       DISPLAY '              (NO ESTA EN CLIENTES)'
                   NOT INVALID KEY
                       DISPLAY '              ' nombre-fd ' '
                           apellido-fd
               END-READ
           END-IF
           DISPLAY 'MOVIMIENTO  : ' dsp-clave
           IF HAY-MAESTRO
               MOVE dsp-clave TO maestro-clave
               READ archivo-maestro
                   INVALID KEY
                       DISPLAY '              (YA NO ESTA EN EL '
                           'MAESTRO VIVO)'
                   NOT INVALID KEY
                       MOVE maestro-importe TO IMPORTE-EDITADO
                       DISPLAY '              ' maestro-fecha ' '
                           IMPORTE-EDITADO ' ' maestro-descripcion
               END-READ
           END-IF
           EVALUATE dsp-motivo
               WHEN 'NR'
                   DISPLAY 'MOTIVO      : NO RECONOCE EL MOVIMIENTO'
               WHEN 'DU'
                   DISPLAY 'MOTIVO      : DEBITO DUPLICADO'
               WHEN 'IM'
                   DISPLAY 'MOTIVO      : IMPORTE DISTINTO DEL REAL'
               WHEN 'NA'
                   DISPLAY 'MOTIVO      : NO ACREDITADO'
               WHEN OTHER
                   DISPLAY 'MOTIVO      : OTRO'
           END-EVALUATE
           DISPLAY 'ASIGNADO A  : ' dsp-asignado
           DISPLAY 'ESTADO      : ' dsp-estado ' DESDE EL '
               dsp-fecha-estado ' POR ' dsp-operador
           DISPLAY '              (A=ABIERTO I=INVESTIGACION '
               'F=A FAVOR R=RECHAZADO C=CERRADO)'
           DISPLAY 'ULTIMA NOTA : ' dsp-nota
           IF DISPUTA-CERRADA
               DISPLAY 'CORRECCION APLICADA EN LA CLAVE '
                   dsp-clave-ajuste
           END-IF.

      * Abierto pasa a investigacion; abierto o en investigacion se
      * resuelve a favor o se rechaza. Lo resuelto a favor solo lo
      * cierra la aplicacion de su correccion.
       TRATAR-ESTADO.
           DISPLAY 'NUMERO DE RECLAMO: '
           ACCEPT NUMERO-BUSCADO
           MOVE NUMERO-BUSCADO TO dsp-numero
           READ disputas
               INVALID KEY
                   DISPLAY 'NO EXISTE EL RECLAMO ' NUMERO-BUSCADO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN DISPUTA-ABIERTA AND ESTADO-NUEVO = 'I'
                           PERFORM CAMBIAR-ESTADO
                       WHEN DISPUTA-SIN-RESOLVER
                           AND ESTADO-NUEVO NOT = 'I'
                           PERFORM RESOLVER-DISPUTA
                       WHEN OTHER
                           DISPLAY 'EL RECLAMO ESTA EN ESTADO '
                               dsp-estado ', NO SE PUEDE PASAR A '
                               ESTADO-NUEVO '.'
                   END-EVALUATE
           END-READ.

      * Resolver exige nivel 2, aunque el binario se lance por fuera
      * del menu.
       RESOLVER-DISPUTA.
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'EL OPERADOR ' ws-operador ' NO TIENE EL '
                   'NIVEL 2 QUE EXIGE RESOLVER UN RECLAMO.'
           ELSE
               PERFORM CAMBIAR-ESTADO
           END-IF.

       CAMBIAR-ESTADO.
           PERFORM MOSTRAR-DISPUTA
           MOVE SPACES TO RESOLUCION-TEXTO
           PERFORM UNTIL RESOLUCION-TEXTO NOT = SPACES
               IF ESTADO-NUEVO = 'I'
                   DISPLAY 'NOTA DE LA INVESTIGACION: '
               ELSE
                   DISPLAY 'RESOLUCION: '
               END-IF
               ACCEPT RESOLUCION-TEXTO
               IF RESOLUCION-TEXTO = SPACES
                   DISPLAY 'EL TEXTO NO PUEDE QUEDAR EN BLANCO.'
               END-IF
           END-PERFORM
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL PASE A ' ESTADO-NUEVO ' (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE registro-disputa TO IMAGEN-ANTERIOR
               MOVE ESTADO-NUEVO TO dsp-estado
               MOVE ws-operador TO dsp-operador
               MOVE FECHA-PROCESO TO dsp-fecha-estado
               MOVE RESOLUCION-TEXTO TO dsp-nota
               MOVE 'MODIF' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA
               REWRITE registro-disputa
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL RECLAMO '
                           dsp-numero
               END-REWRITE
               IF fs-disputas = '00'
                   DISPLAY 'RECLAMO ' dsp-numero ' EN ESTADO '
                       dsp-estado '.'
                   IF DISPUTA-A-FAVOR
                       DISPLAY 'CARGAR LA CORRECCION O REVERSA DE '
                           'LA CLAVE ' dsp-clave ' EN CORRIGE CON '
                           'EL RECLAMO ' dsp-numero '.'
                   END-IF
               END-IF
           ELSE
               DISPLAY 'CAMBIO CANCELADO, NO SE GRABO NADA.'
           END-IF.

       ANOTAR-BITACORA.
           MOVE 'ATIENDE-DISP' TO l-jrn-programa
           MOVE 'DISPUTAS' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-disputa TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'ATIENDE-DISP' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'ATIENDE-DISP' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'ATIENDE-DISPUTA' TO l-sel-programa
           MOVE 'DISPUTAS.DAT' TO l-sel-archivo
           MOVE version-disputas TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
