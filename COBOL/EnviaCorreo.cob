       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVIA-CORREO.
       AUTHOR. Ejemplo.
      * Interfaz con la casa de correo para extractos y cartas. La
      * impresora de la casa sigue con lo suyo via la cola
      * COLAIMP.DAT; los documentos de los tipos que van por correo
      * (EXTRACTO, MORA y el aviso al GARANTE) salen de la cola a
      * la casa de correo en un archivo de formato fijo, CORREO.TXT,
      * un lote por corrida como el archivo de pagos del banco:
      *   H  cabecera: fecha de proceso y remitente.
      *   S  sobre, uno por documento: numero de documento de la
      *      cola, tipo, cliente, nombre y el bloque de direccion de
      *      DOMICILIOS.DAT.
      *   L  una por linea del documento, con su numero de pagina
      *      (LINEAS-PAGINA lineas por pagina, 60 por defecto),
      *      copiada del archivo de salida y rango de la cola.
      *   T  control: cantidad de documentos, de paginas y de
      *      lineas del lote.
      * La entrada enviada pasa a E con la fecha de envio. Antes de
      * armar el lote se aplica el acuse de la casa, CORREOACK.TXT
      * (numero de documento, D = despachado o R = rechazado, y la
      * fecha): el despachado pasa a C con la fecha del acuse, que
      * es la prueba de que la carta salio del edificio; el
      * rechazado vuelve a pendiente y sale en el listado para que
      * se revise. El acuse consumido se renombra a
      * CORREOACK.PROCESADO. Un documento sin domicilio cargado no
      * se puede ensobrar: queda pendiente y se lista; lo mismo el
      * de un cliente con correo devuelto (DEVCORREO.DAT), que
      * espera el domicilio nuevo. La cola se
      * reescribe bajo COLAIMP.NEW y se promueve al final. El
      * detalle de la corrida queda en CORREO.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-cola ASSIGN TO 'COLAIMP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cola.
           SELECT cola-nueva ASSIGN TO 'COLAIMP.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cola-nueva.
           SELECT archivo-fuente ASSIGN DYNAMIC nombre-fuente
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-fuente.
           SELECT archivo-correo ASSIGN TO 'CORREO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-correo.
           SELECT archivo-acuse ASSIGN TO 'CORREOACK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-acuse.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT domicilios ASSIGN TO 'DOMICILIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT reporte ASSIGN TO 'CORREO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cola.
       01  registro-cola-archivo PIC X(100).
       FD  cola-nueva.
       01  registro-cola-nueva PIC X(100).
       FD  archivo-fuente.
       01  registro-fuente PIC X(80).
       FD  archivo-correo.
       01  registro-correo PIC X(120).
      * Linea de acuse de la casa de correo: nuestro numero de
      * documento, el resultado y la fecha en que lo despacho.
       FD  archivo-acuse.
       01  registro-acuse.
           05  acu-numero      PIC 9(6).
           05  FILLER          PIC X.
           05  acu-resultado   PIC X.
           05  FILLER          PIC X.
           05  acu-fecha       PIC 9(8).
       FD  clientes.
           COPY CLIENTE.
       FD  domicilios.
           COPY DOMICILIO.
       FD  reporte.
       01  linea-reporte PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY COLAIMP.
           COPY FPRPARM.
           COPY RETPARM.
       01  fs-cola            PIC XX VALUE '00'.
       01  fs-cola-nueva      PIC XX VALUE '00'.
       01  fs-fuente          PIC XX VALUE '00'.
       01  fs-correo          PIC XX VALUE '00'.
       01  fs-acuse           PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-domicilios      PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-cola           PIC X VALUE 'N'.
           88  no-hay-mas-cola VALUE 'S'.
       01  fin-fuente         PIC X VALUE 'N'.
           88  no-hay-mas-fuente VALUE 'S'.
       01  fin-acuse          PIC X VALUE 'N'.
           88  no-hay-mas-acuse VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  parametro-texto    PIC X(20) VALUE SPACES.
       01  lineas-pagina      PIC 9(3) VALUE 60.
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  nombre-fuente      PIC X(30) VALUE SPACES.
       01  fuente-abierta     PIC X VALUE 'N'.
           88  HAY-FUENTE      VALUE 'S'.
       01  linea-actual       PIC 9(7) VALUE ZERO.
       01  hubo-acuse         PIC X VALUE 'N'.
           88  ACUSE-LEIDO     VALUE 'S'.
       01  lote-abierto       PIC X VALUE 'N'.
           88  LOTE-EN-CURSO   VALUE 'S'.
       01  clientes-abierto   PIC X VALUE 'N'.
           88  HAY-CLIENTES    VALUE 'S'.
       01  domicilios-abierto PIC X VALUE 'N'.
           88  HAY-DOMICILIOS  VALUE 'S'.
       01  domicilio-leido    PIC X VALUE 'N'.
           88  HAY-DOMICILIO   VALUE 'S'.
       01  tipo-documento     PIC X(8).
           88  DOCUMENTO-POR-CORREO VALUE 'EXTRACTO' 'MORA'
                                          'GARANTE' 'RECORDAT'.

      * Acuses cargados en tabla, para casarlos con la cola en la
      * misma pasada que arma el lote.
       01  tabla-acuses.
           05  acuse-e OCCURS 2000 TIMES.
               10  ack-numero     PIC 9(6).
               10  ack-resultado  PIC X.
               10  ack-fecha      PIC 9(8).
       01  acuses-cargados    PIC 9(4) VALUE ZERO.
       01  idx-acuse          PIC 9(4).
       01  acuse-hallado      PIC X VALUE 'N'.
           88  HAY-ACUSE       VALUE 'S'.

       01  documentos-lote    PIC 9(6) VALUE ZERO.
       01  paginas-lote       PIC 9(7) VALUE ZERO.
       01  lineas-lote        PIC 9(7) VALUE ZERO.
       01  lineas-documento   PIC 9(7) VALUE ZERO.
       01  pagina-documento   PIC 9(3) VALUE ZERO.
       01  despachados        PIC 9(5) VALUE ZERO.
       01  rechazados         PIC 9(5) VALUE ZERO.
       01  sin-domicilio      PIC 9(5) VALUE ZERO.
       01  con-devolucion     PIC 9(5) VALUE ZERO.

       01  linea-cabecera-correo.
           05  cab-tipo        PIC X VALUE 'H'.
           05  cab-fecha       PIC 9(8).
           05  cab-remitente   PIC X(30) VALUE 'BANCO EJEMPLO'.
           05  FILLER          PIC X(81) VALUE SPACES.
       01  linea-sobre-correo.
           05  sob-tipo        PIC X VALUE 'S'.
           05  sob-numero      PIC 9(6).
           05  sob-documento   PIC X(8).
           05  sob-cliente     PIC 9(6).
           05  sob-nombre      PIC X(41).
           05  sob-calle       PIC X(30).
           05  sob-ciudad      PIC X(20).
           05  sob-codpostal   PIC X(8).
       01  linea-pagina-correo.
           05  lin-tipo        PIC X VALUE 'L'.
           05  lin-numero      PIC 9(6).
           05  lin-pagina      PIC 9(3).
           05  lin-texto       PIC X(80).
           05  FILLER          PIC X(30) VALUE SPACES.
       01  linea-control-correo.
           05  ctl-tipo        PIC X VALUE 'T'.
           05  ctl-documentos  PIC 9(6).
           05  ctl-paginas     PIC 9(7).
           05  ctl-lineas      PIC 9(7).
           05  FILLER          PIC X(99) VALUE SPACES.

       01  linea-detalle.
           05  det-accion      PIC X(14).
           05  det-numero      PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  det-documento   PIC X(8).
           05  FILLER          PIC X(5) VALUE ' CLI '.
           05  det-cliente     PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  det-texto       PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE SPACES TO parametro-texto
           MOVE 'LINEAS-PAGINA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(parametro-texto) = 0
               COMPUTE lineas-pagina =
                   FUNCTION NUMVAL(parametro-texto)
           END-IF
           IF lineas-pagina = ZERO
               MOVE 60 TO lineas-pagina
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'ENVIA-CORREO: no se pudo crear CORREO.RPT, '
                   'status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'ENVIO A LA CASA DE CORREO - PROCESO '
               fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO linea-reporte
           WRITE linea-reporte
           PERFORM CARGAR-ACUSES

           OPEN INPUT archivo-cola
           IF fs-cola NOT = '00'
               DISPLAY 'ENVIA-CORREO: sin COLAIMP.DAT (status='
                   fs-cola '), la cola esta vacia.'
               CLOSE reporte
               STOP RUN
           END-IF
           OPEN OUTPUT cola-nueva
           IF fs-cola-nueva NOT = '00'
               DISPLAY 'ENVIA-CORREO: no se pudo crear COLAIMP.NEW, '
                   'status=' fs-cola-nueva
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT clientes
           IF fs-clientes = '00'
               SET HAY-CLIENTES TO TRUE
           END-IF
           OPEN INPUT domicilios
           IF fs-domicilios = '00'
               SET HAY-DOMICILIOS TO TRUE
           END-IF
           PERFORM UNTIL no-hay-mas-cola
               READ archivo-cola INTO registro-cola
                   AT END
                       SET no-hay-mas-cola TO TRUE
                   NOT AT END
                       PERFORM TRATAR-ENTRADA
                       WRITE registro-cola-nueva FROM registro-cola
               END-READ
           END-PERFORM
           IF HAY-FUENTE
               CLOSE archivo-fuente
           END-IF
           IF LOTE-EN-CURSO
               PERFORM CERRAR-LOTE
           END-IF
           CLOSE archivo-cola
           CLOSE cola-nueva
           IF HAY-CLIENTES
               CLOSE clientes
           END-IF
           IF HAY-DOMICILIOS
               CLOSE domicilios
           END-IF
           MOVE 'mv COLAIMP.NEW COLAIMP.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'ENVIA-CORREO: fallo la promocion de la cola.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ACUSE-LEIDO
               MOVE 'mv CORREOACK.TXT CORREOACK.PROCESADO'
                   TO ws-comando-mv
               CALL 'SYSTEM' USING ws-comando-mv
           END-IF

           MOVE SPACES TO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO linea-reporte
           STRING 'ENVIADOS: ' documentos-lote ' PAGINAS: '
               paginas-lote ' DESPACHADOS: ' despachados
               ' RECHAZADOS: ' rechazados ' SIN DOMICILIO: '
               sin-domicilio ' DEVUELTOS: ' con-devolucion
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           CLOSE reporte
           DISPLAY 'ENVIA-CORREO: ' documentos-lote ' documentos ('
               paginas-lote ' paginas) enviados, ' despachados
               ' despachados, ' rechazados ' rechazados, '
               sin-domicilio ' sin domicilio, ' con-devolucion
               ' con correo devuelto.'
           MOVE ZERO TO RETURN-CODE
           IF rechazados > ZERO OR sin-domicilio > ZERO
               OR con-devolucion > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-ACUSES.
           OPEN INPUT archivo-acuse
           IF fs-acuse NOT = '00'
               DISPLAY 'ENVIA-CORREO: sin CORREOACK.TXT (status='
                   fs-acuse '), no hay acuse de la casa de correo.'
           ELSE
               SET ACUSE-LEIDO TO TRUE
               PERFORM UNTIL no-hay-mas-acuse
                   READ archivo-acuse
                       AT END
                           SET no-hay-mas-acuse TO TRUE
                       NOT AT END
                           IF acuses-cargados < 2000
                               ADD 1 TO acuses-cargados
                               MOVE acu-numero
                                   TO ack-numero(acuses-cargados)
                               MOVE acu-resultado
                                   TO ack-resultado(acuses-cargados)
                               MOVE acu-fecha
                                   TO ack-fecha(acuses-cargados)
                           ELSE
                               DISPLAY 'ENVIA-CORREO: mas de 2000 '
                                   'lineas de acuse.'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-acuse
           END-IF.

      * Lo enviado se cierra con su acuse; lo pendiente de los
      * tipos que van por correo sale en el lote.
       TRATAR-ENTRADA.
           IF col-estado = 'E'
               PERFORM APLICAR-ACUSE
           END-IF
           MOVE col-tipo TO tipo-documento
           IF col-estado = 'P' AND DOCUMENTO-POR-CORREO
               PERFORM ENSOBRAR-DOCUMENTO
           END-IF.

       APLICAR-ACUSE.
           MOVE 'N' TO acuse-hallado
           PERFORM VARYING idx-acuse FROM 1 BY 1
                   UNTIL idx-acuse > acuses-cargados OR HAY-ACUSE
               IF ack-numero(idx-acuse) = col-numero
                   SET HAY-ACUSE TO TRUE
               END-IF
           END-PERFORM
           IF HAY-ACUSE
               SUBTRACT 1 FROM idx-acuse
               EVALUATE ack-resultado(idx-acuse)
                   WHEN 'D'
                       MOVE 'C' TO col-estado
                       MOVE ack-fecha(idx-acuse) TO col-fecha-acuse
                       ADD 1 TO despachados
                   WHEN 'R'
                       MOVE 'P' TO col-estado
                       MOVE ZEROS TO col-fecha-envio
                       ADD 1 TO rechazados
                       MOVE 'RECHAZADO' TO det-accion
                       MOVE 'DEVUELTO POR LA CASA DE CORREO, PENDIENTE'
                           TO det-texto
                       PERFORM LISTAR-ENTRADA
                   WHEN OTHER
                       MOVE 'ACUSE INVALIDO' TO det-accion
                       MOVE ack-resultado(idx-acuse) TO det-texto
                       PERFORM LISTAR-ENTRADA
               END-EVALUATE
           END-IF.

      * Sobre con el bloque de direccion y despues las lineas del
      * documento. Sin domicilio, o con correo devuelto, no hay
      * sobre: la entrada queda pendiente (y se vuelve a intentar la
      * noche siguiente).
       ENSOBRAR-DOCUMENTO.
           MOVE 'N' TO domicilio-leido
           IF HAY-DOMICILIOS
               MOVE col-cliente TO dom-cliente
               READ domicilios
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HAY-DOMICILIO TO TRUE
               END-READ
           END-IF
           IF HAY-DOMICILIO
               MOVE 'C' TO l-ret-accion
               MOVE col-cliente TO l-ret-cliente
               MOVE col-tipo TO l-ret-documento
               MOVE 'ENVIOCORREO' TO l-ret-programa
               CALL 'RETENIDO' USING l-ret-accion, l-ret-cliente,
                   l-ret-documento, l-ret-programa, l-ret-fecha,
                   l-ret-motivo, l-ret-status
           END-IF
           EVALUATE TRUE
               WHEN NOT HAY-DOMICILIO
                   ADD 1 TO sin-domicilio
                   MOVE 'SIN DOMICILIO' TO det-accion
                   MOVE 'PENDIENTE HASTA QUE SE CARGUE EL DOMICILIO'
                       TO det-texto
                   PERFORM LISTAR-ENTRADA
               WHEN l-ret-status NOT = 0
                   ADD 1 TO con-devolucion
                   MOVE 'CORREO DEVUELT' TO det-accion
                   MOVE SPACES TO det-texto
                   STRING 'DEVUELTO ' l-ret-fecha ' ' l-ret-motivo
                       DELIMITED BY SIZE INTO det-texto
                   PERFORM LISTAR-ENTRADA
               WHEN OTHER
                   PERFORM ARMAR-SOBRE
           END-EVALUATE.

       ARMAR-SOBRE.
           IF NOT LOTE-EN-CURSO
               PERFORM ABRIR-LOTE
           END-IF
           MOVE SPACES TO sob-nombre
           IF HAY-CLIENTES
               MOVE col-cliente TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING nombre-fd DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           apellido-fd DELIMITED BY '  '
                           INTO sob-nombre
               END-READ
           END-IF
           MOVE col-numero TO sob-numero
           MOVE col-tipo TO sob-documento
           MOVE col-cliente TO sob-cliente
           MOVE dom-calle TO sob-calle
           MOVE dom-ciudad TO sob-ciudad
           MOVE dom-codpostal TO sob-codpostal
           WRITE registro-correo FROM linea-sobre-correo
           PERFORM COPIAR-PAGINAS
           ADD 1 TO documentos-lote
           MOVE 'E' TO col-estado
           MOVE fecha-proceso TO col-fecha-envio.

      * Las lineas del documento salen del archivo de salida que
      * registro la cola; los documentos de un mismo archivo vienen
      * en orden, asi que se reabre solo al cambiar de archivo o al
      * volver hacia atras.
       COPIAR-PAGINAS.
           IF NOT HAY-FUENTE OR col-archivo NOT = nombre-fuente
               OR col-desde <= linea-actual
               IF HAY-FUENTE
                   CLOSE archivo-fuente
               END-IF
               MOVE col-archivo TO nombre-fuente
               MOVE ZERO TO linea-actual
               MOVE 'N' TO fin-fuente
               MOVE 'N' TO fuente-abierta
               OPEN INPUT archivo-fuente
               IF fs-fuente = '00'
                   SET HAY-FUENTE TO TRUE
               ELSE
                   DISPLAY 'ENVIA-CORREO: no se pudo abrir '
                       nombre-fuente ', status=' fs-fuente
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE ZERO TO lineas-documento
           MOVE 1 TO pagina-documento
           ADD 1 TO paginas-lote
           PERFORM UNTIL no-hay-mas-fuente
                   OR linea-actual >= col-hasta
               READ archivo-fuente
                   AT END
                       SET no-hay-mas-fuente TO TRUE
                   NOT AT END
                       ADD 1 TO linea-actual
                       IF linea-actual >= col-desde
                           PERFORM ESCRIBIR-LINEA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-LINEA-DOCUMENTO.
           IF lineas-documento > ZERO
               AND FUNCTION MOD(lineas-documento, lineas-pagina) = 0
               ADD 1 TO pagina-documento
               ADD 1 TO paginas-lote
           END-IF
           ADD 1 TO lineas-documento
           ADD 1 TO lineas-lote
           MOVE col-numero TO lin-numero
           MOVE pagina-documento TO lin-pagina
           MOVE registro-fuente TO lin-texto
           WRITE registro-correo FROM linea-pagina-correo.

       ABRIR-LOTE.
           OPEN EXTEND archivo-correo
           IF fs-correo = '05' OR fs-correo = '35'
               OPEN OUTPUT archivo-correo
           END-IF
           IF fs-correo NOT = '00'
               DISPLAY 'ENVIA-CORREO: no se pudo abrir CORREO.TXT, '
                   'status=' fs-correo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE fecha-proceso TO cab-fecha
           WRITE registro-correo FROM linea-cabecera-correo
           SET LOTE-EN-CURSO TO TRUE.

       CERRAR-LOTE.
           MOVE documentos-lote TO ctl-documentos
           MOVE paginas-lote TO ctl-paginas
           MOVE lineas-lote TO ctl-lineas
           WRITE registro-correo FROM linea-control-correo
           IF fs-correo NOT = '00'
               DISPLAY 'ENVIA-CORREO: error al escribir el control '
                   'de CORREO.TXT, status=' fs-correo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE archivo-correo.

       LISTAR-ENTRADA.
           MOVE col-numero TO det-numero
           MOVE col-tipo TO det-documento
           MOVE col-cliente TO det-cliente
           MOVE linea-detalle TO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO det-texto.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'ENVIOCORREO' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'ENVIA-CORREO' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
