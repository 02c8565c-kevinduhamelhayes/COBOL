       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-PAGOS.
       AUTHOR. Ejemplo.
      * Paso nocturno de las ordenes de pago a otros bancos. Corre
      * antes del merge y hace dos cosas sobre PAGOS.DAT:
      *  1. Aplica la respuesta del banco BCOPAGRES.TXT (numero de
      *     pago y resultado C=acreditado / R=devuelto) a los pagos
      *     enviados: los acreditados quedan confirmados y los
      *     devueltos generan automaticamente el credito de reversa
      *     a PAGOS.TXT referenciando el pago, como hace
      *     CHEQUES-CLEARING con los cheques rebotados. El archivo
      *     del banco consumido se renombra a BCOPAGRES.PROCESADO.
      *  2. Envia los pagos liberados cuya fecha valor llego: el
      *     debito al cliente sale a PAGOS.TXT (fuente generada del
      *     merge) y el pago se agrega al archivo de pagos del banco
      *     BCOPAGOS.TXT, un lote por corrida con cabecera, una
      *     linea por pago y cola con cantidad y total. Un pago que
      *     el disponible del cliente no cubre queda liberado y se
      *     reintenta la noche siguiente: no sale plata al banco sin
      *     el debito que la respalde.
      * El detalle de la corrida queda en GENPAGOS.RPT.
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
           SELECT archivo-generadas ASSIGN TO 'PAGOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.
           SELECT archivo-banco ASSIGN TO 'BCOPAGOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-banco.
           SELECT archivo-respuesta ASSIGN TO 'BCOPAGRES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-respuesta.
           SELECT archivo-cotizaciones ASSIGN TO 'COTIZA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cotizaciones.
           SELECT reporte ASSIGN TO 'GENPAGOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  pagos.
           COPY PAGOSAL.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-generadas.
           COPY TRANSAC.
       FD  archivo-banco.
       01  registro-banco PIC X(100).
      * Linea de respuesta del banco: nuestro numero de pago y el
      * resultado.
       FD  archivo-respuesta.
       01  registro-respuesta.
           05  res-numero      PIC 9(6).
           05  FILLER          PIC X.
           05  res-resultado   PIC X.
       FD  archivo-cotizaciones.
       01  registro-cotizacion.
           05  cot-fecha          PIC 9(08).
           05  FILLER             PIC X(01).
           05  cot-moneda         PIC X(03).
           05  FILLER             PIC X(01).
           05  cot-valor          PIC 9(05)V9(04).
       FD  reporte.
       01  linea-reporte PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY DSPPARM.
       01  fs-pagos           PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fs-banco           PIC XX VALUE '00'.
       01  fs-respuesta       PIC XX VALUE '00'.
       01  fs-cotizaciones    PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-pagos          PIC X VALUE 'N'.
           88  no-hay-mas-pagos VALUE 'S'.
       01  fin-respuesta      PIC X VALUE 'N'.
           88  no-hay-mas-respuesta VALUE 'S'.
       01  fin-cotizaciones   PIC X VALUE 'N'.
           88  no-hay-mas-cotizaciones VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  descripcion-armada PIC X(33).
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  hubo-respuesta     PIC X VALUE 'N'.
           88  RESPUESTA-LEIDA VALUE 'S'.
       01  lote-abierto       PIC X VALUE 'N'.
           88  LOTE-EN-CURSO   VALUE 'S'.
       01  acreditados        PIC 9(5) VALUE ZERO.
       01  devueltos          PIC 9(5) VALUE ZERO.
       01  enviados           PIC 9(5) VALUE ZERO.
       01  retenidos          PIC 9(5) VALUE ZERO.
       01  total-lote         PIC 9(13)V99 VALUE ZERO.
       01  importe-editado    PIC -(7)9.99.

      * Respuestas del banco cargadas en tabla, para casarlas con
      * los pagos enviados en una sola pasada del maestro.
       01  tabla-respuestas.
           05  respuesta-e OCCURS 1000 TIMES.
               10  rta-numero     PIC 9(6).
               10  rta-resultado  PIC X.
       01  respuestas-cargadas PIC 9(4) VALUE ZERO.
       01  idx-respuesta      PIC 9(4).
       01  resultado-hallado  PIC X VALUE 'N'.
           88  HAY-RESULTADO   VALUE 'S'.
       01  resultado-pago     PIC X.

      * Cobertura del pago: el importe en moneda base contra el
      * saldo disponible del cliente (DISPONIBLE: el contable menos
      * los cheques en clearing, lo mismo contra lo que el posteo
      * prueba el debito) menos lo ya comprometido por otros pagos
      * de la misma corrida. Un pago en moneda extranjera se valua
      * a la ultima cotizacion de COTIZA.DAT hasta la fecha de
      * proceso; sin cotizacion el pago se retiene.
       01  tabla-cotizaciones.
           05  cotizacion-e OCCURS 50 TIMES.
               10  ctz-moneda     PIC X(03).
               10  ctz-fecha      PIC 9(08).
               10  ctz-valor      PIC 9(05)V9(04).
       01  cotizaciones-cargadas PIC 9(2) VALUE ZERO.
       01  idx-ctz            PIC 9(2).
       01  cotizacion-hallada PIC X VALUE 'N'.
           88  HAY-COTIZACION  VALUE 'S'.
       01  valor-cotizacion   PIC 9(05)V9(04).
       01  importe-base-pago  PIC S9(11)V99.
       01  saldo-disponible   PIC S9(11)V99.
       01  tabla-comprometidos.
           05  comprometido-e OCCURS 500 TIMES.
               10  cmp-cliente    PIC 9(6).
               10  cmp-importe    PIC S9(11)V99.
       01  comprometidos-cargados PIC 9(3) VALUE ZERO.
       01  idx-comprometido   PIC 9(3).
       01  comprometido-cliente PIC S9(11)V99.
       01  motivo-retencion   PIC X(30).
       01  pago-cubierto      PIC X VALUE 'N'.
           88  PAGO-OK         VALUE 'S'.

      * Lineas del archivo de pagos del banco.
       01  linea-cabecera-banco.
           05  cab-tipo        PIC X VALUE 'H'.
           05  cab-fecha       PIC 9(8).
           05  cab-ordenante   PIC X(30) VALUE 'BANCO EJEMPLO'.
           05  FILLER          PIC X(61) VALUE SPACES.
       01  linea-detalle-banco.
           05  dbn-tipo        PIC X VALUE 'D'.
           05  dbn-numero      PIC 9(6).
           05  dbn-banco       PIC X(4).
           05  dbn-cuenta      PIC X(22).
           05  dbn-beneficiario PIC X(30).
           05  dbn-moneda      PIC X(3).
           05  dbn-importe     PIC 9(9)V99.
           05  dbn-fecha-valor PIC 9(8).
           05  FILLER          PIC X(15) VALUE SPACES.
       01  linea-cola-banco.
           05  col-tipo        PIC X VALUE 'T'.
           05  col-cantidad    PIC 9(6).
           05  col-total       PIC 9(13)V99.
           05  FILLER          PIC X(78) VALUE SPACES.

       01  linea-detalle.
           05  det-accion      PIC X(10).
           05  det-numero      PIC 9(6).
           05  FILLER          PIC X(5) VALUE ' CLI '.
           05  det-cliente     PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  det-importe     PIC -(7)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-moneda      PIC X(3).
           05  FILLER          PIC X VALUE SPACE.
           05  det-texto       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           OPEN I-O pagos
           IF fs-pagos = '35'
               DISPLAY 'GENERA-PAGOS: sin PAGOS.DAT, no hay pagos '
                   'que procesar.'
               STOP RUN
           END-IF
           IF fs-pagos NOT = '00'
               DISPLAY 'GENERA-PAGOS: no se pudo abrir PAGOS.DAT, '
                   'status=' fs-pagos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'GENERA-PAGOS: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'GENERA-PAGOS: no se pudo crear '
                   'GENPAGOS.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'PAGOS A OTROS BANCOS - PROCESO DEL ' fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           OPEN EXTEND archivo-generadas
           IF fs-generadas = '05' OR fs-generadas = '35'
               OPEN OUTPUT archivo-generadas
           END-IF
           IF fs-generadas NOT = '00'
               DISPLAY 'GENERA-PAGOS: no se pudo abrir PAGOS.TXT, '
                   'status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-RESPUESTAS-BANCO
           PERFORM CARGAR-COTIZACIONES

           MOVE ZEROS TO pag-numero
           START pagos KEY IS NOT LESS THAN pag-numero
               INVALID KEY
                   SET no-hay-mas-pagos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-pagos
               READ pagos NEXT RECORD
                   AT END
                       SET no-hay-mas-pagos TO TRUE
                   NOT AT END
                       PERFORM TRATAR-PAGO
               END-READ
           END-PERFORM

           IF LOTE-EN-CURSO
               PERFORM CERRAR-LOTE-BANCO
           END-IF
           CLOSE archivo-generadas
           CLOSE pagos
           CLOSE clientes
           IF RESPUESTA-LEIDA
               MOVE 'mv BCOPAGRES.TXT BCOPAGRES.PROCESADO'
                   TO ws-comando-mv
               CALL 'SYSTEM' USING ws-comando-mv
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'ENVIADOS: ' enviados ' RETENIDOS: ' retenidos
               ' ACREDITADOS: ' acreditados ' DEVUELTOS: '
               devueltos
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           CLOSE reporte
           DISPLAY 'GENERA-PAGOS: ' enviados ' enviados, '
               retenidos ' retenidos, ' acreditados
               ' acreditados, ' devueltos ' devueltos.'
           STOP RUN.

       CARGAR-RESPUESTAS-BANCO.
           OPEN INPUT archivo-respuesta
           IF fs-respuesta NOT = '00'
               DISPLAY 'GENERA-PAGOS: sin BCOPAGRES.TXT (status='
                   fs-respuesta '), no hay respuesta del banco.'
           ELSE
               SET RESPUESTA-LEIDA TO TRUE
               PERFORM UNTIL no-hay-mas-respuesta
                   READ archivo-respuesta
                       AT END
                           SET no-hay-mas-respuesta TO TRUE
                       NOT AT END
                           IF respuestas-cargadas < 1000
                               ADD 1 TO respuestas-cargadas
                               MOVE res-numero TO rta-numero(
                                   respuestas-cargadas)
                               MOVE res-resultado TO rta-resultado(
                                   respuestas-cargadas)
                           ELSE
                               DISPLAY 'GENERA-PAGOS: mas de 1000 '
                                   'lineas de respuesta del banco.'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-respuesta
           END-IF.

      * Por moneda queda la ultima cotizacion hasta la fecha de
      * proceso.
       CARGAR-COTIZACIONES.
           OPEN INPUT archivo-cotizaciones
           IF fs-cotizaciones = '00'
               PERFORM UNTIL no-hay-mas-cotizaciones
                   READ archivo-cotizaciones
                       AT END
                           SET no-hay-mas-cotizaciones TO TRUE
                       NOT AT END
                           IF cot-fecha NUMERIC
                               AND cot-fecha <= fecha-proceso
                               PERFORM ANOTAR-COTIZACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-cotizaciones
           END-IF.

       ANOTAR-COTIZACION.
           MOVE 'N' TO cotizacion-hallada
           PERFORM VARYING idx-ctz FROM 1 BY 1
                   UNTIL idx-ctz > cotizaciones-cargadas
                   OR HAY-COTIZACION
               IF ctz-moneda(idx-ctz) = cot-moneda
                   SET HAY-COTIZACION TO TRUE
                   IF cot-fecha >= ctz-fecha(idx-ctz)
                       MOVE cot-fecha TO ctz-fecha(idx-ctz)
                       MOVE cot-valor TO ctz-valor(idx-ctz)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT HAY-COTIZACION
               AND cotizaciones-cargadas < 50
               ADD 1 TO cotizaciones-cargadas
               MOVE cot-moneda TO ctz-moneda(cotizaciones-cargadas)
               MOVE cot-fecha TO ctz-fecha(cotizaciones-cargadas)
               MOVE cot-valor TO ctz-valor(cotizaciones-cargadas)
           END-IF.

       TRATAR-PAGO.
           EVALUATE TRUE
               WHEN PAGO-ENVIADO
                   PERFORM APLICAR-RESPUESTA
               WHEN PAGO-LIBERADO
                   AND pag-fecha-valor <= fecha-proceso
                   PERFORM ENVIAR-PAGO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Respuesta del banco para un pago enviado. El devuelto
      * revierte el debito: el credito sale al merge con el
      * cliente y la moneda del pago y el numero en la descripcion.
       APLICAR-RESPUESTA.
           MOVE 'N' TO resultado-hallado
           PERFORM VARYING idx-respuesta FROM 1 BY 1
                   UNTIL idx-respuesta > respuestas-cargadas
                   OR HAY-RESULTADO
               IF rta-numero(idx-respuesta) = pag-numero
                   SET HAY-RESULTADO TO TRUE
                   MOVE rta-resultado(idx-respuesta)
                       TO resultado-pago
               END-IF
           END-PERFORM
           IF HAY-RESULTADO
               MOVE registro-pago TO imagen-anterior
               EVALUATE resultado-pago
                   WHEN 'C'
                       MOVE 'A' TO pag-estado
                       PERFORM REGRABAR-PAGO
                       ADD 1 TO acreditados
                       MOVE 'ACREDITADO' TO det-accion
                       MOVE pag-beneficiario TO det-texto
                       PERFORM ESCRIBIR-DETALLE
                   WHEN 'R'
                       MOVE 'D' TO pag-estado
                       PERFORM REGRABAR-PAGO
                       ADD 1 TO devueltos
                       MOVE fecha-proceso TO trans-fecha
                       MOVE pag-importe TO trans-importe
                       MOVE SPACES TO descripcion-armada
                       STRING 'DEVOL PAGO SALIENTE ' pag-numero
                           DELIMITED BY SIZE INTO descripcion-armada
                       PERFORM ESCRIBIR-TRANSACCION
                       MOVE 'DEVUELTO' TO det-accion
                       MOVE 'REVERSA AL MERGE' TO det-texto
                       PERFORM ESCRIBIR-DETALLE
                   WHEN OTHER
                       DISPLAY 'GENERA-PAGOS: resultado '
                           resultado-pago ' no reconocido para el '
                           'pago ' pag-numero ', sigue enviado.'
               END-EVALUATE
           END-IF.

      * Un pago liberado con su fecha valor cumplida sale si el
      * cliente sigue activo y su disponible lo cubre; si no, queda
      * liberado y se reintenta la proxima noche.
       ENVIAR-PAGO.
           PERFORM VERIFICAR-COBERTURA
           IF NOT PAGO-OK
               ADD 1 TO retenidos
               MOVE 'RETENIDO' TO det-accion
               MOVE motivo-retencion TO det-texto
               PERFORM ESCRIBIR-DETALLE
           ELSE
               IF NOT LOTE-EN-CURSO
                   PERFORM ABRIR-LOTE-BANCO
               END-IF
               MOVE fecha-proceso TO trans-fecha
               COMPUTE trans-importe = 0 - pag-importe
               MOVE SPACES TO descripcion-armada
               STRING 'PAGO SALIENTE ' pag-numero ' BCO ' pag-banco
                   DELIMITED BY SIZE INTO descripcion-armada
               PERFORM ESCRIBIR-TRANSACCION
               MOVE pag-numero TO dbn-numero
               MOVE pag-banco TO dbn-banco
               MOVE pag-cuenta TO dbn-cuenta
               MOVE pag-beneficiario TO dbn-beneficiario
               IF pag-moneda = SPACES
                   MOVE 'PES' TO dbn-moneda
               ELSE
                   MOVE pag-moneda TO dbn-moneda
               END-IF
               MOVE pag-importe TO dbn-importe
               MOVE pag-fecha-valor TO dbn-fecha-valor
               WRITE registro-banco FROM linea-detalle-banco
               IF fs-banco NOT = '00'
                   DISPLAY 'GENERA-PAGOS: error al escribir '
                       'BCOPAGOS.TXT, status=' fs-banco
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO enviados
               ADD pag-importe TO total-lote
               PERFORM ANOTAR-COMPROMETIDO
               MOVE registro-pago TO imagen-anterior
               MOVE 'E' TO pag-estado
               MOVE fecha-proceso TO pag-fecha-envio
               PERFORM REGRABAR-PAGO
               MOVE 'ENVIADO' TO det-accion
               MOVE pag-beneficiario TO det-texto
               PERFORM ESCRIBIR-DETALLE
           END-IF.

       VERIFICAR-COBERTURA.
           MOVE 'S' TO pago-cubierto
           MOVE SPACES TO motivo-retencion
           MOVE pag-cliente TO cliente-id-fd
           READ clientes
               INVALID KEY
                   MOVE 'N' TO pago-cubierto
                   MOVE 'CLIENTE INEXISTENTE' TO motivo-retencion
               NOT INVALID KEY
                   IF NOT CLIENTE-ACTIVO
                       MOVE 'N' TO pago-cubierto
                       MOVE 'CLIENTE NO ACTIVO' TO motivo-retencion
                   END-IF
           END-READ
           IF PAGO-OK
               IF pag-moneda = SPACES OR pag-moneda = 'PES'
                   MOVE pag-importe TO importe-base-pago
               ELSE
                   PERFORM BUSCAR-COTIZACION
                   IF HAY-COTIZACION
                       COMPUTE importe-base-pago ROUNDED =
                           pag-importe * valor-cotizacion
                   ELSE
                       MOVE 'N' TO pago-cubierto
                       MOVE 'SIN COTIZACION DE LA MONEDA'
                           TO motivo-retencion
                   END-IF
               END-IF
           END-IF
           IF PAGO-OK
               MOVE cliente-id-fd TO l-dsp-cliente
               IF cliente-saldo NUMERIC
                   MOVE cliente-saldo TO l-dsp-saldo
               ELSE
                   MOVE ZERO TO l-dsp-saldo
               END-IF
               CALL 'DISPONIBLE' USING l-dsp-cliente, l-dsp-saldo,
                   l-dsp-retenido, l-dsp-cheques, l-dsp-disponible,
                   l-dsp-status
               IF l-dsp-status NOT = 0
                   DISPLAY 'GENERA-PAGOS: no se pudo leer '
                       'CHEQUES.DAT, el cliente ' cliente-id-fd
                       ' va por su saldo.'
               END-IF
               MOVE l-dsp-disponible TO saldo-disponible
               PERFORM BUSCAR-COMPROMETIDO
               SUBTRACT comprometido-cliente FROM saldo-disponible
               IF importe-base-pago > saldo-disponible
                   MOVE 'N' TO pago-cubierto
                   IF importe-base-pago NOT >
                           saldo-disponible + l-dsp-retenido
                       MOVE 'SOBRE DISPONIBLE POR CHEQUES'
                           TO motivo-retencion
                   ELSE
                       MOVE 'SALDO INSUFICIENTE' TO motivo-retencion
                   END-IF
               END-IF
           END-IF.

       BUSCAR-COTIZACION.
           MOVE 'N' TO cotizacion-hallada
           PERFORM VARYING idx-ctz FROM 1 BY 1
                   UNTIL idx-ctz > cotizaciones-cargadas
                   OR HAY-COTIZACION
               IF ctz-moneda(idx-ctz) = pag-moneda
                   SET HAY-COTIZACION TO TRUE
                   MOVE ctz-valor(idx-ctz) TO valor-cotizacion
               END-IF
           END-PERFORM.

       BUSCAR-COMPROMETIDO.
           MOVE ZERO TO comprometido-cliente
           PERFORM VARYING idx-comprometido FROM 1 BY 1
                   UNTIL idx-comprometido > comprometidos-cargados
               IF cmp-cliente(idx-comprometido) = pag-cliente
                   MOVE cmp-importe(idx-comprometido)
                       TO comprometido-cliente
               END-IF
           END-PERFORM.

       ANOTAR-COMPROMETIDO.
           MOVE 'N' TO resultado-hallado
           PERFORM VARYING idx-comprometido FROM 1 BY 1
                   UNTIL idx-comprometido > comprometidos-cargados
                   OR HAY-RESULTADO
               IF cmp-cliente(idx-comprometido) = pag-cliente
                   SET HAY-RESULTADO TO TRUE
                   ADD importe-base-pago
                       TO cmp-importe(idx-comprometido)
               END-IF
           END-PERFORM
           IF NOT HAY-RESULTADO
               IF comprometidos-cargados < 500
                   ADD 1 TO comprometidos-cargados
                   MOVE pag-cliente
                       TO cmp-cliente(comprometidos-cargados)
                   MOVE importe-base-pago
                       TO cmp-importe(comprometidos-cargados)
               ELSE
                   DISPLAY 'GENERA-PAGOS: mas de 500 clientes con '
                       'pagos en la corrida.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * El archivo del banco acumula un lote por corrida hasta que
      * la transmision lo retira; el lote se abre con el primer
      * pago enviado, asi una noche sin pagos no deja lotes vacios.
       ABRIR-LOTE-BANCO.
           OPEN EXTEND archivo-banco
           IF fs-banco = '05' OR fs-banco = '35'
               OPEN OUTPUT archivo-banco
           END-IF
           IF fs-banco NOT = '00'
               DISPLAY 'GENERA-PAGOS: no se pudo abrir '
                   'BCOPAGOS.TXT, status=' fs-banco
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE fecha-proceso TO cab-fecha
           WRITE registro-banco FROM linea-cabecera-banco
           SET LOTE-EN-CURSO TO TRUE.

       CERRAR-LOTE-BANCO.
           MOVE enviados TO col-cantidad
           MOVE total-lote TO col-total
           WRITE registro-banco FROM linea-cola-banco
           IF fs-banco NOT = '00'
               DISPLAY 'GENERA-PAGOS: error al escribir la cola '
                   'de BCOPAGOS.TXT, status=' fs-banco
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE archivo-banco.

      * Las transacciones salen con la fecha de proceso, el
      * cliente y la moneda del pago y sin sucursal (origen
      * central), como las demas fuentes generadas.
       ESCRIBIR-TRANSACCION.
           MOVE descripcion-armada TO trans-descripcion
           MOVE pag-moneda TO trans-moneda
           MOVE ZEROS TO trans-sucursal
           MOVE pag-cliente TO trans-cliente
           WRITE registro-transaccion
           IF fs-generadas NOT = '00'
               DISPLAY 'GENERA-PAGOS: error al escribir PAGOS.TXT, '
                   'status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REGRABAR-PAGO.
           MOVE 'GENERA-PAGOS' TO l-jrn-programa
           MOVE 'PAGOS' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-pago TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: no se pudo grabar el diario de '
                   'imagenes.'
           END-IF
           REWRITE registro-pago
               INVALID KEY
                   DISPLAY 'GENERA-PAGOS: error al regrabar el '
                       'pago ' pag-numero
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       ESCRIBIR-DETALLE.
           MOVE pag-numero TO det-numero
           MOVE pag-cliente TO det-cliente
           MOVE pag-importe TO det-importe
           MOVE pag-moneda TO det-moneda
           WRITE linea-reporte FROM linea-detalle
           IF fs-reporte NOT = '00'
               DISPLAY 'GENERA-PAGOS: error al escribir '
                   'GENPAGOS.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'GENERA-PAGOS' TO l-sel-programa
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
