       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRA-DEBITOS.
       AUTHOR. Ejemplo.
      * Paso nocturno de los cobros por debito directo. Corre antes
      * del merge: recorre el directorio de empresas COMPANIAS.DAT y
      * para cada empresa que dejo su archivo de cobros
      * COBROS.<empresa>.TXT revisa pedido por pedido contra el
      * maestro de mandatos MANDATOS.DAT:
      *  - tiene que haber un mandato para la empresa y la
      *    referencia, activo y vigente en la fecha de proceso;
      *  - el importe no puede pasar el maximo del mandato;
      *  - el cliente tiene que estar activo y su saldo disponible
      *    (neto de cheques en clearing, segun DISPONIBLE), menos lo
      *    ya aceptado en la misma corrida, tiene que cubrirlo.
      * Lo aceptado sale como debito al cliente a DEBITOS.TXT (fuente
      * generada del merge) y queda anotado en el mandato como su
      * ultimo cobro; lo rechazado lleva un codigo de motivo. Cada
      * empresa recibe su respuesta RESPCOB.AAAAMMDD.<empresa>.TXT,
      * una linea por pedido con el resultado, con cabecera y cola,
      * como el acuse que reciben las sucursales. El archivo de la
      * empresa ya procesado se renombra a COBROS.<empresa>.PROCESADO.
      * El detalle de la corrida queda en COBRODEB.RPT.
      * Codigos de rechazo:
      *  01 PEDIDO INVALIDO           05 SUPERA EL MAXIMO
      *  02 SIN MANDATO               06 CUENTA NO HABILITADA
      *  03 MANDATO SUSPENDIDO/REVOC. 07 FONDOS INSUFICIENTES
      *  04 MANDATO FUERA DE VIGENCIA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT companias ASSIGN TO 'COMPANIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS comp-codigo
               FILE STATUS IS fs-companias.
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
           SELECT archivo-cobros ASSIGN DYNAMIC ws-nombre-cobros
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cobros.
           SELECT archivo-respuesta ASSIGN DYNAMIC ws-nombre-respuesta
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-respuesta.
           SELECT archivo-generadas ASSIGN TO 'DEBITOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.
           SELECT reporte ASSIGN TO 'COBRODEB.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  companias.
           COPY COMPANIA.
       FD  mandatos.
           COPY MANDATO.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-cobros.
           COPY COBRODEB.
       FD  archivo-respuesta.
       01  registro-respuesta PIC X(100).
       FD  archivo-generadas.
           COPY TRANSAC.
       FD  reporte.
       01  linea-reporte PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY DSPPARM.
       01  fs-companias       PIC XX VALUE '00'.
       01  fs-mandatos        PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-cobros          PIC XX VALUE '00'.
       01  fs-respuesta       PIC XX VALUE '00'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-companias      PIC X VALUE 'N'.
           88  no-hay-mas-companias VALUE 'S'.
       01  fin-cobros         PIC X VALUE 'N'.
           88  no-hay-mas-cobros VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  ws-nombre-cobros   PIC X(40) VALUE SPACES.
       01  ws-nombre-respuesta PIC X(40) VALUE SPACES.
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  descripcion-armada PIC X(33).
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  empresas-procesadas PIC 9(3) VALUE ZERO.
       01  total-aceptados    PIC 9(5) VALUE ZERO.
       01  total-rechazados   PIC 9(5) VALUE ZERO.

      * Resultado del pedido en curso.
       01  pedido-aceptado    PIC X VALUE 'N'.
           88  PEDIDO-OK       VALUE 'S'.
       01  codigo-rechazo     PIC 9(2).
       01  motivo-rechazo     PIC X(30).
       01  saldo-disponible   PIC S9(11)V99.

      * Acumuladores de la empresa en curso.
       01  emp-recibidos      PIC 9(6).
       01  emp-aceptados      PIC 9(6).
       01  emp-rechazados     PIC 9(6).
       01  emp-total-aceptado PIC 9(11)V99.

      * Lo ya debitado a cada cliente en la corrida, para que dos
      * cobros de la misma noche no cuenten dos veces el mismo
      * saldo disponible.
       01  tabla-comprometidos.
           05  comprometido-e OCCURS 500 TIMES.
               10  cmp-cliente    PIC 9(6).
               10  cmp-importe    PIC S9(11)V99.
       01  comprometidos-cargados PIC 9(3) VALUE ZERO.
       01  idx-comprometido   PIC 9(3).
       01  comprometido-cliente PIC S9(11)V99.
       01  cliente-hallado    PIC X VALUE 'N'.
           88  HAY-COMPROMETIDO VALUE 'S'.

      * Lineas de la respuesta a la empresa.
       01  linea-cabecera-rta.
           05  cab-tipo        PIC X VALUE 'H'.
           05  cab-compania    PIC X(6).
           05  cab-fecha       PIC 9(8).
           05  cab-ordenante   PIC X(30) VALUE 'BANCO EJEMPLO'.
           05  FILLER          PIC X(55) VALUE SPACES.
       01  linea-detalle-rta.
           05  drt-tipo        PIC X VALUE 'D'.
           05  drt-pedido      PIC X(10).
           05  drt-referencia  PIC X(20).
           05  drt-importe     PIC 9(7)V99.
      * A = aceptado (se debita en la fecha de proceso),
      * R = rechazado con su codigo y motivo.
           05  drt-resultado   PIC X.
           05  drt-codigo      PIC 9(2).
           05  drt-motivo      PIC X(30).
           05  FILLER          PIC X(27) VALUE SPACES.
       01  linea-cola-rta.
           05  col-tipo        PIC X VALUE 'T'.
           05  col-recibidos   PIC 9(6).
           05  col-aceptados   PIC 9(6).
           05  col-total       PIC 9(11)V99.
           05  col-rechazados  PIC 9(6).
           05  FILLER          PIC X(68) VALUE SPACES.

       01  linea-detalle.
           05  det-accion      PIC X(10).
           05  det-compania    PIC X(6).
           05  FILLER          PIC X VALUE SPACE.
           05  det-referencia  PIC X(20).
           05  FILLER          PIC X(5) VALUE ' CLI '.
           05  det-cliente     PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  det-importe     PIC -(7)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-texto       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           OPEN INPUT companias
           IF fs-companias = '35'
               DISPLAY 'COBRA-DEBITOS: sin COMPANIAS.DAT, no hay '
                   'empresas que cobren por debito directo.'
               STOP RUN
           END-IF
           IF fs-companias NOT = '00'
               DISPLAY 'COBRA-DEBITOS: no se pudo abrir '
                   'COMPANIAS.DAT, status=' fs-companias
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O mandatos
           IF fs-mandatos = '35'
               OPEN OUTPUT mandatos
               CLOSE mandatos
               OPEN I-O mandatos
           END-IF
           IF fs-mandatos NOT = '00'
               DISPLAY 'COBRA-DEBITOS: no se pudo abrir '
                   'MANDATOS.DAT, status=' fs-mandatos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'COBRA-DEBITOS: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'COBRA-DEBITOS: no se pudo crear '
                   'COBRODEB.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'COBROS POR DEBITO DIRECTO - PROCESO DEL '
               fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           OPEN EXTEND archivo-generadas
           IF fs-generadas = '05' OR fs-generadas = '35'
               OPEN OUTPUT archivo-generadas
           END-IF
           IF fs-generadas NOT = '00'
               DISPLAY 'COBRA-DEBITOS: no se pudo abrir '
                   'DEBITOS.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO comp-codigo
           START companias KEY IS NOT LESS THAN comp-codigo
               INVALID KEY
                   SET no-hay-mas-companias TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-companias
               READ companias NEXT RECORD
                   AT END
                       SET no-hay-mas-companias TO TRUE
                   NOT AT END
                       PERFORM TRATAR-EMPRESA
               END-READ
           END-PERFORM

           CLOSE archivo-generadas
           CLOSE companias
           CLOSE mandatos
           CLOSE clientes
           MOVE SPACES TO linea-reporte
           STRING 'EMPRESAS: ' empresas-procesadas
               ' ACEPTADOS: ' total-aceptados
               ' RECHAZADOS: ' total-rechazados
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           CLOSE reporte
           DISPLAY 'COBRA-DEBITOS: ' empresas-procesadas
               ' empresas, ' total-aceptados ' cobros aceptados, '
               total-rechazados ' rechazados.'
           STOP RUN.

      * Una empresa sin archivo de cobros esta noche no recibe
      * respuesta: no mando nada que contestar.
       TRATAR-EMPRESA.
           MOVE SPACES TO ws-nombre-cobros
           STRING 'COBROS.' comp-codigo DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ws-nombre-cobros
           OPEN INPUT archivo-cobros
           IF fs-cobros = '00'
               PERFORM PROCESAR-ARCHIVO-EMPRESA
           END-IF.

       PROCESAR-ARCHIVO-EMPRESA.
           ADD 1 TO empresas-procesadas
           MOVE ZERO TO emp-recibidos
           MOVE ZERO TO emp-aceptados
           MOVE ZERO TO emp-rechazados
           MOVE ZERO TO emp-total-aceptado
           MOVE SPACES TO ws-nombre-respuesta
           STRING 'RESPCOB.' fecha-proceso '.' DELIMITED BY SIZE
               comp-codigo DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ws-nombre-respuesta
           OPEN OUTPUT archivo-respuesta
           IF fs-respuesta NOT = '00'
               DISPLAY 'COBRA-DEBITOS: no se pudo crear '
                   ws-nombre-respuesta ', status=' fs-respuesta
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE comp-codigo TO cab-compania
           MOVE fecha-proceso TO cab-fecha
           MOVE linea-cabecera-rta TO registro-respuesta
           PERFORM ESCRIBIR-RESPUESTA
           MOVE 'N' TO fin-cobros
           PERFORM UNTIL no-hay-mas-cobros
               READ archivo-cobros
                   AT END
                       SET no-hay-mas-cobros TO TRUE
                   NOT AT END
                       PERFORM TRATAR-PEDIDO
               END-READ
           END-PERFORM
           CLOSE archivo-cobros
           MOVE emp-recibidos TO col-recibidos
           MOVE emp-aceptados TO col-aceptados
           MOVE emp-total-aceptado TO col-total
           MOVE emp-rechazados TO col-rechazados
           MOVE linea-cola-rta TO registro-respuesta
           PERFORM ESCRIBIR-RESPUESTA
           CLOSE archivo-respuesta
           MOVE SPACES TO ws-comando-mv
           STRING 'mv ' ws-nombre-cobros DELIMITED BY SPACE
               ' COBROS.' DELIMITED BY SIZE
               comp-codigo DELIMITED BY SPACE
               '.PROCESADO' DELIMITED BY SIZE
               INTO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv
           DISPLAY 'COBRA-DEBITOS: ' ws-nombre-respuesta ' con '
               emp-recibidos ' pedidos.'.

       TRATAR-PEDIDO.
           ADD 1 TO emp-recibidos
           PERFORM VALIDAR-PEDIDO
           MOVE cob-pedido TO drt-pedido
           MOVE cob-referencia TO drt-referencia
           IF cob-importe NUMERIC
               MOVE cob-importe TO drt-importe
           ELSE
               MOVE ZERO TO drt-importe
           END-IF
           MOVE comp-codigo TO det-compania
           MOVE cob-referencia TO det-referencia
           MOVE drt-importe TO det-importe
           IF PEDIDO-OK
               PERFORM ACEPTAR-PEDIDO
               MOVE 'A' TO drt-resultado
               MOVE ZERO TO drt-codigo
               MOVE SPACES TO drt-motivo
               MOVE 'ACEPTADO' TO det-accion
               MOVE cob-concepto TO det-texto
           ELSE
               ADD 1 TO emp-rechazados
               ADD 1 TO total-rechazados
               MOVE 'R' TO drt-resultado
               MOVE codigo-rechazo TO drt-codigo
               MOVE motivo-rechazo TO drt-motivo
               MOVE 'RECHAZADO' TO det-accion
               MOVE motivo-rechazo TO det-texto
           END-IF
           MOVE linea-detalle-rta TO registro-respuesta
           PERFORM ESCRIBIR-RESPUESTA
           WRITE linea-reporte FROM linea-detalle.

      * Las verificaciones van en el orden de los codigos: la
      * primera que falla da el motivo del rechazo.
       VALIDAR-PEDIDO.
           MOVE 'S' TO pedido-aceptado
           MOVE ZERO TO codigo-rechazo
           MOVE SPACES TO motivo-rechazo
           MOVE ZEROS TO det-cliente
           IF cob-importe NOT NUMERIC OR cob-importe = ZERO
               OR cob-referencia = SPACES
               MOVE 1 TO codigo-rechazo
               MOVE 'PEDIDO INVALIDO' TO motivo-rechazo
           END-IF
           IF codigo-rechazo = ZERO
               MOVE comp-codigo TO man-compania
               MOVE cob-referencia TO man-referencia
               READ mandatos
                   INVALID KEY
                       MOVE 2 TO codigo-rechazo
                       MOVE 'SIN MANDATO' TO motivo-rechazo
                   NOT INVALID KEY
                       MOVE man-cliente TO det-cliente
                       PERFORM VALIDAR-MANDATO
               END-READ
           END-IF
           IF codigo-rechazo = ZERO
               PERFORM VALIDAR-CLIENTE
           END-IF
           IF codigo-rechazo NOT = ZERO
               MOVE 'N' TO pedido-aceptado
           END-IF.

       VALIDAR-MANDATO.
           EVALUATE TRUE
               WHEN MANDATO-SUSPENDIDO
                   MOVE 3 TO codigo-rechazo
                   MOVE 'MANDATO SUSPENDIDO' TO motivo-rechazo
               WHEN NOT MANDATO-ACTIVO
                   MOVE 3 TO codigo-rechazo
                   MOVE 'MANDATO REVOCADO' TO motivo-rechazo
               WHEN fecha-proceso < man-desde
                   OR fecha-proceso > man-hasta
                   MOVE 4 TO codigo-rechazo
                   MOVE 'MANDATO FUERA DE VIGENCIA'
                       TO motivo-rechazo
               WHEN cob-importe > man-maximo
                   MOVE 5 TO codigo-rechazo
                   MOVE 'SUPERA EL MAXIMO DEL MANDATO'
                       TO motivo-rechazo
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * El cobro se cubre con el saldo disponible del cliente (el
      * contable menos los cheques que siguen en clearing) menos lo
      * ya aceptado para el mismo cliente en la corrida.
       VALIDAR-CLIENTE.
           MOVE man-cliente TO cliente-id-fd
           READ clientes
               INVALID KEY
                   MOVE 6 TO codigo-rechazo
                   MOVE 'CUENTA NO HABILITADA' TO motivo-rechazo
               NOT INVALID KEY
                   IF NOT CLIENTE-ACTIVO
                       MOVE 6 TO codigo-rechazo
                       MOVE 'CUENTA NO HABILITADA'
                           TO motivo-rechazo
                   END-IF
           END-READ
           IF codigo-rechazo = ZERO
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
                   DISPLAY 'COBRA-DEBITOS: no se pudo leer '
                       'CHEQUES.DAT, el cliente ' cliente-id-fd
                       ' va por su saldo.'
               END-IF
               MOVE l-dsp-disponible TO saldo-disponible
               PERFORM BUSCAR-COMPROMETIDO
               SUBTRACT comprometido-cliente FROM saldo-disponible
               IF cob-importe > saldo-disponible
                   MOVE 7 TO codigo-rechazo
                   MOVE 'FONDOS INSUFICIENTES' TO motivo-rechazo
               END-IF
           END-IF.

      * El debito sale al merge con la empresa y la referencia en la
      * descripcion, y el mandato guarda su ultimo cobro con su
      * antes y despues en el diario de imagenes.
       ACEPTAR-PEDIDO.
           ADD 1 TO emp-aceptados
           ADD 1 TO total-aceptados
           ADD cob-importe TO emp-total-aceptado
           MOVE fecha-proceso TO trans-fecha
           COMPUTE trans-importe = 0 - cob-importe
           MOVE SPACES TO descripcion-armada
           STRING 'DEBITO DIRECTO ' comp-codigo ' ' cob-referencia
               DELIMITED BY SIZE INTO descripcion-armada
           MOVE descripcion-armada TO trans-descripcion
           MOVE SPACES TO trans-moneda
           MOVE ZEROS TO trans-sucursal
           MOVE man-cliente TO trans-cliente
           WRITE registro-transaccion
           IF fs-generadas NOT = '00'
               DISPLAY 'COBRA-DEBITOS: error al escribir '
                   'DEBITOS.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ANOTAR-COMPROMETIDO
           MOVE SPACES TO imagen-anterior
           MOVE registro-mandato TO imagen-anterior
           MOVE fecha-proceso TO man-ult-cobro
           MOVE cob-importe TO man-ult-importe
           MOVE 'COBRODEB' TO l-jrn-programa
           MOVE 'MANDATOS' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-mandato TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'COBRA-DEBITOS: no se pudo grabar el '
                   'diario de imagenes.'
           END-IF
           REWRITE registro-mandato
               INVALID KEY
                   DISPLAY 'COBRA-DEBITOS: error al regrabar el '
                       'mandato ' man-compania ' ' man-referencia
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       BUSCAR-COMPROMETIDO.
           MOVE ZERO TO comprometido-cliente
           PERFORM VARYING idx-comprometido FROM 1 BY 1
                   UNTIL idx-comprometido > comprometidos-cargados
               IF cmp-cliente(idx-comprometido) = man-cliente
                   MOVE cmp-importe(idx-comprometido)
                       TO comprometido-cliente
               END-IF
           END-PERFORM.

       ANOTAR-COMPROMETIDO.
           MOVE 'N' TO cliente-hallado
           PERFORM VARYING idx-comprometido FROM 1 BY 1
                   UNTIL idx-comprometido > comprometidos-cargados
                   OR HAY-COMPROMETIDO
               IF cmp-cliente(idx-comprometido) = man-cliente
                   SET HAY-COMPROMETIDO TO TRUE
                   ADD cob-importe TO cmp-importe(idx-comprometido)
               END-IF
           END-PERFORM
           IF NOT HAY-COMPROMETIDO
               IF comprometidos-cargados < 500
                   ADD 1 TO comprometidos-cargados
                   MOVE man-cliente
                       TO cmp-cliente(comprometidos-cargados)
                   MOVE cob-importe
                       TO cmp-importe(comprometidos-cargados)
               ELSE
                   DISPLAY 'COBRA-DEBITOS: mas de 500 clientes con '
                       'cobros en la corrida.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ESCRIBIR-RESPUESTA.
           WRITE registro-respuesta
           IF fs-respuesta NOT = '00'
               DISPLAY 'COBRA-DEBITOS: error al escribir '
                   ws-nombre-respuesta ', status=' fs-respuesta
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'COBRA-DEBITOS' TO l-sel-programa
           MOVE 'COMPANIAS.DAT' TO l-sel-archivo
           MOVE version-companias TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'MANDATOS.DAT' TO l-sel-archivo
           MOVE version-mandatos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
