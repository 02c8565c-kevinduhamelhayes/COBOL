       IDENTIFICATION DIVISION.
       PROGRAM-ID. NO-RECLAMADOS.
       AUTHOR. Ejemplo.
      * Corrida anual de fondos no reclamados de clientes
      * durmientes. Recorre CLIENTES.DAT y, con NORECLAMO.DAT como
      * seguimiento por cliente, hace dos cosas:
      *  1. Ultimo aviso: al cliente inactivo con saldo a favor y
      *     sin movimiento desde hace mas del plazo legal (variable
      *     NORECLAMO-ANIOS, 5 anios si no esta) le envia la carta
      *     de ultimo aviso con la plantilla CARTANR.TXT (mismas
      *     fichas que las cartas de mora; &DIAS es el plazo de
      *     espera) a NORECLAMO.OUT, registrada en la cola de
      *     impresion y en el historial de contactos. Con correo
      *     devuelto la carta queda retenida (RETENIDO la anota) y
      *     el aviso cuenta igual: el plazo corre desde la fecha en
      *     que se intento.
      *  2. Remision: al avisado cuyo plazo de espera (variable
      *     NORECLAMO-ESPERA en dias, 90 si no esta) ya vencio y
      *     que sigue inactivo, sin moverse y con saldo a favor, le
      *     transfiere el saldo a fondos no reclamados: el debito
      *     sale a NORECLAMO.TXT (fuente generada del merge) con la
      *     descripcion FONDOS NO RECLAMADOS, que la regla de
      *     categorias lleva a NREC, y el cliente pasa a estado N.
      *     El que se movio o se quedo sin saldo queda desistido.
      * El informe reglamentario de la remesa del anio, con el
      * total de control, sale a NORECLAMO.RPT; el detalle de
      * avisos, esperas y desistidos a NORECAVISO.RPT. Como el
      * paso es anual, lo avisado en una corrida se remite en la
      * siguiente; el operador puede relanzarlo a mano una vez
      * vencida la espera. Termina con RC 4 si hubo remisiones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT noreclamo ASSIGN TO 'NORECLAMO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nrc-cliente
               FILE STATUS IS fs-noreclamo.
           SELECT domicilios ASSIGN TO 'DOMICILIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT archivo-plantilla ASSIGN TO 'CARTANR.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-plantilla.
           SELECT archivo-cartas ASSIGN TO 'NORECLAMO.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cartas.
           SELECT archivo-generadas ASSIGN TO 'NORECLAMO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.
           SELECT reporte ASSIGN TO 'NORECLAMO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.
           SELECT reporte-avisos ASSIGN TO 'NORECAVISO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-avisos.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  noreclamo.
           COPY NORECLAMO.
       FD  domicilios.
           COPY DOMICILIO.
       FD  archivo-plantilla.
       01  registro-plantilla PIC X(80).
       FD  archivo-cartas.
       01  registro-carta PIC X(80).
       FD  archivo-generadas.
           COPY TRANSAC.
       FD  reporte.
       01  linea-reporte PIC X(100).
       FD  reporte-avisos.
       01  linea-aviso PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY SPLPARM.
           COPY RETPARM.
           COPY CNTPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-noreclamo       PIC XX VALUE '00'.
       01  fs-domicilios      PIC XX VALUE '00'.
       01  fs-plantilla       PIC XX VALUE '00'.
       01  fs-cartas          PIC XX VALUE '00'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fs-avisos          PIC XX VALUE '00'.
       01  fin-clientes       PIC X VALUE 'N'.
           88  no-hay-mas-clientes VALUE 'S'.
       01  fin-plantilla      PIC X VALUE 'N'.
           88  no-hay-mas-plantilla VALUE 'S'.
       01  hay-domicilios     PIC X VALUE 'N'.
           88  DOMICILIOS-ABIERTO VALUE 'S'.
       01  hay-seguimiento    PIC X VALUE 'N'.
           88  SEGUIMIENTO-EXISTE VALUE 'S'.
       01  hay-domicilio      PIC X VALUE 'N'.
           88  DOMICILIO-HALLADO VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  anio-proceso       PIC 9(4).
       01  entero-proceso     PIC 9(9).
       01  entero-aviso       PIC 9(9).
       01  dias-transcurridos PIC S9(7).
       01  anios-texto        PIC X(5) VALUE SPACES.
       01  anios-tope         PIC 9(2) VALUE 5.
       01  espera-texto       PIC X(5) VALUE SPACES.
       01  dias-espera        PIC 9(4) VALUE 90.
      * Ultimo movimiento anterior a esta fecha = durmiente. La
      * resta de anios sobre AAAAMMDD alcanza para comparar.
       01  fecha-limite       PIC 9(8).
       01  saldo-cliente      PIC S9(9)V99.
       01  importe-pendiente  PIC S9(9)V99.
       01  importe-tramo      PIC S9(7)V99.
       01  descripcion-armada PIC X(33).
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  imagen-posterior   PIC X(120) VALUE SPACES.
       01  contador-lineas    PIC 9(7) VALUE ZERO.
       01  linea-desde-doc    PIC 9(7).
       01  avisados           PIC 9(5) VALUE ZERO.
       01  cartas-retenidas   PIC 9(5) VALUE ZERO.
       01  en-espera          PIC 9(5) VALUE ZERO.
       01  desistidos         PIC 9(5) VALUE ZERO.
       01  remitidos          PIC 9(5) VALUE ZERO.
       01  total-remitido     PIC S9(11)V99 VALUE ZERO.
       01  motivo-linea       PIC X(30).

      * Maquinaria de fichas de la plantilla, la de las cartas de
      * mora: ficha, largo y valor por destinatario.
       01  tabla-tokens.
           05  FILLER PIC X(10) VALUE '&NOMBRE'.
           05  FILLER PIC 9(2)  VALUE 07.
           05  FILLER PIC X(10) VALUE '&APELLIDO'.
           05  FILLER PIC 9(2)  VALUE 09.
           05  FILLER PIC X(10) VALUE '&IMPORTE'.
           05  FILLER PIC 9(2)  VALUE 08.
           05  FILLER PIC X(10) VALUE '&DIAS'.
           05  FILLER PIC 9(2)  VALUE 05.
           05  FILLER PIC X(10) VALUE '&FECHA'.
           05  FILLER PIC 9(2)  VALUE 06.
       01  tabla-tokens-r REDEFINES tabla-tokens.
           05  token-e OCCURS 5 TIMES.
               10  token-nombre PIC X(10).
               10  token-largo  PIC 9(2).
       01  idx-token          PIC 9(2).
       01  linea-trabajo      PIC X(100).
       01  linea-nueva        PIC X(100).
       01  pos-busqueda       PIC 9(3).
       01  largo-maximo       PIC 9(3).
       01  largo-token        PIC 9(2).
       01  largo-valor        PIC 9(3).
       01  valor-token        PIC X(40).
       01  importe-editado    PIC -(9)9.99.
       01  dias-editados      PIC ZZZZ9.

      * Lineas del informe reglamentario.
       01  linea-titulo.
           05  FILLER          PIC X(38)
               VALUE 'FONDOS NO RECLAMADOS - REMESA DEL ANIO'.
           05  FILLER          PIC X VALUE SPACE.
           05  tit-anio        PIC 9(4).
           05  FILLER          PIC X(17) VALUE ' - PROCESO DEL '.
           05  tit-fecha       PIC 9(8).
       01  linea-columnas.
           05  FILLER          PIC X(8) VALUE 'CLIENTE'.
           05  FILLER          PIC X(21) VALUE 'APELLIDO'.
           05  FILLER          PIC X(21) VALUE 'NOMBRE'.
           05  FILLER          PIC X(9) VALUE 'ULT MOV'.
           05  FILLER          PIC X(9) VALUE 'AVISO'.
           05  FILLER          PIC X(13) VALUE '     IMPORTE'.
       01  linea-remesa.
           05  rem-cliente     PIC 9(6).
           05  FILLER          PIC XX VALUE SPACES.
           05  rem-apellido    PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  rem-nombre      PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  rem-ult-mov     PIC 9(8).
           05  FILLER          PIC X VALUE SPACE.
           05  rem-aviso       PIC 9(8).
           05  FILLER          PIC X VALUE SPACE.
           05  rem-importe     PIC -(9)9.99.
       01  linea-domicilio.
           05  FILLER          PIC X(8) VALUE SPACES.
           05  ldo-calle       PIC X(30).
           05  FILLER          PIC X VALUE SPACE.
           05  ldo-ciudad      PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  ldo-codpostal   PIC X(8).
       01  linea-control.
           05  FILLER          PIC X(27)
               VALUE 'TOTAL DE CONTROL - CLIENTES'.
           05  ctl-cantidad    PIC ZZZZ9.
           05  FILLER          PIC X(10) VALUE ' IMPORTE '.
           05  ctl-importe     PIC -(11)9.99.
       01  linea-detalle.
           05  det-accion      PIC X(10).
           05  det-cliente     PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  det-importe     PIC -(9)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-fecha       PIC 9(8).
           05  FILLER          PIC X VALUE SPACE.
           05  det-texto       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE fecha-proceso(1:4) TO anio-proceso
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           MOVE 'NORECLAMO-ANIOS' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO anios-texto
           IF anios-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(anios-texto) = 0
               COMPUTE anios-tope = FUNCTION NUMVAL(anios-texto)
           END-IF
           MOVE 'NORECLAMO-ESPERA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO espera-texto
           IF espera-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(espera-texto) = 0
               COMPUTE dias-espera = FUNCTION NUMVAL(espera-texto)
           END-IF
           COMPUTE fecha-limite = fecha-proceso - anios-tope * 10000
           PERFORM ABRIR-ARCHIVOS

           MOVE ZEROS TO cliente-id-fd
           START clientes KEY IS NOT LESS THAN cliente-id-fd
               INVALID KEY
                   SET no-hay-mas-clientes TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-clientes
               READ clientes NEXT RECORD
                   AT END
                       SET no-hay-mas-clientes TO TRUE
                   NOT AT END
                       PERFORM EVALUAR-CLIENTE
               END-READ
           END-PERFORM

           MOVE remitidos TO ctl-cantidad
           MOVE total-remitido TO ctl-importe
           MOVE SPACES TO linea-reporte
           WRITE linea-reporte
           WRITE linea-reporte FROM linea-control
           MOVE SPACES TO linea-aviso
           STRING 'AVISADOS: ' avisados ' RETENIDOS: '
               cartas-retenidas ' EN ESPERA: ' en-espera
               ' DESISTIDOS: ' desistidos ' REMITIDOS: ' remitidos
               DELIMITED BY SIZE INTO linea-aviso
           WRITE linea-aviso
           CLOSE clientes
           CLOSE noreclamo
           CLOSE archivo-cartas
           CLOSE archivo-generadas
           CLOSE reporte
           CLOSE reporte-avisos
           IF DOMICILIOS-ABIERTO
               CLOSE domicilios
           END-IF
           DISPLAY 'NO-RECLAMADOS: ' avisados ' avisados ('
               cartas-retenidas ' con correo retenido), '
               remitidos ' remitidos por ' ctl-importe
               ', ' desistidos ' desistidos.'
           IF remitidos > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       ABRIR-ARCHIVOS.
           OPEN I-O clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'NO-RECLAMADOS: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O noreclamo
           IF fs-noreclamo = '35'
               OPEN OUTPUT noreclamo
               CLOSE noreclamo
               OPEN I-O noreclamo
           END-IF
           IF fs-noreclamo NOT = '00'
               DISPLAY 'NO-RECLAMADOS: no se pudo abrir '
                   'NORECLAMO.DAT, status=' fs-noreclamo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Las cartas se agregan al final, como las de mora, y cada
      * una queda en la cola con su rango de lineas.
           PERFORM CONTAR-LINEAS-EXISTENTES
           OPEN EXTEND archivo-cartas
           IF fs-cartas = '05' OR fs-cartas = '35'
               OPEN OUTPUT archivo-cartas
           END-IF
           IF fs-cartas NOT = '00'
               DISPLAY 'NO-RECLAMADOS: no se pudo abrir '
                   'NORECLAMO.OUT, status=' fs-cartas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND archivo-generadas
           IF fs-generadas = '05' OR fs-generadas = '35'
               OPEN OUTPUT archivo-generadas
           END-IF
           IF fs-generadas NOT = '00'
               DISPLAY 'NO-RECLAMADOS: no se pudo abrir '
                   'NORECLAMO.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'NO-RECLAMADOS: no se pudo crear '
                   'NORECLAMO.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporte-avisos
           IF fs-avisos NOT = '00'
               DISPLAY 'NO-RECLAMADOS: no se pudo crear '
                   'NORECAVISO.RPT, status=' fs-avisos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE anio-proceso TO tit-anio
           MOVE fecha-proceso TO tit-fecha
           WRITE linea-reporte FROM linea-titulo
           MOVE SPACES TO linea-reporte
           WRITE linea-reporte
           WRITE linea-reporte FROM linea-columnas
           MOVE SPACES TO linea-aviso
           STRING 'FONDOS NO RECLAMADOS - AVISOS Y ESPERAS DEL '
               fecha-proceso ' (' anios-tope ' ANIOS, ESPERA '
               dias-espera ' DIAS)'
               DELIMITED BY SIZE INTO linea-aviso
           WRITE linea-aviso.

      * Un cliente con aviso en curso se remite o se desiste; uno
      * ya remitido no se vuelve a tocar; el resto se evalua para
      * un aviso nuevo.
       EVALUAR-CLIENTE.
           IF cliente-saldo NUMERIC
               MOVE cliente-saldo TO saldo-cliente
           ELSE
               MOVE ZERO TO saldo-cliente
           END-IF
           MOVE cliente-id-fd TO nrc-cliente
           READ noreclamo
               INVALID KEY
                   MOVE 'N' TO hay-seguimiento
               NOT INVALID KEY
                   SET SEGUIMIENTO-EXISTE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN SEGUIMIENTO-EXISTE AND NRC-AVISADO
                   PERFORM EVALUAR-REMISION
               WHEN SEGUIMIENTO-EXISTE AND NRC-REMITIDO
                   CONTINUE
               WHEN OTHER
                   PERFORM EVALUAR-AVISO
           END-EVALUATE.

      * Durmiente: inactivo, con saldo a favor y con el ultimo
      * movimiento informado y anterior al plazo legal.
       EVALUAR-AVISO.
           IF CLIENTE-INACTIVO
               AND saldo-cliente > ZERO
               AND cliente-ult-mov NUMERIC
               AND cliente-ult-mov NOT = ZEROS
               AND cliente-ult-mov < fecha-limite
               PERFORM ENVIAR-AVISO
           END-IF.

       ENVIAR-AVISO.
           MOVE SPACES TO imagen-anterior
           IF SEGUIMIENTO-EXISTE
               MOVE registro-noreclamo TO imagen-anterior
           END-IF
           MOVE SPACES TO registro-noreclamo
           MOVE cliente-id-fd TO nrc-cliente
           SET NRC-AVISADO TO TRUE
           MOVE fecha-proceso TO nrc-fecha-aviso
           MOVE saldo-cliente TO nrc-saldo-aviso
           MOVE cliente-ult-mov TO nrc-ult-mov
           MOVE ZEROS TO nrc-cola
           MOVE ZEROS TO nrc-fecha-remesa
           MOVE ZERO TO nrc-importe-remesa
           MOVE ZEROS TO nrc-anio-remesa
           PERFORM CONSULTAR-RETENIDO
           IF l-ret-status NOT = 0
               SET NRC-CARTA-RETENIDA TO TRUE
               ADD 1 TO cartas-retenidas
               MOVE 'CORREO DEVUELTO, CARTA RETENIDA'
                   TO motivo-linea
           ELSE
               COMPUTE linea-desde-doc = contador-lineas + 1
               PERFORM GENERAR-CARTA
               PERFORM REGISTRAR-EN-COLA
               SET NRC-CARTA-ENCOLADA TO TRUE
               MOVE l-spl-numero TO nrc-cola
               MOVE 'CARTA DE ULTIMO AVISO ENCOLADA' TO motivo-linea
           END-IF
           IF SEGUIMIENTO-EXISTE
               MOVE 'MODIF' TO l-jrn-operacion
               PERFORM ANOTAR-SEGUIMIENTO
               REWRITE registro-noreclamo
                   INVALID KEY
                       PERFORM ERROR-SEGUIMIENTO
               END-REWRITE
           ELSE
               MOVE 'ALTA' TO l-jrn-operacion
               PERFORM ANOTAR-SEGUIMIENTO
               WRITE registro-noreclamo
                   INVALID KEY
                       PERFORM ERROR-SEGUIMIENTO
               END-WRITE
           END-IF
           ADD 1 TO avisados
           MOVE 'AVISADO' TO det-accion
           MOVE saldo-cliente TO det-importe
           MOVE cliente-ult-mov TO det-fecha
           MOVE motivo-linea TO det-texto
           PERFORM ESCRIBIR-DETALLE.

      * Vencida la espera se remite lo que el cliente tenga hoy; si
      * en el medio se movio, dejo de estar inactivo o se quedo sin
      * saldo, el aviso se da por desistido.
       EVALUAR-REMISION.
           COMPUTE entero-aviso =
               FUNCTION INTEGER-OF-DATE(nrc-fecha-aviso)
           COMPUTE dias-transcurridos = entero-proceso - entero-aviso
           MOVE registro-noreclamo TO imagen-anterior
           EVALUATE TRUE
               WHEN NOT CLIENTE-INACTIVO
                   MOVE 'CLIENTE YA NO ESTA INACTIVO' TO motivo-linea
                   PERFORM DESISTIR-AVISO
               WHEN cliente-ult-mov NOT = nrc-ult-mov
                   MOVE 'CLIENTE CON MOVIMIENTO NUEVO'
                       TO motivo-linea
                   PERFORM DESISTIR-AVISO
               WHEN saldo-cliente NOT > ZERO
                   MOVE 'CLIENTE SIN SALDO A FAVOR' TO motivo-linea
                   PERFORM DESISTIR-AVISO
               WHEN dias-transcurridos < dias-espera
                   ADD 1 TO en-espera
                   MOVE 'EN ESPERA' TO det-accion
                   MOVE saldo-cliente TO det-importe
                   MOVE nrc-fecha-aviso TO det-fecha
                   MOVE 'AVISADO, PLAZO DE ESPERA EN CURSO'
                       TO det-texto
                   PERFORM ESCRIBIR-DETALLE
               WHEN OTHER
                   PERFORM REMITIR-SALDO
           END-EVALUATE.

       DESISTIR-AVISO.
           SET NRC-DESISTIDO TO TRUE
           MOVE 'MODIF' TO l-jrn-operacion
           PERFORM ANOTAR-SEGUIMIENTO
           REWRITE registro-noreclamo
               INVALID KEY
                   PERFORM ERROR-SEGUIMIENTO
           END-REWRITE
           ADD 1 TO desistidos
           MOVE 'DESISTIDO' TO det-accion
           MOVE saldo-cliente TO det-importe
           MOVE nrc-fecha-aviso TO det-fecha
           MOVE motivo-linea TO det-texto
           PERFORM ESCRIBIR-DETALLE.

      * El saldo entero sale a fondos no reclamados en tramos que
      * entren en el importe de una transaccion; el cliente queda
      * en estado N y el seguimiento con la remesa, que es la traza
      * para cuando vuelva.
       REMITIR-SALDO.
           MOVE SPACES TO descripcion-armada
           STRING 'FONDOS NO RECLAMADOS REM ' anio-proceso
               DELIMITED BY SIZE INTO descripcion-armada
           MOVE saldo-cliente TO importe-pendiente
           PERFORM UNTIL importe-pendiente = ZERO
               IF importe-pendiente > 9999999.99
                   MOVE 9999999.99 TO importe-tramo
               ELSE
                   MOVE importe-pendiente TO importe-tramo
               END-IF
               SUBTRACT importe-tramo FROM importe-pendiente
               MOVE fecha-proceso TO trans-fecha
               COMPUTE trans-importe = 0 - importe-tramo
               PERFORM ESCRIBIR-TRANSACCION
           END-PERFORM
           SET NRC-REMITIDO TO TRUE
           MOVE fecha-proceso TO nrc-fecha-remesa
           MOVE saldo-cliente TO nrc-importe-remesa
           MOVE anio-proceso TO nrc-anio-remesa
           MOVE 'MODIF' TO l-jrn-operacion
           PERFORM ANOTAR-SEGUIMIENTO
           REWRITE registro-noreclamo
               INVALID KEY
                   PERFORM ERROR-SEGUIMIENTO
           END-REWRITE
           PERFORM MARCAR-REMITIDO
           ADD 1 TO remitidos
           ADD saldo-cliente TO total-remitido
           PERFORM ESCRIBIR-REMESA
           MOVE 'REMITIDO' TO det-accion
           MOVE saldo-cliente TO det-importe
           MOVE nrc-fecha-aviso TO det-fecha
           MOVE 'SALDO TRANSFERIDO A NO RECLAMADOS' TO det-texto
           PERFORM ESCRIBIR-DETALLE.

       MARCAR-REMITIDO.
           MOVE SPACES TO imagen-anterior
           MOVE registro-cliente TO imagen-anterior
           SET CLIENTE-REMITIDO TO TRUE
           MOVE SPACES TO imagen-posterior
           MOVE registro-cliente TO imagen-posterior
           MOVE 'NORECLAMADOS' TO l-jrn-programa
           MOVE 'CLIENTES' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE imagen-posterior TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'NO-RECLAMADOS: no se pudo grabar el '
                   'diario de imagenes.'
           END-IF
           REWRITE registro-cliente
               INVALID KEY
                   DISPLAY 'NO-RECLAMADOS: error al regrabar el '
                       'cliente ' cliente-id-fd
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      * El antes del seguimiento lo deja el que llama en
      * imagen-anterior (en blanco para un alta).
       ANOTAR-SEGUIMIENTO.
           MOVE 'NORECLAMADOS' TO l-jrn-programa
           MOVE 'NORECLAMO' TO l-jrn-archivo
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-noreclamo TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'NO-RECLAMADOS: no se pudo grabar el '
                   'diario de imagenes.'
           END-IF.

       ERROR-SEGUIMIENTO.
           DISPLAY 'NO-RECLAMADOS: error al grabar NORECLAMO.DAT '
               'para el cliente ' cliente-id-fd ', status='
               fs-noreclamo
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * El debito sale con la fecha de proceso, en moneda base y
      * sin sucursal (origen central), como las demas fuentes
      * generadas.
       ESCRIBIR-TRANSACCION.
           MOVE descripcion-armada TO trans-descripcion
           MOVE SPACES TO trans-moneda
           MOVE ZEROS TO trans-sucursal
           MOVE cliente-id-fd TO trans-cliente
           WRITE registro-transaccion
           IF fs-generadas NOT = '00'
               DISPLAY 'NO-RECLAMADOS: error al escribir '
                   'NORECLAMO.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada remitido con su ultimo domicilio conocido, como lo
      * pide el informe al organismo.
       ESCRIBIR-REMESA.
           MOVE cliente-id-fd TO rem-cliente
           MOVE apellido-fd TO rem-apellido
           MOVE nombre-fd TO rem-nombre
           MOVE nrc-ult-mov TO rem-ult-mov
           MOVE nrc-fecha-aviso TO rem-aviso
           MOVE saldo-cliente TO rem-importe
           WRITE linea-reporte FROM linea-remesa
           IF fs-reporte NOT = '00'
               DISPLAY 'NO-RECLAMADOS: error al escribir '
                   'NORECLAMO.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-DOMICILIO
           IF DOMICILIO-HALLADO
               MOVE dom-calle TO ldo-calle
               MOVE dom-ciudad TO ldo-ciudad
               MOVE dom-codpostal TO ldo-codpostal
           ELSE
               MOVE 'SIN DOMICILIO REGISTRADO' TO ldo-calle
               MOVE SPACES TO ldo-ciudad
               MOVE SPACES TO ldo-codpostal
           END-IF
           WRITE linea-reporte FROM linea-domicilio.

       ESCRIBIR-DETALLE.
           MOVE cliente-id-fd TO det-cliente
           WRITE linea-aviso FROM linea-detalle
           IF fs-avisos NOT = '00'
               DISPLAY 'NO-RECLAMADOS: error al escribir '
                   'NORECAVISO.RPT, status=' fs-avisos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Con correo devuelto la carta no sale; RETENIDO la anota.
       CONSULTAR-RETENIDO.
           MOVE 'R' TO l-ret-accion
           MOVE cliente-id-fd TO l-ret-cliente
           MOVE 'NORECLAM' TO l-ret-documento
           MOVE 'NORECLAMADOS' TO l-ret-programa
           CALL 'RETENIDO' USING l-ret-accion, l-ret-cliente,
               l-ret-documento, l-ret-programa, l-ret-fecha,
               l-ret-motivo, l-ret-status
           IF l-ret-status = 9
               DISPLAY 'NO-RECLAMADOS: no se pudo anotar la carta '
                   'retenida del cliente ' cliente-id-fd
           END-IF.

       CONTAR-LINEAS-EXISTENTES.
           MOVE ZERO TO contador-lineas
           OPEN INPUT archivo-cartas
           IF fs-cartas = '00'
               MOVE 'N' TO fin-plantilla
               PERFORM UNTIL no-hay-mas-plantilla
                   READ archivo-cartas
                       AT END
                           SET no-hay-mas-plantilla TO TRUE
                       NOT AT END
                           ADD 1 TO contador-lineas
                   END-READ
               END-PERFORM
               CLOSE archivo-cartas
               MOVE 'N' TO fin-plantilla
           END-IF.

       REGISTRAR-EN-COLA.
           MOVE 'NORECLAM' TO l-spl-tipo
           MOVE cliente-id-fd TO l-spl-cliente
           MOVE 'NORECLAMO.OUT' TO l-spl-archivo
           MOVE linea-desde-doc TO l-spl-desde
           MOVE contador-lineas TO l-spl-hasta
           CALL 'ENCOLA' USING l-spl-tipo, l-spl-cliente,
               l-spl-archivo, l-spl-desde, l-spl-hasta,
               l-spl-numero, l-spl-status
           IF l-spl-status NOT = 0
               DISPLAY 'NO-RECLAMADOS: no se pudo registrar la '
                   'carta en la cola de impresion.'
               MOVE ZEROS TO l-spl-numero
           END-IF
           PERFORM ANOTAR-CONTACTO.

      * El aviso queda en el historial de contactos del cliente
      * con el numero de la cola.
       ANOTAR-CONTACTO.
           MOVE cliente-id-fd TO l-cnt-cliente
           MOVE 'NORECLAM' TO l-cnt-tipo
           MOVE 'NORECLAMADOS' TO l-cnt-programa
           MOVE 'ULT AVISO' TO l-cnt-documento
           MOVE l-spl-numero TO l-cnt-cola
           CALL 'CONTACTO' USING l-cnt-cliente, l-cnt-tipo,
               l-cnt-programa, l-cnt-documento, l-cnt-cola,
               l-cnt-status
           IF l-cnt-status NOT = 0
               DISPLAY 'NO-RECLAMADOS: no se pudo anotar el aviso '
                   'en el historial de contactos.'
           END-IF.

      * Completa la plantilla con los datos del cliente; sin
      * plantilla sale un texto fijo minimo, para no dejar al
      * cliente sin aviso.
       GENERAR-CARTA.
           MOVE ALL '=' TO registro-carta
           WRITE registro-carta
           ADD 1 TO contador-lineas
           PERFORM ESCRIBIR-BLOQUE-DOMICILIO
           MOVE 'N' TO fin-plantilla
           OPEN INPUT archivo-plantilla
           IF fs-plantilla NOT = '00'
               DISPLAY 'NO-RECLAMADOS: sin plantilla CARTANR.TXT, '
                   'sale el texto fijo.'
               PERFORM GENERAR-CARTA-FIJA
           ELSE
               PERFORM UNTIL no-hay-mas-plantilla
                   READ archivo-plantilla
                       AT END
                           SET no-hay-mas-plantilla TO TRUE
                       NOT AT END
                           MOVE SPACES TO linea-trabajo
                           MOVE registro-plantilla
                               TO linea-trabajo(1:80)
                           PERFORM SUSTITUIR-TOKENS
                           MOVE linea-trabajo TO registro-carta
                           WRITE registro-carta
                           ADD 1 TO contador-lineas
                   END-READ
               END-PERFORM
               CLOSE archivo-plantilla
           END-IF.

       GENERAR-CARTA-FIJA.
           MOVE SPACES TO registro-carta
           STRING 'CLIENTE ' cliente-id-fd ' ' nombre-fd
               DELIMITED BY SIZE INTO registro-carta
           WRITE registro-carta
           ADD 1 TO contador-lineas
           MOVE SPACES TO registro-carta
           MOVE saldo-cliente TO importe-editado
           MOVE dias-espera TO dias-editados
           STRING 'ULTIMO AVISO: SALDO DE ' importe-editado
               ' SE REMITE EN ' dias-editados ' DIAS'
               DELIMITED BY SIZE INTO registro-carta
           WRITE registro-carta
           ADD 1 TO contador-lineas.

      * El bloque de direccion del destinatario, arriba de la
      * carta; sin domicilio la carta sale igual y el embolsador
      * la resuelve a mano.
       ESCRIBIR-BLOQUE-DOMICILIO.
           PERFORM LEER-DOMICILIO
           IF DOMICILIO-HALLADO
               MOVE SPACES TO registro-carta
               MOVE dom-calle TO registro-carta
               WRITE registro-carta
               ADD 1 TO contador-lineas
               MOVE SPACES TO registro-carta
               STRING dom-ciudad ' (' dom-codpostal ')'
                   DELIMITED BY SIZE INTO registro-carta
               WRITE registro-carta
               ADD 1 TO contador-lineas
           END-IF.

       LEER-DOMICILIO.
           MOVE 'N' TO hay-domicilio
           IF NOT DOMICILIOS-ABIERTO
               OPEN INPUT domicilios
               IF fs-domicilios = '00'
                   SET DOMICILIOS-ABIERTO TO TRUE
               END-IF
           END-IF
           IF DOMICILIOS-ABIERTO
               MOVE cliente-id-fd TO dom-cliente
               READ domicilios
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DOMICILIO-HALLADO TO TRUE
               END-READ
           END-IF.

      * Reemplazo de fichas, la misma mecanica de las cartas de
      * mora sobre lineas de 100.
       SUSTITUIR-TOKENS.
           PERFORM VARYING idx-token FROM 1 BY 1
                   UNTIL idx-token > 5
               MOVE token-largo(idx-token) TO largo-token
               EVALUATE token-nombre(idx-token)
                   WHEN '&NOMBRE'
                       MOVE nombre-fd TO valor-token
                   WHEN '&APELLIDO'
                       MOVE apellido-fd TO valor-token
                   WHEN '&IMPORTE'
                       MOVE saldo-cliente TO importe-editado
                       MOVE importe-editado TO valor-token
                   WHEN '&DIAS'
                       MOVE dias-espera TO dias-editados
                       MOVE dias-editados TO valor-token
                   WHEN OTHER
                       MOVE fecha-proceso TO valor-token
               END-EVALUATE
               PERFORM MEDIR-VALOR
               PERFORM REEMPLAZAR-TOKEN
           END-PERFORM.

       MEDIR-VALOR.
           MOVE 40 TO largo-valor
           PERFORM UNTIL largo-valor = 1
               OR valor-token(largo-valor:1) NOT = SPACE
               SUBTRACT 1 FROM largo-valor
           END-PERFORM.

       REEMPLAZAR-TOKEN.
           COMPUTE largo-maximo = 100 - largo-token + 1
           MOVE 1 TO pos-busqueda
           PERFORM UNTIL pos-busqueda > largo-maximo
               IF linea-trabajo(pos-busqueda:largo-token) =
                       token-nombre(idx-token)(1:largo-token)
                   MOVE SPACES TO linea-nueva
                   IF pos-busqueda = 1
                       STRING valor-token(1:largo-valor)
                           linea-trabajo(largo-token + 1:
                               100 - largo-token)
                           DELIMITED BY SIZE INTO linea-nueva
                   ELSE
                       STRING linea-trabajo(1:pos-busqueda - 1)
                           valor-token(1:largo-valor)
                           linea-trabajo(pos-busqueda + largo-token:
                               101 - pos-busqueda - largo-token)
                           DELIMITED BY SIZE INTO linea-nueva
                   END-IF
                   MOVE linea-nueva TO linea-trabajo
                   COMPUTE pos-busqueda =
                       pos-busqueda + largo-valor
               ELSE
                   ADD 1 TO pos-busqueda
               END-IF
           END-PERFORM.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'NORECLAMADOS' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'NO-RECLAMADOS' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'NORECLAMO.DAT' TO l-sel-archivo
           MOVE version-noreclamo TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
