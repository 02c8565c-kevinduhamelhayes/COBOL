       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMA-SALDOS.
       AUTHOR. Ejemplo.
      * Confirmaciones de saldos para la auditoria externa, que se
      * armaban a mano desde SALDOS.RPT y se seguian en papel. Con
      * la opcion M toma la muestra de CLIENTES.DAT para una fecha
      * de auditoria, al azar o estratificada por saldo, del tamano
      * que pida el auditor, y emite las cartas de confirmacion con
      * el saldo de cada cliente a esa fecha (la foto de
      * SALDOSHIST.DAT de fecha mas alta que no la supere) por la
      * maquinaria de fichas de las cartas (plantilla CARTACONF.TXT,
      * fichas &NOMBRE &APELLIDO &IMPORTE &DIAS &CORTE &FECHA;
      * &DIAS es el plazo de respuesta, variable PLAZO-CONFIRMA, 15
      * dias si no esta). Las cartas salen a CONFIRMA.AAAAMMDD.OUT,
      * registradas en la cola de impresion y en el historial de
      * contactos; con correo devuelto la carta queda retenida. Cada
      * cliente de la muestra queda en el registro CONFIRMAC.DAT,
      * donde ATIENDE-CONFIRMA carga las respuestas, y la muestra
      * sale detallada en CONFMUESTRA.RPT con la semilla del sorteo:
      * con la misma semilla la muestra se reproduce identica.
      * El muestreo estratificado ordena la poblacion por saldo
      * absoluto, la parte en tres estratos de igual cantidad de
      * clientes (alto, medio, bajo) y reparte la muestra en
      * proporcion al valor de cada estrato, con al menos un
      * cliente por estrato; dentro de cada estrato se sortea.
      * Con la opcion I lista en CONFEXCEP.RPT las excepciones que
      * van a preguntar los auditores: disconformes con su
      * diferencia, sin respuesta, pendientes y retenidas, con el
      * resumen de la circularizacion; termina con RC 4 si las hay.
      * Una fecha de auditoria ya muestreada no se vuelve a
      * muestrear.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-historia ASSIGN TO 'SALDOSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-historia.
           SELECT confirmaciones ASSIGN TO 'CONFIRMAC.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cnf-clave
               FILE STATUS IS fs-confirmaciones.
           SELECT domicilios ASSIGN TO 'DOMICILIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT archivo-plantilla ASSIGN TO 'CARTACONF.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-plantilla.
           SELECT archivo-cartas ASSIGN DYNAMIC nombre-cartas
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cartas.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-historia.
       01  registro-historia.
           05  his-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  his-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  his-saldo       PIC S9(9)V99.
       FD  confirmaciones.
           COPY CONFIRMA.
       FD  domicilios.
           COPY DOMICILIO.
       FD  archivo-plantilla.
       01  registro-plantilla PIC X(80).
       FD  archivo-cartas.
       01  registro-carta PIC X(80).
       SD  archivo-orden.
       01  registro-orden.
           05  orden-valor     PIC 9(9)V99.
           05  orden-fila      PIC 9(4).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY REPPARM.
           COPY NIVPARM.
           COPY SPLPARM.
           COPY RETPARM.
           COPY CNTPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-historia        PIC XX VALUE '00'.
       01  fs-confirmaciones  PIC XX VALUE '00'.
       01  fs-domicilios      PIC XX VALUE '00'.
       01  fs-plantilla       PIC XX VALUE '00'.
       01  fs-cartas          PIC XX VALUE '00'.
       01  fin-historia       PIC X VALUE 'N'.
           88  no-hay-mas-historia VALUE 'S'.
       01  fin-confirmaciones PIC X VALUE 'N'.
           88  no-hay-mas-confirmaciones VALUE 'S'.
       01  fin-plantilla      PIC X VALUE 'N'.
           88  no-hay-mas-plantilla VALUE 'S'.
       01  fin-orden          PIC X VALUE 'N'.
           88  no-hay-mas-orden VALUE 'S'.
       01  hay-domicilios     PIC X VALUE 'N'.
           88  DOMICILIOS-ABIERTO VALUE 'S'.
       01  hay-muestra        PIC X VALUE 'N'.
           88  FECHA-YA-MUESTREADA VALUE 'S'.
       01  fila-hallada       PIC X VALUE 'N'.
           88  FILA-OK         VALUE 'S'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  opcion             PIC X VALUE SPACE.
           88  OPCION-MUESTRA  VALUE 'M' 'm'.
           88  OPCION-INFORME  VALUE 'I' 'i'.
       01  metodo             PIC X VALUE SPACE.
           88  METODO-AZAR     VALUE 'R' 'r'.
           88  METODO-ESTRATOS VALUE 'E' 'e'.
       01  confirmacion-op    PIC X VALUE 'N'.
           88  CONFIRMADO      VALUE 'S' 's'.
       01  fecha-proceso      PIC 9(8).
       01  fecha-auditoria    PIC 9(8) VALUE ZERO.
       01  tamano-pedido      PIC 9(4) VALUE ZERO.
       01  plazo-texto        PIC X(3) VALUE SPACES.
       01  plazo-respuesta    PIC 9(3) VALUE 15.
       01  hora-sistema       PIC 9(8).
       01  nombre-cartas      PIC X(30) VALUE SPACES.

      * Ultima foto de cada cliente a la fecha de auditoria y la
      * marca de muestra (estrato por el que entro, blanco = no).
       01  tabla-fotos.
           05  foto-e OCCURS 2000 TIMES.
               10  fot-cliente    PIC 9(6).
               10  fot-fecha      PIC 9(8).
               10  fot-saldo      PIC S9(9)V99.
               10  fot-estrato    PIC X.
       01  fotos-cargadas     PIC 9(4) VALUE ZERO.
       01  idx-foto           PIC 9(4).
       01  fila-actual        PIC 9(4).

      * Poblacion: filas de la tabla de fotos de clientes que
      * existen en CLIENTES.DAT, en el orden que el sorteo va
      * dejando (los primeros de cada tramo son los sorteados).
       01  tabla-poblacion.
           05  pob-fila OCCURS 2000 TIMES PIC 9(4).
       01  poblacion          PIC 9(4) VALUE ZERO.
       01  idx-poblacion      PIC 9(4).
       01  fila-auxiliar      PIC 9(4).
       01  valor-poblacion    PIC S9(13)V99 VALUE ZERO.
       01  valor-absoluto     PIC 9(9)V99.

      * Generador de numeros pseudoaleatorios de Park y Miller:
      * semilla = semilla * 16807 modulo 2^31 - 1. Reproducible
      * con la misma semilla, que queda en el reporte.
       01  semilla            PIC 9(10) VALUE ZERO.
       01  semilla-inicial    PIC 9(10) VALUE ZERO.
       01  producto-azar      PIC 9(15).
       01  rango-azar         PIC 9(4).
       01  desplazamiento     PIC 9(4).

      * Tramos a sortear: toda la poblacion (al azar) o los tres
      * estratos por saldo, con su tamano, valor y muestra.
       01  tabla-estratos.
           05  estrato-e OCCURS 3 TIMES.
               10  est-letra      PIC X.
               10  est-desde      PIC 9(4).
               10  est-hasta      PIC 9(4).
               10  est-clientes   PIC 9(4).
               10  est-valor      PIC S9(13)V99.
               10  est-muestra    PIC 9(4).
       01  idx-estrato        PIC 9.
       01  estrato-ajuste     PIC 9.
       01  suma-muestra       PIC 9(5).
       01  tramo-desde        PIC 9(4).
       01  tramo-hasta        PIC 9(4).
       01  tramo-cantidad     PIC 9(4).
       01  tramo-letra        PIC X.
       01  sorteo-fin         PIC 9(4).

       01  muestra-enviada    PIC 9(4) VALUE ZERO.
       01  muestra-retenida   PIC 9(4) VALUE ZERO.
       01  valor-muestra      PIC S9(13)V99 VALUE ZERO.
       01  contador-lineas    PIC 9(7) VALUE ZERO.
       01  linea-desde-doc    PIC 9(7).

      * Totales del informe de excepciones.
       01  cnt-enviadas       PIC 9(4) VALUE ZERO.
       01  cnt-conformes      PIC 9(4) VALUE ZERO.
       01  cnt-disconformes   PIC 9(4) VALUE ZERO.
       01  cnt-sin-respuesta  PIC 9(4) VALUE ZERO.
       01  cnt-pendientes     PIC 9(4) VALUE ZERO.
       01  cnt-retenidas      PIC 9(4) VALUE ZERO.
       01  val-circularizado  PIC S9(13)V99 VALUE ZERO.
       01  val-conforme       PIC S9(13)V99 VALUE ZERO.
       01  val-diferencias    PIC S9(13)V99 VALUE ZERO.
       01  diferencia         PIC S9(11)V99.
       01  excepciones        PIC 9(4) VALUE ZERO.

       01  linea-reporte      PIC X(80).
       01  importe-editado    PIC -(9)9.99.
       01  total-editado      PIC -(13)9.99.
       01  dias-editados      PIC ZZ9.
       01  linea-muestra.
           05  lm-cliente      PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  lm-nombre       PIC X(20).
           05  FILLER          PIC X VALUE SPACE.
           05  lm-apellido     PIC X(15).
           05  FILLER          PIC X VALUE SPACE.
           05  lm-estrato      PIC X.
           05  FILLER          PIC X VALUE SPACE.
           05  lm-saldo        PIC -(9)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lm-fecha-foto   PIC 9(8).
           05  FILLER          PIC X VALUE SPACE.
           05  lm-estado       PIC X(8).
       01  linea-excepcion.
           05  le-cliente      PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  le-estado       PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  le-saldo        PIC -(9)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  le-saldo-cliente PIC -(9)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  le-diferencia   PIC -(9)9.99.
       01  linea-observacion.
           05  FILLER          PIC X(8) VALUE SPACES.
           05  lo-texto        PIC X(30).
           05  FILLER          PIC X VALUE SPACE.
           05  lo-operador     PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  lo-fecha        PIC 9(8).

      * Maquinaria de fichas de la plantilla, la misma de las
      * cartas de mora, con la fecha de corte como ficha propia.
       01  tabla-tokens.
           05  FILLER PIC X(10) VALUE '&NOMBRE'.
           05  FILLER PIC 9(2)  VALUE 07.
           05  FILLER PIC X(10) VALUE '&APELLIDO'.
           05  FILLER PIC 9(2)  VALUE 09.
           05  FILLER PIC X(10) VALUE '&IMPORTE'.
           05  FILLER PIC 9(2)  VALUE 08.
           05  FILLER PIC X(10) VALUE '&DIAS'.
           05  FILLER PIC 9(2)  VALUE 05.
           05  FILLER PIC X(10) VALUE '&CORTE'.
           05  FILLER PIC 9(2)  VALUE 06.
           05  FILLER PIC X(10) VALUE '&FECHA'.
           05  FILLER PIC 9(2)  VALUE 06.
       01  tabla-tokens-r REDEFINES tabla-tokens.
           05  token-e OCCURS 6 TIMES.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Las cartas a los clientes por cuenta de los auditores las
      * lanza un operador senior registrado.
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'CONFIRMA-SALDOS: el operador ' ws-operador
                   ' no tiene el nivel 2 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           DISPLAY 'Operacion (M=Muestra y cartas I=Informe de '
               'excepciones): '
           ACCEPT opcion
           IF NOT OPCION-MUESTRA AND NOT OPCION-INFORME
               DISPLAY 'CONFIRMA-SALDOS: operacion no reconocida: '
                   opcion
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Fecha de auditoria (AAAAMMDD, 0=fecha de '
               'proceso): '
           ACCEPT fecha-auditoria
           IF fecha-auditoria = ZERO
               MOVE fecha-proceso TO fecha-auditoria
           END-IF
           IF fecha-auditoria > fecha-proceso
               DISPLAY 'CONFIRMA-SALDOS: la fecha de auditoria '
                   fecha-auditoria ' es posterior a la de proceso.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O confirmaciones
           IF fs-confirmaciones = '35'
               OPEN OUTPUT confirmaciones
               CLOSE confirmaciones
               OPEN I-O confirmaciones
           END-IF
           IF fs-confirmaciones NOT = '00'
               DISPLAY 'CONFIRMA-SALDOS: no se pudo abrir '
                   'CONFIRMAC.DAT, status=' fs-confirmaciones
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUSCAR-MUESTRA-EXISTENTE
           IF OPCION-MUESTRA
               PERFORM TOMAR-MUESTRA
           ELSE
               PERFORM INFORMAR-EXCEPCIONES
           END-IF
           CLOSE confirmaciones
           STOP RUN.

       BUSCAR-MUESTRA-EXISTENTE.
           MOVE fecha-auditoria TO cnf-fecha-auditoria
           MOVE ZEROS TO cnf-cliente
           START confirmaciones KEY IS NOT LESS THAN cnf-clave
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ confirmaciones NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF cnf-fecha-auditoria = fecha-auditoria
                               SET FECHA-YA-MUESTREADA TO TRUE
                           END-IF
                   END-READ
           END-START.

      *----------------------------------------------------------------
      * Muestra y cartas.
      *----------------------------------------------------------------
       TOMAR-MUESTRA.
           IF FECHA-YA-MUESTREADA
               DISPLAY 'CONFIRMA-SALDOS: la auditoria del '
                   fecha-auditoria ' ya tiene su muestra en '
                   'CONFIRMAC.DAT; no se vuelve a muestrear.'
               CLOSE confirmaciones
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'CONFIRMA-SALDOS: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-FOTOS
           PERFORM ARMAR-POBLACION
           IF poblacion = ZERO
               DISPLAY 'CONFIRMA-SALDOS: no hay saldos fotografiados '
                   'al ' fecha-auditoria ', no hay muestra posible.'
               CLOSE clientes
               CLOSE confirmaciones
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PEDIR-PARAMETROS
           IF METODO-AZAR
               MOVE 'R' TO tramo-letra
               MOVE 1 TO tramo-desde
               MOVE poblacion TO tramo-hasta
               MOVE tamano-pedido TO tramo-cantidad
               PERFORM SORTEAR-TRAMO
           ELSE
               PERFORM ORDENAR-POR-SALDO
               PERFORM ARMAR-ESTRATOS
               PERFORM ASIGNAR-MUESTRA
               PERFORM VARYING idx-estrato FROM 1 BY 1
                       UNTIL idx-estrato > 3
                   MOVE est-letra(idx-estrato) TO tramo-letra
                   MOVE est-desde(idx-estrato) TO tramo-desde
                   MOVE est-hasta(idx-estrato) TO tramo-hasta
                   MOVE est-muestra(idx-estrato) TO tramo-cantidad
                   IF tramo-cantidad > ZERO
                       PERFORM SORTEAR-TRAMO
                   END-IF
               END-PERFORM
           END-IF
           PERFORM EMITIR-MUESTRA
           CLOSE clientes
           MOVE valor-muestra TO total-editado
           DISPLAY 'CONFIRMA-SALDOS: ' muestra-enviada
               ' cartas de confirmacion en ' nombre-cartas
               ', muestra por ' total-editado '.'
           IF muestra-retenida > ZERO
               DISPLAY 'CONFIRMA-SALDOS: ' muestra-retenida
                   ' cartas retenidas por correo devuelto (ver '
                   'RETENIDOS).'
           END-IF.

      * La foto de fecha mas alta que no supere la de auditoria,
      * por cliente.
       CARGAR-FOTOS.
           OPEN INPUT archivo-historia
           IF fs-historia NOT = '00'
               DISPLAY 'CONFIRMA-SALDOS: sin SALDOSHIST.DAT (status='
                   fs-historia '), la foto nocturna todavia no corrio.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-historia
               READ archivo-historia
                   AT END
                       SET no-hay-mas-historia TO TRUE
                   NOT AT END
                       IF his-fecha <= fecha-auditoria
                           PERFORM ANOTAR-FOTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historia.

       ANOTAR-FOTO.
           MOVE 'N' TO fila-hallada
           PERFORM VARYING idx-foto FROM 1 BY 1
                   UNTIL idx-foto > fotos-cargadas OR FILA-OK
               IF fot-cliente(idx-foto) = his-cliente
                   SET FILA-OK TO TRUE
                   IF his-fecha > fot-fecha(idx-foto)
                       MOVE his-fecha TO fot-fecha(idx-foto)
                       MOVE his-saldo TO fot-saldo(idx-foto)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT FILA-OK
               IF fotos-cargadas < 2000
                   ADD 1 TO fotos-cargadas
                   MOVE his-cliente TO fot-cliente(fotos-cargadas)
                   MOVE his-fecha TO fot-fecha(fotos-cargadas)
                   MOVE his-saldo TO fot-saldo(fotos-cargadas)
                   MOVE SPACE TO fot-estrato(fotos-cargadas)
               ELSE
                   DISPLAY 'CONFIRMA-SALDOS: mas de 2000 clientes en '
                       'SALDOSHIST.DAT, agrandar la tabla; se corta.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Entran a la poblacion los clientes que siguen en el maestro
      * de clientes: sin nombre no hay carta que mandar.
       ARMAR-POBLACION.
           PERFORM VARYING idx-foto FROM 1 BY 1
                   UNTIL idx-foto > fotos-cargadas
               MOVE fot-cliente(idx-foto) TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO poblacion
                       MOVE idx-foto TO pob-fila(poblacion)
                       PERFORM CALCULAR-ABSOLUTO
                       ADD valor-absoluto TO valor-poblacion
               END-READ
           END-PERFORM.

       CALCULAR-ABSOLUTO.
           IF fot-saldo(idx-foto) < ZERO
               COMPUTE valor-absoluto = 0 - fot-saldo(idx-foto)
           ELSE
               MOVE fot-saldo(idx-foto) TO valor-absoluto
           END-IF.

       PEDIR-PARAMETROS.
           DISPLAY 'Poblacion: ' poblacion ' clientes con saldo '
               'fotografiado al ' fecha-auditoria
           DISPLAY 'Metodo (R=Al azar E=Estratificado por saldo): '
           ACCEPT metodo
           IF NOT METODO-AZAR AND NOT METODO-ESTRATOS
               DISPLAY 'CONFIRMA-SALDOS: metodo no reconocido: '
                   metodo
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Tamano de la muestra (clientes): '
           ACCEPT tamano-pedido
           IF tamano-pedido = ZERO
               DISPLAY 'CONFIRMA-SALDOS: muestra vacia, no se '
                   'emite nada.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF tamano-pedido > poblacion
               DISPLAY 'CONFIRMA-SALDOS: la muestra pedida supera '
                   'la poblacion; se circulariza a todos.'
               MOVE poblacion TO tamano-pedido
           END-IF
           DISPLAY 'Semilla del sorteo (0=la toma del reloj): '
           ACCEPT semilla-inicial
           IF semilla-inicial = ZERO
               ACCEPT hora-sistema FROM TIME
               MOVE hora-sistema TO semilla-inicial
           END-IF
           COMPUTE semilla =
               FUNCTION MOD(semilla-inicial, 2147483647)
           IF semilla = ZERO
               MOVE 1 TO semilla
           END-IF
           MOVE 'PLAZO-CONFIRMA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO plazo-texto
           IF plazo-texto NUMERIC
               MOVE plazo-texto TO plazo-respuesta
           END-IF
           MOVE tamano-pedido TO tramo-cantidad
           DISPLAY 'Se emitiran ' tamano-pedido ' cartas al '
               fecha-auditoria '. Confirma (S/N)? '
           ACCEPT confirmacion-op
           IF NOT CONFIRMADO
               DISPLAY 'CONFIRMA-SALDOS: cancelado, no se grabo '
                   'nada.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Sorteo sin reposicion sobre un tramo de la poblacion: en
      * cada paso se elige al azar una fila entre las que quedan y
      * se la trae al frente del tramo (Fisher-Yates parcial).
       SORTEAR-TRAMO.
           COMPUTE sorteo-fin = tramo-desde + tramo-cantidad - 1
           PERFORM VARYING idx-poblacion FROM tramo-desde BY 1
                   UNTIL idx-poblacion > sorteo-fin
               PERFORM SIGUIENTE-AZAR
               COMPUTE rango-azar = tramo-hasta - idx-poblacion + 1
               COMPUTE desplazamiento =
                   FUNCTION MOD(semilla, rango-azar)
               COMPUTE fila-actual = idx-poblacion + desplazamiento
               MOVE pob-fila(idx-poblacion) TO fila-auxiliar
               MOVE pob-fila(fila-actual) TO pob-fila(idx-poblacion)
               MOVE fila-auxiliar TO pob-fila(fila-actual)
               MOVE pob-fila(idx-poblacion) TO idx-foto
               MOVE tramo-letra TO fot-estrato(idx-foto)
           END-PERFORM.

       SIGUIENTE-AZAR.
           COMPUTE producto-azar = semilla * 16807
           COMPUTE semilla = FUNCTION MOD(producto-azar, 2147483647).

      * La poblacion queda ordenada por saldo absoluto descendente
      * para cortar los estratos.
       ORDENAR-POR-SALDO.
           SORT archivo-orden
               ON DESCENDING KEY orden-valor
               ON ASCENDING KEY orden-fila
               INPUT PROCEDURE IS ENTREGAR-POBLACION
               OUTPUT PROCEDURE IS RECIBIR-POBLACION.

       ENTREGAR-POBLACION.
           PERFORM VARYING idx-poblacion FROM 1 BY 1
                   UNTIL idx-poblacion > poblacion
               MOVE pob-fila(idx-poblacion) TO idx-foto
               PERFORM CALCULAR-ABSOLUTO
               MOVE valor-absoluto TO orden-valor
               MOVE idx-foto TO orden-fila
               RELEASE registro-orden
           END-PERFORM.

       RECIBIR-POBLACION.
           MOVE ZERO TO idx-poblacion
           PERFORM UNTIL no-hay-mas-orden
               RETURN archivo-orden
                   AT END
                       SET no-hay-mas-orden TO TRUE
                   NOT AT END
                       ADD 1 TO idx-poblacion
                       MOVE orden-fila TO pob-fila(idx-poblacion)
               END-RETURN
           END-PERFORM.

      * Tres estratos de igual cantidad de clientes (el resto va a
      * los de arriba), con el valor absoluto de cada uno.
       ARMAR-ESTRATOS.
           MOVE 'A' TO est-letra(1)
           MOVE 'M' TO est-letra(2)
           MOVE 'B' TO est-letra(3)
           COMPUTE est-clientes(1) = (poblacion + 2) / 3
           COMPUTE est-clientes(2) =
               (poblacion - est-clientes(1) + 1) / 2
           COMPUTE est-clientes(3) =
               poblacion - est-clientes(1) - est-clientes(2)
           MOVE 1 TO est-desde(1)
           COMPUTE est-hasta(1) = est-clientes(1)
           COMPUTE est-desde(2) = est-hasta(1) + 1
           COMPUTE est-hasta(2) = est-hasta(1) + est-clientes(2)
           COMPUTE est-desde(3) = est-hasta(2) + 1
           MOVE poblacion TO est-hasta(3)
           PERFORM VARYING idx-estrato FROM 1 BY 1
                   UNTIL idx-estrato > 3
               MOVE ZERO TO est-valor(idx-estrato)
               PERFORM VARYING idx-poblacion
                       FROM est-desde(idx-estrato) BY 1
                       UNTIL idx-poblacion > est-hasta(idx-estrato)
                   MOVE pob-fila(idx-poblacion) TO idx-foto
                   PERFORM CALCULAR-ABSOLUTO
                   ADD valor-absoluto TO est-valor(idx-estrato)
               END-PERFORM
           END-PERFORM.

      * La muestra se reparte en proporcion al valor del estrato,
      * con al menos un cliente por estrato no vacio y sin pasar el
      * tamano de cada uno; el redondeo se ajusta de arriba hacia
      * abajo hasta cerrar exacto con el tamano pedido.
       ASIGNAR-MUESTRA.
           PERFORM VARYING idx-estrato FROM 1 BY 1
                   UNTIL idx-estrato > 3
               IF valor-poblacion > ZERO
                   COMPUTE est-muestra(idx-estrato) ROUNDED =
                       tamano-pedido * est-valor(idx-estrato)
                       / valor-poblacion
               ELSE
                   COMPUTE est-muestra(idx-estrato) ROUNDED =
                       tamano-pedido * est-clientes(idx-estrato)
                       / poblacion
               END-IF
               IF est-muestra(idx-estrato) = ZERO
                   AND est-clientes(idx-estrato) > ZERO
                   MOVE 1 TO est-muestra(idx-estrato)
               END-IF
               IF est-muestra(idx-estrato) > est-clientes(idx-estrato)
                   MOVE est-clientes(idx-estrato)
                       TO est-muestra(idx-estrato)
               END-IF
           END-PERFORM
           PERFORM SUMAR-ASIGNACION
           PERFORM UNTIL suma-muestra = tamano-pedido
               IF suma-muestra < tamano-pedido
                   PERFORM AGREGAR-A-ESTRATO
               ELSE
                   PERFORM QUITAR-DE-ESTRATO
               END-IF
               PERFORM SUMAR-ASIGNACION
           END-PERFORM.

       SUMAR-ASIGNACION.
           COMPUTE suma-muestra = est-muestra(1) + est-muestra(2)
               + est-muestra(3).

       AGREGAR-A-ESTRATO.
           MOVE ZERO TO estrato-ajuste
           PERFORM VARYING idx-estrato FROM 1 BY 1
                   UNTIL idx-estrato > 3 OR estrato-ajuste > ZERO
               IF est-muestra(idx-estrato) < est-clientes(idx-estrato)
                   MOVE idx-estrato TO estrato-ajuste
               END-IF
           END-PERFORM
           ADD 1 TO est-muestra(estrato-ajuste).

       QUITAR-DE-ESTRATO.
           MOVE ZERO TO estrato-ajuste
           PERFORM VARYING idx-estrato FROM 3 BY -1
                   UNTIL idx-estrato < 1 OR estrato-ajuste > ZERO
               IF est-muestra(idx-estrato) > 1
                   MOVE idx-estrato TO estrato-ajuste
               END-IF
           END-PERFORM
           IF estrato-ajuste = ZERO
               PERFORM VARYING idx-estrato FROM 3 BY -1
                       UNTIL idx-estrato < 1 OR estrato-ajuste > ZERO
                   IF est-muestra(idx-estrato) > ZERO
                       MOVE idx-estrato TO estrato-ajuste
                   END-IF
               END-PERFORM
           END-IF
           SUBTRACT 1 FROM est-muestra(estrato-ajuste).

      * Las cartas y el registro salen en el orden de clientes de
      * la foto; el reporte deja la muestra con sus parametros.
       EMITIR-MUESTRA.
           MOVE SPACES TO nombre-cartas
           STRING 'CONFIRMA.' fecha-auditoria '.OUT'
               DELIMITED BY SIZE INTO nombre-cartas
           OPEN OUTPUT archivo-cartas
           IF fs-cartas NOT = '00'
               DISPLAY 'CONFIRMA-SALDOS: no se pudo crear '
                   nombre-cartas ', status=' fs-cartas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'A' TO l-rep-accion
           MOVE 'CONFMUESTRA.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'MUESTRA DE CONFIRMACION DE SALDOS AL '
               fecha-auditoria
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           PERFORM ESCRIBIR-PARAMETROS
           MOVE 'CLIENTE NOMBRE' TO linea-reporte
           MOVE 'E' TO linea-reporte(45:1)
           MOVE 'SALDO   FOTO     CARTA' TO linea-reporte(53:22)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-foto FROM 1 BY 1
                   UNTIL idx-foto > fotos-cargadas
               IF fot-estrato(idx-foto) NOT = SPACE
                   PERFORM EMITIR-CONFIRMACION
               END-IF
           END-PERFORM
           IF DOMICILIOS-ABIERTO
               CLOSE domicilios
           END-IF
           CLOSE archivo-cartas
           MOVE valor-muestra TO total-editado
           STRING 'MUESTRA: ' tamano-pedido ' CLIENTES POR '
               total-editado ', ' muestra-retenida ' RETENIDAS'
               DELIMITED BY SIZE INTO linea-reporte
           MOVE linea-reporte TO l-rep-linea
           MOVE 'T' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE.

       ESCRIBIR-PARAMETROS.
           IF METODO-AZAR
               MOVE 'METODO: AL AZAR SOBRE TODA LA POBLACION'
                   TO linea-reporte
           ELSE
               MOVE 'METODO: ESTRATIFICADO POR SALDO ABSOLUTO'
                   TO linea-reporte
           END-IF
           PERFORM ESCRIBIR-LINEA
           STRING 'SEMILLA DEL SORTEO: ' semilla-inicial
               '   PLAZO DE RESPUESTA: ' plazo-respuesta ' DIAS'
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE valor-poblacion TO total-editado
           STRING 'POBLACION: ' poblacion ' CLIENTES, VALOR '
               'ABSOLUTO ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF METODO-ESTRATOS
               PERFORM VARYING idx-estrato FROM 1 BY 1
                       UNTIL idx-estrato > 3
                   MOVE est-valor(idx-estrato) TO total-editado
                   STRING 'ESTRATO ' est-letra(idx-estrato) ': '
                       est-clientes(idx-estrato) ' CLIENTES, VALOR '
                       total-editado ', MUESTRA '
                       est-muestra(idx-estrato)
                       DELIMITED BY SIZE INTO linea-reporte
                   PERFORM ESCRIBIR-LINEA
               END-PERFORM
           END-IF
           PERFORM ESCRIBIR-LINEA.

       EMITIR-CONFIRMACION.
           MOVE fot-cliente(idx-foto) TO cliente-id-fd
           READ clientes
               INVALID KEY
                   MOVE SPACES TO nombre-fd
                   MOVE SPACES TO apellido-fd
           END-READ
           ADD fot-saldo(idx-foto) TO valor-muestra
           MOVE SPACES TO registro-confirmacion
           MOVE fecha-auditoria TO cnf-fecha-auditoria
           MOVE cliente-id-fd TO cnf-cliente
           MOVE fot-estrato(idx-foto) TO cnf-estrato
           MOVE fot-saldo(idx-foto) TO cnf-saldo
           MOVE fot-fecha(idx-foto) TO cnf-fecha-foto
           MOVE fecha-proceso TO cnf-fecha-envio
           MOVE ZEROS TO cnf-cola
           MOVE ZERO TO cnf-saldo-cliente
           MOVE ZEROS TO cnf-fecha-respuesta
           MOVE ws-operador TO cnf-operador
           PERFORM CONSULTAR-RETENIDO
           IF l-ret-status NOT = 0
               ADD 1 TO muestra-retenida
               SET CNF-RETENIDA TO TRUE
               MOVE 'CORREO DEVUELTO' TO cnf-observacion
           ELSE
               ADD 1 TO muestra-enviada
               COMPUTE linea-desde-doc = contador-lineas + 1
               PERFORM GENERAR-CARTA
               PERFORM REGISTRAR-EN-COLA
               MOVE l-spl-numero TO cnf-cola
               SET CNF-PENDIENTE TO TRUE
           END-IF
           WRITE registro-confirmacion
               INVALID KEY
                   DISPLAY 'CONFIRMA-SALDOS: el cliente '
                       cnf-cliente ' ya esta en la muestra del '
                       cnf-fecha-auditoria
           END-WRITE
           MOVE SPACES TO linea-muestra
           MOVE cliente-id-fd TO lm-cliente
           MOVE nombre-fd TO lm-nombre
           MOVE apellido-fd TO lm-apellido
           MOVE cnf-estrato TO lm-estrato
           MOVE cnf-saldo TO lm-saldo
           MOVE cnf-fecha-foto TO lm-fecha-foto
           IF CNF-RETENIDA
               MOVE 'RETENIDA' TO lm-estado
           ELSE
               MOVE 'ENVIADA' TO lm-estado
           END-IF
           MOVE linea-muestra TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

      * Con correo devuelto la carta no sale; RETENIDO la anota.
       CONSULTAR-RETENIDO.
           MOVE 'R' TO l-ret-accion
           MOVE cliente-id-fd TO l-ret-cliente
           MOVE 'CONFIRMA' TO l-ret-documento
           MOVE 'CONFIRMAS' TO l-ret-programa
           CALL 'RETENIDO' USING l-ret-accion, l-ret-cliente,
               l-ret-documento, l-ret-programa, l-ret-fecha,
               l-ret-motivo, l-ret-status
           IF l-ret-status = 9
               DISPLAY 'CONFIRMA-SALDOS: no se pudo anotar la carta '
                   'retenida del cliente ' cliente-id-fd
           END-IF.

       REGISTRAR-EN-COLA.
           MOVE 'CONFIRMA' TO l-spl-tipo
           MOVE cliente-id-fd TO l-spl-cliente
           MOVE nombre-cartas TO l-spl-archivo
           MOVE linea-desde-doc TO l-spl-desde
           MOVE contador-lineas TO l-spl-hasta
           CALL 'ENCOLA' USING l-spl-tipo, l-spl-cliente,
               l-spl-archivo, l-spl-desde, l-spl-hasta,
               l-spl-numero, l-spl-status
           IF l-spl-status NOT = 0
               DISPLAY 'CONFIRMA-SALDOS: no se pudo registrar la '
                   'carta en la cola de impresion.'
               MOVE ZEROS TO l-spl-numero
           END-IF
           PERFORM ANOTAR-CONTACTO.

      * La carta queda en el historial de contactos del cliente con
      * la fecha de auditoria y el numero de la cola.
       ANOTAR-CONTACTO.
           MOVE cliente-id-fd TO l-cnt-cliente
           MOVE 'CONFIRMA' TO l-cnt-tipo
           MOVE 'CONFIRMAS' TO l-cnt-programa
           MOVE SPACES TO l-cnt-documento
           STRING 'AUD ' fecha-auditoria(3:6)
               DELIMITED BY SIZE INTO l-cnt-documento
           MOVE l-spl-numero TO l-cnt-cola
           CALL 'CONTACTO' USING l-cnt-cliente, l-cnt-tipo,
               l-cnt-programa, l-cnt-documento, l-cnt-cola,
               l-cnt-status
           IF l-cnt-status NOT = 0
               DISPLAY 'CONFIRMA-SALDOS: no se pudo anotar la carta '
                   'en el historial de contactos.'
           END-IF.

      * Completa la plantilla con los datos del cliente; sin
      * plantilla sale un texto fijo minimo.
       GENERAR-CARTA.
           MOVE ALL '=' TO registro-carta
           PERFORM GRABAR-LINEA-CARTA
           PERFORM ESCRIBIR-BLOQUE-DOMICILIO
           MOVE 'N' TO fin-plantilla
           OPEN INPUT archivo-plantilla
           IF fs-plantilla NOT = '00'
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
                           PERFORM GRABAR-LINEA-CARTA
                   END-READ
               END-PERFORM
               CLOSE archivo-plantilla
           END-IF.

       GENERAR-CARTA-FIJA.
           MOVE SPACES TO registro-carta
           STRING 'CLIENTE ' cliente-id-fd ' ' nombre-fd ' '
               apellido-fd
               DELIMITED BY SIZE INTO registro-carta
           PERFORM GRABAR-LINEA-CARTA
           MOVE SPACES TO registro-carta
           MOVE fot-saldo(idx-foto) TO importe-editado
           STRING 'CONFIRME A LOS AUDITORES SU SALDO DE '
               importe-editado ' AL ' fecha-auditoria
               DELIMITED BY SIZE INTO registro-carta
           PERFORM GRABAR-LINEA-CARTA.

       GRABAR-LINEA-CARTA.
           WRITE registro-carta
           IF fs-cartas NOT = '00'
               DISPLAY 'CONFIRMA-SALDOS: error al escribir '
                   nombre-cartas ', status=' fs-cartas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO contador-lineas.

      * El bloque de direccion del destinatario; sin domicilio la
      * carta sale igual y el embolsador la resuelve a mano.
       ESCRIBIR-BLOQUE-DOMICILIO.
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
                       MOVE SPACES TO registro-carta
                       MOVE dom-calle TO registro-carta
                       PERFORM GRABAR-LINEA-CARTA
                       MOVE SPACES TO registro-carta
                       STRING dom-ciudad ' (' dom-codpostal ')'
                           DELIMITED BY SIZE INTO registro-carta
                       PERFORM GRABAR-LINEA-CARTA
               END-READ
           END-IF.

      * Reemplazo de fichas, la misma mecanica de las cartas de
      * mora sobre lineas de 100.
       SUSTITUIR-TOKENS.
           PERFORM VARYING idx-token FROM 1 BY 1
                   UNTIL idx-token > 6
               MOVE token-largo(idx-token) TO largo-token
               EVALUATE token-nombre(idx-token)
                   WHEN '&NOMBRE'
                       MOVE nombre-fd TO valor-token
                   WHEN '&APELLIDO'
                       MOVE apellido-fd TO valor-token
                   WHEN '&IMPORTE'
                       MOVE fot-saldo(idx-foto) TO importe-editado
                       MOVE importe-editado TO valor-token
                   WHEN '&DIAS'
                       MOVE plazo-respuesta TO dias-editados
                       MOVE dias-editados TO valor-token
                   WHEN '&CORTE'
                       MOVE fecha-auditoria TO valor-token
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

      *----------------------------------------------------------------
      * Informe de excepciones de la auditoria.
      *----------------------------------------------------------------
       INFORMAR-EXCEPCIONES.
           IF NOT FECHA-YA-MUESTREADA
               DISPLAY 'CONFIRMA-SALDOS: la auditoria del '
                   fecha-auditoria ' no tiene muestra en '
                   'CONFIRMAC.DAT.'
               CLOSE confirmaciones
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'A' TO l-rep-accion
           MOVE 'CONFEXCEP.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'EXCEPCIONES DE CONFIRMACION DE SALDOS AL '
               fecha-auditoria
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE 'CLIENTE ESTADO' TO linea-reporte
           MOVE 'SEGUN LIBROS' TO linea-reporte(23:12)
           MOVE 'SEGUN CLIENTE  DIFERENCIA' TO linea-reporte(37:26)
           PERFORM ESCRIBIR-LINEA
           MOVE fecha-auditoria TO cnf-fecha-auditoria
           MOVE ZEROS TO cnf-cliente
           START confirmaciones KEY IS NOT LESS THAN cnf-clave
               INVALID KEY
                   SET no-hay-mas-confirmaciones TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-confirmaciones
               READ confirmaciones NEXT RECORD
                   AT END
                       SET no-hay-mas-confirmaciones TO TRUE
                   NOT AT END
                       IF cnf-fecha-auditoria NOT = fecha-auditoria
                           SET no-hay-mas-confirmaciones TO TRUE
                       ELSE
                           PERFORM CLASIFICAR-CONFIRMACION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ESCRIBIR-RESUMEN
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           DISPLAY 'CONFIRMA-SALDOS: ' excepciones ' excepciones de '
               'la auditoria del ' fecha-auditoria
               ' en CONFEXCEP.RPT.'
           IF excepciones > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Todo lo que no volvio conforme es excepcion: el auditor lo
      * va a preguntar uno por uno.
       CLASIFICAR-CONFIRMACION.
           ADD cnf-saldo TO val-circularizado
           IF NOT CNF-RETENIDA
               ADD 1 TO cnt-enviadas
           END-IF
           MOVE SPACES TO linea-excepcion
           MOVE cnf-cliente TO le-cliente
           MOVE cnf-saldo TO le-saldo
           EVALUATE TRUE
               WHEN CNF-CONFORME
                   ADD 1 TO cnt-conformes
                   ADD cnf-saldo TO val-conforme
               WHEN CNF-DISCONFORME
                   ADD 1 TO cnt-disconformes
                   COMPUTE diferencia = cnf-saldo-cliente - cnf-saldo
                   ADD diferencia TO val-diferencias
                   MOVE 'DISCONFORME' TO le-estado
                   MOVE cnf-saldo-cliente TO le-saldo-cliente
                   MOVE diferencia TO le-diferencia
                   PERFORM ESCRIBIR-EXCEPCION
               WHEN CNF-SIN-RESPUESTA
                   ADD 1 TO cnt-sin-respuesta
                   MOVE 'SIN RESPUESTA' TO le-estado
                   PERFORM ESCRIBIR-EXCEPCION
               WHEN CNF-RETENIDA
                   ADD 1 TO cnt-retenidas
                   MOVE 'RETENIDA' TO le-estado
                   PERFORM ESCRIBIR-EXCEPCION
               WHEN OTHER
                   ADD 1 TO cnt-pendientes
                   MOVE 'PENDIENTE' TO le-estado
                   PERFORM ESCRIBIR-EXCEPCION
           END-EVALUATE.

       ESCRIBIR-EXCEPCION.
           ADD 1 TO excepciones
           MOVE linea-excepcion TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF cnf-observacion NOT = SPACES
               OR cnf-fecha-respuesta NOT = ZERO
               MOVE SPACES TO linea-observacion
               MOVE cnf-observacion TO lo-texto
               MOVE cnf-operador TO lo-operador
               MOVE cnf-fecha-respuesta TO lo-fecha
               MOVE linea-observacion TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-RESUMEN.
           PERFORM ESCRIBIR-LINEA
           MOVE val-circularizado TO total-editado
           STRING 'CIRCULARIZADO : ' cnt-enviadas ' ENVIADAS, '
               'VALOR ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE val-conforme TO total-editado
           STRING 'CONFORMES     : ' cnt-conformes
               '          VALOR ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE val-diferencias TO total-editado
           STRING 'DISCONFORMES  : ' cnt-disconformes
               '     DIFERENCIAS ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           STRING 'SIN RESPUESTA : ' cnt-sin-respuesta
               '   PENDIENTES: ' cnt-pendientes
               '   RETENIDAS: ' cnt-retenidas
               DELIMITED BY SIZE INTO linea-reporte
           MOVE linea-reporte TO l-rep-linea
           MOVE 'T' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'CONFIRMAS' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'CONFIRMA-SALDOS: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'CONFIRMAS' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CONFIRMA-SALDOS' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CONFIRMAC.DAT' TO l-sel-archivo
           MOVE version-confirmac TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
