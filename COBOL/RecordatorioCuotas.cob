       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORDA-CUOTAS.
       AUTHOR. Ejemplo.
      * Corrida nocturna de avisos previos al vencimiento: recorre
      * CUOTAS.DAT y junta las cuotas pendientes (P) de prestamos
      * vigentes que vencen despues de la fecha de proceso y hasta
      * RECORDATORIO-DIAS dias habiles adelante (5 si no se
      * informa; habil con el criterio de la cadena: ni fin de
      * semana ni fecha de FERIADOS.DAT), todavia sin recordar. Por
      * cada cliente sale una carta amable de la plantilla
      * RECORDATORIO.TXT, con las fichas de siempre (&NOMBRE
      * &APELLIDO &FECHA) y las de la cuota (&PRESTAMO &CUOTA &VENCE
      * &IMPORTE &LETRAS, el importe en letras por MONTOLETRAS): el
      * bloque de lineas seguidas de la plantilla que lleva fichas
      * de cuota se repite por cada cuota del cliente. Sin
      * plantilla sale un texto fijo minimo. Las cartas se agregan
      * a RECORDATORIOS.OUT y pasan por la cola de impresion y el
      * historial de contactos como las de mora; al cliente con
      * correo devuelto no se le escribe (RETENIDO la anota) y al
      * que no opera tampoco. Cada cuota recordada queda marcada en
      * el plan (cuo-recordado) con la fecha de proceso, asi no se
      * recuerda dos veces; el plan se reescribe bajo nombre de
      * trabajo y se promueve al final.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.
           SELECT cuotas-nuevo ASSIGN TO 'CUOTAS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas-nuevo.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.
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
           SELECT archivo-feriados ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados.
           SELECT archivo-plantilla ASSIGN TO 'RECORDATORIO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-plantilla.
           SELECT archivo-cartas ASSIGN TO 'RECORDATORIOS.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cartas.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  cuotas-nuevo.
       01  registro-cuota-nuevo PIC X(77).
       FD  prestamos.
           COPY PRESTAMO.
       FD  clientes.
           COPY CLIENTE.
       FD  domicilios.
           COPY DOMICILIO.
       FD  archivo-feriados.
       01  registro-feriado PIC 9(8).
       FD  archivo-plantilla.
       01  registro-plantilla PIC X(80).
       FD  archivo-cartas.
       01  registro-carta PIC X(80).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY SPLPARM.
           COPY RETPARM.
           COPY CNTPARM.
           COPY LETPARM.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-cuotas-nuevo    PIC XX VALUE '00'.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-domicilios      PIC XX VALUE '00'.
       01  fs-feriados        PIC XX VALUE '00'.
       01  fs-plantilla       PIC XX VALUE '00'.
       01  fs-cartas          PIC XX VALUE '00'.
       01  hay-domicilios     PIC X VALUE 'N'.
           88  DOMICILIOS-ABIERTO VALUE 'S'.
       01  fin-cuotas         PIC X VALUE 'N'.
           88  no-hay-mas-cuotas VALUE 'S'.
       01  fin-feriados       PIC X VALUE 'N'.
           88  no-hay-mas-feriados VALUE 'S'.
       01  fin-plantilla      PIC X VALUE 'N'.
           88  no-hay-mas-plantilla VALUE 'S'.
       01  fin-cartas         PIC X VALUE 'N'.
           88  no-hay-mas-cartas VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  fecha-limite       PIC 9(8).
       01  fecha-candidata    PIC 9(8).
       01  entero-candidato   PIC 9(9).
       01  dia-semana         PIC 9.
       01  dia-es-habil       PIC X VALUE 'N'.
           88  DIA-HABIL       VALUE 'S'.
       01  habiles-contados   PIC 9(2).
       01  parametro-texto    PIC X(10) VALUE SPACES.
      * Dias habiles de anticipacion del aviso.
       01  dias-aviso         PIC 9(2) VALUE 5.
       01  saldo-cuota        PIC S9(9)V99.
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  contador-lineas    PIC 9(7) VALUE ZERO.
       01  linea-desde-doc    PIC 9(7).
       01  cartas-generadas   PIC 9(5) VALUE ZERO.
       01  cartas-retenidas   PIC 9(5) VALUE ZERO.
       01  cuotas-recordadas  PIC 9(5) VALUE ZERO.
       01  cuotas-del-cliente PIC 9(3).
       01  cliente-carta      PIC 9(6).

      * Cuotas a recordar, juntadas en la pasada por el plan. Marca:
      * blanco = por tratar, E = recordada, R = retenida por correo
      * devuelto, N = sin carta (cliente inexistente o que no
      * opera).
       01  tabla-avisos.
           05  aviso-e OCCURS 2000 TIMES.
               10  tav-cliente      PIC 9(6).
               10  tav-prestamo     PIC 9(5).
               10  tav-numero       PIC 9(3).
               10  tav-vencimiento  PIC 9(8).
               10  tav-importe      PIC S9(9)V99.
               10  tav-marca        PIC X.
       01  avisos-cargados    PIC 9(4) VALUE ZERO.
       01  idx-aviso          PIC 9(4).
       01  idx-cuota          PIC 9(4).
       01  marca-cliente      PIC X.

      * Plantilla cargada en memoria: cada linea con la indicacion
      * de si lleva fichas de cuota (parte del bloque que se repite
      * por cuota).
       01  tabla-plantilla.
           05  plantilla-e OCCURS 60 TIMES.
               10  tpl-texto        PIC X(80).
               10  tpl-detalle      PIC X.
       01  lineas-plantilla   PIC 9(2) VALUE ZERO.
       01  idx-linea          PIC 9(2).
       01  fin-bloque         PIC 9(2).
       01  idx-bloque         PIC 9(2).

      * Maquinaria de fichas, la de CARTAS-MORA sobre lineas de 300
      * (el importe en letras no entra en 80): ficha, largo y valor;
      * de la cuarta en adelante son fichas de cuota.
       01  tabla-tokens.
           05  FILLER PIC X(10) VALUE '&NOMBRE'.
           05  FILLER PIC 9(2)  VALUE 07.
           05  FILLER PIC X(10) VALUE '&APELLIDO'.
           05  FILLER PIC 9(2)  VALUE 09.
           05  FILLER PIC X(10) VALUE '&FECHA'.
           05  FILLER PIC 9(2)  VALUE 06.
           05  FILLER PIC X(10) VALUE '&PRESTAMO'.
           05  FILLER PIC 9(2)  VALUE 09.
           05  FILLER PIC X(10) VALUE '&CUOTA'.
           05  FILLER PIC 9(2)  VALUE 06.
           05  FILLER PIC X(10) VALUE '&VENCE'.
           05  FILLER PIC 9(2)  VALUE 06.
           05  FILLER PIC X(10) VALUE '&IMPORTE'.
           05  FILLER PIC 9(2)  VALUE 08.
           05  FILLER PIC X(10) VALUE '&LETRAS'.
           05  FILLER PIC 9(2)  VALUE 07.
       01  tabla-tokens-r REDEFINES tabla-tokens.
           05  token-e OCCURS 8 TIMES.
               10  token-nombre PIC X(10).
               10  token-largo  PIC 9(2).
       01  idx-token          PIC 9(2).
       01  linea-trabajo      PIC X(300).
       01  linea-nueva        PIC X(300).
       01  pos-busqueda       PIC 9(3).
       01  largo-maximo       PIC 9(3).
       01  largo-token        PIC 9(2).
       01  largo-valor        PIC 9(3).
       01  largo-linea        PIC 9(3).
       01  pos-corte          PIC 9(3).
       01  valor-token        PIC X(200).
       01  hay-ficha          PIC X VALUE 'N'.
           88  LINEA-CON-FICHA VALUE 'S'.
       01  importe-editado    PIC Z(8)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE 'RECORDATORIO-DIAS' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto(1:2) IS NUMERIC
               AND parametro-texto(1:2) NOT = '00'
               MOVE parametro-texto(1:2) TO dias-aviso
           END-IF
           PERFORM CALCULAR-FECHA-LIMITE
           DISPLAY 'RECORDA-CUOTAS: cuotas que vencen hasta el '
               fecha-limite ' (' dias-aviso ' dias habiles).'
           OPEN INPUT archivo-cuotas
           IF fs-cuotas NOT = '00'
               DISPLAY 'RECORDA-CUOTAS: sin CUOTAS.DAT (status='
                   fs-cuotas '), no hay planes de cuotas.'
               STOP RUN
           END-IF
           OPEN INPUT prestamos
           IF fs-prestamos NOT = '00'
               DISPLAY 'RECORDA-CUOTAS: no se pudo abrir '
                   'PRESTAMOS.DAT, status=' fs-prestamos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-cuotas
               READ archivo-cuotas
                   AT END
                       SET no-hay-mas-cuotas TO TRUE
                   NOT AT END
                       PERFORM SELECCIONAR-CUOTA
               END-READ
           END-PERFORM
           CLOSE archivo-cuotas
           CLOSE prestamos
           IF avisos-cargados = ZERO
               DISPLAY 'RECORDA-CUOTAS: ninguna cuota a recordar.'
               STOP RUN
           END-IF
           PERFORM CARGAR-PLANTILLA
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'RECORDA-CUOTAS: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Las cartas se agregan al final y cada una queda en la cola
      * con su rango de lineas; primero se cuentan las existentes.
           PERFORM CONTAR-LINEAS-EXISTENTES
           OPEN EXTEND archivo-cartas
           IF fs-cartas = '05' OR fs-cartas = '35'
               OPEN OUTPUT archivo-cartas
           END-IF
           IF fs-cartas NOT = '00'
               DISPLAY 'RECORDA-CUOTAS: no se pudo abrir '
                   'RECORDATORIOS.OUT, status=' fs-cartas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-aviso FROM 1 BY 1
                   UNTIL idx-aviso > avisos-cargados
               IF tav-marca(idx-aviso) = SPACE
                   PERFORM TRATAR-CLIENTE
               END-IF
           END-PERFORM
           CLOSE archivo-cartas
           CLOSE clientes
           IF DOMICILIOS-ABIERTO
               CLOSE domicilios
           END-IF
           IF cuotas-recordadas > ZERO
               PERFORM MARCAR-CUOTAS
           END-IF
           DISPLAY 'RECORDA-CUOTAS: ' cartas-generadas ' cartas con '
               cuotas-recordadas ' cuotas en RECORDATORIOS.OUT.'
           IF cartas-retenidas > ZERO
               DISPLAY 'RECORDA-CUOTAS: ' cartas-retenidas ' cartas '
                   'retenidas por correo devuelto (ver RETENIDOS).'
           END-IF
           STOP RUN.

      * La fecha de proceso mas dias-aviso dias habiles: se avanza
      * de a un dia contando solo los habiles.
       CALCULAR-FECHA-LIMITE.
           COMPUTE entero-candidato =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           MOVE ZERO TO habiles-contados
           PERFORM UNTIL habiles-contados = dias-aviso
               ADD 1 TO entero-candidato
               COMPUTE fecha-candidata =
                   FUNCTION DATE-OF-INTEGER(entero-candidato)
               PERFORM VERIFICAR-DIA-HABIL
               IF DIA-HABIL
                   ADD 1 TO habiles-contados
               END-IF
           END-PERFORM
           MOVE fecha-candidata TO fecha-limite.

      * Mismo criterio de dia habil que la cadena: ni fin de
      * semana ni fecha de FERIADOS.DAT.
       VERIFICAR-DIA-HABIL.
           MOVE 'S' TO dia-es-habil
           COMPUTE dia-semana =
               FUNCTION MOD(entero-candidato, 7)
           IF dia-semana = 0 OR dia-semana = 6
               MOVE 'N' TO dia-es-habil
           ELSE
               MOVE 'N' TO fin-feriados
               OPEN INPUT archivo-feriados
               IF fs-feriados = '00'
                   PERFORM UNTIL no-hay-mas-feriados
                       READ archivo-feriados
                           AT END
                               SET no-hay-mas-feriados TO TRUE
                           NOT AT END
                               IF registro-feriado
                                   = fecha-candidata
                                   MOVE 'N' TO dia-es-habil
                                   SET no-hay-mas-feriados TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE archivo-feriados
               END-IF
           END-IF.

      * Pendiente, dentro de la ventana, sin recordar y de un
      * prestamo vigente; lo que un pago ya cubrio no se recuerda.
       SELECCIONAR-CUOTA.
           IF cuo-estado = 'P'
               AND cuo-vencimiento > fecha-proceso
               AND cuo-vencimiento <= fecha-limite
               AND (cuo-recordado NOT NUMERIC
                   OR cuo-recordado = ZEROS)
               MOVE cuo-importe TO saldo-cuota
               IF cuo-cobrado NUMERIC
                   SUBTRACT cuo-cobrado FROM saldo-cuota
               END-IF
               IF saldo-cuota > ZERO
                   MOVE cuo-prestamo TO pre-numero
                   READ prestamos
                       INVALID KEY
                           DISPLAY 'RECORDA-CUOTAS: la cuota refiere '
                               'al prestamo inexistente '
                               cuo-prestamo
                       NOT INVALID KEY
                           IF PRESTAMO-VIGENTE
                               PERFORM ANOTAR-AVISO
                           END-IF
                   END-READ
               END-IF
           END-IF.

       ANOTAR-AVISO.
           IF avisos-cargados < 2000
               ADD 1 TO avisos-cargados
               MOVE pre-cliente TO tav-cliente(avisos-cargados)
               MOVE cuo-prestamo TO tav-prestamo(avisos-cargados)
               MOVE cuo-numero TO tav-numero(avisos-cargados)
               MOVE cuo-vencimiento
                   TO tav-vencimiento(avisos-cargados)
               MOVE saldo-cuota TO tav-importe(avisos-cargados)
               MOVE SPACE TO tav-marca(avisos-cargados)
           ELSE
               DISPLAY 'RECORDA-CUOTAS: mas de 2000 cuotas a '
                   'recordar, agrandar la tabla; se corta.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Sin plantilla la carta sale con un texto fijo minimo, para
      * no dejar la corrida sin avisos.
       CARGAR-PLANTILLA.
           OPEN INPUT archivo-plantilla
           IF fs-plantilla NOT = '00'
               DISPLAY 'RECORDA-CUOTAS: sin plantilla '
                   'RECORDATORIO.TXT, sale el texto fijo.'
           ELSE
               PERFORM UNTIL no-hay-mas-plantilla
                   READ archivo-plantilla
                       AT END
                           SET no-hay-mas-plantilla TO TRUE
                       NOT AT END
                           IF lineas-plantilla < 60
                               ADD 1 TO lineas-plantilla
                               PERFORM ANOTAR-LINEA-PLANTILLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-plantilla
           END-IF.

       ANOTAR-LINEA-PLANTILLA.
           MOVE registro-plantilla TO tpl-texto(lineas-plantilla)
           MOVE 'N' TO tpl-detalle(lineas-plantilla)
           MOVE SPACES TO linea-trabajo
           MOVE registro-plantilla TO linea-trabajo(1:80)
           PERFORM VARYING idx-token FROM 4 BY 1
                   UNTIL idx-token > 8
               PERFORM BUSCAR-FICHA
               IF LINEA-CON-FICHA
                   MOVE 'S' TO tpl-detalle(lineas-plantilla)
               END-IF
           END-PERFORM.

       BUSCAR-FICHA.
           MOVE 'N' TO hay-ficha
           MOVE token-largo(idx-token) TO largo-token
           COMPUTE largo-maximo = 80 - largo-token + 1
           PERFORM VARYING pos-busqueda FROM 1 BY 1
                   UNTIL pos-busqueda > largo-maximo
                   OR LINEA-CON-FICHA
               IF linea-trabajo(pos-busqueda:largo-token) =
                       token-nombre(idx-token)(1:largo-token)
                   SET LINEA-CON-FICHA TO TRUE
               END-IF
           END-PERFORM.

      * Una carta por cliente con todas sus cuotas de la ventana.
      * El cliente que no opera no recibe carta; con correo
      * devuelto la carta queda retenida y la cuota sin marcar.
       TRATAR-CLIENTE.
           MOVE tav-cliente(idx-aviso) TO cliente-carta
           MOVE ZERO TO cuotas-del-cliente
           PERFORM VARYING idx-cuota FROM idx-aviso BY 1
                   UNTIL idx-cuota > avisos-cargados
               IF tav-cliente(idx-cuota) = cliente-carta
                   ADD 1 TO cuotas-del-cliente
               END-IF
           END-PERFORM
           MOVE cliente-carta TO cliente-id-fd
           READ clientes
               INVALID KEY
                   MOVE 'N' TO marca-cliente
               NOT INVALID KEY
                   IF CLIENTE-ACTIVO OR CLIENTE-RESTRINGIDO
                       PERFORM CONSULTAR-RETENIDO
                       IF l-ret-status NOT = 0
                           ADD 1 TO cartas-retenidas
                           MOVE 'R' TO marca-cliente
                       ELSE
                           COMPUTE linea-desde-doc =
                               contador-lineas + 1
                           PERFORM GENERAR-CARTA
                           PERFORM REGISTRAR-EN-COLA
                           ADD cuotas-del-cliente TO cuotas-recordadas
                           MOVE 'E' TO marca-cliente
                       END-IF
                   ELSE
                       MOVE 'N' TO marca-cliente
                   END-IF
           END-READ
           PERFORM VARYING idx-cuota FROM idx-aviso BY 1
                   UNTIL idx-cuota > avisos-cargados
               IF tav-cliente(idx-cuota) = cliente-carta
                   MOVE marca-cliente TO tav-marca(idx-cuota)
               END-IF
           END-PERFORM.

       CONSULTAR-RETENIDO.
           MOVE 'R' TO l-ret-accion
           MOVE cliente-carta TO l-ret-cliente
           MOVE 'RECORDAT' TO l-ret-documento
           MOVE 'RECORDACUOTA' TO l-ret-programa
           CALL 'RETENIDO' USING l-ret-accion, l-ret-cliente,
               l-ret-documento, l-ret-programa, l-ret-fecha,
               l-ret-motivo, l-ret-status
           IF l-ret-status = 9
               DISPLAY 'RECORDA-CUOTAS: no se pudo anotar la carta '
                   'retenida del cliente ' cliente-carta
           END-IF.

      * Encabezado, bloque de domicilio y la plantilla; el bloque
      * de lineas con fichas de cuota sale una vez por cada cuota
      * del cliente.
       GENERAR-CARTA.
           ADD 1 TO cartas-generadas
           MOVE ALL '=' TO registro-carta
           PERFORM ESCRIBIR-REGISTRO
           PERFORM ESCRIBIR-BLOQUE-DOMICILIO
           IF lineas-plantilla = ZERO
               PERFORM GENERAR-CARTA-FIJA
           ELSE
               MOVE 1 TO idx-linea
               PERFORM UNTIL idx-linea > lineas-plantilla
                   IF tpl-detalle(idx-linea) = 'S'
                       PERFORM ESCRIBIR-BLOQUE-CUOTAS
                   ELSE
                       MOVE idx-linea TO idx-bloque
                       PERFORM ESCRIBIR-LINEA-PLANTILLA
                       ADD 1 TO idx-linea
                   END-IF
               END-PERFORM
           END-IF.

       ESCRIBIR-BLOQUE-CUOTAS.
           MOVE idx-linea TO fin-bloque
           PERFORM UNTIL fin-bloque = lineas-plantilla
                   OR tpl-detalle(fin-bloque + 1) NOT = 'S'
               ADD 1 TO fin-bloque
           END-PERFORM
           PERFORM VARYING idx-cuota FROM idx-aviso BY 1
                   UNTIL idx-cuota > avisos-cargados
               IF tav-cliente(idx-cuota) = cliente-carta
                   PERFORM PREPARAR-CUOTA
                   PERFORM VARYING idx-bloque FROM idx-linea BY 1
                           UNTIL idx-bloque > fin-bloque
                       PERFORM ESCRIBIR-LINEA-PLANTILLA
                   END-PERFORM
               END-IF
           END-PERFORM
           COMPUTE idx-linea = fin-bloque + 1.

      * El importe en letras de la cuota en curso.
       PREPARAR-CUOTA.
           MOVE tav-importe(idx-cuota) TO l-let-importe
           CALL 'MONTOLETRAS' USING l-let-importe, l-let-texto,
               l-let-status.

       ESCRIBIR-LINEA-PLANTILLA.
           MOVE SPACES TO linea-trabajo
           MOVE tpl-texto(idx-bloque) TO linea-trabajo(1:80)
           PERFORM SUSTITUIR-TOKENS
           PERFORM ESCRIBIR-ENVUELTA.

       GENERAR-CARTA-FIJA.
           MOVE SPACES TO registro-carta
           STRING 'CLIENTE ' cliente-id-fd ' ' nombre-fd ' '
               apellido-fd
               DELIMITED BY SIZE INTO registro-carta
           PERFORM ESCRIBIR-REGISTRO
           MOVE 'LE RECORDAMOS LOS PROXIMOS VENCIMIENTOS:'
               TO registro-carta
           PERFORM ESCRIBIR-REGISTRO
           PERFORM VARYING idx-cuota FROM idx-aviso BY 1
                   UNTIL idx-cuota > avisos-cargados
               IF tav-cliente(idx-cuota) = cliente-carta
                   PERFORM PREPARAR-CUOTA
                   MOVE tav-importe(idx-cuota) TO importe-editado
                   MOVE SPACES TO registro-carta
                   STRING 'PRESTAMO ' tav-prestamo(idx-cuota)
                       ' CUOTA ' tav-numero(idx-cuota)
                       ' VENCE ' tav-vencimiento(idx-cuota)
                       ' IMPORTE ' importe-editado
                       DELIMITED BY SIZE INTO registro-carta
                   PERFORM ESCRIBIR-REGISTRO
                   MOVE SPACES TO linea-trabajo
                   STRING 'SON: ' l-let-texto
                       DELIMITED BY SIZE INTO linea-trabajo
                   PERFORM ESCRIBIR-ENVUELTA
               END-IF
           END-PERFORM.

      * El bloque de direccion del destinatario, desde el maestro
      * de domicilios; sin domicilio la carta sale igual.
       ESCRIBIR-BLOQUE-DOMICILIO.
           IF NOT DOMICILIOS-ABIERTO
               OPEN INPUT domicilios
               IF fs-domicilios = '00'
                   SET DOMICILIOS-ABIERTO TO TRUE
               END-IF
           END-IF
           IF DOMICILIOS-ABIERTO
               MOVE cliente-carta TO dom-cliente
               READ domicilios
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO registro-carta
                       MOVE dom-calle TO registro-carta
                       PERFORM ESCRIBIR-REGISTRO
                       MOVE SPACES TO registro-carta
                       STRING dom-ciudad ' (' dom-codpostal ')'
                           DELIMITED BY SIZE INTO registro-carta
                       PERFORM ESCRIBIR-REGISTRO
               END-READ
           END-IF.

      * Reemplazo de fichas sobre la linea de trabajo; las de cuota
      * toman la cuota en curso (idx-cuota).
       SUSTITUIR-TOKENS.
           PERFORM VARYING idx-token FROM 1 BY 1
                   UNTIL idx-token > 8
               MOVE token-largo(idx-token) TO largo-token
               EVALUATE token-nombre(idx-token)
                   WHEN '&NOMBRE'
                       MOVE nombre-fd TO valor-token
                   WHEN '&APELLIDO'
                       MOVE apellido-fd TO valor-token
                   WHEN '&FECHA'
                       MOVE fecha-proceso TO valor-token
                   WHEN '&PRESTAMO'
                       MOVE tav-prestamo(idx-cuota) TO valor-token
                   WHEN '&CUOTA'
                       MOVE tav-numero(idx-cuota) TO valor-token
                   WHEN '&VENCE'
                       MOVE tav-vencimiento(idx-cuota)
                           TO valor-token
                   WHEN '&IMPORTE'
                       MOVE tav-importe(idx-cuota)
                           TO importe-editado
                       MOVE importe-editado TO valor-token
                   WHEN OTHER
                       MOVE l-let-texto TO valor-token
               END-EVALUATE
               PERFORM MEDIR-VALOR
               PERFORM REEMPLAZAR-TOKEN
           END-PERFORM.

      * Sin los blancos de adelante (el importe editado) ni los de
      * atras.
       MEDIR-VALOR.
           PERFORM UNTIL valor-token(1:1) NOT = SPACE
                   OR valor-token = SPACES
               MOVE valor-token(2:199) TO linea-nueva
               MOVE linea-nueva(1:200) TO valor-token
           END-PERFORM
           MOVE 200 TO largo-valor
           PERFORM UNTIL largo-valor = 1
               OR valor-token(largo-valor:1) NOT = SPACE
               SUBTRACT 1 FROM largo-valor
           END-PERFORM.

       REEMPLAZAR-TOKEN.
           COMPUTE largo-maximo = 300 - largo-token + 1
           MOVE 1 TO pos-busqueda
           PERFORM UNTIL pos-busqueda > largo-maximo
               IF linea-trabajo(pos-busqueda:largo-token) =
                       token-nombre(idx-token)(1:largo-token)
                   MOVE SPACES TO linea-nueva
                   IF pos-busqueda = 1
                       STRING valor-token(1:largo-valor)
                           linea-trabajo(largo-token + 1:
                               300 - largo-token)
                           DELIMITED BY SIZE INTO linea-nueva
                   ELSE
                       STRING linea-trabajo(1:pos-busqueda - 1)
                           valor-token(1:largo-valor)
                           linea-trabajo(pos-busqueda + largo-token:
                               301 - pos-busqueda - largo-token)
                           DELIMITED BY SIZE INTO linea-nueva
                   END-IF
                   MOVE linea-nueva TO linea-trabajo
                   COMPUTE pos-busqueda =
                       pos-busqueda + largo-valor
               ELSE
                   ADD 1 TO pos-busqueda
               END-IF
           END-PERFORM.

      * La linea armada sale en renglones de 80, cortados en un
      * blanco cuando se puede (el importe en letras suele pasar
      * del renglon).
       ESCRIBIR-ENVUELTA.
           PERFORM MEDIR-LINEA
           PERFORM UNTIL largo-linea <= 80
               MOVE 80 TO pos-corte
               PERFORM UNTIL pos-corte = 1
                       OR linea-trabajo(pos-corte + 1:1) = SPACE
                   SUBTRACT 1 FROM pos-corte
               END-PERFORM
               IF pos-corte = 1
                   MOVE 80 TO pos-corte
               END-IF
               MOVE linea-trabajo(1:pos-corte) TO registro-carta
               PERFORM ESCRIBIR-REGISTRO
               MOVE SPACES TO linea-nueva
               MOVE linea-trabajo(pos-corte + 1:300 - pos-corte)
                   TO linea-nueva
               MOVE linea-nueva TO linea-trabajo
               PERFORM UNTIL linea-trabajo(1:1) NOT = SPACE
                       OR linea-trabajo = SPACES
                   MOVE linea-trabajo(2:299) TO linea-nueva
                   MOVE linea-nueva TO linea-trabajo
               END-PERFORM
               PERFORM MEDIR-LINEA
           END-PERFORM
           MOVE linea-trabajo(1:80) TO registro-carta
           PERFORM ESCRIBIR-REGISTRO.

       MEDIR-LINEA.
           MOVE 300 TO largo-linea
           PERFORM UNTIL largo-linea = 1
               OR linea-trabajo(largo-linea:1) NOT = SPACE
               SUBTRACT 1 FROM largo-linea
           END-PERFORM.

       ESCRIBIR-REGISTRO.
           WRITE registro-carta
           ADD 1 TO contador-lineas
           MOVE SPACES TO registro-carta.

       CONTAR-LINEAS-EXISTENTES.
           MOVE ZERO TO contador-lineas
           OPEN INPUT archivo-cartas
           IF fs-cartas = '00'
               PERFORM UNTIL no-hay-mas-cartas
                   READ archivo-cartas
                       AT END
                           SET no-hay-mas-cartas TO TRUE
                       NOT AT END
                           ADD 1 TO contador-lineas
                   END-READ
               END-PERFORM
               CLOSE archivo-cartas
           END-IF.

       REGISTRAR-EN-COLA.
           MOVE 'RECORDAT' TO l-spl-tipo
           MOVE cliente-carta TO l-spl-cliente
           MOVE 'RECORDATORIOS.OUT' TO l-spl-archivo
           MOVE linea-desde-doc TO l-spl-desde
           MOVE contador-lineas TO l-spl-hasta
           CALL 'ENCOLA' USING l-spl-tipo, l-spl-cliente,
               l-spl-archivo, l-spl-desde, l-spl-hasta,
               l-spl-numero, l-spl-status
           IF l-spl-status NOT = 0
               DISPLAY 'RECORDA-CUOTAS: no se pudo registrar la '
                   'carta en la cola de impresion.'
           END-IF
           PERFORM ANOTAR-CONTACTO.

      * La carta queda en el historial de contactos del cliente con
      * la cantidad de cuotas recordadas y el numero de la cola.
       ANOTAR-CONTACTO.
           MOVE cliente-carta TO l-cnt-cliente
           MOVE 'RECORDAT' TO l-cnt-tipo
           MOVE 'RECORDACUOTA' TO l-cnt-programa
           MOVE SPACES TO l-cnt-documento
           STRING cuotas-del-cliente ' CUOTAS'
               DELIMITED BY SIZE INTO l-cnt-documento
           MOVE l-spl-numero TO l-cnt-cola
           CALL 'CONTACTO' USING l-cnt-cliente, l-cnt-tipo,
               l-cnt-programa, l-cnt-documento, l-cnt-cola,
               l-cnt-status
           IF l-cnt-status NOT = 0
               DISPLAY 'RECORDA-CUOTAS: no se pudo anotar la carta '
                   'en el historial de contactos.'
           END-IF.

      * Las cuotas recordadas quedan marcadas con la fecha de
      * proceso en el plan, reescrito bajo CUOTAS.NEW y promovido.
       MARCAR-CUOTAS.
           MOVE 'N' TO fin-cuotas
           OPEN INPUT archivo-cuotas
           IF fs-cuotas NOT = '00'
               DISPLAY 'RECORDA-CUOTAS: no se pudo reabrir '
                   'CUOTAS.DAT, status=' fs-cuotas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT cuotas-nuevo
           IF fs-cuotas-nuevo NOT = '00'
               DISPLAY 'RECORDA-CUOTAS: no se pudo crear '
                   'CUOTAS.NEW, status=' fs-cuotas-nuevo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-cuotas
               READ archivo-cuotas
                   AT END
                       SET no-hay-mas-cuotas TO TRUE
                   NOT AT END
                       PERFORM MARCAR-UNA-CUOTA
                       WRITE registro-cuota-nuevo FROM registro-cuota
               END-READ
           END-PERFORM
           CLOSE archivo-cuotas
           CLOSE cuotas-nuevo
           MOVE 'mv CUOTAS.NEW CUOTAS.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'RECORDA-CUOTAS: fallo la promocion del '
                   'plan de cuotas.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       MARCAR-UNA-CUOTA.
           IF cuo-recordado NOT NUMERIC
               MOVE ZEROS TO cuo-recordado
           END-IF
           PERFORM VARYING idx-cuota FROM 1 BY 1
                   UNTIL idx-cuota > avisos-cargados
               IF tav-prestamo(idx-cuota) = cuo-prestamo
                   AND tav-numero(idx-cuota) = cuo-numero
                   AND tav-marca(idx-cuota) = 'E'
                   MOVE fecha-proceso TO cuo-recordado
               END-IF
           END-PERFORM.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'RECORDACUOTA' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'RECORDA-CUOTAS' TO l-sel-programa
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO
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
