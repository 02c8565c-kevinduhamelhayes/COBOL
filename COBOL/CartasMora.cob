      * cliente: una segunda carta de la misma franja escala al
      * nivel siguiente en vez de repetirse. Todas las cartas salen
      * a CARTASMORA.OUT; cobranzas deja la maquina de escribir.
      * Al cliente con correo devuelto no se le escribe: la carta
      * queda retenida (anotada por RETENIDO para el listado de
      * correo retenido) y el nivel no avanza, asi la primera carta
      * despues del domicilio nuevo sale en la franja que toque.
      * Al cliente con una promesa de pago vigente en PROMESAS.DAT
      * tampoco se le escribe ni se le mueve el nivel mientras el
      * cobrador espera el pago. Si la promesa se incumple, la
      * carta siguiente sale un nivel arriba de la ultima enviada
      * (la regla de siempre, porque la espera no toco
      * NIVELMORA.DAT) y la promesa queda marcada como ya escalada.
      * Despues de los clientes se avisa a los garantes: por cada
      * garantia vigente de RELACIONES.DAT cuyo prestamo tiene una
      * cuota levantada y sin cobrar de mas de 60 dias, el garante
      * recibe la carta CARTAGAR.TXT (fichas de siempre mas
      * &PRESTAMO y &DEUDOR; &IMPORTE y &DIAS son lo impago del
      * prestamo y su atraso). El aviso sale una vez por atraso:
      * queda anotado en la garantia y se limpia cuando el prestamo
      * vuelve a estar dentro de los 60 dias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-plantilla ASSIGN DYNAMIC nombre-plantilla
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT promesas ASSIGN TO 'PROMESAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prom-clave
               FILE STATUS IS fs-promesas.
           SELECT relaciones ASSIGN TO 'RELACIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rel-clave
               FILE STATUS IS fs-relaciones.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.

       DATA DIVISION.
       FILE SECTION.
       01  registro-nivel-nuevo PIC X(17).
       FD  domicilios.
           COPY DOMICILIO.
       FD  promesas.
           COPY PROMESA.
       FD  relaciones.
           COPY RELACION.
       FD  archivo-cuotas.
           COPY CUOTA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY SPLPARM.
           COPY RETPARM.
           COPY CNTPARM.
           COPY JRNPARM.
       01  cartas-retenidas   PIC 9(5) VALUE ZERO.
       01  cartas-en-promesa  PIC 9(5) VALUE ZERO.
       01  cartas-reanudadas  PIC 9(5) VALUE ZERO.
       01  avisos-garante     PIC 9(5) VALUE ZERO.
       01  avisos-retenidos   PIC 9(5) VALUE ZERO.
      * Carta en curso: MORA al cliente o GARANTE al garante de un
      * prestamo atrasado.
       01  tipo-carta         PIC X(8) VALUE 'MORA'.
           88  CARTA-GARANTE   VALUE 'GARANTE'.
       01  fs-relaciones      PIC XX VALUE '00'.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fin-relaciones     PIC X VALUE 'N'.
           88  no-hay-mas-relaciones VALUE 'S'.
       01  fin-cuotas         PIC X VALUE 'N'.
           88  no-hay-mas-cuotas VALUE 'S'.
       01  prestamo-aviso     PIC 9(5) VALUE ZEROS.
       01  deudor-nombre      PIC X(41) VALUE SPACES.
       01  impago-cuota       PIC S9(9)V99.

      * Garantias vigentes, con el atraso de su prestamo armado en
      * una pasada por CUOTAS.DAT: la cuota G mas vieja y lo que
      * queda sin cobrar de las cuotas G.
       01  tabla-garantias.
           05  garantia-e OCCURS 2000 TIMES.
               10  tga-clave.
                   15  tga-cliente    PIC 9(6).
                   15  tga-tipo       PIC X(4).
                   15  tga-garante    PIC 9(6).
                   15  tga-prestamo   PIC 9(5).
               10  tga-aviso      PIC 9(8).
               10  tga-vencimiento PIC 9(8).
               10  tga-impago     PIC S9(9)V99.
       01  garantias-cargadas PIC 9(4) VALUE ZERO.
       01  idx-garantia       PIC 9(4).
       01  fs-promesas        PIC XX VALUE '00'.
       01  hay-promesas       PIC X VALUE 'N'.
           88  PROMESAS-ABIERTO VALUE 'S'.
       01  fin-promesas       PIC X VALUE 'N'.
           88  no-hay-mas-promesas VALUE 'S'.
      * Situacion del cliente en PROMESAS.DAT: con promesa vigente,
      * o con una incumplida que todavia no se escalo (su clave,
      * para marcarla despues de la carta).
       01  situacion-promesa  PIC X VALUE SPACE.
           88  EN-PROMESA      VALUE 'V'.
           88  PROMESA-ROTA    VALUE 'I'.
       01  clave-promesa-rota PIC X(14).
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-plantilla       PIC XX VALUE '00'.
           05  FILLER PIC 9(2)  VALUE 05.
           05  FILLER PIC X(10) VALUE '&FECHA'.
           05  FILLER PIC 9(2)  VALUE 06.
           05  FILLER PIC X(10) VALUE '&PRESTAMO'.
           05  FILLER PIC 9(2)  VALUE 09.
           05  FILLER PIC X(10) VALUE '&DEUDOR'.
           05  FILLER PIC 9(2)  VALUE 07.
       01  tabla-tokens-r REDEFINES tabla-tokens.
           05  token-e OCCURS 7 TIMES.
               10  token-nombre PIC X(10).
               10  token-largo  PIC 9(2).
       01  idx-token          PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           PERFORM CARGAR-NIVELES
           OPEN I-O promesas
           IF fs-promesas = '00'
               SET PROMESAS-ABIERTO TO TRUE
           ELSE
               IF fs-promesas NOT = '35'
                   DISPLAY 'CARTAS-MORA: no se pudo abrir '
                       'PROMESAS.DAT, status=' fs-promesas
                       '; no se respetan promesas de pago.'
               END-IF
           END-IF
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'CARTAS-MORA: no se pudo abrir '
                       PERFORM EVALUAR-CLIENTE
               END-READ
           END-PERFORM
           PERFORM AVISAR-GARANTES
           CLOSE clientes
           CLOSE archivo-cartas
           IF PROMESAS-ABIERTO
               CLOSE promesas
           END-IF
           PERFORM REGRABAR-NIVELES
           DISPLAY 'CARTAS-MORA: ' cartas-generadas ' cartas en '
               'CARTASMORA.OUT.'
           IF cartas-retenidas > ZERO
               DISPLAY 'CARTAS-MORA: ' cartas-retenidas ' cartas '
                   'retenidas por correo devuelto (ver RETENIDOS).'
           END-IF
           IF cartas-en-promesa > ZERO
               DISPLAY 'CARTAS-MORA: ' cartas-en-promesa ' cartas '
                   'en espera por promesa de pago vigente.'
           END-IF
           IF cartas-reanudadas > ZERO
               DISPLAY 'CARTAS-MORA: ' cartas-reanudadas ' cartas '
                   'reanudan la cobranza por promesa incumplida.'
           END-IF
           IF avisos-garante > ZERO
               DISPLAY 'CARTAS-MORA: ' avisos-garante ' avisos a '
                   'garantes de prestamos con mas de 60 dias.'
           END-IF
           IF avisos-retenidos > ZERO
               DISPLAY 'CARTAS-MORA: ' avisos-retenidos ' avisos a '
                   'garantes retenidos por correo devuelto.'
           END-IF
           STOP RUN.

       CARGAR-NIVELES.
       EVALUAR-CLIENTE.
      * A un cliente no activo no se le escribe: el bloqueado o
      * fallecido se trata por otro canal y el inactivo no genera
      * deuda nueva. Al restringido por documento se le sigue
      * escribiendo: la deuda no se suspende con el documento.
           IF NOT CLIENTE-ACTIVO AND NOT CLIENTE-RESTRINGIDO
               CONTINUE
           ELSE
               PERFORM EVALUAR-DEUDA
                   WHEN OTHER
                       MOVE 3 TO nivel-franja
               END-EVALUATE
               PERFORM BUSCAR-PROMESA
               IF EN-PROMESA
                   ADD 1 TO cartas-en-promesa
               ELSE
                   PERFORM EMITIR-CARTA
               END-IF
           END-IF.

       EMITIR-CARTA.
           PERFORM CONSULTAR-RETENIDO
           IF l-ret-status NOT = 0
               ADD 1 TO cartas-retenidas
           ELSE
               PERFORM DETERMINAR-NIVEL
               COMPUTE linea-desde-doc = contador-lineas + 1
               PERFORM GENERAR-CARTA
               PERFORM ANOTAR-NIVEL-ENVIADO
               PERFORM REGISTRAR-EN-COLA
               IF PROMESA-ROTA
                   PERFORM MARCAR-PROMESA-ESCALADA
               END-IF
           END-IF.

      * Recorre las promesas del cliente: con una vigente la carta
      * espera; una incumplida sin escalar se anota para marcarla
      * cuando salga la carta.
       BUSCAR-PROMESA.
           MOVE SPACE TO situacion-promesa
           IF PROMESAS-ABIERTO
               MOVE 'N' TO fin-promesas
               MOVE cliente-id-fd TO prom-cliente
               MOVE ZEROS TO prom-fecha-alta
               START promesas KEY IS NOT LESS THAN prom-clave
                   INVALID KEY
                       SET no-hay-mas-promesas TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-promesas OR EN-PROMESA
                   READ promesas NEXT RECORD
                       AT END
                           SET no-hay-mas-promesas TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN prom-cliente NOT = cliente-id-fd
                                   SET no-hay-mas-promesas TO TRUE
                               WHEN PROMESA-VIGENTE
                                   SET EN-PROMESA TO TRUE
                               WHEN PROMESA-INCUMPLIDA
                                       AND PROMESA-A-REANUDAR
                                   SET PROMESA-ROTA TO TRUE
                                   MOVE prom-clave
                                       TO clave-promesa-rota
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.

      * La carta ya salio un nivel arriba: la promesa incumplida no
      * vuelve a contarse como pendiente de escalar.
       MARCAR-PROMESA-ESCALADA.
           ADD 1 TO cartas-reanudadas
           MOVE clave-promesa-rota TO prom-clave
           READ promesas
               INVALID KEY
                   DISPLAY 'CARTAS-MORA: no se pudo releer la promesa '
                       'del cliente ' cliente-id-fd
               NOT INVALID KEY
                   MOVE SPACES TO imagen-anterior
                   MOVE registro-promesa TO imagen-anterior
                   MOVE 'N' TO prom-reanudar
                   REWRITE registro-promesa
                       INVALID KEY
                           DISPLAY 'CARTAS-MORA: no se pudo marcar la '
                               'promesa del cliente ' cliente-id-fd
                   END-REWRITE
                   IF fs-promesas = '00'
                       PERFORM ANOTAR-BITACORA
                   END-IF
           END-READ.

       ANOTAR-BITACORA.
           MOVE 'CARTASMORA' TO l-jrn-programa
           MOVE 'PROMESAS' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-promesa TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'CARTAS-MORA: no se pudo grabar el diario '
                   'de imagenes.'
           END-IF.

      * Con correo devuelto la carta no sale; RETENIDO la anota.
       CONSULTAR-RETENIDO.
           MOVE 'R' TO l-ret-accion
           MOVE cliente-id-fd TO l-ret-cliente
           MOVE tipo-carta TO l-ret-documento
           MOVE 'CARTASMORA' TO l-ret-programa
           CALL 'RETENIDO' USING l-ret-accion, l-ret-cliente,
               l-ret-documento, l-ret-programa, l-ret-fecha,
               l-ret-motivo, l-ret-status
           IF l-ret-status = 9
               DISPLAY 'CARTAS-MORA: no se pudo anotar la carta '
                   'retenida del cliente ' cliente-id-fd
           END-IF.

       CONTAR-LINEAS-EXISTENTES.
           END-IF.

       REGISTRAR-EN-COLA.
           MOVE tipo-carta TO l-spl-tipo
           MOVE cliente-id-fd TO l-spl-cliente
           MOVE 'CARTASMORA.OUT' TO l-spl-archivo
           MOVE linea-desde-doc TO l-spl-desde
           MOVE contador-lineas TO l-spl-hasta
           CALL 'ENCOLA' USING l-spl-tipo, l-spl-cliente,
               l-spl-archivo, l-spl-desde, l-spl-hasta,
               l-spl-numero, l-spl-status
           IF l-spl-status NOT = 0
               DISPLAY 'CARTAS-MORA: no se pudo registrar la carta '
                   'en la cola de impresion.'
           END-IF
           PERFORM ANOTAR-CONTACTO.

      * La carta queda en el historial de contactos del cliente con
      * su nivel y el numero de la cola.
       ANOTAR-CONTACTO.
           MOVE cliente-id-fd TO l-cnt-cliente
           MOVE tipo-carta TO l-cnt-tipo
           MOVE 'CARTASMORA' TO l-cnt-programa
           MOVE SPACES TO l-cnt-documento
           IF CARTA-GARANTE
               STRING 'PREST ' prestamo-aviso
                   DELIMITED BY SIZE INTO l-cnt-documento
           ELSE
               STRING 'NIVEL ' nivel-a-enviar
                   DELIMITED BY SIZE INTO l-cnt-documento
           END-IF
           MOVE l-spl-numero TO l-cnt-cola
           CALL 'CONTACTO' USING l-cnt-cliente, l-cnt-tipo,
               l-cnt-programa, l-cnt-documento, l-cnt-cola,
               l-cnt-status
           IF l-cnt-status NOT = 0
               DISPLAY 'CARTAS-MORA: no se pudo anotar la carta en '
                   'el historial de contactos.'
           END-IF.

       BUSCAR-DEUDA-MAS-VIEJA.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Solo las transacciones del cliente, por la ruta
      * cliente+fecha, en lugar de barrer el maestro entero.
           MOVE cliente-id-fd TO maestro-ruta-cli
           MOVE ZEROS TO maestro-ruta-fecha
           START archivo-maestro
               KEY IS NOT LESS THAN maestro-ruta-cliente
               INVALID KEY
                   SET no-hay-mas-maestro TO TRUE
           END-START
                   AT END
                       SET no-hay-mas-maestro TO TRUE
                   NOT AT END
                       IF maestro-ruta-cli NOT = cliente-id-fd
                           SET no-hay-mas-maestro TO TRUE
                       END-IF
                       IF maestro-ruta-cli = cliente-id-fd
                           AND maestro-importe > ZERO
                           COMPUTE entero-registro =
                               FUNCTION INTEGER-OF-DATE(

      * Una segunda carta de la misma franja escala: el nivel a
      * enviar es el mayor entre la franja y el ultimo enviado mas
      * uno, con tope en el aviso final. Es tambien lo que reanuda
      * la cobranza despues de una promesa incumplida.
       DETERMINAR-NIVEL.
           MOVE ZERO TO nivel-anterior
           PERFORM VARYING idx-nivel FROM 1 BY 1
      * sin plantilla sale un texto fijo minimo, para no dejar la
      * corrida sin cartas.
       GENERAR-CARTA.
           IF CARTA-GARANTE
               ADD 1 TO avisos-garante
               MOVE 'CARTAGAR.TXT' TO nombre-plantilla
           ELSE
               ADD 1 TO cartas-generadas
               EVALUATE nivel-a-enviar
                   WHEN 1
                       MOVE 'CARTA31.TXT' TO nombre-plantilla
                   WHEN 2
                       MOVE 'CARTA61.TXT' TO nombre-plantilla
                   WHEN OTHER
                       MOVE 'CARTA90.TXT' TO nombre-plantilla
               END-EVALUATE
           END-IF
           MOVE ALL '=' TO registro-carta
           WRITE registro-carta
           ADD 1 TO contador-lineas
           WRITE registro-carta
           ADD 1 TO contador-lineas
           MOVE SPACES TO registro-carta
           IF CARTA-GARANTE
               STRING 'GARANTE DEL PRESTAMO ' prestamo-aviso
                   ' DE ' deudor-nombre
                   DELIMITED BY SIZE INTO registro-carta
               WRITE registro-carta
               ADD 1 TO contador-lineas
               MOVE SPACES TO registro-carta
               STRING 'IMPAGO DE ' importe-editado
                   ' CON ' dias-editados ' DIAS DE ATRASO'
                   DELIMITED BY SIZE INTO registro-carta
           ELSE
               STRING 'PAGO PENDIENTE DE ' importe-editado
                   ' HACE ' dias-editados ' DIAS, NIVEL '
                   nivel-a-enviar
                   DELIMITED BY SIZE INTO registro-carta
           END-IF
           WRITE registro-carta
           ADD 1 TO contador-lineas.

               END-READ
           END-IF.

      * Las garantias vigentes a la fecha de proceso. Sin
      * RELACIONES.DAT no hay garante a quien avisar.
       AVISAR-GARANTES.
           OPEN I-O relaciones
           IF fs-relaciones NOT = '00'
               IF fs-relaciones NOT = '35'
                   DISPLAY 'CARTAS-MORA: no se pudo abrir '
                       'RELACIONES.DAT, status=' fs-relaciones
                       '; no se avisa a los garantes.'
               END-IF
           ELSE
               PERFORM CARGAR-GARANTIAS
               IF garantias-cargadas > ZERO
                   PERFORM MEDIR-ATRASOS
                   SET CARTA-GARANTE TO TRUE
                   PERFORM VARYING idx-garantia FROM 1 BY 1
                           UNTIL idx-garantia > garantias-cargadas
                       PERFORM EVALUAR-GARANTIA
                   END-PERFORM
                   MOVE 'MORA' TO tipo-carta
               END-IF
               CLOSE relaciones
           END-IF.

       CARGAR-GARANTIAS.
           MOVE 'N' TO fin-relaciones
           MOVE LOW-VALUES TO rel-clave
           START relaciones KEY IS NOT LESS THAN rel-clave
               INVALID KEY
                   SET no-hay-mas-relaciones TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-relaciones
               READ relaciones NEXT RECORD
                   AT END
                       SET no-hay-mas-relaciones TO TRUE
                   NOT AT END
                       IF RELACION-GARANTE
                           AND rel-desde <= fecha-proceso
                           AND (rel-hasta = ZEROS
                               OR rel-hasta > fecha-proceso)
                           PERFORM ANOTAR-GARANTIA
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-GARANTIA.
           IF garantias-cargadas < 2000
               ADD 1 TO garantias-cargadas
               MOVE rel-clave TO tga-clave(garantias-cargadas)
               MOVE rel-aviso-mora TO tga-aviso(garantias-cargadas)
               MOVE 99999999 TO tga-vencimiento(garantias-cargadas)
               MOVE ZERO TO tga-impago(garantias-cargadas)
           ELSE
               DISPLAY 'CARTAS-MORA: mas de 2000 garantias '
                   'vigentes, agrandar la tabla; se corta.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Una pasada por el plan de cuotas: cada cuota levantada y
      * sin cobrar (G) lleva su vencimiento y su saldo a las
      * garantias de su prestamo.
       MEDIR-ATRASOS.
           MOVE 'N' TO fin-cuotas
           OPEN INPUT archivo-cuotas
           IF fs-cuotas = '00'
               PERFORM UNTIL no-hay-mas-cuotas
                   READ archivo-cuotas
                       AT END
                           SET no-hay-mas-cuotas TO TRUE
                       NOT AT END
                           IF cuo-estado = 'G'
                               PERFORM ANOTAR-CUOTA-ATRASADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-cuotas
           END-IF.

       ANOTAR-CUOTA-ATRASADA.
           MOVE cuo-importe TO impago-cuota
           IF cuo-cobrado NUMERIC
               SUBTRACT cuo-cobrado FROM impago-cuota
           END-IF
           PERFORM VARYING idx-garantia FROM 1 BY 1
                   UNTIL idx-garantia > garantias-cargadas
               IF tga-prestamo(idx-garantia) = cuo-prestamo
                   ADD impago-cuota TO tga-impago(idx-garantia)
                   IF cuo-vencimiento < tga-vencimiento(idx-garantia)
                       MOVE cuo-vencimiento
                           TO tga-vencimiento(idx-garantia)
                   END-IF
               END-IF
           END-PERFORM.

      * Pasados los 60 dias sale el aviso, si todavia no salio por
      * este atraso; un prestamo que volvio a los 60 dias o menos
      * limpia el aviso anterior.
       EVALUAR-GARANTIA.
           MOVE ZERO TO dias-mas-viejo
           IF tga-vencimiento(idx-garantia) NOT = 99999999
               COMPUTE entero-registro = FUNCTION INTEGER-OF-DATE(
                   tga-vencimiento(idx-garantia))
               COMPUTE dias-mas-viejo =
                   entero-proceso - entero-registro
           END-IF
           EVALUATE TRUE
               WHEN dias-mas-viejo > 60
                       AND tga-aviso(idx-garantia) = ZEROS
                   PERFORM EMITIR-AVISO-GARANTE
               WHEN dias-mas-viejo <= 60
                       AND tga-aviso(idx-garantia) NOT = ZEROS
                   MOVE ZEROS TO tga-aviso(idx-garantia)
                   PERFORM REGRABAR-AVISO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * El garante con la cuenta fuera de operacion no recibe el
      * aviso; con correo devuelto el aviso queda retenido y sale
      * en la corrida siguiente al domicilio nuevo.
       EMITIR-AVISO-GARANTE.
           MOVE tga-prestamo(idx-garantia) TO prestamo-aviso
           MOVE tga-impago(idx-garantia) TO importe-mas-viejo
           MOVE SPACES TO deudor-nombre
           MOVE tga-cliente(idx-garantia) TO cliente-id-fd
           READ clientes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   STRING nombre-fd DELIMITED BY '  '
                       ' ' apellido-fd DELIMITED BY SIZE
                       INTO deudor-nombre
           END-READ
           MOVE tga-garante(idx-garantia) TO cliente-id-fd
           READ clientes
               INVALID KEY
                   DISPLAY 'CARTAS-MORA: el garante ' cliente-id-fd
                       ' del prestamo ' prestamo-aviso
                       ' no esta en el maestro.'
               NOT INVALID KEY
                   IF CLIENTE-ACTIVO OR CLIENTE-RESTRINGIDO
                       PERFORM CONSULTAR-RETENIDO
                       IF l-ret-status NOT = 0
                           ADD 1 TO avisos-retenidos
                       ELSE
                           COMPUTE linea-desde-doc =
                               contador-lineas + 1
                           PERFORM GENERAR-CARTA
                           PERFORM REGISTRAR-EN-COLA
                           MOVE fecha-proceso
                               TO tga-aviso(idx-garantia)
                           PERFORM REGRABAR-AVISO
                       END-IF
                   END-IF
           END-READ.

      * La fecha del aviso queda en la garantia, con su antes y
      * despues en el diario de imagenes.
       REGRABAR-AVISO.
           MOVE tga-clave(idx-garantia) TO rel-clave
           READ relaciones
               INVALID KEY
                   DISPLAY 'CARTAS-MORA: no se pudo releer la '
                       'garantia del prestamo '
                       tga-prestamo(idx-garantia)
               NOT INVALID KEY
                   MOVE SPACES TO imagen-anterior
                   MOVE registro-relacion TO imagen-anterior
                   MOVE tga-aviso(idx-garantia) TO rel-aviso-mora
                   REWRITE registro-relacion
                       INVALID KEY
                           DISPLAY 'CARTAS-MORA: no se pudo marcar '
                               'la garantia del prestamo '
                               tga-prestamo(idx-garantia)
                   END-REWRITE
                   IF fs-relaciones = '00'
                       PERFORM ANOTAR-BITACORA-GARANTIA
                   END-IF
           END-READ.

       ANOTAR-BITACORA-GARANTIA.
           MOVE 'CARTASMORA' TO l-jrn-programa
           MOVE 'RELACIONES' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-relacion TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'CARTAS-MORA: no se pudo grabar el diario '
                   'de imagenes.'
           END-IF.

      * Reemplazo de fichas, la misma mecanica del generador de
      * cartas de Presentation sobre lineas de 100.
       SUSTITUIR-TOKENS.
           PERFORM VARYING idx-token FROM 1 BY 1
                   UNTIL idx-token > 7
               MOVE token-largo(idx-token) TO largo-token
               EVALUATE token-nombre(idx-token)
                   WHEN '&NOMBRE'
                   WHEN '&DIAS'
                       MOVE dias-mas-viejo TO dias-editados
                       MOVE dias-editados TO valor-token
                   WHEN '&PRESTAMO'
                       MOVE prestamo-aviso TO valor-token
                   WHEN '&DEUDOR'
                       MOVE deudor-nombre TO valor-token
                   WHEN OTHER
                       MOVE fecha-proceso TO valor-token
               END-EVALUATE
                   ADD 1 TO pos-busqueda
               END-IF
           END-PERFORM.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CARTAS-MORA' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PROMESAS.DAT' TO l-sel-archivo
           MOVE version-promesas TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'RELACIONES.DAT' TO l-sel-archivo
           MOVE version-relaciones TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
