       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-PLAZOS.
       AUTHOR. Ejemplo.
      * Vencimiento nocturno de los plazos fijos de PLAZOS.DAT:
      * corre antes del merge y, para cada plazo vigente cuyo
      * vencimiento ya llego a la fecha de proceso, calcula el
      * interes con el INTERES de la libreria financiera por los
      * dias efectivos del plazo y escribe las transacciones en el
      * layout de transacc.txt a PLAZOS.TXT, fuente generada del
      * merge (la misma a la que el mantenimiento manda el debito
      * de constitucion), para que la cadena normal las postee. Segun
      * la instruccion del plazo: A acredita capital e interes y lo
      * cancela; R acredita el interes y renueva el capital por otro
      * plazo igual; C capitaliza: el interes se acredita y vuelve a
      * debitarse como ampliacion del plazo renovado, asi queda
      * asentado como interes pagado sin tocar el saldo. El plazo
      * renueva con el capital que tenia y la ampliacion queda
      * pendiente en el registro: el posteo puede retener ese
      * debito (cliente restringido, castigado, bloqueado, sobre
      * limite...) y entonces el interes ya esta en la cuenta y no
      * puede estar ademas en el plazo. Cada
      * regrabacion deja su antes y despues en el diario de
      * imagenes; lo procesado queda en VENCEPLAZO.RPT.
      * Antes de vencer nada activa los plazos pendientes: el
      * mantenimiento los graba en P y recien pasan a V cuando la
      * disposicion del posteo anterior (DISPOSIC.DAT, todavia la
      * de la noche pasada porque este paso corre antes del merge)
      * muestra posteado su debito de constitucion. Un debito
      * suspendido o rechazado deja el plazo pendiente, sin
      * vencimiento ni capital que devolver, y sale en el reporte
      * y en ALERTAS.DAT (AVISO A075) hasta que se postee. La misma
      * pasada suma al capital la ampliacion cuyo debito aparece
      * posteado; la que sigue sin postear tambien se informa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT plazos ASSIGN TO 'PLAZOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pla-numero
               FILE STATUS IS fs-plazos.
           SELECT archivo-generadas ASSIGN TO 'PLAZOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.
           SELECT archivo-feriados ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados.
           SELECT registro-corrida ASSIGN TO 'VENCEPLAZO.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-registro.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-disposicion ASSIGN TO 'DISPOSIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-disposicion.

       DATA DIVISION.
       FILE SECTION.
       FD  plazos.
           COPY PLAZOFIJO.
       FD  archivo-generadas.
           COPY TRANSAC.
       FD  archivo-feriados.
       01  registro-feriado PIC 9(8).
       FD  registro-corrida.
       01  linea-registro PIC X(80).
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-disposicion.
           COPY DISPOSIC.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY FINPARM.
           COPY JRNPARM.
           COPY ABNPARM.
       01  fs-plazos          PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-disposicion     PIC XX VALUE '00'.
       01  fin-disposicion    PIC X VALUE 'N'.
           88  no-hay-mas-disposicion VALUE 'S'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fs-feriados        PIC XX VALUE '00'.
       01  fs-registro        PIC XX VALUE '00'.
       01  fin-plazos         PIC X VALUE 'N'.
           88  no-hay-mas-plazos VALUE 'S'.
       01  fin-feriados       PIC X VALUE 'N'.
           88  no-hay-mas-feriados VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  entero-vencimiento PIC 9(9).
       01  dia-semana         PIC 9.
       01  dia-es-habil       PIC X VALUE 'N'.
           88  DIA-HABIL       VALUE 'S'.
       01  intentos-avance    PIC 9(3).
       01  interes-plazo      PIC S9(9)V99.
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  descripcion-armada PIC X(33).
       01  plazos-vencidos    PIC 9(5) VALUE ZERO.
       01  plazos-renovados   PIC 9(5) VALUE ZERO.
       01  plazos-activados   PIC 9(5) VALUE ZERO.
       01  plazos-sin-debito  PIC 9(5) VALUE ZERO.
       01  plazos-ampliados   PIC 9(5) VALUE ZERO.
       01  ampliaciones-sin-debito PIC 9(5) VALUE ZERO.
       01  total-capital      PIC S9(11)V99 VALUE ZERO.
       01  total-intereses    PIC S9(11)V99 VALUE ZERO.
       01  total-editado      PIC -(11)9.99.
       01  linea-detalle.
           05  det-plazo      PIC 9(5).
           05  FILLER         PIC X(5) VALUE ' CLI '.
           05  det-cliente    PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  det-capital    PIC -(9)9.99.
           05  FILLER         PIC X(5) VALUE ' INT '.
           05  det-interes    PIC -(7)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-instruccion PIC X.
           05  FILLER         PIC X(7) VALUE ' VENCE '.
           05  det-vencimiento PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           OPEN I-O plazos
           IF fs-plazos = '35'
               DISPLAY 'VENCE-PLAZOS: sin PLAZOS.DAT, no hay '
                   'plazos que vencer.'
               STOP RUN
           END-IF
           IF fs-plazos NOT = '00'
               DISPLAY 'VENCE-PLAZOS: no se pudo abrir '
                   'PLAZOS.DAT, status=' fs-plazos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT registro-corrida
           IF fs-registro NOT = '00'
               DISPLAY 'VENCE-PLAZOS: no se pudo crear '
                   'VENCEPLAZO.RPT, status=' fs-registro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Se agrega detras de los debitos de constitucion del dia
      * que el mantenimiento ya dejo en la fuente.
           OPEN EXTEND archivo-generadas
           IF fs-generadas = '05' OR fs-generadas = '35'
               OPEN OUTPUT archivo-generadas
           END-IF
           IF fs-generadas NOT = '00'
               DISPLAY 'VENCE-PLAZOS: no se pudo abrir '
                   'PLAZOS.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ACTIVAR-PENDIENTES
           MOVE ZEROS TO pla-numero
           START plazos KEY IS NOT LESS THAN pla-numero
               INVALID KEY
                   SET no-hay-mas-plazos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-plazos
               READ plazos NEXT RECORD
                   AT END
                       SET no-hay-mas-plazos TO TRUE
                   NOT AT END
      * Lo que la activacion no resolvio ya tuvo su noche de
      * posteo: se informa antes de tocar el plazo.
                       IF PLAZO-VIGENTE
                           AND pla-ampliacion NUMERIC
                           AND pla-ampliacion NOT = ZERO
                           PERFORM INFORMAR-AMPLIACION
                       END-IF
                       IF PLAZO-VIGENTE
                           AND pla-vencimiento <= fecha-proceso
                           PERFORM VENCER-PLAZO
                       END-IF
      * El pendiente de hoy tiene su debito en la fuente de esta
      * noche; el de un dia anterior ya tuvo su posteo y no salio.
                       IF PLAZO-PENDIENTE
                           AND pla-inicio < fecha-proceso
                           PERFORM INFORMAR-SIN-DEBITO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE plazos
           CLOSE archivo-generadas

           MOVE SPACES TO linea-registro
           STRING 'PLAZOS VENCIDOS: ' plazos-vencidos
               ' RENOVADOS: ' plazos-renovados
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           MOVE SPACES TO linea-registro
           STRING 'PLAZOS ACTIVADOS: ' plazos-activados
               ' PENDIENTES SIN DEBITO: ' plazos-sin-debito
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           MOVE SPACES TO linea-registro
           STRING 'AMPLIACIONES SUMADAS: ' plazos-ampliados
               ' SIN DEBITO: ' ampliaciones-sin-debito
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           MOVE total-capital TO total-editado
           MOVE SPACES TO linea-registro
           STRING 'CAPITAL DEVUELTO : ' total-editado
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           MOVE total-intereses TO total-editado
           MOVE SPACES TO linea-registro
           STRING 'INTERES PAGADO   : ' total-editado
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           CLOSE registro-corrida
           DISPLAY 'VENCE-PLAZOS: ' plazos-vencidos ' plazos '
               'vencidos, ' plazos-renovados ' renovados.'
           IF plazos-sin-debito > ZERO
               OR ampliaciones-sin-debito > ZERO
               MOVE 'VENCE-PLAZOS' TO l-abn-programa
               MOVE 'A075' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING 'PLAZOS SIN DEBITO: '
                   plazos-sin-debito ' CONSTITUCIONES '
                   ampliaciones-sin-debito ' AMPLIACIONES'
                   DELIMITED BY SIZE INTO l-abn-texto
               CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
           END-IF
           STOP RUN.

      * Cada disposicion P de la noche pasada se relee en el
      * maestro; la que es un debito de constitucion activa su
      * plazo si sigue pendiente y es del mismo cliente, y la que
      * es un debito de ampliacion suma el interes al capital si
      * el plazo todavia lo espera por ese importe. Sin
      * DISPOSIC.DAT no se activa ni se amplia nada y los
      * pendientes esperan.
       ACTIVAR-PENDIENTES.
           OPEN INPUT archivo-disposicion
           IF fs-disposicion NOT = '00'
               DISPLAY 'VENCE-PLAZOS: sin DISPOSIC.DAT (status='
                   fs-disposicion '), los plazos pendientes '
                   'siguen pendientes.'
           ELSE
               OPEN INPUT archivo-maestro
               IF fs-maestro NOT = '00'
                   DISPLAY 'VENCE-PLAZOS: no se pudo abrir '
                       'maestro.dat, status=' fs-maestro
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL no-hay-mas-disposicion
                   READ archivo-disposicion
                       AT END
                           SET no-hay-mas-disposicion TO TRUE
                       NOT AT END
                           IF disp-tipo = 'P'
                               PERFORM REVISAR-DISPOSICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-maestro
               CLOSE archivo-disposicion
           END-IF.

       REVISAR-DISPOSICION.
           MOVE disp-clave TO maestro-clave
           READ archivo-maestro
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF maestro-descripcion(1:24)
                           = 'CONSTITUCION PLAZO FIJO '
                       AND maestro-descripcion(25:5) NUMERIC
                       MOVE maestro-descripcion(25:5) TO pla-numero
                       READ plazos
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PLAZO-PENDIENTE
                                   AND pla-cliente = maestro-cliente
                                   PERFORM ACTIVAR-PLAZO
                               END-IF
                       END-READ
                   END-IF
                   IF maestro-descripcion(1:22)
                           = 'AMPLIACION PLAZO FIJO '
                       AND maestro-descripcion(23:5) NUMERIC
                       MOVE maestro-descripcion(23:5) TO pla-numero
                       READ plazos
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PLAZO-VIGENTE
                                   AND pla-cliente = maestro-cliente
                                   AND pla-ampliacion NUMERIC
                                   AND pla-ampliacion NOT = ZERO
                                   AND pla-ampliacion
                                       = 0 - maestro-importe
                                   PERFORM AMPLIAR-CAPITAL
                               END-IF
                       END-READ
                   END-IF
           END-READ.

      * El debito ya salio de la cuenta: recien ahora el interes
      * pasa al capital. Al quedar la ampliacion en cero, releer
      * la misma disposicion no la suma dos veces.
       AMPLIAR-CAPITAL.
           MOVE SPACES TO imagen-anterior
           MOVE registro-plazo TO imagen-anterior
           ADD pla-ampliacion TO pla-capital
           MOVE pla-ampliacion TO det-interes
           MOVE ZERO TO pla-ampliacion
           ADD 1 TO plazos-ampliados
           MOVE pla-capital TO det-capital
           MOVE SPACES TO linea-registro
           STRING 'PLAZO ' pla-numero ' CLI ' pla-cliente
               ' AMPLIADO ' det-interes ' CAPITAL ' det-capital
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           PERFORM REGRABAR-PLAZO.

      * El plazo corre desde la noche en que el capital salio de
      * la cuenta: si el debito quedo suspendido y se posteo mas
      * tarde, inicio y vencimiento se corren a esa fecha.
       ACTIVAR-PLAZO.
           MOVE SPACES TO imagen-anterior
           MOVE registro-plazo TO imagen-anterior
           IF disp-fecha > pla-inicio
               MOVE disp-fecha TO pla-inicio
               PERFORM CALCULAR-VENCIMIENTO
           END-IF
           MOVE 'V' TO pla-estado
           ADD 1 TO plazos-activados
           MOVE SPACES TO linea-registro
           STRING 'PLAZO ' pla-numero ' CLI ' pla-cliente
               ' ACTIVADO, DEBITO POSTEADO EL ' disp-fecha
               ' VENCE ' pla-vencimiento
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           PERFORM REGRABAR-PLAZO.

       INFORMAR-SIN-DEBITO.
           ADD 1 TO plazos-sin-debito
           MOVE pla-capital TO det-capital
           MOVE SPACES TO linea-registro
           STRING 'PLAZO ' pla-numero ' CLI ' pla-cliente
               ' DEL ' pla-inicio ' PENDIENTE: SIN DEBITO'
               ' POSTEADO ' det-capital
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           DISPLAY 'VENCE-PLAZOS: el plazo ' pla-numero
               ' sigue pendiente, su debito de constitucion no se '
               'posteo.'.

      * El interes esta acreditado pero el debito de ampliacion no
      * se posteo (suspendido o rechazado): el capital sigue sin
      * el, y si se libera del suspenso se suma esa noche.
       INFORMAR-AMPLIACION.
           ADD 1 TO ampliaciones-sin-debito
           MOVE pla-ampliacion TO det-interes
           MOVE SPACES TO linea-registro
           STRING 'PLAZO ' pla-numero ' CLI ' pla-cliente
               ' AMPLIACION SIN DEBITO POSTEADO ' det-interes
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           DISPLAY 'VENCE-PLAZOS: el plazo ' pla-numero
               ' tiene una ampliacion sin posteo.'.

      * Interes por los dias efectivos entre inicio y vencimiento
      * (el vencimiento pudo correrse por dia no habil); si la
      * libreria desborda el plazo queda vigente y se corta: pagar
      * un interes inventado es peor que demorar el vencimiento.
       VENCER-PLAZO.
           MOVE pla-capital TO l-monto
           MOVE pla-tasa TO l-tasa
           COMPUTE l-dias =
               FUNCTION INTEGER-OF-DATE(pla-vencimiento)
               - FUNCTION INTEGER-OF-DATE(pla-inicio)
           CALL 'INTERES' USING l-monto, l-tasa, l-dias,
               l-resultado, l-status-fin
           IF l-status-fin NOT = 0
               DISPLAY 'VENCE-PLAZOS: INTERES desbordo con el '
                   'plazo ' pla-numero ', se corta.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE l-resultado TO interes-plazo
           MOVE SPACES TO imagen-anterior
           MOVE registro-plazo TO imagen-anterior
           MOVE pla-numero TO det-plazo
           MOVE pla-cliente TO det-cliente
           MOVE pla-capital TO det-capital
           MOVE interes-plazo TO det-interes
           MOVE pla-renovacion TO det-instruccion
           ADD 1 TO plazos-vencidos
           ADD interes-plazo TO total-intereses
           IF interes-plazo > ZERO
               MOVE SPACES TO descripcion-armada
               STRING 'INTERES PLAZO FIJO ' pla-numero
                   DELIMITED BY SIZE INTO descripcion-armada
               MOVE interes-plazo TO trans-importe
               PERFORM ESCRIBIR-TRANSACCION
           END-IF
           EVALUATE TRUE
               WHEN PLAZO-RENUEVA
                   PERFORM RENOVAR-PLAZO
      * Un capital que pasaria el tope de la libreria financiera
      * no se amplia: el interes queda acreditado como en R. Lo
      * mismo si la ampliacion anterior sigue sin postear. La
      * ampliacion no entra al capital hasta que su debito se vea
      * posteado (ACTIVAR-PENDIENTES).
               WHEN PLAZO-CAPITALIZA
                   IF pla-ampliacion NOT NUMERIC
                       MOVE ZERO TO pla-ampliacion
                   END-IF
                   IF interes-plazo > ZERO
                       AND pla-ampliacion = ZERO
                       AND pla-capital + interes-plazo
                           NOT > 9999999.99
                       MOVE SPACES TO descripcion-armada
                       STRING 'AMPLIACION PLAZO FIJO ' pla-numero
                           DELIMITED BY SIZE INTO descripcion-armada
                       COMPUTE trans-importe = 0 - interes-plazo
                       PERFORM ESCRIBIR-TRANSACCION
                       MOVE interes-plazo TO pla-ampliacion
                   END-IF
                   PERFORM RENOVAR-PLAZO
               WHEN OTHER
                   MOVE SPACES TO descripcion-armada
                   STRING 'DEVOLUCION PLAZO FIJO ' pla-numero
                       DELIMITED BY SIZE INTO descripcion-armada
                   MOVE pla-capital TO trans-importe
                   PERFORM ESCRIBIR-TRANSACCION
                   ADD pla-capital TO total-capital
                   MOVE 'C' TO pla-estado
           END-EVALUATE
           MOVE pla-vencimiento TO det-vencimiento
           WRITE linea-registro FROM linea-detalle
           PERFORM REGRABAR-PLAZO.

      * La renovacion arranca en el vencimiento con los mismos dias
      * y la misma tasa; el nuevo vencimiento se corre al proximo
      * dia habil como en la constitucion.
       RENOVAR-PLAZO.
           ADD 1 TO plazos-renovados
           ADD 1 TO pla-renovaciones
           MOVE pla-vencimiento TO pla-inicio
           PERFORM CALCULAR-VENCIMIENTO.

       CALCULAR-VENCIMIENTO.
           COMPUTE entero-vencimiento =
               FUNCTION INTEGER-OF-DATE(pla-inicio) + pla-dias
           COMPUTE pla-vencimiento =
               FUNCTION DATE-OF-INTEGER(entero-vencimiento)
           MOVE 'N' TO dia-es-habil
           MOVE ZERO TO intentos-avance
           PERFORM VERIFICAR-DIA-HABIL
           PERFORM UNTIL DIA-HABIL OR intentos-avance > 30
               ADD 1 TO entero-vencimiento
               ADD 1 TO intentos-avance
               COMPUTE pla-vencimiento =
                   FUNCTION DATE-OF-INTEGER(entero-vencimiento)
               PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.

      * Mismo criterio de dia habil que la cadena: ni fin de
      * semana ni fecha de FERIADOS.DAT.
       VERIFICAR-DIA-HABIL.
           MOVE 'S' TO dia-es-habil
           COMPUTE dia-semana =
               FUNCTION MOD(entero-vencimiento, 7)
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
                                   = pla-vencimiento
                                   MOVE 'N' TO dia-es-habil
                                   SET no-hay-mas-feriados TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE archivo-feriados
               END-IF
           END-IF.

      * Las transacciones salen con la fecha de proceso, en moneda
      * base y sin sucursal (origen central), como las demas
      * fuentes generadas; trans-importe ya viene cargado.
       ESCRIBIR-TRANSACCION.
           MOVE fecha-proceso TO trans-fecha
           MOVE descripcion-armada TO trans-descripcion
           MOVE SPACES TO trans-moneda
           MOVE ZEROS TO trans-sucursal
           MOVE pla-cliente TO trans-cliente
           WRITE registro-transaccion
           IF fs-generadas NOT = '00'
               DISPLAY 'VENCE-PLAZOS: error al escribir '
                   'PLAZOS.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       REGRABAR-PLAZO.
           MOVE 'VENCE-PLAZOS' TO l-jrn-programa
           MOVE 'PLAZOS' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-plazo TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'VENCE-PLAZOS: no se pudo grabar el diario '
                   'de imagenes.'
           END-IF
           REWRITE registro-plazo
               INVALID KEY
                   DISPLAY 'VENCE-PLAZOS: error al regrabar el '
                       'plazo ' pla-numero
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'VENCE-PLAZOS' TO l-sel-programa
           MOVE 'PLAZOS.DAT' TO l-sel-archivo
           MOVE version-plazos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
