       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANA.
       AUTHOR. Ejemplo.
      * Control de la ventana batch para los programas interactivos
      * que actualizan: mientras la cadena nocturna corre (DAILYRUN
      * tiene su candado CANDADO.DAT) o mientras este abierta la
      * ventana horaria del batch (parametros VENTANA-BATCH-DESDE y
      * VENTANA-BATCH-HASTA, HHMM; la ventana puede cruzar la
      * medianoche), un saldo tocado a mano entre el posteo y la
      * foto de saldos aparece como descuadre falso o se pierde.
      * El programa que llama queda en solo consulta y muestra el
      * mensaje que le devuelve este modulo.
      * Un supervisor puede forzar la actualizacion con
      * FORZAR-VENTANA=S (como LIMPIAR-CANDADO o REPETIR-CORRIDA en
      * la cadena): se valida que el OPERADOR-ID tenga nivel 3 y el
      * intento, concedido o rechazado, queda en VENTANA.LOG con
      * fecha, hora, operador, programa y motivo de la ventana.
      * Sin los parametros de horario solo cuenta el candado.
      * Se llama con los parametros de VENPARM y retorna al
      * llamador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-candado ASSIGN TO 'CANDADO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-candado.
           SELECT archivo-log ASSIGN TO 'VENTANA.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-log.

       DATA DIVISION.
       FILE SECTION.
      * El candado lo graba DAILYRUN: fecha, hora y operador de la
      * cadena que lo tomo.
       FD  archivo-candado.
       01  registro-candado.
           05  cnd-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  cnd-hora        PIC 9(8).
           05  FILLER          PIC X.
           05  cnd-operador    PIC X(8).
       FD  archivo-log.
       01  registro-log.
           05  log-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  log-hora        PIC 9(6).
           05  FILLER          PIC X.
           05  log-operador    PIC X(8).
           05  FILLER          PIC X.
           05  log-programa    PIC X(16).
           05  FILLER          PIC X.
           05  log-motivo      PIC X(8).
           05  FILLER          PIC X.
           05  log-resultado   PIC X(10).

       WORKING-STORAGE SECTION.
           COPY NIVPARM.
           COPY PARPARM.
       01  fs-candado         PIC XX VALUE '00'.
       01  fs-log             PIC XX VALUE '00'.
       01  fecha-sistema      PIC 9(8) VALUE ZERO.
       01  hora-sistema       PIC 9(8) VALUE ZERO.
       01  hora-minuto        PIC 9(4) VALUE ZERO.
       01  ventana-desde      PIC 9(4) VALUE ZERO.
       01  ventana-hasta      PIC 9(4) VALUE ZERO.
       01  horario-estado     PIC X VALUE 'N'.
           88  HAY-HORARIO     VALUE 'S'.
       01  motivo-ventana     PIC X(8) VALUE SPACES.
           88  VENTANA-CERRADA VALUE SPACES.
       01  pedido-forzar      PIC X VALUE SPACE.
           88  FORZADO-PEDIDO  VALUE 'S' 's'.
       01  operador-forzar    PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
           COPY VENPARM.

       PROCEDURE DIVISION USING l-ven-programa, l-ven-status,
           l-ven-mensaje.
       MAIN-PROCEDURE.
           MOVE 0 TO l-ven-status
           MOVE SPACES TO l-ven-mensaje
           MOVE SPACES TO motivo-ventana
           ACCEPT fecha-sistema FROM DATE YYYYMMDD
           ACCEPT hora-sistema FROM TIME
           MOVE hora-sistema(1:4) TO hora-minuto
           PERFORM VER-CANDADO
           IF VENTANA-CERRADA
               PERFORM VER-HORARIO
           END-IF
           IF NOT VENTANA-CERRADA
               MOVE 1 TO l-ven-status
               ACCEPT pedido-forzar FROM ENVIRONMENT 'FORZAR-VENTANA'
               IF FORZADO-PEDIDO
                   PERFORM CONTROLAR-FORZADO
               END-IF
           END-IF
           EXIT PROGRAM.

      * El candado manda: si existe, la cadena esta corriendo (o se
      * cayo y nadie lo limpio, que para el caso es lo mismo: el
      * maestro puede estar a medio postear).
       VER-CANDADO.
           OPEN INPUT archivo-candado
           IF fs-candado = '00'
               MOVE 'CANDADO' TO motivo-ventana
               MOVE SPACES TO registro-candado
               READ archivo-candado
                   AT END
                       CONTINUE
               END-READ
               CLOSE archivo-candado
               STRING 'CADENA NOCTURNA EN CURSO (CANDADO DE '
                   cnd-operador ' ' cnd-hora(1:2) ':' cnd-hora(3:2)
                   '): SOLO CONSULTA'
                   DELIMITED BY SIZE INTO l-ven-mensaje
           END-IF.

      * Ventana horaria: desde <= ahora < hasta; si desde es mayor
      * que hasta la ventana cruza la medianoche. Un parametro que
      * falte o no sea una hora valida deja sin control horario.
       VER-HORARIO.
           MOVE 'N' TO horario-estado
           MOVE 'VENTANA-BATCH-DESDE' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           IF l-par-valor(1:4) NUMERIC
               AND l-par-valor(5:1) = SPACE
               MOVE l-par-valor(1:4) TO ventana-desde
               MOVE 'VENTANA-BATCH-HASTA' TO l-par-nombre
               PERFORM CONSULTAR-PARAMETRO
               IF l-par-valor(1:4) NUMERIC
                   AND l-par-valor(5:1) = SPACE
                   MOVE l-par-valor(1:4) TO ventana-hasta
                   IF ventana-desde < 2400 AND ventana-hasta < 2400
                       AND ventana-desde NOT = ventana-hasta
                       SET HAY-HORARIO TO TRUE
                   END-IF
               END-IF
           END-IF
           IF HAY-HORARIO
               IF ventana-desde < ventana-hasta
                   IF hora-minuto >= ventana-desde
                       AND hora-minuto < ventana-hasta
                       MOVE 'HORARIO' TO motivo-ventana
                   END-IF
               ELSE
                   IF hora-minuto >= ventana-desde
                       OR hora-minuto < ventana-hasta
                       MOVE 'HORARIO' TO motivo-ventana
                   END-IF
               END-IF
           END-IF
           IF NOT VENTANA-CERRADA
               STRING 'VENTANA BATCH ABIERTA DE ' ventana-desde
                   ' A ' ventana-hasta ': SOLO CONSULTA'
                   DELIMITED BY SIZE INTO l-ven-mensaje
           END-IF.

       CONSULTAR-PARAMETRO.
           MOVE l-ven-programa TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * El forzado solo vale para un supervisor habilitado; el
      * intento queda anotado aunque se rechace.
       CONTROLAR-FORZADO.
           ACCEPT operador-forzar FROM ENVIRONMENT 'OPERADOR-ID'
           IF operador-forzar = SPACES
               MOVE 'NOSIGN' TO operador-forzar
           END-IF
           MOVE operador-forzar TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           MOVE SPACES TO registro-log
           IF l-niv-status = 0
               MOVE 2 TO l-ven-status
               MOVE 'FORZADO' TO log-resultado
               MOVE SPACES TO l-ven-mensaje
               STRING 'VENTANA BATCH FORZADA POR EL SUPERVISOR '
                   operador-forzar ' (' motivo-ventana
                   '): ACTUALIZA'
                   DELIMITED BY SIZE INTO l-ven-mensaje
           ELSE
               MOVE 'RECHAZADO' TO log-resultado
               MOVE SPACES TO l-ven-mensaje
               STRING 'FORZAR LA VENTANA EXIGE NIVEL 3; '
                   operador-forzar ' QUEDA EN SOLO CONSULTA'
                   DELIMITED BY SIZE INTO l-ven-mensaje
           END-IF
           OPEN EXTEND archivo-log
           IF fs-log = '05' OR fs-log = '35'
               OPEN OUTPUT archivo-log
           END-IF
           IF fs-log = '00'
               MOVE fecha-sistema TO log-fecha
               MOVE hora-sistema(1:6) TO log-hora
               MOVE operador-forzar TO log-operador
               MOVE l-ven-programa TO log-programa
               MOVE motivo-ventana TO log-motivo
               WRITE registro-log
               CLOSE archivo-log
           ELSE
      * Un forzado que no deja rastro no se concede.
               MOVE 1 TO l-ven-status
               MOVE SPACES TO l-ven-mensaje
               STRING 'NO SE PUDO ANOTAR EL FORZADO EN VENTANA.LOG: '
                   'SOLO CONSULTA'
                   DELIMITED BY SIZE INTO l-ven-mensaje
           END-IF.
       END PROGRAM VENTANA.
