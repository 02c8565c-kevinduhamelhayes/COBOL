       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODO.
       AUTHOR. Ejemplo.
      * Control de periodos contables, en el mismo estilo de modulo
      * despachable que RETENIDO: todo camino por el que algo
      * fechado entra al maestro (el posteo, CORRIGE-MAESTRO,
      * ENTRADA-MANUAL, BACKOUT-FECHA, la liberacion del suspenso)
      * pregunta aca si el mes de la fecha esta cerrado en
      * PERIODOS.DAT. Cerrado, segun la accion pedida el llamador
      * rechaza el movimiento o lo lleva al periodo abierto
      * vigente, y en los dos casos queda una linea en
      * PERIODOS.LOG con la fecha, el programa, el operador y la
      * referencia del movimiento. Sin PERIODOS.DAT no hay meses
      * cerrados. Se llama con los parametros de PERPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT periodos ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS per-mes
               FILE STATUS IS fs-periodos.
           SELECT auditoria-periodos ASSIGN TO 'PERIODOS.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-auditoria.

       DATA DIVISION.
       FILE SECTION.
       FD  periodos.
           COPY PERCONT.
      * Linea de auditoria: cuando, quien, que hizo el control
      * (RECHAZO o DESVIO), la fecha pedida, la fecha usada y la
      * referencia del movimiento.
       FD  auditoria-periodos.
       01  registro-auditoria.
           05  aud-fecha        PIC 9(8).
           05  FILLER           PIC X.
           05  aud-hora         PIC 9(6).
           05  FILLER           PIC X.
           05  aud-programa     PIC X(12).
           05  FILLER           PIC X.
           05  aud-operador     PIC X(8).
           05  FILLER           PIC X.
           05  aud-tipo         PIC X(7).
           05  FILLER           PIC X.
           05  aud-fecha-pedida PIC 9(8).
           05  FILLER           PIC X.
           05  aud-fecha-usada  PIC 9(8).
           05  FILLER           PIC X.
           05  aud-referencia   PIC X(40).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01  estado-layouts PIC X VALUE 'N'.
           88  LAYOUTS-VERIFICADOS VALUE 'S'.
           COPY FPRPARM.
       01  fs-periodos        PIC XX VALUE '00'.
       01  fs-auditoria       PIC XX VALUE '00'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  hora-sistema       PIC 9(8).
       01  mes-consultado     PIC 9(6).
       01  mes-cerrado-sw     PIC X VALUE 'N'.
           88  MES-CERRADO     VALUE 'S'.
       01  intentos-mes       PIC 9(2).
       01  fecha-candidata    PIC 9(8).
       01  fecha-candidata-r REDEFINES fecha-candidata.
           05  candidata-anio  PIC 9(4).
           05  candidata-mes   PIC 9(2).
           05  candidata-dia   PIC 9(2).

       LINKAGE SECTION.
           COPY PERPARM.

       PROCEDURE DIVISION USING l-per-accion, l-per-fecha,
           l-per-programa, l-per-referencia, l-per-destino,
           l-per-status.
       MAIN-PROCEDURE.
           IF NOT LAYOUTS-VERIFICADOS
               PERFORM CONTROLAR-LAYOUTS
           END-IF
           MOVE 0 TO l-per-status
           MOVE l-per-fecha TO l-per-destino
           OPEN INPUT periodos
           IF fs-periodos = '00'
               MOVE l-per-fecha(1:6) TO mes-consultado
               PERFORM CONSULTAR-MES
               IF MES-CERRADO
                   MOVE 1 TO l-per-status
                   IF l-per-accion = 'M'
                       PERFORM BUSCAR-PERIODO-ABIERTO
                   END-IF
               END-IF
               CLOSE periodos
           END-IF
           IF l-per-status = 1
               AND (l-per-accion = 'R' OR l-per-accion = 'M')
               PERFORM ANOTAR-AUDITORIA
           END-IF
           GOBACK.

       CONSULTAR-MES.
           MOVE 'N' TO mes-cerrado-sw
           MOVE mes-consultado TO per-mes
           READ periodos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PERIODO-CERRADO
                       SET MES-CERRADO TO TRUE
                   END-IF
           END-READ.

      * El periodo abierto vigente es el de la fecha de proceso; si
      * ese mes tambien estuviera cerrado, el primer dia del primer
      * mes abierto que le sigue (hasta dos anios adelante).
       BUSCAR-PERIODO-ABIERTO.
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-candidata
           MOVE fecha-candidata(1:6) TO mes-consultado
           PERFORM CONSULTAR-MES
           MOVE ZERO TO intentos-mes
           PERFORM UNTIL NOT MES-CERRADO OR intentos-mes > 24
               ADD 1 TO intentos-mes
               IF candidata-mes = 12
                   ADD 1 TO candidata-anio
                   MOVE 1 TO candidata-mes
               ELSE
                   ADD 1 TO candidata-mes
               END-IF
               MOVE 1 TO candidata-dia
               MOVE fecha-candidata(1:6) TO mes-consultado
               PERFORM CONSULTAR-MES
           END-PERFORM
           MOVE fecha-candidata TO l-per-destino.

      * Apertura EXTEND con fallback a OUTPUT la primera vez, como
      * los logs de auditoria del resto del shop.
       ANOTAR-AUDITORIA.
           MOVE SPACES TO ws-operador
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
           OPEN EXTEND auditoria-periodos
           IF fs-auditoria = '05' OR fs-auditoria = '35'
               OPEN OUTPUT auditoria-periodos
           END-IF
           IF fs-auditoria NOT = '00'
               MOVE 9 TO l-per-status
           ELSE
               MOVE SPACES TO registro-auditoria
               ACCEPT aud-fecha FROM DATE YYYYMMDD
               ACCEPT hora-sistema FROM TIME
               MOVE hora-sistema(1:6) TO aud-hora
               MOVE l-per-programa TO aud-programa
               MOVE ws-operador TO aud-operador
               MOVE l-per-fecha TO aud-fecha-pedida
               IF l-per-accion = 'M'
                   MOVE 'DESVIO' TO aud-tipo
                   MOVE l-per-destino TO aud-fecha-usada
               ELSE
                   MOVE 'RECHAZO' TO aud-tipo
                   MOVE ZEROS TO aud-fecha-usada
               END-IF
               MOVE l-per-referencia TO aud-referencia
               WRITE registro-auditoria
               IF fs-auditoria NOT = '00'
                   MOVE 9 TO l-per-status
               END-IF
               CLOSE auditoria-periodos
           END-IF.

      * El primer llamado de la corrida verifica que cada maestro
      * indexado que abre el modulo este en el layout para el que
      * fue compilado (VERSIONES); si no, SELLO corta la corrida
      * por ALERTA antes de leer nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'PERIODO' TO l-sel-programa
           MOVE 'PERIODOS.DAT' TO l-sel-archivo
           MOVE version-periodos TO l-sel-version
           PERFORM LLAMAR-SELLO
           SET LAYOUTS-VERIFICADOS TO TRUE.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
       END PROGRAM PERIODO.
