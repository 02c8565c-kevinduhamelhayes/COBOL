       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOS-GL.
       AUTHOR. Ejemplo.
      * Actualizacion nocturna de los saldos contables GLSALDOS.DAT
      * desde el diario GLDIARIO.TXT que EXTRACTO-GL acaba de
      * promover. Solo se aplica un diario de la fecha de proceso
      * (si EXTRACTO-GL lo retuvo, el GLDIARIO.TXT que queda es el
      * de la noche anterior y ya esta aplicado) y solo una vez: la
      * fecha del ultimo diario aplicado queda en GLSALDOS.CTL junto
      * con el periodo contable abierto. Un diario de otro mes que
      * el periodo abierto no se aplica: falta el cierre de mes
      * contable (o sobra), y eso lo tiene que mirar contabilidad.
      * Cada linea suma a los debitos o a los creditos de su cuenta
      * segun su lado; un importe negativo va al lado contrario en
      * positivo, asi las dos columnas quedan sin signo y el saldo
      * final (inicial + debitos - creditos) es el mismo. Una cuenta
      * que todavia no tiene fila se da de alta con saldo inicial
      * cero. El diario se totaliza completo antes de tocar el
      * archivo: si debe y haber no coinciden no se aplica nada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-diario ASSIGN TO 'GLDIARIO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-diario.
           SELECT saldos-gl ASSIGN TO 'GLSALDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gls-cuenta
               FILE STATUS IS fs-saldos.
           SELECT control-saldos ASSIGN TO 'GLSALDOS.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-control.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-diario.
           COPY GLDIARIO.
       FD  saldos-gl.
           COPY GLSALDO.
       FD  control-saldos.
           COPY GLSALCTL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY ABNPARM.
       01  fs-diario          PIC XX VALUE '00'.
       01  fs-saldos          PIC XX VALUE '00'.
       01  fs-control         PIC XX VALUE '00'.
       01  fin-diario         PIC X VALUE 'N'.
           88  no-hay-mas-diario VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  fecha-aplicada     PIC 9(8) VALUE ZERO.
       01  periodo-abierto    PIC 9(6).
       01  fecha-diario       PIC 9(8) VALUE ZERO.

      * Movimiento del diario por cuenta, antes de aplicarlo.
       01  tabla-movimientos.
           05  movimiento-e OCCURS 200 TIMES.
               10  mov-cuenta     PIC X(8).
               10  mov-debitos    PIC S9(13)V99.
               10  mov-creditos   PIC S9(13)V99.
       01  cuentas-diario     PIC 9(3) VALUE ZERO.
       01  idx-cuenta         PIC 9(3).
       01  cuenta-hallada     PIC X VALUE 'N'.
           88  CUENTA-OK       VALUE 'S'.
       01  tabla-llena        PIC X VALUE 'N'.
           88  SIN-LUGAR       VALUE 'S'.
       01  otra-fecha         PIC X VALUE 'N'.
           88  DIARIO-MEZCLADO VALUE 'S'.

       01  lineas-leidas      PIC 9(5) VALUE ZERO.
       01  total-debitos      PIC S9(13)V99 VALUE ZERO.
       01  total-creditos     PIC S9(13)V99 VALUE ZERO.
       01  cuentas-nuevas     PIC 9(3) VALUE ZERO.
       01  total-editado      PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           PERFORM LEER-CONTROL
           IF fecha-aplicada = fecha-proceso
               DISPLAY 'SALDOS-GL: el diario del ' fecha-proceso
                   ' ya esta aplicado, no se hace nada.'
               STOP RUN
           END-IF

           PERFORM TOTALIZAR-DIARIO
           IF lineas-leidas > ZERO
               AND fecha-diario NOT = fecha-proceso
               MOVE SPACES TO l-abn-texto
               STRING 'GLDIARIO.TXT es del ' fecha-diario
                   ', no del ' fecha-proceso ': saldos sin aplicar'
                   DELIMITED BY SIZE INTO l-abn-texto
               PERFORM DAR-AVISO
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF fecha-proceso(1:6) NOT = periodo-abierto
               MOVE SPACES TO l-abn-texto
               STRING 'diario ' fecha-proceso ' fuera del periodo '
                   'abierto ' periodo-abierto ', falta cierre GL'
                   DELIMITED BY SIZE INTO l-abn-texto
               PERFORM DAR-AVISO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF DIARIO-MEZCLADO OR SIN-LUGAR
               OR total-debitos NOT = total-creditos
               MOVE total-debitos TO total-editado
               DISPLAY 'SALDOS-GL: diario con fechas mezcladas, mas '
                   'de 200 cuentas o desbalanceado (debitos '
                   total-editado '), no se aplica.'
               MOVE SPACES TO l-abn-texto
               MOVE 'GLDIARIO.TXT inconsistente: saldos sin aplicar'
                   TO l-abn-texto
               PERFORM DAR-AVISO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ABRIR-SALDOS
           PERFORM VARYING idx-cuenta FROM 1 BY 1
                   UNTIL idx-cuenta > cuentas-diario
               PERFORM APLICAR-CUENTA
           END-PERFORM
           CLOSE saldos-gl
           PERFORM GRABAR-CONTROL
           MOVE total-debitos TO total-editado
           DISPLAY 'SALDOS-GL: ' lineas-leidas ' lineas del '
               fecha-proceso ' aplicadas a ' cuentas-diario
               ' cuentas (' cuentas-nuevas ' nuevas), debitos = '
               'creditos = ' total-editado
           STOP RUN.

      * Sin control todavia, el periodo abierto es el mes de la
      * fecha de proceso.
       LEER-CONTROL.
           MOVE fecha-proceso(1:6) TO periodo-abierto
           OPEN INPUT control-saldos
           IF fs-control = '00'
               READ control-saldos
                   AT END
                       CONTINUE
                   NOT AT END
                       IF gsc-fecha-aplicada NUMERIC
                           MOVE gsc-fecha-aplicada TO fecha-aplicada
                       END-IF
                       IF gsc-periodo NUMERIC
                           MOVE gsc-periodo TO periodo-abierto
                       END-IF
               END-READ
               CLOSE control-saldos
           END-IF.

      * Una noche sin nada posteado promueve un diario vacio: no hay
      * que aplicar nada, pero la noche queda aplicada igual.
       TOTALIZAR-DIARIO.
           OPEN INPUT archivo-diario
           IF fs-diario NOT = '00'
               DISPLAY 'SALDOS-GL: sin GLDIARIO.TXT (status='
                   fs-diario '), no corrio EXTRACTO-GL?'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-diario
               READ archivo-diario
                   AT END
                       SET no-hay-mas-diario TO TRUE
                   NOT AT END
                       PERFORM ACUMULAR-LINEA
               END-READ
           END-PERFORM
           CLOSE archivo-diario.

       ACUMULAR-LINEA.
           ADD 1 TO lineas-leidas
           IF lineas-leidas = 1
               MOVE gld-fecha TO fecha-diario
           END-IF
           IF gld-fecha NOT = fecha-diario
               SET DIARIO-MEZCLADO TO TRUE
           END-IF
           PERFORM UBICAR-CUENTA
           IF CUENTA-OK
               EVALUATE TRUE
                   WHEN gld-lado = 'D' AND gld-importe >= ZERO
                       ADD gld-importe TO mov-debitos(idx-cuenta)
                       ADD gld-importe TO total-debitos
                   WHEN gld-lado = 'D'
                       SUBTRACT gld-importe
                           FROM mov-creditos(idx-cuenta)
                       SUBTRACT gld-importe FROM total-creditos
                   WHEN gld-importe >= ZERO
                       ADD gld-importe TO mov-creditos(idx-cuenta)
                       ADD gld-importe TO total-creditos
                   WHEN OTHER
                       SUBTRACT gld-importe
                           FROM mov-debitos(idx-cuenta)
                       SUBTRACT gld-importe FROM total-debitos
               END-EVALUATE
           END-IF.

       UBICAR-CUENTA.
           MOVE 'N' TO cuenta-hallada
           PERFORM VARYING idx-cuenta FROM 1 BY 1
                   UNTIL idx-cuenta > cuentas-diario OR CUENTA-OK
               IF mov-cuenta(idx-cuenta) = gld-cuenta
                   SET CUENTA-OK TO TRUE
               END-IF
           END-PERFORM
           IF CUENTA-OK
               SUBTRACT 1 FROM idx-cuenta
           ELSE
               IF cuentas-diario < 200
                   ADD 1 TO cuentas-diario
                   MOVE cuentas-diario TO idx-cuenta
                   MOVE gld-cuenta TO mov-cuenta(idx-cuenta)
                   MOVE ZERO TO mov-debitos(idx-cuenta)
                   MOVE ZERO TO mov-creditos(idx-cuenta)
                   SET CUENTA-OK TO TRUE
               ELSE
                   SET SIN-LUGAR TO TRUE
               END-IF
           END-IF.

       ABRIR-SALDOS.
           OPEN I-O saldos-gl
           IF fs-saldos = '35'
               OPEN OUTPUT saldos-gl
               CLOSE saldos-gl
               OPEN I-O saldos-gl
           END-IF
           IF fs-saldos NOT = '00'
               DISPLAY 'SALDOS-GL: no se pudo abrir GLSALDOS.DAT, '
                   'status=' fs-saldos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APLICAR-CUENTA.
           MOVE mov-cuenta(idx-cuenta) TO gls-cuenta
           READ saldos-gl
               INVALID KEY
                   MOVE SPACES TO registro-glsaldo
                   MOVE mov-cuenta(idx-cuenta) TO gls-cuenta
                   MOVE periodo-abierto TO gls-periodo
                   MOVE ZERO TO gls-saldo-inicial
                   MOVE ZERO TO gls-debitos
                   MOVE ZERO TO gls-creditos
                   PERFORM SUMAR-MOVIMIENTO
                   WRITE registro-glsaldo
                       INVALID KEY
                           DISPLAY 'SALDOS-GL: error al grabar la '
                               'cuenta ' gls-cuenta
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   ADD 1 TO cuentas-nuevas
               NOT INVALID KEY
                   PERFORM SUMAR-MOVIMIENTO
                   REWRITE registro-glsaldo
                       INVALID KEY
                           DISPLAY 'SALDOS-GL: error al regrabar la '
                               'cuenta ' gls-cuenta
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

       SUMAR-MOVIMIENTO.
           ADD mov-debitos(idx-cuenta) TO gls-debitos
           ADD mov-creditos(idx-cuenta) TO gls-creditos
           COMPUTE gls-saldo-final = gls-saldo-inicial
               + gls-debitos - gls-creditos
           MOVE fecha-proceso TO gls-ult-fecha.

      * El control se graba al final: si la aplicacion se corta, el
      * diario se vuelve a aplicar entero en el rearranque.
       GRABAR-CONTROL.
           OPEN OUTPUT control-saldos
           IF fs-control NOT = '00'
               DISPLAY 'SALDOS-GL: no se pudo grabar GLSALDOS.CTL, '
                   'status=' fs-control
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO registro-glsalctl
           MOVE fecha-proceso TO gsc-fecha-aplicada
           MOVE periodo-abierto TO gsc-periodo
           WRITE registro-glsalctl
           CLOSE control-saldos.

       DAR-AVISO.
           DISPLAY 'SALDOS-GL: ' l-abn-texto
           MOVE 'SALDOSGL' TO l-abn-programa
           MOVE 'A062' TO l-abn-codigo
           CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
               l-abn-texto.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'SALDOS-GL' TO l-sel-programa
           MOVE 'GLSALDOS.DAT' TO l-sel-archivo
           MOVE version-glsaldos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
