       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-GL.
       AUTHOR. Ejemplo.
      * Balance de sumas y saldos sobre GLSALDOS.DAT: por cuenta el
      * saldo inicial del periodo abierto, los debitos, los creditos
      * y el saldo final, con los totales del libro. Como cada
      * noche entra un diario balanceado, el total de los saldos
      * (inicial y final) tiene que dar cero y los debitos tienen
      * que igualar a los creditos; si no, el balance sale marcado,
      * queda un aviso en ALERTAS.DAT y el paso termina con
      * RETURN-CODE 8 (a fin de mes eso frena el cierre de mes
      * contable que viene despues). Tambien se marca la cuenta que
      * quedo en otro periodo que el abierto de GLSALDOS.CTL. Sale
      * por REPWRITE como BALGL.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD  saldos-gl.
           COPY GLSALDO.
       FD  control-saldos.
           COPY GLSALCTL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY REPPARM.
           COPY ABNPARM.
       01  linea-reporte      PIC X(80).
       01  fs-saldos          PIC XX VALUE '00'.
       01  fs-control         PIC XX VALUE '00'.
       01  fin-saldos         PIC X VALUE 'N'.
           88  no-hay-mas-saldos VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  periodo-abierto    PIC 9(6).
       01  fecha-aplicada     PIC 9(8) VALUE ZERO.
       01  cuentas-listadas   PIC 9(5) VALUE ZERO.
       01  cuentas-fuera      PIC 9(5) VALUE ZERO.
       01  tot-inicial        PIC S9(13)V99 VALUE ZERO.
       01  tot-debitos        PIC S9(13)V99 VALUE ZERO.
       01  tot-creditos       PIC S9(13)V99 VALUE ZERO.
       01  tot-final          PIC S9(13)V99 VALUE ZERO.
       01  balance-cuadra     PIC X VALUE 'S'.
           88  BALANCE-OK      VALUE 'S'.

       01  linea-titulo.
           05  FILLER PIC X(36)
               VALUE 'BALANCE DE SUMAS Y SALDOS - PERIODO '.
           05  tit-periodo PIC 9(6).
       01  linea-control.
           05  FILLER PIC X(26)
               VALUE 'ULTIMO DIARIO APLICADO: '.
           05  lct-fecha PIC 9(8).
       01  linea-encabezado.
           05  FILLER PIC X(40)
               VALUE 'CUENTA     SALDO INICIAL         DEBITOS'.
           05  FILLER PIC X(40)
               VALUE '        CREDITOS     SALDO FINAL        '.
       01  linea-detalle.
           05  det-cuenta     PIC X(8).
           05  FILLER         PIC X VALUE SPACE.
           05  det-inicial    PIC -(11)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-debitos    PIC -(11)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-creditos   PIC -(11)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-final      PIC -(11)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-marca      PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE fecha-proceso(1:6) TO periodo-abierto
           OPEN INPUT control-saldos
           IF fs-control = '00'
               READ control-saldos
                   AT END
                       CONTINUE
                   NOT AT END
                       IF gsc-periodo NUMERIC
                           MOVE gsc-periodo TO periodo-abierto
                       END-IF
                       IF gsc-fecha-aplicada NUMERIC
                           MOVE gsc-fecha-aplicada TO fecha-aplicada
                       END-IF
               END-READ
               CLOSE control-saldos
           END-IF
           OPEN INPUT saldos-gl
           IF fs-saldos NOT = '00'
               DISPLAY 'BALANCE-GL: no se pudo abrir GLSALDOS.DAT, '
                   'status=' fs-saldos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'A' TO l-rep-accion
           MOVE 'BALGL.RPT' TO l-rep-archivo
           MOVE periodo-abierto TO tit-periodo
           MOVE linea-titulo TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE fecha-aplicada TO lct-fecha
           MOVE linea-control TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE linea-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA

           MOVE LOW-VALUES TO gls-cuenta
           START saldos-gl KEY IS NOT LESS THAN gls-cuenta
               INVALID KEY
                   SET no-hay-mas-saldos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-saldos
               READ saldos-gl NEXT RECORD
                   AT END
                       SET no-hay-mas-saldos TO TRUE
                   NOT AT END
                       PERFORM LISTAR-CUENTA
               END-READ
           END-PERFORM
           CLOSE saldos-gl

           PERFORM ESCRIBIR-LINEA
           MOVE 'TOTALES' TO det-cuenta
           MOVE tot-inicial TO det-inicial
           MOVE tot-debitos TO det-debitos
           MOVE tot-creditos TO det-creditos
           MOVE tot-final TO det-final
           MOVE SPACES TO det-marca
           MOVE linea-detalle TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF tot-inicial NOT = ZERO OR tot-final NOT = ZERO
               OR tot-debitos NOT = tot-creditos
               OR cuentas-fuera > ZERO
               MOVE 'N' TO balance-cuadra
           END-IF
           PERFORM ESCRIBIR-LINEA
           IF BALANCE-OK
               MOVE SPACES TO linea-reporte
               STRING 'EL BALANCE CUADRA: ' cuentas-listadas
                   ' CUENTAS, SALDOS NETOS EN CERO.'
                   DELIMITED BY SIZE INTO linea-reporte
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE SPACES TO linea-reporte
               STRING '*** EL BALANCE NO CUADRA *** CUENTAS FUERA '
                   'DEL PERIODO: ' cuentas-fuera
                   DELIMITED BY SIZE INTO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           IF BALANCE-OK
               DISPLAY 'BALANCE-GL: ' cuentas-listadas
                   ' cuentas, el balance cuadra, reporte en BALGL.RPT'
           ELSE
               MOVE 'BALANCEGL' TO l-abn-programa
               MOVE 'A062' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING 'balance de sumas y saldos del periodo '
                   periodo-abierto ' no cuadra, ver BALGL.RPT'
                   DELIMITED BY SIZE INTO l-abn-texto
               DISPLAY 'BALANCE-GL: ' l-abn-texto
               CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       LISTAR-CUENTA.
           ADD 1 TO cuentas-listadas
           ADD gls-saldo-inicial TO tot-inicial
           ADD gls-debitos TO tot-debitos
           ADD gls-creditos TO tot-creditos
           ADD gls-saldo-final TO tot-final
           MOVE gls-cuenta TO det-cuenta
           MOVE gls-saldo-inicial TO det-inicial
           MOVE gls-debitos TO det-debitos
           MOVE gls-creditos TO det-creditos
           MOVE gls-saldo-final TO det-final
           MOVE SPACES TO det-marca
           IF gls-periodo NOT = periodo-abierto
               ADD 1 TO cuentas-fuera
               MOVE gls-periodo TO det-marca
           END-IF
           MOVE linea-detalle TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'BALANCEGL' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'BALANCE-GL: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'BALANCE-GL' TO l-sel-programa
           MOVE 'GLSALDOS.DAT' TO l-sel-archivo
           MOVE version-glsaldos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
