       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-GL.
       AUTHOR. Ejemplo.
      * Cierre de mes contable sobre GLSALDOS.DAT: corre el ultimo
      * dia habil del mes, despues de aplicado el diario de la noche
      * y del balance de sumas y saldos. Cada cuenta deja su fila del
      * periodo que cierra en el historico GLSALDOS.HIS (asi el saldo
      * de un mes ya cerrado se sigue pudiendo consultar), y despues
      * el saldo final pasa a ser el inicial del periodo siguiente,
      * con debitos y creditos en cero. El periodo abierto de
      * GLSALDOS.CTL avanza un mes.
      * El cierre no corre dos veces: con el periodo abierto ya
      * posterior al mes de la fecha de proceso, termina sin tocar
      * nada. Tampoco cierra el mes en curso si el diario de esta
      * noche no se aplico (quedaria afuera del periodo al que
      * pertenece), salvo con FORZAR-CIERRE-GL=S. Un periodo viejo
      * que quedo sin cerrar se cierra de a un mes por corrida.
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
           SELECT historico-saldos ASSIGN TO 'GLSALDOS.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-historico.

       DATA DIVISION.
       FILE SECTION.
       FD  saldos-gl.
           COPY GLSALDO.
       FD  control-saldos.
           COPY GLSALCTL.
       FD  historico-saldos.
       01  registro-historico PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
       01  fs-saldos          PIC XX VALUE '00'.
       01  fs-control         PIC XX VALUE '00'.
       01  fs-historico       PIC XX VALUE '00'.
       01  fin-saldos         PIC X VALUE 'N'.
           88  no-hay-mas-saldos VALUE 'S'.
       01  parametro-texto    PIC X(20) VALUE SPACES.
       01  forzar-cierre      PIC X VALUE 'N'.
           88  CIERRE-FORZADO  VALUE 'S' 's'.
       01  hay-control        PIC X VALUE 'N'.
           88  CONTROL-LEIDO   VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  fecha-aplicada     PIC 9(8) VALUE ZERO.
       01  periodo-abierto    PIC 9(6).
       01  periodo-siguiente  PIC 9(6).
       01  siguiente-partes REDEFINES periodo-siguiente.
           05  sig-anio        PIC 9(4).
           05  sig-mes         PIC 9(2).
       01  cuentas-cerradas   PIC 9(5) VALUE ZERO.
       01  total-final        PIC S9(13)V99 VALUE ZERO.
       01  total-editado      PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           ACCEPT parametro-texto FROM ENVIRONMENT 'FORZAR-CIERRE-GL'
           MOVE parametro-texto(1:1) TO forzar-cierre
           PERFORM LEER-CONTROL
           IF NOT CONTROL-LEIDO
               DISPLAY 'CIERRE-GL: sin GLSALDOS.CTL, todavia no se '
                   'aplico ningun diario; no hay nada que cerrar.'
               STOP RUN
           END-IF
           IF periodo-abierto > fecha-proceso(1:6)
               DISPLAY 'CIERRE-GL: el periodo abierto ya es '
                   periodo-abierto ', el cierre ya corrio.'
               STOP RUN
           END-IF
           IF periodo-abierto = fecha-proceso(1:6)
               AND fecha-aplicada NOT = fecha-proceso
               AND NOT CIERRE-FORZADO
               DISPLAY 'CIERRE-GL: el diario del ' fecha-proceso
                   ' no esta aplicado (ultimo ' fecha-aplicada
                   '); el periodo ' periodo-abierto ' no se cierra.'
               DISPLAY 'CIERRE-GL: aplicarlo con SALDOSGL o correr '
                   'con FORZAR-CIERRE-GL=S.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE periodo-abierto TO periodo-siguiente
           IF sig-mes = 12
               ADD 1 TO sig-anio
               MOVE 1 TO sig-mes
           ELSE
               ADD 1 TO sig-mes
           END-IF

           OPEN I-O saldos-gl
           IF fs-saldos NOT = '00'
               DISPLAY 'CIERRE-GL: no se pudo abrir GLSALDOS.DAT, '
                   'status=' fs-saldos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND historico-saldos
           IF fs-historico = '35'
               OPEN OUTPUT historico-saldos
           END-IF
           IF fs-historico NOT = '00'
               DISPLAY 'CIERRE-GL: no se pudo abrir GLSALDOS.HIS, '
                   'status=' fs-historico
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
                       PERFORM CERRAR-CUENTA
               END-READ
           END-PERFORM
           CLOSE historico-saldos
           CLOSE saldos-gl
           PERFORM GRABAR-CONTROL
           MOVE total-final TO total-editado
           DISPLAY 'CIERRE-GL: periodo ' periodo-abierto ' cerrado, '
               cuentas-cerradas ' cuentas pasadas a '
               periodo-siguiente ' (saldo neto ' total-editado ').'
           STOP RUN.

       LEER-CONTROL.
           MOVE fecha-proceso(1:6) TO periodo-abierto
           OPEN INPUT control-saldos
           IF fs-control = '00'
               READ control-saldos
                   AT END
                       CONTINUE
                   NOT AT END
                       SET CONTROL-LEIDO TO TRUE
                       IF gsc-fecha-aplicada NUMERIC
                           MOVE gsc-fecha-aplicada TO fecha-aplicada
                       END-IF
                       IF gsc-periodo NUMERIC
                           MOVE gsc-periodo TO periodo-abierto
                       END-IF
               END-READ
               CLOSE control-saldos
           END-IF.

      * Una cuenta que ya paso al periodo siguiente (un cierre
      * cortado a la mitad) no se vuelve a cerrar.
       CERRAR-CUENTA.
           IF gls-periodo = periodo-abierto
               MOVE SPACES TO registro-historico
               MOVE registro-glsaldo TO registro-historico
               WRITE registro-historico
               ADD gls-saldo-final TO total-final
               MOVE gls-saldo-final TO gls-saldo-inicial
               MOVE ZERO TO gls-debitos
               MOVE ZERO TO gls-creditos
               MOVE periodo-siguiente TO gls-periodo
               REWRITE registro-glsaldo
                   INVALID KEY
                       DISPLAY 'CIERRE-GL: error al regrabar la '
                           'cuenta ' gls-cuenta
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO cuentas-cerradas
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT control-saldos
           IF fs-control NOT = '00'
               DISPLAY 'CIERRE-GL: no se pudo grabar GLSALDOS.CTL, '
                   'status=' fs-control
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO registro-glsalctl
           MOVE fecha-aplicada TO gsc-fecha-aplicada
           MOVE periodo-siguiente TO gsc-periodo
           WRITE registro-glsalctl
           CLOSE control-saldos.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CIERRE-GL' TO l-sel-programa
           MOVE 'GLSALDOS.DAT' TO l-sel-archivo
           MOVE version-glsaldos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
