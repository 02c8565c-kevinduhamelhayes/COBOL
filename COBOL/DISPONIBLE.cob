       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPONIBLE.
       AUTHOR. Ejemplo.
      * Saldo disponible de un cliente, en el mismo estilo de modulo
      * que RETENIDO: el saldo contable ya incluye los cheques
      * depositados que el banco todavia no confirmo, y un cliente
      * podia depositar un cheque y girar contra el esa misma noche.
      * Cada cheque en estado P de CHEQUES.DAT queda retenido hasta
      * cumplir los dias habiles de clearing (variable
      * CHEQUE-DIAS-CLEARING, 2 por defecto) contados desde su
      * fecha de deposito con el criterio de dia habil de la cadena
      * (ni fin de semana ni FERIADOS.DAT); el disponible es el
      * contable menos lo retenido. Lo usan el control de limite
      * del posteo (y con el la autorizacion de sobregiro), el
      * reporte de girados, los extractos y la ficha del cliente.
      * El registro de cheques se lee en cada llamada, asi un
      * cheque posteado en la misma corrida ya cuenta. Se llama con
      * los parametros de DSPPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-cheques ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cheques.
           SELECT archivo-feriados ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cheques.
           COPY CHEQUE.
       FD  archivo-feriados.
       01  registro-feriado PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY PARPARM.
           COPY FPRPARM.
       01  fs-cheques         PIC XX VALUE '00'.
       01  fs-feriados        PIC XX VALUE '00'.
       01  fin-cheques        PIC X VALUE 'N'.
           88  no-hay-mas-cheques VALUE 'S'.
       01  fin-feriados       PIC X VALUE 'N'.
           88  no-hay-mas-feriados VALUE 'S'.
      * La fecha de proceso, los dias de clearing y los feriados se
      * cargan en la primera llamada y quedan para las siguientes.
       01  modulo-iniciado    PIC X VALUE 'N'.
           88  MODULO-LISTO    VALUE 'S'.
       01  fecha-proceso      PIC 9(8) VALUE ZERO.
       01  dias-texto         PIC X(4) VALUE SPACES.
       01  dias-clearing      PIC 9(3) VALUE 2.
       01  tabla-feriados.
           05  fer-fecha      PIC 9(8) OCCURS 200 TIMES.
       01  feriados-cargados  PIC 9(3) VALUE ZERO.
       01  idx-feriado        PIC 9(3).
       01  fecha-liberacion   PIC 9(8).
       01  entero-fecha       PIC 9(9).
       01  dia-semana         PIC 9.
       01  dias-contados      PIC 9(3).
       01  dia-es-habil       PIC X VALUE 'N'.
           88  DIA-HABIL       VALUE 'S'.

       LINKAGE SECTION.
           COPY DSPPARM.

       PROCEDURE DIVISION USING l-dsp-cliente, l-dsp-saldo,
           l-dsp-retenido, l-dsp-cheques, l-dsp-disponible,
           l-dsp-status.
       MAIN-PROCEDURE.
           MOVE 0 TO l-dsp-status
           MOVE ZERO TO l-dsp-retenido
           MOVE ZERO TO l-dsp-cheques
           IF NOT MODULO-LISTO
               PERFORM INICIAR-MODULO
           END-IF
           MOVE 'N' TO fin-cheques
           OPEN INPUT archivo-cheques
           IF fs-cheques = '00'
               PERFORM UNTIL no-hay-mas-cheques
                   READ archivo-cheques
                       AT END
                           SET no-hay-mas-cheques TO TRUE
                       NOT AT END
                           IF che-cliente = l-dsp-cliente
                               AND che-estado = 'P'
                               AND che-importe > ZERO
                               PERFORM EVALUAR-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-cheques
           ELSE
               IF fs-cheques NOT = '35'
                   MOVE 9 TO l-dsp-status
               END-IF
           END-IF
           COMPUTE l-dsp-disponible = l-dsp-saldo - l-dsp-retenido
           GOBACK.

       INICIAR-MODULO.
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE 'CHEQUE-DIAS-CLEARING' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO dias-texto
           IF dias-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(dias-texto) = 0
               COMPUTE dias-clearing = FUNCTION NUMVAL(dias-texto)
           END-IF
           MOVE ZERO TO feriados-cargados
           MOVE 'N' TO fin-feriados
           OPEN INPUT archivo-feriados
           IF fs-feriados = '00'
               PERFORM UNTIL no-hay-mas-feriados
                   READ archivo-feriados
                       AT END
                           SET no-hay-mas-feriados TO TRUE
                       NOT AT END
                           IF feriados-cargados < 200
                               ADD 1 TO feriados-cargados
                               MOVE registro-feriado
                                   TO fer-fecha(feriados-cargados)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-feriados
           END-IF
           SET MODULO-LISTO TO TRUE.

      * El cheque se libera el dia habil numero dias-clearing
      * despues del deposito; hasta la vispera sigue retenido.
       EVALUAR-CHEQUE.
           COMPUTE entero-fecha = FUNCTION INTEGER-OF-DATE(che-fecha)
           MOVE ZERO TO dias-contados
           PERFORM UNTIL dias-contados >= dias-clearing
               ADD 1 TO entero-fecha
               COMPUTE fecha-liberacion =
                   FUNCTION DATE-OF-INTEGER(entero-fecha)
               PERFORM VERIFICAR-DIA-HABIL
               IF DIA-HABIL
                   ADD 1 TO dias-contados
               END-IF
           END-PERFORM
           IF dias-clearing = ZERO
               MOVE che-fecha TO fecha-liberacion
           END-IF
           IF fecha-liberacion > fecha-proceso
               ADD che-importe TO l-dsp-retenido
               ADD 1 TO l-dsp-cheques
           END-IF.

      * Mismo criterio de dia habil que FECHAPROC: ni fin de semana
      * ni fecha de FERIADOS.DAT.
       VERIFICAR-DIA-HABIL.
           MOVE 'S' TO dia-es-habil
           COMPUTE dia-semana = FUNCTION MOD(entero-fecha, 7)
           IF dia-semana = 0 OR dia-semana = 6
               MOVE 'N' TO dia-es-habil
           ELSE
               PERFORM VARYING idx-feriado FROM 1 BY 1
                       UNTIL idx-feriado > feriados-cargados
                   IF fer-fecha(idx-feriado) = fecha-liberacion
                       MOVE 'N' TO dia-es-habil
                   END-IF
               END-PERFORM
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'DISPONIBLE' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.
       END PROGRAM DISPONIBLE.
