      * DISTINTO la revisa y aplica (o rechaza) con APRUEBA-CORR.
      * Los auditores pidieron los cuatro ojos; CORRECCION.RPT lo
      * imprime el aprobador, cuando la pieza se aplica de verdad.
      * Cuando la pieza arregla un reclamo de cliente resuelto a su
      * favor (DISPUTAS.DAT), se carga con el numero del reclamo:
      * tiene que estar resuelto a favor y ser sobre la misma clave.
      * APRUEBA-CORR cierra el reclamo al aplicar la pieza.
      * Un mes que contabilidad ya cerro (PERIODOS.DAT) no se toca:
      * no se corrige un registro fechado en el ni se le lleva una
      * fecha; la reversa de un registro de un mes cerrado se
      * asienta en el periodo abierto. Cada rechazo o desvio queda
      * en la auditoria de PERIODO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-aprobaciones ASSIGN TO 'APROBACIONES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-aprobaciones.
           SELECT disputas ASSIGN TO 'DISPUTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-numero
               FILE STATUS IS fs-disputas.

       DATA DIVISION.
       FILE SECTION.
      * del registro antes y despues del cambio pedido.
       FD  archivo-aprobaciones.
           COPY APROBACION.
       FD  disputas.
           COPY DISPUTA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-aprobaciones    PIC XX VALUE '00'.
       01  fs-disputas        PIC XX VALUE '00'.
       01  reclamo-pieza      PIC 9(6) VALUE ZERO.
       01  reclamo-elegido    PIC X VALUE 'N'.
           88  RECLAMO-RESUELTO VALUE 'S'.
       01  clave-pedida       PIC 9(7).
       01  accion             PIC X VALUE SPACE.
           88  ACCION-CORREGIR VALUE 'C' 'c'.
       01  piezas-cargadas    PIC 9(4) VALUE ZERO.
           COPY VALPARM.
           COPY FPRPARM.
           COPY PERPARM.
           COPY NIVPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'CORRIGE-MAESTRO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'CORRIGE-MAESTRO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
                           'S=Salir): '
                       ACCEPT accion
                   END-PERFORM
                   IF NOT ACCION-SALIR
                       PERFORM PEDIR-RECLAMO
                   END-IF
                   EVALUATE TRUE
                       WHEN ACCION-CORREGIR
                           PERFORM CORREGIR-REGISTRO
      * Con la confirmacion la pieza queda PENDIENTE: el que la
      * aprueba es otro.
       CORREGIR-REGISTRO.
           MOVE 'R' TO l-per-accion
           MOVE maestro-fecha TO l-per-fecha
           PERFORM LLAMAR-PERIODO
           IF l-per-status NOT = 0
               DISPLAY 'La clave ' maestro-clave ' es del mes '
                   maestro-fecha(1:6) ', que esta cerrado: no se '
                   'corrige. Corresponde una reversa.'
           ELSE
               PERFORM ARMAR-CORRECCION
           END-IF.

       ARMAR-CORRECCION.
           MOVE SPACES TO registro-antes
           MOVE registro-maestro TO registro-antes
           MOVE maestro-importe TO importe-original
               MOVE SPACES TO maestro-descripcion
               STRING 'REVERSA DE CLAVE ' clave-original
                   DELIMITED BY SIZE INTO maestro-descripcion
               MOVE 'M' TO l-per-accion
               MOVE maestro-fecha TO l-per-fecha
               PERFORM LLAMAR-PERIODO
               IF l-per-status NOT = 0
                   DISPLAY 'El mes ' maestro-fecha(1:6) ' esta '
                       'cerrado: la reversa se asienta el '
                       l-per-destino '.'
                   MOVE l-per-destino TO maestro-fecha
               END-IF
               MOVE SPACES TO registro-antes
               MOVE SPACES TO registro-despues
               MOVE registro-maestro TO registro-despues
           MOVE clave-pedida TO apr-clave
           MOVE registro-antes TO apr-antes
           MOVE registro-despues TO apr-despues
           MOVE reclamo-pieza TO apr-caso
           WRITE registro-aprobacion
           CLOSE archivo-aprobaciones
           ADD 1 TO piezas-cargadas
           DISPLAY 'Pieza cargada, pendiente de aprobacion.'.

      * El reclamo que origina la pieza, si lo hay: ENTER o cero
      * es una pieza sin reclamo. Uno que no existe, que no esta
      * resuelto a favor del cliente o que es sobre otra clave se
      * vuelve a pedir.
       PEDIR-RECLAMO.
           MOVE 'N' TO reclamo-elegido
           PERFORM UNTIL RECLAMO-RESUELTO
               MOVE ZERO TO reclamo-pieza
               MOVE SPACES TO entrada-texto
               DISPLAY 'Reclamo que origina la pieza (ENTER si no '
                   'hay): '
               ACCEPT entrada-texto
               IF entrada-texto = SPACES
                   SET RECLAMO-RESUELTO TO TRUE
               ELSE
                   IF FUNCTION TEST-NUMVAL(entrada-texto) = 0
                       COMPUTE reclamo-pieza =
                           FUNCTION NUMVAL(entrada-texto)
                       PERFORM VERIFICAR-RECLAMO
                   ELSE
                       DISPLAY 'Numero de reclamo no numerico.'
                   END-IF
               END-IF
           END-PERFORM.

       VERIFICAR-RECLAMO.
           IF reclamo-pieza = ZERO
               SET RECLAMO-RESUELTO TO TRUE
           ELSE
               OPEN INPUT disputas
               IF fs-disputas NOT = '00'
                   DISPLAY 'Sin DISPUTAS.DAT (status=' fs-disputas
                       '), no hay reclamos que citar.'
               ELSE
                   MOVE reclamo-pieza TO dsp-numero
                   READ disputas
                       INVALID KEY
                           DISPLAY 'No existe el reclamo '
                               reclamo-pieza
                       NOT INVALID KEY
                           EVALUATE TRUE
                               WHEN NOT DISPUTA-A-FAVOR
                                   DISPLAY 'El reclamo esta en '
                                       'estado ' dsp-estado
                                       ', no resuelto a favor.'
                               WHEN dsp-clave NOT = clave-pedida
                                   DISPLAY 'El reclamo es sobre la '
                                       'clave ' dsp-clave '.'
                               WHEN OTHER
                                   SET RECLAMO-RESUELTO TO TRUE
                           END-EVALUATE
                   END-READ
                   CLOSE disputas
               END-IF
           END-IF.

      * La fecha corregida pasa por el mismo VALFECHA de la
      * libreria comun que aplican todos los puntos de entrada: una
      * fecha que el posteo rechazaria no puede entrar por la
                   CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                       l-val-motivo
                   IF l-val-status = 0
                       MOVE 'R' TO l-per-accion
                       MOVE l-val-fecha TO l-per-fecha
                       PERFORM LLAMAR-PERIODO
                       IF l-per-status = 0
                           MOVE entrada-texto(1:8) TO maestro-fecha
                       ELSE
                           DISPLAY 'El mes ' l-val-fecha(1:6)
                               ' esta cerrado, se deja la actual.'
                       END-IF
                   ELSE
                       DISPLAY 'Fecha invalida, se deja la actual.'
                   END-IF
                   DISPLAY 'Importe no numerico, se deja el actual.'
               END-IF
           END-IF.

      * Consulta de periodo cerrado con la clave como referencia de
      * la auditoria.
       LLAMAR-PERIODO.
           MOVE 'CORRIGE' TO l-per-programa
           MOVE SPACES TO l-per-referencia
           STRING 'CLAVE ' clave-pedida
               DELIMITED BY SIZE INTO l-per-referencia
           CALL 'PERIODO' USING l-per-accion, l-per-fecha,
               l-per-programa, l-per-referencia, l-per-destino,
               l-per-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CORRIGE-MAESTRO' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DISPUTAS.DAT' TO l-sel-archivo
           MOVE version-disputas TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
