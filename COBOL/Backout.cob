      * grabados no se vuelven a reversar, y los originales que ya
      * tienen su asiento BACKOUT quedan afuera de la juntada: la
      * corrida se puede repetir sobre la misma fecha sin duplicar.
      * Una fecha de un mes que contabilidad ya cerro no se toca:
      * las reversas se asientan en el periodo abierto vigente (el
      * modulo PERIODO dice la fecha y deja la auditoria).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
           COPY AJUSTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY JRNPARM.
           COPY NIVPARM.
           COPY FPRPARM.
           COPY PERPARM.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  imagen-despues     PIC X(120) VALUE SPACES.
       01  descripcion-armada PIC X(33).
       01  clave-original     PIC 9(7).
      * Fecha con la que se asientan las reversas: la pedida, o la
      * del periodo abierto si el mes de la pedida esta cerrado.
       01  fecha-reversa      PIC 9(8).

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
           MOVE 'BACKOUT-FECHA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'BACKOUT: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE total-a-reversar TO total-editado
           DISPLAY 'BACKOUT: se reversarian ' claves-juntadas
               ' transacciones por un total de ' total-editado
           MOVE 'C' TO l-per-accion
           PERFORM CONTROLAR-PERIODO
           IF l-per-status NOT = 0
               DISPLAY 'BACKOUT: el mes ' fecha-pedida(1:6)
                   ' esta cerrado; las reversas se asentarian el '
                   l-per-destino '.'
           END-IF
           MOVE 'N' TO confirmacion
           DISPLAY 'Confirma la marcha atras (S/N)? '
           ACCEPT confirmacion
               STOP RUN
           END-IF

           MOVE 'M' TO l-per-accion
           PERFORM CONTROLAR-PERIODO
           MOVE l-per-destino TO fecha-reversa
           OPEN I-O clientes
           IF fs-clientes = '00'
               SET CLIENTES-ABIERTO TO TRUE
               ' POR ' ws-operador ' EL ' fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           IF fecha-reversa NOT = fecha-pedida
               MOVE SPACES TO linea-reporte
               STRING 'MES CERRADO, REVERSAS ASENTADAS EL '
                   fecha-reversa
                   DELIMITED BY SIZE INTO linea-reporte
               WRITE linea-reporte
           END-IF

           COMPUTE contador-reversa = clave-maxima + 1
           PERFORM REVERSAR-UNA-CLAVE
               'grabadas, registro en BACKOUT.RPT.'
           STOP RUN.

      * Consulta (C) o desvio con auditoria (M) del mes de la fecha
      * pedida contra los periodos cerrados.
       CONTROLAR-PERIODO.
           MOVE fecha-pedida TO l-per-fecha
           MOVE 'BACKOUT' TO l-per-programa
           MOVE SPACES TO l-per-referencia
           STRING 'MARCHA ATRAS ' claves-juntadas ' CLAVES SUC '
               sucursal-pedida
               DELIMITED BY SIZE INTO l-per-referencia
           CALL 'PERIODO' USING l-per-accion, l-per-fecha,
               l-per-programa, l-per-referencia, l-per-destino,
               l-per-status.

      * Primera pasada: las claves de la fecha (y sucursal) con su
      * total, y la clave maxima para numerar las reversas. Los
      * asientos BACKOUT ya grabados no se juntan, y ademas se
           STRING 'BACKOUT DE CLAVE ' clave-original
               DELIMITED BY SIZE INTO descripcion-armada
           MOVE descripcion-armada TO maestro-descripcion
           MOVE fecha-reversa TO maestro-fecha
           MOVE contador-reversa TO maestro-clave
           ADD 1 TO contador-reversa
           MOVE SPACES TO imagen-antes
               DISPLAY 'BACKOUT: no se pudo grabar el diario de '
                   'imagenes.'
           END-IF
           MOVE maestro-cliente TO maestro-ruta-cli
           MOVE maestro-fecha TO maestro-ruta-fecha
           WRITE registro-maestro
               INVALID KEY
                   DISPLAY 'BACKOUT: error al grabar la reversa '
           MOVE clave-original TO aju-clave
           WRITE registro-ajuste
           CLOSE archivo-ajustes.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'BACKOUT-FECHA' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
