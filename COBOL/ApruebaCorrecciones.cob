      * la foto de saldos), el diario de imagenes via BITACORA y
      * la constancia impresa en CORRECCION.RPT -- o la rechaza. El archivo de piezas se reescribe bajo nombre de
      * trabajo y se promueve al final.
      * La pieza que cita un reclamo de DISPUTAS.DAT resuelto a
      * favor del cliente lo cierra al aplicarse, con la clave del
      * maestro donde quedo el arreglo.
      * Si el mes se cerro entre la carga y la aprobacion, vale lo
      * mismo que en CORRIGE-MAESTRO: la correccion que toca un mes
      * cerrado queda pendiente, y la reversa se asienta en el
      * periodo abierto.
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
           SELECT archivo-ajustes ASSIGN TO 'AJUSTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-ajustes.
           SELECT disputas ASSIGN TO 'DISPUTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-numero
               FILE STATUS IS fs-disputas.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-aprobaciones.
           COPY APROBACION.
       FD  aprobaciones-nuevo.
       01  registro-aprobacion-nuevo PIC X(278).
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  clientes.
       01  linea-reporte PIC X(100).
       FD  archivo-ajustes.
           COPY AJUSTE.
       FD  disputas.
           COPY DISPUTA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY JRNPARM.
           COPY NIVPARM.
           COPY IDXPARM.
           COPY FPRPARM.
           COPY PERPARM.
       01  fs-aprobaciones    PIC XX VALUE '00'.
       01  fs-aprobaciones-nuevo PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  clave-reversa      PIC 9(7).
       01  ajuste-saldo       PIC S9(7)V99 VALUE ZERO.
       01  fs-ajustes         PIC XX VALUE '00'.
       01  fs-disputas        PIC XX VALUE '00'.
       01  disputas-disponible PIC X VALUE 'N'.
           88  DISPUTAS-ABIERTO VALUE 'S'.
       01  imagen-reclamo     PIC X(120) VALUE SPACES.
       01  fecha-proceso      PIC 9(8).
       01  clave-ajuste       PIC 9(7) VALUE ZEROS.
       01  importe-editado    PIC -(7)9.99.

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
           MOVE 'APRUEBA-CORR' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'APRUEBA-CORR: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
               DISPLAY 'APRUEBA-CORR: sin CLIENTES.DAT (status='
                   fs-clientes '), los saldos no se ajustan.'
           END-IF
           OPEN I-O disputas
           IF fs-disputas = '00'
               SET DISPUTAS-ABIERTO TO TRUE
           END-IF
           OPEN EXTEND reporte
           IF fs-reporte = '05' OR fs-reporte = '35'
               OPEN OUTPUT reporte
           IF CLIENTES-ABIERTO
               CLOSE clientes
           END-IF
           IF DISPUTAS-ABIERTO
               CLOSE disputas
           END-IF
           CLOSE reporte
           MOVE 'mv APROBACIONES.NEW APROBACIONES.DAT'
               TO ws-comando-mv
           DISPLAY ' '
           DISPLAY 'PIEZA ' apr-tipo ' DE LA CLAVE ' apr-clave
               ' CARGADA POR ' apr-operador ' EL ' apr-fecha
           IF apr-caso NUMERIC AND apr-caso NOT = ZEROS
               DISPLAY 'POR EL RECLAMO ' apr-caso
                   ' RESUELTO A FAVOR DEL CLIENTE'
           END-IF
           IF apr-antes NOT = SPACES
               MOVE apr-antes TO vista-imagen
               DISPLAY 'ANTES :'
       APLICAR-PIEZA.
           MOVE 'N' TO aplicacion-ok
           IF apr-tipo = 'C'
               PERFORM CONTROLAR-PERIODO-CORRECCION
               IF l-per-status = 0
                   PERFORM APLICAR-CORRECCION
               END-IF
           ELSE
               PERFORM CONTROLAR-PERIODO-REVERSA
               PERFORM APLICAR-REVERSA
           END-IF
           IF PIEZA-APLICADA
               ADD 1 TO aplicadas
               PERFORM IMPRIMIR-CONSTANCIA
               PERFORM AJUSTAR-SALDO-CLIENTE
               IF apr-caso NUMERIC AND apr-caso NOT = ZEROS
                   PERFORM CERRAR-RECLAMO
               END-IF
      * La descripcion aplicada (corregida o de la reversa) entra
      * al indice de busqueda, como la deja el posteo.
               MOVE apr-despues TO vista-imagen
           END-IF
           PERFORM CONSERVAR-PIEZA.

      * Ni la fecha que la correccion pisa ni la que deja pueden
      * ser de un mes cerrado; la pieza queda pendiente hasta que
      * contabilidad reabra el mes o se cargue una reversa.
       CONTROLAR-PERIODO-CORRECCION.
           MOVE 'R' TO l-per-accion
           MOVE apr-antes TO vista-imagen
           MOVE vi-fecha TO l-per-fecha
           PERFORM LLAMAR-PERIODO
           IF l-per-status = 0
               MOVE apr-despues TO vista-imagen
               MOVE vi-fecha TO l-per-fecha
               PERFORM LLAMAR-PERIODO
           END-IF
           IF l-per-status NOT = 0
               DISPLAY 'APRUEBA-CORR: el mes ' l-per-fecha(1:6)
                   ' esta cerrado, la correccion queda pendiente.'
           END-IF.

       CONTROLAR-PERIODO-REVERSA.
           MOVE 'M' TO l-per-accion
           MOVE apr-despues TO vista-imagen
           MOVE vi-fecha TO l-per-fecha
           PERFORM LLAMAR-PERIODO
           IF l-per-status NOT = 0
               DISPLAY 'APRUEBA-CORR: el mes ' l-per-fecha(1:6)
                   ' esta cerrado, la reversa se asienta el '
                   l-per-destino '.'
               MOVE l-per-destino TO vi-fecha
               MOVE vi-fecha TO apr-despues(8:8)
           END-IF.

       LLAMAR-PERIODO.
           MOVE 'APRUEBA-CORR' TO l-per-programa
           MOVE SPACES TO l-per-referencia
           STRING 'PIEZA ' apr-tipo ' CLAVE ' apr-clave
               DELIMITED BY SIZE INTO l-per-referencia
           CALL 'PERIODO' USING l-per-accion, l-per-fecha,
               l-per-programa, l-per-referencia, l-per-destino,
               l-per-status.

      * La correccion regraba la clave original con la imagen
      * aprobada; el ajuste de saldo es la diferencia de importes
      * entre el antes y el despues.
                   MOVE 'MODIF' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA
                   MOVE apr-despues TO registro-maestro
                   MOVE maestro-cliente TO maestro-ruta-cli
                   MOVE maestro-fecha TO maestro-ruta-fecha
                   REWRITE registro-maestro
                       INVALID KEY
                           DISPLAY 'APRUEBA-CORR: error al '
               MOVE SPACES TO apr-antes
               MOVE registro-maestro TO apr-despues
               PERFORM ANOTAR-BITACORA
               MOVE maestro-cliente TO maestro-ruta-cli
               MOVE maestro-fecha TO maestro-ruta-fecha
               WRITE registro-maestro
                   INVALID KEY
                       DISPLAY 'APRUEBA-CORR: error al grabar la '
               ' CARGO ' apr-operador ' APROBO ' ws-operador
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           IF apr-caso NUMERIC AND apr-caso NOT = ZEROS
               MOVE SPACES TO linea-reporte
               STRING 'RECLAMO ' apr-caso ' RESUELTO A FAVOR DEL '
                   'CLIENTE' DELIMITED BY SIZE INTO linea-reporte
               WRITE linea-reporte
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'ANTES : ' apr-antes(1:90)
               DELIMITED BY SIZE INTO linea-reporte
           MOVE SPACES TO linea-reporte
           WRITE linea-reporte.

      * El reclamo resuelto a favor queda cerrado con la clave del
      * maestro donde se aplico la pieza; su cambio tambien deja
      * imagen. Uno que ya no esta resuelto a favor (cerrado por
      * otra pieza) no se toca.
       CERRAR-RECLAMO.
           IF NOT DISPUTAS-ABIERTO
               DISPLAY 'APRUEBA-CORR: sin DISPUTAS.DAT, el reclamo '
                   apr-caso ' queda sin cerrar.'
           ELSE
               MOVE apr-caso TO dsp-numero
               READ disputas
                   INVALID KEY
                       DISPLAY 'APRUEBA-CORR: no existe el reclamo '
                           apr-caso ', no se cierra nada.'
                   NOT INVALID KEY
                       IF DISPUTA-A-FAVOR
                           PERFORM REGRABAR-RECLAMO
                       ELSE
                           DISPLAY 'APRUEBA-CORR: el reclamo '
                               apr-caso ' esta en estado '
                               dsp-estado ', no se cierra.'
                       END-IF
               END-READ
           END-IF.

       REGRABAR-RECLAMO.
           MOVE SPACES TO imagen-reclamo
           MOVE registro-disputa TO imagen-reclamo
           MOVE 'C' TO dsp-estado
           MOVE ws-operador TO dsp-operador
           MOVE fecha-proceso TO dsp-fecha-estado
           MOVE clave-ajuste TO dsp-clave-ajuste
           MOVE 'APRUEBACORR' TO l-jrn-programa
           MOVE 'DISPUTAS' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-reclamo TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-disputa TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'APRUEBA-CORR: no se pudo grabar el diario '
                   'de imagenes.'
           END-IF
           REWRITE registro-disputa
               INVALID KEY
                   DISPLAY 'APRUEBA-CORR: error al regrabar el '
                       'reclamo ' dsp-numero
           END-REWRITE
           IF fs-disputas = '00'
               DISPLAY 'Reclamo ' dsp-numero ' cerrado.'
           END-IF.

       CONSERVAR-PIEZA.
           WRITE registro-aprobacion-nuevo
               FROM registro-aprobacion
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'APRUEBA-CORR' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DISPUTAS.DAT' TO l-sel-archivo
           MOVE version-disputas TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
