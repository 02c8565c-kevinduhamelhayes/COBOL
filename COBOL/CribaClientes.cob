       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBA-NOCHE.
       AUTHOR. Ejemplo.
      * Barrido nocturno de CLIENTES.DAT contra la lista de
      * vigilancia. Solo trabaja cuando llego una lista nueva: la
      * fecha del encabezado de LISTAVIG.TXT se compara con la de la
      * ultima lista barrida, que queda en LISTAVIG.CTL; si es la
      * misma el paso termina sin tocar nada. Con lista nueva cada
      * cliente pasa por CRIBANOM y una posible coincidencia bloquea
      * al cliente (estado B, el posteo le desvia todo al suspenso)
      * y le deja una revision pendiente que solo un supervisor
      * cierra en ATIENDE-CRIBA. Una coincidencia que el supervisor
      * ya descarto para esa misma entrada de la lista no vuelve a
      * bloquear. Lo bloqueado sale en CRIBA.RPT y con un aviso en
      * ALERTAS.DAT para cumplimiento.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-lista ASSIGN TO 'LISTAVIG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-lista.
           SELECT control-lista ASSIGN TO 'LISTAVIG.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-control.
           SELECT reporte ASSIGN TO 'CRIBA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-lista.
           COPY LISTAVIG.
       FD  control-lista.
       01  registro-control.
           05  ctl-fecha-lista PIC 9(8).
           05  FILLER          PIC X.
           05  ctl-fecha-barrido PIC 9(8).
       FD  reporte.
       01  linea-reporte PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY ABNPARM.
           COPY CRIPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-lista           PIC XX VALUE '00'.
       01  fs-control         PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-clientes       PIC X VALUE 'N'.
           88  no-hay-mas-clientes VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  fecha-lista-nueva  PIC 9(8) VALUE ZEROS.
       01  fecha-lista-barrida PIC 9(8) VALUE ZEROS.
       01  clientes-cribados  PIC 9(6) VALUE ZERO.
       01  clientes-bloqueados PIC 9(6) VALUE ZERO.
       01  ya-pendientes      PIC 9(6) VALUE ZERO.
       01  ya-descartados     PIC 9(6) VALUE ZERO.
       01  imagen-anterior    PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           PERFORM LEER-ENCABEZADO-LISTA
           IF fecha-lista-nueva = ZEROS
               DISPLAY 'CRIBA-NOCHE: no hay lista de vigilancia '
                   'cargada (LISTAVIG.TXT con encabezado H).'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-CONTROL
           IF fecha-lista-nueva = fecha-lista-barrida
               DISPLAY 'CRIBA-NOCHE: la lista del '
                   fecha-lista-nueva ' ya fue barrida, nada que '
                   'hacer.'
               STOP RUN
           END-IF

           OPEN I-O clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'CRIBA-NOCHE: no se pudo abrir CLIENTES.DAT, '
                   'status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'CRIBA-NOCHE: no se pudo crear CRIBA.RPT, '
                   'status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'BARRIDO DE CLIENTES CONTRA LA LISTA DE VIGILANCIA '
               'DEL ' fecha-lista-nueva ' - PROCESO ' fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO linea-reporte
           WRITE linea-reporte

           MOVE ZEROS TO cliente-id-fd
           START clientes KEY IS NOT LESS THAN cliente-id-fd
               INVALID KEY
                   SET no-hay-mas-clientes TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-clientes
               READ clientes NEXT RECORD
                   AT END
                       SET no-hay-mas-clientes TO TRUE
                   NOT AT END
                       PERFORM CRIBAR-CLIENTE
               END-READ
           END-PERFORM
           CLOSE clientes

           MOVE SPACES TO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO linea-reporte
           STRING 'CRIBADOS: ' clientes-cribados
               '  BLOQUEADOS: ' clientes-bloqueados
               '  YA PENDIENTES: ' ya-pendientes
               '  YA DESCARTADOS: ' ya-descartados
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           CLOSE reporte
           IF clientes-bloqueados > ZERO
               MOVE 'CRIBANOCHE' TO l-abn-programa
               MOVE 'A061' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING 'LISTA VIGILANCIA: ' clientes-bloqueados
                   ' CLIENTES BLOQUEADOS, VER CRIBA.RPT'
                   DELIMITED BY SIZE INTO l-abn-texto
               CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
           END-IF
           PERFORM GRABAR-CONTROL
           DISPLAY 'CRIBA-NOCHE: ' clientes-cribados ' clientes '
               'cribados, ' clientes-bloqueados ' bloqueados por '
               'posible coincidencia.'
           STOP RUN.

       LEER-ENCABEZADO-LISTA.
           OPEN INPUT archivo-lista
           IF fs-lista = '00'
               READ archivo-lista
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LISTA-ENCABEZADO
                           AND lv-fecha-lista NUMERIC
                           MOVE lv-fecha-lista TO fecha-lista-nueva
                       END-IF
               END-READ
               CLOSE archivo-lista
           END-IF.

       LEER-CONTROL.
           OPEN INPUT control-lista
           IF fs-control = '00'
               READ control-lista
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ctl-fecha-lista NUMERIC
                           MOVE ctl-fecha-lista
                               TO fecha-lista-barrida
                       END-IF
               END-READ
               CLOSE control-lista
           END-IF.

      * El control se graba al final: un barrido cortado a la mitad
      * se repite entero la noche siguiente.
       GRABAR-CONTROL.
           OPEN OUTPUT control-lista
           IF fs-control NOT = '00'
               DISPLAY 'CRIBA-NOCHE: no se pudo grabar LISTAVIG.CTL, '
                   'status=' fs-control
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO registro-control
               MOVE fecha-lista-nueva TO ctl-fecha-lista
               MOVE fecha-proceso TO ctl-fecha-barrido
               WRITE registro-control
               CLOSE control-lista
           END-IF.

       CRIBAR-CLIENTE.
           ADD 1 TO clientes-cribados
           MOVE 'C' TO l-cri-accion
           MOVE nombre-fd TO l-cri-nombre
           MOVE apellido-fd TO l-cri-apellido
           PERFORM LLAMAR-CRIBANOM
           IF l-cri-status = 1
               MOVE 'R' TO l-cri-accion
               MOVE cliente-id-fd TO l-cri-cliente
               MOVE 'N' TO l-cri-origen
               MOVE cliente-estado TO l-cri-estado-previo
               PERFORM LLAMAR-CRIBANOM
               EVALUATE l-cri-status
                   WHEN 0
                       PERFORM BLOQUEAR-CLIENTE
                   WHEN 3
                       ADD 1 TO ya-descartados
                   WHEN 4
                       ADD 1 TO ya-pendientes
                   WHEN OTHER
                       DISPLAY 'CRIBA-NOCHE: no se pudo registrar '
                           'la revision del cliente ' cliente-id-fd
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

       LLAMAR-CRIBANOM.
           CALL 'CRIBANOM' USING l-cri-accion, l-cri-nombre,
               l-cri-apellido, l-cri-cliente, l-cri-origen,
               l-cri-estado-previo, l-cri-codigo-lista,
               l-cri-nombre-lista, l-cri-status.

       BLOQUEAR-CLIENTE.
           ADD 1 TO clientes-bloqueados
           MOVE SPACES TO linea-reporte
           STRING 'CLIENTE ' cliente-id-fd ' ' nombre-fd ' '
               apellido-fd ' ESTADO ' cliente-estado ' -> B  LISTA '
               l-cri-codigo-lista ' ' l-cri-nombre-lista(1:30)
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           IF NOT CLIENTE-BLOQUEADO
               MOVE SPACES TO imagen-anterior
               MOVE registro-cliente TO imagen-anterior
               MOVE 'B' TO cliente-estado
               MOVE 'CRIBA-NOCHE' TO l-jrn-programa
               MOVE 'CLIENTES' TO l-jrn-archivo
               MOVE 'MODIF' TO l-jrn-operacion
               MOVE imagen-anterior TO l-jrn-antes
               MOVE SPACES TO l-jrn-despues
               MOVE registro-cliente TO l-jrn-despues
               CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
                   l-jrn-operacion, l-jrn-antes, l-jrn-despues,
                   l-jrn-status
               IF l-jrn-status NOT = 0
                   DISPLAY 'AVISO: no se pudo grabar el diario de '
                       'imagenes.'
               END-IF
               REWRITE registro-cliente
                   INVALID KEY
                       DISPLAY 'CRIBA-NOCHE: error al regrabar el '
                           'cliente ' cliente-id-fd
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CRIBA-NOCHE' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
