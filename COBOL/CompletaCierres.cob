       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLETA-CIERRE.
       AUTHOR. Ejemplo.
      * Paso nocturno que completa los cierres de cuenta pedidos
      * por CIERRE-CUENTA. Corre despues del posteo: a cada pedido
      * de CIERRES.DAT cuyo cliente ya quedo con saldo cero lo pasa
      * a estado C (cuenta cerrada) con su antes y despues en el
      * diario de imagenes, y anota la fecha de cierre para que la
      * corrida de extractos en modo cierre le emita el extracto
      * final. Un pedido de un dia anterior que todavia tiene saldo
      * (entro plata despues de la liquidacion, o algo de la
      * liquidacion fue al suspenso) se lista en CIERRES.RPT para
      * que el operador pida la complementaria; la corrida termina
      * entonces con RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT cierres ASSIGN TO 'CIERRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cie-cliente
               FILE STATUS IS fs-cierres.
           SELECT reporte ASSIGN TO 'CIERRES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  cierres.
           COPY CIERRE.
       FD  reporte.
       01  linea-reporte PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-cierres         PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-cierres        PIC X VALUE 'N'.
           88  no-hay-mas-cierres VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  saldo-cliente      PIC S9(9)V99.
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  imagen-posterior   PIC X(120) VALUE SPACES.
       01  cerrados           PIC 9(5) VALUE ZERO.
       01  con-saldo          PIC 9(5) VALUE ZERO.
       01  linea-detalle.
           05  det-accion      PIC X(12).
           05  det-cliente     PIC 9(6).
           05  FILLER          PIC X(8) VALUE ' PEDIDO '.
           05  det-pedido      PIC 9(8).
           05  FILLER          PIC X(7) VALUE ' SALDO '.
           05  det-saldo       PIC -(9)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-texto       PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           OPEN I-O cierres
           IF fs-cierres = '35'
               DISPLAY 'COMPLETA-CIERRE: sin CIERRES.DAT, no hay '
                   'cierres pedidos.'
               STOP RUN
           END-IF
           IF fs-cierres NOT = '00'
               DISPLAY 'COMPLETA-CIERRE: no se pudo abrir '
                   'CIERRES.DAT, status=' fs-cierres
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'COMPLETA-CIERRE: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'COMPLETA-CIERRE: no se pudo crear '
                   'CIERRES.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'CIERRES DE CUENTA - PROCESO DEL ' fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte

           MOVE ZEROS TO cie-cliente
           START cierres KEY IS NOT LESS THAN cie-cliente
               INVALID KEY
                   SET no-hay-mas-cierres TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-cierres
               READ cierres NEXT RECORD
                   AT END
                       SET no-hay-mas-cierres TO TRUE
                   NOT AT END
                       IF CIERRE-PEDIDO
                           PERFORM TRATAR-PEDIDO
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO linea-reporte
           STRING 'CERRADOS: ' cerrados ' PEDIDOS CON SALDO: '
               con-saldo
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           CLOSE cierres
           CLOSE clientes
           CLOSE reporte
           DISPLAY 'COMPLETA-CIERRE: ' cerrados ' cuentas cerradas, '
               con-saldo ' pedidos que siguen con saldo.'
           IF con-saldo > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       TRATAR-PEDIDO.
           MOVE cie-cliente TO cliente-id-fd
           READ clientes
               INVALID KEY
                   MOVE ZERO TO saldo-cliente
                   MOVE 'SIN CLIENTE' TO det-accion
                   MOVE 'EL CLIENTE YA NO ESTA EN EL MAESTRO'
                       TO det-texto
                   PERFORM ESCRIBIR-DETALLE
               NOT INVALID KEY
                   IF cliente-saldo NUMERIC
                       MOVE cliente-saldo TO saldo-cliente
                   ELSE
                       MOVE ZERO TO saldo-cliente
                   END-IF
                   IF saldo-cliente = ZERO
                       PERFORM CERRAR-CLIENTE
                   ELSE
                       IF cie-fecha-pedido < fecha-proceso
                           ADD 1 TO con-saldo
                           MOVE 'CON SALDO' TO det-accion
                           MOVE 'PEDIR LIQUIDACION COMPLEMENTARIA'
                               TO det-texto
                           PERFORM ESCRIBIR-DETALLE
                       END-IF
                   END-IF
           END-READ.

       CERRAR-CLIENTE.
           MOVE SPACES TO imagen-anterior
           MOVE registro-cliente TO imagen-anterior
           MOVE 'C' TO cliente-estado
           MOVE SPACES TO imagen-posterior
           MOVE registro-cliente TO imagen-posterior
           MOVE 'CLIENTES' TO l-jrn-archivo
           PERFORM ANOTAR-BITACORA
           REWRITE registro-cliente
               INVALID KEY
                   DISPLAY 'COMPLETA-CIERRE: error al regrabar el '
                       'cliente ' cliente-id-fd
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           MOVE registro-cierre TO imagen-anterior
           SET CIERRE-COMPLETO TO TRUE
           MOVE fecha-proceso TO cie-fecha-cierre
           MOVE ZEROS TO cie-extracto
           MOVE SPACES TO imagen-posterior
           MOVE registro-cierre TO imagen-posterior
           MOVE 'CIERRES' TO l-jrn-archivo
           PERFORM ANOTAR-BITACORA
           REWRITE registro-cierre
               INVALID KEY
                   DISPLAY 'COMPLETA-CIERRE: error al regrabar el '
                       'cierre del cliente ' cie-cliente
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO cerrados
           MOVE 'CERRADO' TO det-accion
           MOVE 'CUENTA CERRADA, SALE EXTRACTO FINAL' TO det-texto
           PERFORM ESCRIBIR-DETALLE.

       ANOTAR-BITACORA.
           MOVE 'COMPCIERRE' TO l-jrn-programa
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE imagen-posterior TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'COMPLETA-CIERRE: no se pudo grabar el '
                   'diario de imagenes.'
           END-IF.

       ESCRIBIR-DETALLE.
           MOVE cie-cliente TO det-cliente
           MOVE cie-fecha-pedido TO det-pedido
           MOVE saldo-cliente TO det-saldo
           WRITE linea-reporte FROM linea-detalle
           IF fs-reporte NOT = '00'
               DISPLAY 'COMPLETA-CIERRE: error al escribir '
                   'CIERRES.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'COMPLETA-CIERRE' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CIERRES.DAT' TO l-sel-archivo
           MOVE version-cierres TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
