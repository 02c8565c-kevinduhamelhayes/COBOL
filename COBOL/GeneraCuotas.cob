      * clasificadas en las franjas de antiguedad de siempre (0-30 /
      * 31-60 / 61-90 / mas de 90 dias de vencidas). El plan se
      * reescribe bajo nombre de trabajo y se promueve al final.
      * Una cuota que un pago ya cubrio en parte se levanta y se
      * clasifica por lo que le falta cobrar. Despues del total,
      * la morosidad se abre por sucursal de radicacion del
      * cliente del prestamo (los sin radicar bajo la 000), para
      * que cada sucursal vea la mora de su propia cartera.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reporte ASSIGN TO 'MOROSIDAD.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT sucursales-maestro ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-sucursales-m.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  cuotas-nuevo.
       01  registro-cuota-nuevo PIC X(77).
       FD  prestamos.
           COPY PRESTAMO.
       FD  archivo-generadas.
           COPY TRANSAC.
       FD  reporte.
       01  linea-reporte PIC X(80).
       FD  clientes.
           COPY CLIENTE.
       FD  sucursales-maestro.
           COPY SUCURSAL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-cuotas-nuevo    PIC XX VALUE '00'.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-sucursales-m    PIC XX VALUE '00'.
       01  clientes-abierto   PIC X VALUE 'N'.
           88  HAY-CLIENTES    VALUE 'S'.
       01  sucursales-abierto PIC X VALUE 'N'.
           88  HAY-SUCURSALES  VALUE 'S'.
       01  fin-cuotas         PIC X VALUE 'N'.
           88  no-hay-mas-cuotas VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  total-levantado    PIC S9(11)V99 VALUE ZERO.
       01  total-editado      PIC -(11)9.99.
       01  descripcion-armada PIC X(33).
       01  saldo-cuota        PIC S9(9)V99.
       01  ws-comando-mv      PIC X(100) VALUE SPACES.

      * Morosidad de lo levantado y sin cobrar, en las franjas de
           05  det-cantidad PIC ZZZZ9.
           05  FILLER PIC X(5) VALUE ' IMP='.
           05  det-importe PIC -(11)9.99.
      * La misma morosidad por sucursal de radicacion: la fila es
      * el codigo de sucursal mas uno (la 000, sin radicar, tiene
      * la fila 1).
       01  fila-sucursal      PIC 9(4) VALUE ZERO.
       01  codigo-sucursal    PIC 9(3) VALUE ZERO.
       01  nombre-sucursal    PIC X(30) VALUE SPACES.
       01  tabla-mora-sucursal.
           05  mora-sucursal OCCURS 1000 TIMES.
               10  mora-hay       PIC X.
               10  mora-franja OCCURS 4 TIMES.
                   15  mora-cantidad PIC 9(5).
                   15  mora-importe  PIC S9(11)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Sin maestro de clientes la mora sale igual, toda bajo la
      * sucursal 000.
           INITIALIZE tabla-mora-sucursal
           OPEN INPUT clientes
           IF fs-clientes = '00'
               SET HAY-CLIENTES TO TRUE
           ELSE
               DISPLAY 'GENERA-CUOTAS: AVISO, sin CLIENTES.DAT '
                   '(status=' fs-clientes '), la morosidad no se '
                   'abre por sucursal.'
           END-IF

           PERFORM UNTIL no-hay-mas-cuotas
               READ archivo-cuotas
           CLOSE archivo-cuotas
           CLOSE cuotas-nuevo
           CLOSE prestamos
           IF HAY-CLIENTES
               CLOSE clientes
           END-IF
           MOVE 'mv CUOTAS.NEW CUOTAS.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv
           IF RETURN-CODE NOT = ZERO
      * al posteo; las levantadas sin cobrar se clasifican por
      * dias de vencidas para la morosidad.
       TRATAR-CUOTA.
           IF cuo-cobrado NUMERIC
               COMPUTE saldo-cuota = cuo-importe - cuo-cobrado
           ELSE
               MOVE cuo-importe TO saldo-cuota
           END-IF
           IF cuo-estado = 'P'
               AND cuo-vencimiento <= fecha-proceso
               PERFORM LEVANTAR-CUOTA
               STOP RUN
           END-IF
           MOVE fecha-proceso TO trans-fecha
           MOVE saldo-cuota TO trans-importe
           MOVE SPACES TO descripcion-armada
           STRING 'CUOTA PRESTAMO ' cuo-prestamo
               ' NRO ' cuo-numero
           WRITE registro-transaccion
           CLOSE archivo-generadas
           ADD 1 TO cuotas-levantadas
           ADD saldo-cuota TO total-levantado.

       CLASIFICAR-MOROSIDAD.
           COMPUTE entero-vencimiento =
                   MOVE 4 TO idx-franja
           END-EVALUATE
           ADD 1 TO franja-cantidad(idx-franja)
           ADD saldo-cuota TO franja-importe(idx-franja)
           PERFORM UBICAR-SUCURSAL-CUOTA
           MOVE 'S' TO mora-hay(fila-sucursal)
           ADD 1 TO mora-cantidad(fila-sucursal, idx-franja)
           ADD saldo-cuota TO mora-importe(fila-sucursal, idx-franja).

      * Prestamo de la cuota -> cliente -> sucursal de radicacion;
      * cualquier eslabon que falte deja la cuota en la 000.
       UBICAR-SUCURSAL-CUOTA.
           MOVE 1 TO fila-sucursal
           IF HAY-CLIENTES
               MOVE cuo-prestamo TO pre-numero
               READ prestamos
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE pre-cliente TO cliente-id-fd
                       READ clientes
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF cliente-sucursal NUMERIC
                                   COMPUTE fila-sucursal =
                                       cliente-sucursal + 1
                               END-IF
                       END-READ
               END-READ
           END-IF.

       ESCRIBIR-MOROSIDAD.
           OPEN OUTPUT reporte
               MOVE franja-importe(idx-franja) TO det-importe
               WRITE linea-reporte FROM linea-franja
           END-PERFORM
           OPEN INPUT sucursales-maestro
           IF fs-sucursales-m = '00'
               SET HAY-SUCURSALES TO TRUE
           END-IF
           MOVE SPACES TO linea-reporte
           WRITE linea-reporte
           MOVE 'POR SUCURSAL DE RADICACION' TO linea-reporte
           WRITE linea-reporte
           PERFORM VARYING fila-sucursal FROM 1 BY 1
                   UNTIL fila-sucursal > 1000
               IF mora-hay(fila-sucursal) = 'S'
                   PERFORM ESCRIBIR-MORA-SUCURSAL
               END-IF
           END-PERFORM
           IF HAY-SUCURSALES
               CLOSE sucursales-maestro
           END-IF
           CLOSE reporte.

       ESCRIBIR-MORA-SUCURSAL.
           COMPUTE codigo-sucursal = fila-sucursal - 1
           MOVE SPACES TO nombre-sucursal
           IF codigo-sucursal = ZERO
               MOVE 'SIN RADICAR' TO nombre-sucursal
           ELSE
               IF HAY-SUCURSALES
                   MOVE codigo-sucursal TO sucm-codigo
                   READ sucursales-maestro
                       INVALID KEY
                           MOVE '(SIN NOMBRE)' TO nombre-sucursal
                       NOT INVALID KEY
                           MOVE sucm-nombre TO nombre-sucursal
                   END-READ
               END-IF
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'SUCURSAL ' codigo-sucursal '  ' nombre-sucursal
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           PERFORM VARYING idx-franja FROM 1 BY 1
                   UNTIL idx-franja > 4
               MOVE rotulo-franja(idx-franja) TO det-rotulo
               MOVE mora-cantidad(fila-sucursal, idx-franja)
                   TO det-cantidad
               MOVE mora-importe(fila-sucursal, idx-franja)
                   TO det-importe
               WRITE linea-reporte FROM linea-franja
           END-PERFORM.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'GENERA-CUOTAS' TO l-sel-programa
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
