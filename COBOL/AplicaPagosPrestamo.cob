       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA-PAGOS-PRESTAMO.
       AUTHOR. Ejemplo.
      * Aplicacion nocturna de los pagos de prestamo que llegaron de
      * las sucursales como transacciones comunes. El posteo deja en
      * PAGOPRE.DAT cada pago reconocido (categoria PRES o referencia
      * PRESTAMO nnnnn en la descripcion); este paso, despues del
      * posteo, liga cada pago pendiente a un prestamo -- el de la
      * referencia, o el unico vigente del cliente si no la trae --
      * y lo cobra contra sus cuotas sin cobrar de la mas vieja a la
      * mas nueva, con el mismo criterio que el pago a mano de
      * MANT-PRESTAMO: lo que no alcanza para una cuota queda como
      * cobrado en parte, y lo que sobra pasa a las cuotas
      * siguientes (pago adelantado). Con la ultima cuota cobrada el
      * prestamo queda cancelado. Lo que no se pudo ligar a un
      * prestamo, y lo que sobra despues de la ultima cuota, sale en
      * el listado de excepciones de PAGOPRE.RPT para que el
      * operador lo resuelva; con excepciones el paso termina con
      * RC 4. El plan de cuotas y el registro de pagos se reescriben
      * bajo nombre de trabajo y se promueven al final.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-pagos ASSIGN TO 'PAGOPRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-pagos.
           SELECT pagos-nuevo ASSIGN TO 'PAGOPRE.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-pagos-nuevo.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.
           SELECT cuotas-nuevo ASSIGN TO 'CUOTAS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas-nuevo.
           SELECT reporte ASSIGN TO 'PAGOPRE.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-pagos.
           COPY PAGOPRE.
       FD  pagos-nuevo.
       01  registro-pago-nuevo PIC X(75).
       FD  prestamos.
           COPY PRESTAMO.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  cuotas-nuevo.
       01  registro-cuota-nuevo PIC X(77).
       FD  reporte.
       01  linea-reporte PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
       01  fs-pagos           PIC XX VALUE '00'.
       01  fs-pagos-nuevo     PIC XX VALUE '00'.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-cuotas-nuevo    PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-pagos          PIC X VALUE 'N'.
           88  no-hay-mas-pagos VALUE 'S'.
       01  fin-cuotas         PIC X VALUE 'N'.
           88  no-hay-mas-cuotas VALUE 'S'.
       01  fin-prestamos      PIC X VALUE 'N'.
           88  no-hay-mas-prestamos VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  imagen-posterior   PIC X(120) VALUE SPACES.

      * Los pagos del registro, tal como estan, con el prestamo al
      * que se ligaron (indice en la tabla de prestamos) o el
      * motivo por el que no se pudo.
       01  tabla-pagos.
           05  pago-e OCCURS 2000 TIMES.
               10  tp-registro    PIC X(75).
               10  tp-prestamo    PIC 9(4).
               10  tp-motivo      PIC X(30).
       01  pagos-cargados     PIC 9(4) VALUE ZERO.
       01  idx-pago           PIC 9(4).
       01  ultimo-pago        PIC 9(4).
       01  pagos-pendientes   PIC 9(5) VALUE ZERO.
       01  pagos-aplicados    PIC 9(5) VALUE ZERO.
       01  excepciones        PIC 9(5) VALUE ZERO.

      * Un renglon por prestamo que recibio pagos esta noche: lo
      * recibido, lo que queda por aplicar mientras se recorre el
      * plan, lo aplicado y las cuotas que quedan sin cobrar.
       01  tabla-prestamos.
           05  prestamo-e OCCURS 500 TIMES.
               10  tl-prestamo    PIC 9(5).
               10  tl-cliente     PIC 9(6).
               10  tl-recibido    PIC S9(9)V99.
               10  tl-por-aplicar PIC S9(9)V99.
               10  tl-aplicado    PIC S9(9)V99.
               10  tl-cobradas    PIC 9(3).
               10  tl-sin-cobrar  PIC 9(3).
       01  prestamos-cargados PIC 9(4) VALUE ZERO.
       01  idx-prestamo       PIC 9(4).
       01  prestamo-hallado   PIC 9(4).
       01  prestamo-elegido   PIC 9(5).
       01  vigentes-cliente   PIC 9(3).
       01  importe-pago       PIC S9(9)V99.
       01  saldo-cuota        PIC S9(9)V99.
       01  cobrado-previo     PIC S9(9)V99.
       01  sobrante           PIC S9(9)V99.

       01  linea-detalle.
           05  det-clave       PIC 9(7).
           05  FILLER          PIC X VALUE SPACE.
           05  det-cliente     PIC 9(6).
           05  FILLER          PIC X(10) VALUE ' PRESTAMO '.
           05  det-prestamo    PIC 9(5).
           05  FILLER          PIC X VALUE SPACE.
           05  det-importe     PIC -(9)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-texto       PIC X(40).
       01  linea-prestamo.
           05  FILLER          PIC X(9) VALUE 'PRESTAMO '.
           05  lp-prestamo     PIC 9(5).
           05  FILLER          PIC X(10) VALUE ' RECIBIDO '.
           05  lp-recibido     PIC -(9)9.99.
           05  FILLER          PIC X(10) VALUE ' APLICADO '.
           05  lp-aplicado     PIC -(9)9.99.
           05  FILLER          PIC X(8) VALUE ' CUOTAS '.
           05  lp-cobradas     PIC ZZ9.
           05  FILLER          PIC X(13) VALUE ' SIN COBRAR '.
           05  lp-sin-cobrar   PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           PERFORM CARGAR-PAGOS
           IF pagos-pendientes = ZERO
               DISPLAY 'APLICA-PAGOS-PRESTAMO: no hay pagos de '
                   'prestamo pendientes de aplicar.'
               STOP RUN
           END-IF
           OPEN I-O prestamos
           IF fs-prestamos NOT = '00'
               DISPLAY 'APLICA-PAGOS-PRESTAMO: no se pudo abrir '
                   'PRESTAMOS.DAT, status=' fs-prestamos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'APLICA-PAGOS-PRESTAMO: no se pudo crear '
                   'PAGOPRE.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'PAGOS DE PRESTAMO APLICADOS - PROCESO DEL '
               fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-REPORTE

           PERFORM VARYING idx-pago FROM 1 BY 1
                   UNTIL idx-pago > pagos-cargados
               MOVE tp-registro(idx-pago) TO registro-pago-prestamo
               IF ppr-estado = 'P'
                   PERFORM LIGAR-PAGO
               END-IF
           END-PERFORM
           IF prestamos-cargados > ZERO
               PERFORM APLICAR-A-CUOTAS
               PERFORM CERRAR-PRESTAMOS
           END-IF
           PERFORM LISTAR-PAGOS
           PERFORM GRABAR-PAGOS
           CLOSE prestamos

           MOVE SPACES TO linea-reporte
           STRING 'PAGOS APLICADOS: ' pagos-aplicados
               ' EXCEPCIONES: ' excepciones
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-REPORTE
           CLOSE reporte
           DISPLAY 'APLICA-PAGOS-PRESTAMO: ' pagos-aplicados
               ' pagos aplicados, ' excepciones
               ' excepciones en PAGOPRE.RPT.'
           IF excepciones > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Todo el registro de pagos va a la tabla: se reescribe
      * entero al final con el estado nuevo de los pendientes.
       CARGAR-PAGOS.
           OPEN INPUT archivo-pagos
           IF fs-pagos = '35'
               DISPLAY 'APLICA-PAGOS-PRESTAMO: sin PAGOPRE.DAT, no '
                   'hubo pagos de prestamo.'
               STOP RUN
           END-IF
           IF fs-pagos NOT = '00'
               DISPLAY 'APLICA-PAGOS-PRESTAMO: no se pudo abrir '
                   'PAGOPRE.DAT, status=' fs-pagos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-pagos
               READ archivo-pagos
                   AT END
                       SET no-hay-mas-pagos TO TRUE
                   NOT AT END
                       IF pagos-cargados >= 2000
                           DISPLAY 'APLICA-PAGOS-PRESTAMO: mas de '
                               '2000 pagos en PAGOPRE.DAT.'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO pagos-cargados
                       MOVE registro-pago-prestamo
                           TO tp-registro(pagos-cargados)
                       MOVE ZERO TO tp-prestamo(pagos-cargados)
                       MOVE SPACES TO tp-motivo(pagos-cargados)
                       IF ppr-estado = 'P'
                           ADD 1 TO pagos-pendientes
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-pagos.

      * El prestamo de la referencia tiene que ser del mismo
      * cliente y estar vigente; sin referencia vale el unico
      * prestamo vigente del cliente. Lo que no se liga queda
      * como excepcion con su motivo.
       LIGAR-PAGO.
           MOVE ZERO TO prestamo-elegido
           IF ppr-prestamo NOT = ZERO
               MOVE ppr-prestamo TO pre-numero
               READ prestamos
                   INVALID KEY
                       MOVE 'PRESTAMO INEXISTENTE'
                           TO tp-motivo(idx-pago)
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN pre-cliente NOT = ppr-cliente
                               MOVE 'PRESTAMO DE OTRO CLIENTE'
                                   TO tp-motivo(idx-pago)
                           WHEN PRESTAMO-CASTIGADO
                               MOVE 'PRESTAMO CASTIGADO'
                                   TO tp-motivo(idx-pago)
                           WHEN NOT PRESTAMO-VIGENTE
                               MOVE 'PRESTAMO YA CANCELADO'
                                   TO tp-motivo(idx-pago)
                           WHEN OTHER
                               MOVE pre-numero TO prestamo-elegido
                       END-EVALUATE
               END-READ
           ELSE
               PERFORM BUSCAR-PRESTAMO-CLIENTE
           END-IF
           IF prestamo-elegido = ZERO
               MOVE 'X' TO ppr-estado
               MOVE registro-pago-prestamo TO tp-registro(idx-pago)
               ADD 1 TO excepciones
           ELSE
               PERFORM SUMAR-A-PRESTAMO
               MOVE prestamo-hallado TO tp-prestamo(idx-pago)
           END-IF.

       BUSCAR-PRESTAMO-CLIENTE.
           MOVE ZERO TO vigentes-cliente
           MOVE 'N' TO fin-prestamos
           MOVE ZEROS TO pre-numero
           START prestamos KEY IS NOT LESS THAN pre-numero
               INVALID KEY
                   SET no-hay-mas-prestamos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-prestamos
               READ prestamos NEXT RECORD
                   AT END
                       SET no-hay-mas-prestamos TO TRUE
                   NOT AT END
                       IF pre-cliente = ppr-cliente
                           AND PRESTAMO-VIGENTE
                           ADD 1 TO vigentes-cliente
                           MOVE pre-numero TO prestamo-elegido
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE vigentes-cliente
               WHEN 0
                   MOVE 'CLIENTE SIN PRESTAMO VIGENTE'
                       TO tp-motivo(idx-pago)
               WHEN 1
                   CONTINUE
               WHEN OTHER
                   MOVE ZERO TO prestamo-elegido
                   MOVE 'VARIOS PRESTAMOS Y SIN REFERENCIA'
                       TO tp-motivo(idx-pago)
           END-EVALUATE.

      * El importe del pago se toma sin signo: la sucursal lo manda
      * como movimiento de la cuenta y aca solo importa cuanto
      * pago el cliente.
       SUMAR-A-PRESTAMO.
           IF ppr-importe < ZERO
               COMPUTE importe-pago = 0 - ppr-importe
           ELSE
               MOVE ppr-importe TO importe-pago
           END-IF
           MOVE ZERO TO prestamo-hallado
           PERFORM VARYING idx-prestamo FROM 1 BY 1
                   UNTIL idx-prestamo > prestamos-cargados
                   OR prestamo-hallado NOT = ZERO
               IF tl-prestamo(idx-prestamo) = prestamo-elegido
                   MOVE idx-prestamo TO prestamo-hallado
               END-IF
           END-PERFORM
           IF prestamo-hallado = ZERO
               IF prestamos-cargados >= 500
                   DISPLAY 'APLICA-PAGOS-PRESTAMO: mas de 500 '
                       'prestamos con pagos en la noche.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO prestamos-cargados
               MOVE prestamos-cargados TO prestamo-hallado
               MOVE prestamo-elegido TO tl-prestamo(prestamo-hallado)
               MOVE ppr-cliente TO tl-cliente(prestamo-hallado)
               MOVE ZERO TO tl-recibido(prestamo-hallado)
               MOVE ZERO TO tl-por-aplicar(prestamo-hallado)
               MOVE ZERO TO tl-aplicado(prestamo-hallado)
               MOVE ZERO TO tl-cobradas(prestamo-hallado)
               MOVE ZERO TO tl-sin-cobrar(prestamo-hallado)
           END-IF
           ADD importe-pago TO tl-recibido(prestamo-hallado)
           ADD importe-pago TO tl-por-aplicar(prestamo-hallado).

      * Una pasada por el plan: cada cuota sin cobrar de un prestamo
      * con plata por aplicar se cobra entera si alcanza o en parte
      * si no. El plan esta en orden de cuota dentro de cada
      * prestamo, asi que se cobra de la mas vieja a la mas nueva.
       APLICAR-A-CUOTAS.
           OPEN INPUT archivo-cuotas
           IF fs-cuotas NOT = '00'
               DISPLAY 'APLICA-PAGOS-PRESTAMO: sin CUOTAS.DAT '
                   '(status=' fs-cuotas '), no hay cuotas que '
                   'cobrar.'
           ELSE
               OPEN OUTPUT cuotas-nuevo
               IF fs-cuotas-nuevo NOT = '00'
                   DISPLAY 'APLICA-PAGOS-PRESTAMO: no se pudo crear '
                       'CUOTAS.NEW, status=' fs-cuotas-nuevo
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL no-hay-mas-cuotas
                   READ archivo-cuotas
                       AT END
                           SET no-hay-mas-cuotas TO TRUE
                       NOT AT END
                           PERFORM TRATAR-CUOTA
                   END-READ
               END-PERFORM
               CLOSE archivo-cuotas
               CLOSE cuotas-nuevo
               MOVE 'mv CUOTAS.NEW CUOTAS.DAT' TO ws-comando-mv
               CALL 'SYSTEM' USING ws-comando-mv
               IF RETURN-CODE NOT = ZERO
                   DISPLAY 'APLICA-PAGOS-PRESTAMO: fallo la '
                       'promocion del plan de cuotas.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       TRATAR-CUOTA.
           MOVE ZERO TO prestamo-hallado
           PERFORM VARYING idx-prestamo FROM 1 BY 1
                   UNTIL idx-prestamo > prestamos-cargados
                   OR prestamo-hallado NOT = ZERO
               IF tl-prestamo(idx-prestamo) = cuo-prestamo
                   MOVE idx-prestamo TO prestamo-hallado
               END-IF
           END-PERFORM
           IF prestamo-hallado NOT = ZERO
               AND cuo-estado NOT = 'C'
               PERFORM COBRAR-CUOTA
           END-IF
           WRITE registro-cuota-nuevo FROM registro-cuota.

       COBRAR-CUOTA.
           IF cuo-cobrado NUMERIC
               MOVE cuo-cobrado TO cobrado-previo
           ELSE
               MOVE ZERO TO cobrado-previo
           END-IF
           COMPUTE saldo-cuota = cuo-importe - cobrado-previo
           IF tl-por-aplicar(prestamo-hallado) > ZERO
               IF tl-por-aplicar(prestamo-hallado) >= saldo-cuota
                   SUBTRACT saldo-cuota
                       FROM tl-por-aplicar(prestamo-hallado)
                   ADD saldo-cuota TO tl-aplicado(prestamo-hallado)
                   MOVE cuo-importe TO cuo-cobrado
                   MOVE 'C' TO cuo-estado
                   ADD 1 TO tl-cobradas(prestamo-hallado)
               ELSE
                   COMPUTE cuo-cobrado = cobrado-previo
                       + tl-por-aplicar(prestamo-hallado)
                   ADD tl-por-aplicar(prestamo-hallado)
                       TO tl-aplicado(prestamo-hallado)
                   MOVE ZERO TO tl-por-aplicar(prestamo-hallado)
               END-IF
           END-IF
           IF cuo-estado NOT = 'C'
               ADD 1 TO tl-sin-cobrar(prestamo-hallado)
               IF cuo-cobrado NOT NUMERIC
                   MOVE ZERO TO cuo-cobrado
               END-IF
           END-IF.

      * Prestamo sin cuotas por cobrar: queda cancelado, con su
      * antes y despues en el diario de imagenes. Cada prestamo
      * sale en el reporte con lo recibido y lo aplicado.
       CERRAR-PRESTAMOS.
           MOVE SPACES TO linea-reporte
           PERFORM ESCRIBIR-REPORTE
           PERFORM VARYING idx-prestamo FROM 1 BY 1
                   UNTIL idx-prestamo > prestamos-cargados
               MOVE tl-prestamo(idx-prestamo) TO lp-prestamo
               MOVE tl-recibido(idx-prestamo) TO lp-recibido
               MOVE tl-aplicado(idx-prestamo) TO lp-aplicado
               MOVE tl-cobradas(idx-prestamo) TO lp-cobradas
               MOVE tl-sin-cobrar(idx-prestamo) TO lp-sin-cobrar
               WRITE linea-reporte FROM linea-prestamo
               IF tl-sin-cobrar(idx-prestamo) = ZERO
                   AND tl-aplicado(idx-prestamo) > ZERO
                   PERFORM CANCELAR-PRESTAMO
               END-IF
           END-PERFORM.

       CANCELAR-PRESTAMO.
           MOVE tl-prestamo(idx-prestamo) TO pre-numero
           READ prestamos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO imagen-anterior
                   MOVE registro-prestamo TO imagen-anterior
                   MOVE 'C' TO pre-estado
                   MOVE SPACES TO imagen-posterior
                   MOVE registro-prestamo TO imagen-posterior
                   MOVE 'APLICAPRES' TO l-jrn-programa
                   MOVE 'PRESTAMOS' TO l-jrn-archivo
                   MOVE 'MODIF' TO l-jrn-operacion
                   MOVE imagen-anterior TO l-jrn-antes
                   MOVE imagen-posterior TO l-jrn-despues
                   CALL 'BITACORA' USING l-jrn-programa,
                       l-jrn-archivo, l-jrn-operacion, l-jrn-antes,
                       l-jrn-despues, l-jrn-status
                   IF l-jrn-status NOT = 0
                       DISPLAY 'APLICA-PAGOS-PRESTAMO: no se pudo '
                           'grabar el diario de imagenes.'
                   END-IF
                   REWRITE registro-prestamo
                       INVALID KEY
                           DISPLAY 'APLICA-PAGOS-PRESTAMO: error al '
                               'cancelar el prestamo ' pre-numero
                   END-REWRITE
                   MOVE SPACES TO linea-reporte
                   STRING '  PRESTAMO ' pre-numero
                       ' CANCELADO: TODAS LAS CUOTAS COBRADAS'
                       DELIMITED BY SIZE INTO linea-reporte
                   PERFORM ESCRIBIR-REPORTE
           END-READ.

      * Detalle de los pagos de la noche y, aparte, las excepciones:
      * los que no se ligaron a un prestamo, los de un prestamo que
      * no tenia ninguna cuota por cobrar, y el sobrante de un
      * prestamo que quedo con plata despues de la ultima cuota
      * (va contra su ultimo pago).
       LISTAR-PAGOS.
           MOVE SPACES TO linea-reporte
           PERFORM ESCRIBIR-REPORTE
           MOVE 'PAGOS APLICADOS' TO linea-reporte
           PERFORM ESCRIBIR-REPORTE
           PERFORM VARYING idx-pago FROM 1 BY 1
                   UNTIL idx-pago > pagos-cargados
               MOVE tp-registro(idx-pago) TO registro-pago-prestamo
               IF ppr-estado = 'P'
                   MOVE tp-prestamo(idx-pago) TO idx-prestamo
                   IF tl-aplicado(idx-prestamo) = ZERO
                       MOVE 'X' TO ppr-estado
                       MOVE 'PRESTAMO SIN CUOTAS A COBRAR'
                           TO tp-motivo(idx-pago)
                       ADD 1 TO excepciones
                   ELSE
                       MOVE 'A' TO ppr-estado
                       ADD 1 TO pagos-aplicados
                       MOVE tl-prestamo(idx-prestamo) TO ppr-prestamo
                       PERFORM ESCRIBIR-DETALLE-PAGO
                   END-IF
                   MOVE registro-pago-prestamo TO tp-registro(idx-pago)
               END-IF
           END-PERFORM
           MOVE SPACES TO linea-reporte
           PERFORM ESCRIBIR-REPORTE
           MOVE 'EXCEPCIONES' TO linea-reporte
           PERFORM ESCRIBIR-REPORTE
           PERFORM VARYING idx-pago FROM 1 BY 1
                   UNTIL idx-pago > pagos-cargados
               IF tp-motivo(idx-pago) NOT = SPACES
                   MOVE tp-registro(idx-pago)
                       TO registro-pago-prestamo
                   MOVE tp-motivo(idx-pago) TO det-texto
                   MOVE ppr-importe TO det-importe
                   PERFORM ESCRIBIR-LINEA-PAGO
               END-IF
           END-PERFORM
           PERFORM LISTAR-SOBRANTES
           IF excepciones = ZERO
               MOVE '  SIN EXCEPCIONES' TO linea-reporte
               PERFORM ESCRIBIR-REPORTE
           END-IF.

       LISTAR-SOBRANTES.
           PERFORM VARYING idx-prestamo FROM 1 BY 1
                   UNTIL idx-prestamo > prestamos-cargados
               MOVE tl-por-aplicar(idx-prestamo) TO sobrante
               IF sobrante > ZERO
                   AND tl-aplicado(idx-prestamo) > ZERO
                   MOVE ZERO TO ultimo-pago
                   PERFORM VARYING idx-pago FROM 1 BY 1
                           UNTIL idx-pago > pagos-cargados
                       IF tp-prestamo(idx-pago) = idx-prestamo
                           MOVE idx-pago TO ultimo-pago
                       END-IF
                   END-PERFORM
                   IF ultimo-pago NOT = ZERO
                       MOVE tp-registro(ultimo-pago)
                           TO registro-pago-prestamo
                       MOVE 'SOBRANTE: NO QUEDAN CUOTAS A COBRAR'
                           TO det-texto
                       MOVE sobrante TO det-importe
                       PERFORM ESCRIBIR-LINEA-PAGO
                       ADD 1 TO excepciones
                   END-IF
               END-IF
           END-PERFORM.

       ESCRIBIR-DETALLE-PAGO.
           MOVE ppr-importe TO det-importe
           MOVE ppr-descripcion TO det-texto
           PERFORM ESCRIBIR-LINEA-PAGO.

       ESCRIBIR-LINEA-PAGO.
           MOVE ppr-clave TO det-clave
           MOVE ppr-cliente TO det-cliente
           MOVE ppr-prestamo TO det-prestamo
           WRITE linea-reporte FROM linea-detalle
           IF fs-reporte NOT = '00'
               DISPLAY 'APLICA-PAGOS-PRESTAMO: error al escribir '
                   'PAGOPRE.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-REPORTE.
           WRITE linea-reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'APLICA-PAGOS-PRESTAMO: error al escribir '
                   'PAGOPRE.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte.

      * El registro de pagos se reescribe entero, con los de esta
      * noche en A (aplicado) o X (excepcion), y se promueve.
       GRABAR-PAGOS.
           OPEN OUTPUT pagos-nuevo
           IF fs-pagos-nuevo NOT = '00'
               DISPLAY 'APLICA-PAGOS-PRESTAMO: no se pudo crear '
                   'PAGOPRE.NEW, status=' fs-pagos-nuevo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-pago FROM 1 BY 1
                   UNTIL idx-pago > pagos-cargados
               WRITE registro-pago-nuevo FROM tp-registro(idx-pago)
           END-PERFORM
           CLOSE pagos-nuevo
           MOVE 'mv PAGOPRE.NEW PAGOPRE.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'APLICA-PAGOS-PRESTAMO: fallo la promocion '
                   'del registro de pagos.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'APLICA-PAGOS-PRESTAMO' TO l-sel-programa
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
