      * no vuelve a cobrar los dias ya cobrados. Los propios
      * recargos posteados (descripcion RECARGO MORA...) se saltean
      * para no devengar recargo sobre recargo.
      *
      * Las transacciones de un cliente con promesa de pago vigente
      * en PROMESAS.DAT no devengan; la primera corrida que la
      * respeta anota en la promesa desde cuando quedo suspendido
      * el devengo (la corrida anterior). Si la promesa se
      * incumple, la corrida siguiente devenga desde esa fecha en
      * lugar de la ultima corrida y recupera los dias suspendidos;
      * si se cumple, VERIFICA-PROMESAS borra la fecha y esos dias
      * quedan condonados.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
      * Se escribe bajo el nombre de trabajo y se promueve a
      * RECARGOS.TXT recien al terminar bien: el merge de la noche
           SELECT archivo-ultima-recarga ASSIGN TO 'ULTRECARGO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-ultima-recarga.
           SELECT promesas ASSIGN TO 'PROMESAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prom-clave
               FILE STATUS IS fs-promesas.

       DATA DIVISION.
       FILE SECTION.
       01  linea-registro PIC X(100).
       FD  archivo-ultima-recarga.
       01  registro-ultima-recarga PIC 9(8).
       FD  promesas.
           COPY PROMESA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY WSDATE.
           COPY FINPARM.
           COPY FPRPARM.
           COPY JRNPARM.

       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-recargos        PIC XX VALUE '00'.
       01  fs-ultima-recarga  PIC XX VALUE '00'.
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  entero-ultima      PIC 9(9) VALUE ZERO.
       01  entero-tope        PIC 9(9).
      * Fecha de la ultima corrida; sin corrida anterior la promesa
      * anota el 16010101 (dia 1 del calendario de INTEGER-OF-DATE),
      * es decir, devengar desde el vencimiento de la gracia.
       01  fecha-ultima       PIC 9(8) VALUE 16010101.
       01  fs-promesas        PIC XX VALUE '00'.
       01  hay-promesas       PIC X VALUE 'N'.
           88  PROMESAS-ABIERTO VALUE 'S'.
       01  fin-promesas       PIC X VALUE 'N'.
           88  no-hay-mas-promesas VALUE 'S'.
       01  en-espera          PIC 9(5) VALUE ZERO.
       01  recuperados        PIC 9(5) VALUE ZERO.
       01  imagen-anterior    PIC X(120) VALUE SPACES.
      * Situacion de cada cliente con promesas, en orden de cliente
      * como vienen de PROMESAS.DAT: V = promesa vigente; I = alguna
      * incumplida con devengo suspendido a recuperar desde
      * tp-desde (la mas vieja).
       01  tabla-promesas.
           05  promesa-e OCCURS 1 TO 2000 TIMES
                   DEPENDING ON promesas-cargadas
                   ASCENDING KEY IS tp-cliente
                   INDEXED BY idx-prom.
               10  tp-cliente     PIC 9(6).
               10  tp-situacion   PIC X.
                   88  TP-VIGENTE  VALUE 'V'.
                   88  TP-ROTA     VALUE 'I'.
               10  tp-desde       PIC 9(8).
       01  promesas-cargadas  PIC 9(4) VALUE ZERO.
       01  situacion-cliente  PIC X VALUE SPACE.
           88  CLIENTE-EN-PROMESA VALUE 'V'.
           88  CLIENTE-A-RECUPERAR VALUE 'I'.
       01  desde-cliente      PIC 9(8).
       01  cliente-buscado    PIC 9(6).
       01  inicio-devengo     PIC 9(9).
       01  ws-gracia-texto    PIC X(5) VALUE SPACES.
       01  ws-tasa-texto      PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           PERFORM LEER-PARAMETROS
      * El devengo corre hasta la fecha de proceso del negocio
      * (FECHAPROC), no hasta la del reloj: una generacion lanzada
           COMPUTE entero-hoy =
               FUNCTION INTEGER-OF-DATE(fecha-numerica)
           PERFORM LEER-ULTIMA-CORRIDA
           PERFORM CARGAR-PROMESAS

           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
           STRING 'TOTAL DE RECARGOS : ' total-editado
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           MOVE SPACES TO linea-registro
           STRING 'EN ESPERA POR PROMESA DE PAGO: ' en-espera
               '  RETOMADOS POR PROMESA INCUMPLIDA: ' recuperados
               DELIMITED BY SIZE INTO linea-registro
           WRITE linea-registro
           CLOSE registro-corrida
           MOVE 'mv RECARGOS.TXT.TMP RECARGOS.TXT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PROMESAS-ABIERTO
               PERFORM ACTUALIZAR-PROMESAS
               CLOSE promesas
           END-IF
           PERFORM GRABAR-ULTIMA-CORRIDA
           DISPLAY 'RECARGOS: ' recargos-generados ' recargos por '
               'un total de ' total-editado
                       COMPUTE entero-ultima =
                           FUNCTION INTEGER-OF-DATE(
                           registro-ultima-recarga)
                       MOVE registro-ultima-recarga TO fecha-ultima
                       DISPLAY 'RECARGOS: ultima generacion del '
                           registro-ultima-recarga
               END-READ
               CLOSE archivo-ultima-recarga
           END-IF.

      * Una fila por cliente con promesas; los clientes vienen en
      * orden de clave, como pide la busqueda binaria.
       CARGAR-PROMESAS.
           OPEN I-O promesas
           IF fs-promesas NOT = '00'
               IF fs-promesas NOT = '35'
                   DISPLAY 'RECARGOS: no se pudo abrir PROMESAS.DAT, '
                       'status=' fs-promesas
                       '; no se respetan promesas de pago.'
               END-IF
           ELSE
               SET PROMESAS-ABIERTO TO TRUE
               PERFORM UNTIL no-hay-mas-promesas
                   READ promesas NEXT RECORD
                       AT END
                           SET no-hay-mas-promesas TO TRUE
                       NOT AT END
                           IF PROMESA-VIGENTE
                                   OR (PROMESA-INCUMPLIDA
                                   AND prom-recargo-desde > ZERO)
                               PERFORM ANOTAR-PROMESA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ANOTAR-PROMESA.
           IF promesas-cargadas = ZERO
                   OR tp-cliente(promesas-cargadas) NOT = prom-cliente
               IF promesas-cargadas = 2000
                   DISPLAY 'RECARGOS: mas de 2000 clientes con '
                       'promesas, agrandar la tabla; se corta.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO promesas-cargadas
               MOVE prom-cliente TO tp-cliente(promesas-cargadas)
               MOVE SPACE TO tp-situacion(promesas-cargadas)
               MOVE ZEROS TO tp-desde(promesas-cargadas)
           END-IF
           IF PROMESA-VIGENTE
               SET TP-VIGENTE(promesas-cargadas) TO TRUE
           ELSE
               IF NOT TP-VIGENTE(promesas-cargadas)
                   SET TP-ROTA(promesas-cargadas) TO TRUE
               END-IF
               IF tp-desde(promesas-cargadas) = ZEROS
                       OR prom-recargo-desde
                           < tp-desde(promesas-cargadas)
                   MOVE prom-recargo-desde
                       TO tp-desde(promesas-cargadas)
               END-IF
           END-IF.

       UBICAR-PROMESA.
           MOVE SPACE TO situacion-cliente
           MOVE ZEROS TO desde-cliente
           IF promesas-cargadas > ZERO
               SEARCH ALL promesa-e
                   AT END
                       CONTINUE
                   WHEN tp-cliente(idx-prom) = cliente-buscado
                       MOVE tp-situacion(idx-prom)
                           TO situacion-cliente
                       MOVE tp-desde(idx-prom) TO desde-cliente
               END-SEARCH
           END-IF.

      * Terminada bien la generacion: cada promesa vigente queda con
      * la fecha desde la que se le suspendio el devengo (la
      * ultima corrida, o la de una incumplida anterior del mismo
      * cliente que todavia no se habia recuperado, si es mas
      * vieja), y las incumplidas ya recuperadas se limpian.
       ACTUALIZAR-PROMESAS.
           MOVE 'N' TO fin-promesas
           MOVE LOW-VALUES TO prom-clave
           START promesas KEY IS NOT LESS THAN prom-clave
               INVALID KEY
                   SET no-hay-mas-promesas TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-promesas
               READ promesas NEXT RECORD
                   AT END
                       SET no-hay-mas-promesas TO TRUE
                   NOT AT END
                       MOVE SPACES TO imagen-anterior
                       MOVE registro-promesa TO imagen-anterior
                       EVALUATE TRUE
                           WHEN PROMESA-VIGENTE
                               PERFORM FIJAR-SUSPENSION
                           WHEN PROMESA-INCUMPLIDA
                                   AND prom-recargo-desde > ZERO
                               MOVE ZEROS TO prom-recargo-desde
                               PERFORM REGRABAR-PROMESA
                       END-EVALUATE
               END-READ
           END-PERFORM.

       FIJAR-SUSPENSION.
           IF prom-recargo-desde = ZEROS
               MOVE fecha-ultima TO prom-recargo-desde
           END-IF
           MOVE prom-cliente TO cliente-buscado
           PERFORM UBICAR-PROMESA
           IF CLIENTE-EN-PROMESA AND desde-cliente NOT = ZEROS
                   AND desde-cliente < prom-recargo-desde
               MOVE desde-cliente TO prom-recargo-desde
           END-IF
           IF registro-promesa NOT = imagen-anterior
               PERFORM REGRABAR-PROMESA
           END-IF.

       REGRABAR-PROMESA.
           REWRITE registro-promesa
               INVALID KEY
                   DISPLAY 'RECARGOS: no se pudo regrabar la promesa '
                       'del cliente ' prom-cliente
           END-REWRITE
           IF fs-promesas = '00'
               MOVE 'RECARGOS' TO l-jrn-programa
               MOVE 'PROMESAS' TO l-jrn-archivo
               MOVE 'MODIF' TO l-jrn-operacion
               MOVE imagen-anterior TO l-jrn-antes
               MOVE SPACES TO l-jrn-despues
               MOVE registro-promesa TO l-jrn-despues
               CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
                   l-jrn-operacion, l-jrn-antes, l-jrn-despues,
                   l-jrn-status
               IF l-jrn-status NOT = 0
                   DISPLAY 'RECARGOS: no se pudo grabar el diario '
                       'de imagenes.'
               END-IF
           END-IF.

       LEER-PARAMETROS.
           MOVE 'RECARGO-GRACIA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-gracia-texto
           IF ws-gracia-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-gracia-texto) = 0
               COMPUTE dias-gracia =
                   FUNCTION NUMVAL(ws-gracia-texto)
           END-IF
           MOVE 'RECARGO-TASA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-tasa-texto
           IF ws-tasa-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-tasa-texto) = 0
               COMPUTE tasa-anual =
      * gracia, y nunca un recargo ya posteado. El interes corre
      * por los dias entre el arranque del devengo (vencimiento de
      * la gracia o ultima corrida, lo que sea posterior) y hoy:
      * cada dia de mora se cobra una sola vez. Con promesa vigente
      * no hay devengo; con una incumplida a recuperar, el arranque
      * es la fecha anotada en la promesa y no la ultima corrida.
       EVALUAR-TRANSACCION.
           IF maestro-importe > ZERO
               AND maestro-descripcion(1:12) NOT = 'RECARGO MORA'
               IF maestro-cliente NUMERIC
                   MOVE maestro-cliente TO cliente-buscado
               ELSE
                   MOVE ZEROS TO cliente-buscado
               END-IF
               PERFORM UBICAR-PROMESA
               IF CLIENTE-EN-PROMESA
                   ADD 1 TO en-espera
               ELSE
                   PERFORM CALCULAR-DEVENGO
               END-IF
           END-IF.

       CALCULAR-DEVENGO.
           COMPUTE entero-transaccion =
               FUNCTION INTEGER-OF-DATE(maestro-fecha)
           COMPUTE inicio-devengo =
               entero-transaccion + dias-gracia
           MOVE entero-ultima TO entero-tope
           IF CLIENTE-A-RECUPERAR
               COMPUTE entero-tope =
                   FUNCTION INTEGER-OF-DATE(desde-cliente)
           END-IF
           IF entero-tope > inicio-devengo
               MOVE entero-tope TO inicio-devengo
           END-IF
           COMPUTE dias-transcurridos =
               entero-hoy - inicio-devengo
           IF dias-transcurridos > ZERO
               MOVE dias-transcurridos TO dias-de-mora
               IF CLIENTE-A-RECUPERAR
                   ADD 1 TO recuperados
               END-IF
               PERFORM GENERAR-RECARGO
           END-IF.

       GENERAR-RECARGO.
           MOVE maestro-importe TO l-monto
           MOVE tasa-anual TO l-tasa
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'RECARGOS' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'RECARGOS' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PROMESAS.DAT' TO l-sel-archivo
           MOVE version-promesas TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
