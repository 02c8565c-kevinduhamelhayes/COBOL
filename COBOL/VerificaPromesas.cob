       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-PROMESAS.
       AUTHOR. Ejemplo.
      * Control nocturno de las promesas de pago de PROMESAS.DAT,
      * despues del posteo: por cada promesa vigente suma los pagos
      * del cliente en maestro.dat desde el dia en que se tomo hasta
      * la fecha prometida (creditos a la cuenta: depositos,
      * efectivo, transferencias, haberes; no cuentan los intereses
      * ni los recargos que acredita el propio shop). Si lo pagado
      * alcanza el importe prometido la promesa queda cumplida; si
      * la fecha prometida ya paso sin alcanzarlo, incumplida, y la
      * proxima corrida de CARTAS-MORA escala al nivel siguiente y
      * RECARGOS retoma el devengo que habia suspendido. A una
      * promesa cumplida se le condonan los recargos de los dias
      * que estuvo vigente.
      * PROMESAS.RPT lista lo cerrado en la noche y, para
      * cobranzas, el indice de cumplimiento por cobrador (del mes
      * de proceso y acumulado): cumplidas sobre cumplidas mas
      * incumplidas, con lo prometido y lo cobrado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT promesas ASSIGN TO 'PROMESAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prom-clave
               FILE STATUS IS fs-promesas.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.

       DATA DIVISION.
       FILE SECTION.
       FD  promesas.
           COPY PROMESA.
       FD  archivo-maestro.
           COPY MAESTRO.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY REPPARM.
       01  fs-promesas        PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fin-promesas       PIC X VALUE 'N'.
           88  no-hay-mas-promesas VALUE 'S'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  fecha-limite       PIC 9(8).
       01  pagado-calculado   PIC S9(9)V99.
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  linea-reporte      PIC X(80).
       01  promesas-vigentes  PIC 9(5) VALUE ZERO.
       01  promesas-cumplidas PIC 9(5) VALUE ZERO.
       01  promesas-incumplidas PIC 9(5) VALUE ZERO.
       01  importe-editado    PIC -(7)9.99.
       01  importe-editado-2  PIC -(7)9.99.

      * Indice por cobrador: 1 = mes de proceso, 2 = acumulado.
       01  tabla-cobradores.
           05  cob-e OCCURS 100 TIMES.
               10  cob-operador   PIC X(8).
               10  cob-vigentes   PIC 9(5).
               10  cob-periodo OCCURS 2 TIMES.
                   15  cob-cumplidas   PIC 9(5).
                   15  cob-incumplidas PIC 9(5).
                   15  cob-prometido   PIC S9(11)V99.
                   15  cob-cobrado     PIC S9(11)V99.
       01  cobradores-cargados PIC 9(3) VALUE ZERO.
       01  idx-cob            PIC 9(3).
       01  idx-periodo        PIC 9.
       01  fila-hallada       PIC X VALUE 'N'.
           88  FILA-OK         VALUE 'S'.
       01  cerradas           PIC 9(5).
       01  porcentaje-cumplido PIC 9(3)V9.
       01  linea-cobrador.
           05  lc-operador    PIC X(8).
           05  FILLER         PIC X VALUE SPACE.
           05  lc-vigentes    PIC ZZZZ9.
           05  lc-periodo OCCURS 2 TIMES.
               10  FILLER     PIC X(2).
               10  lc-cumplidas   PIC ZZZZ9.
               10  FILLER     PIC X.
               10  lc-incumplidas PIC ZZZZ9.
               10  FILLER     PIC X.
               10  lc-porcentaje  PIC ZZ9.9.
               10  FILLER     PIC X.
               10  lc-cobrado PIC -(7)9.99.
           05  FILLER         PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           OPEN I-O promesas
           IF fs-promesas = '35'
               DISPLAY 'VERIFICA-PROMESAS: todavia no hay '
                   'PROMESAS.DAT, nada que controlar.'
               STOP RUN
           END-IF
           IF fs-promesas NOT = '00'
               DISPLAY 'VERIFICA-PROMESAS: no se pudo abrir '
                   'PROMESAS.DAT, status=' fs-promesas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'VERIFICA-PROMESAS: no se pudo abrir '
                   'maestro.dat, status=' fs-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'A' TO l-rep-accion
           MOVE 'PROMESAS.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'PROMESAS DE PAGO - CONTROL DEL ' fecha-proceso
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE 'PROMESAS CERRADAS EN LA NOCHE' TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'CLIENTE  ALTA     VENCE        PROMETIDO        PAGADO'
               TO linea-reporte
           MOVE 'ESTADO    COBRADOR' TO linea-reporte(56:18)
           PERFORM ESCRIBIR-LINEA

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
                       IF PROMESA-VIGENTE
                           PERFORM CONTROLAR-PROMESA
                       END-IF
                       PERFORM CONTAR-COBRADOR
               END-READ
           END-PERFORM
           CLOSE archivo-maestro
           CLOSE promesas
           IF promesas-cumplidas = ZERO AND promesas-incumplidas = ZERO
               MOVE 'NINGUNA.' TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-COBRADORES
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           DISPLAY 'VERIFICA-PROMESAS: ' promesas-cumplidas
               ' cumplidas, ' promesas-incumplidas ' incumplidas, '
               promesas-vigentes ' siguen vigentes.'
           STOP RUN.

      * Pagos desde el alta hasta la fecha prometida (o hasta hoy,
      * si todavia no llego).
       CONTROLAR-PROMESA.
           IF fecha-proceso < prom-fecha-promesa
               MOVE fecha-proceso TO fecha-limite
           ELSE
               MOVE prom-fecha-promesa TO fecha-limite
           END-IF
           PERFORM SUMAR-PAGOS
           MOVE SPACES TO imagen-anterior
           MOVE registro-promesa TO imagen-anterior
           EVALUATE TRUE
               WHEN pagado-calculado >= prom-importe
                   MOVE 'C' TO prom-estado
                   MOVE fecha-proceso TO prom-fecha-cierre
                   MOVE ZEROS TO prom-recargo-desde
                   MOVE 'N' TO prom-reanudar
                   ADD 1 TO promesas-cumplidas
               WHEN fecha-proceso > prom-fecha-promesa
                   MOVE 'I' TO prom-estado
                   MOVE fecha-proceso TO prom-fecha-cierre
                   MOVE 'S' TO prom-reanudar
                   ADD 1 TO promesas-incumplidas
               WHEN OTHER
                   ADD 1 TO promesas-vigentes
           END-EVALUATE
           IF NOT PROMESA-VIGENTE
                   OR pagado-calculado NOT = prom-pagado
               MOVE pagado-calculado TO prom-pagado
               PERFORM REGRABAR-PROMESA
           END-IF
           IF NOT PROMESA-VIGENTE
               PERFORM LISTAR-CIERRE
           END-IF.

       SUMAR-PAGOS.
           MOVE ZERO TO pagado-calculado
           MOVE 'N' TO fin-maestro
           MOVE prom-cliente TO maestro-ruta-cli
           MOVE prom-fecha-alta TO maestro-ruta-fecha
           START archivo-maestro
               KEY IS NOT LESS THAN maestro-ruta-cliente
               INVALID KEY
                   SET no-hay-mas-maestro TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-maestro
               READ archivo-maestro NEXT RECORD
                   AT END
                       SET no-hay-mas-maestro TO TRUE
                   NOT AT END
                       IF maestro-ruta-cli NOT = prom-cliente
                               OR maestro-fecha > fecha-limite
                           SET no-hay-mas-maestro TO TRUE
                       ELSE
                           IF maestro-importe > ZERO
                                   AND maestro-categoria NOT = 'INTS'
                                   AND maestro-categoria NOT = 'MORA'
                                   AND maestro-descripcion(1:12)
                                       NOT = 'RECARGO MORA'
                               ADD maestro-importe TO pagado-calculado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REGRABAR-PROMESA.
           MOVE 'VERIFPROM' TO l-jrn-programa
           MOVE 'PROMESAS' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-promesa TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'VERIFICA-PROMESAS: no se pudo grabar el '
                   'diario de imagenes.'
           END-IF
           REWRITE registro-promesa
               INVALID KEY
                   DISPLAY 'VERIFICA-PROMESAS: error al regrabar la '
                       'promesa del cliente ' prom-cliente
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       LISTAR-CIERRE.
           MOVE prom-importe TO importe-editado
           MOVE prom-pagado TO importe-editado-2
           STRING prom-cliente '   ' prom-fecha-alta ' '
               prom-fecha-promesa ' ' importe-editado ' '
               importe-editado-2
               DELIMITED BY SIZE INTO linea-reporte
           IF PROMESA-CUMPLIDA
               MOVE 'CUMPLIDA' TO linea-reporte(56:10)
           ELSE
               MOVE 'INCUMPLIDA' TO linea-reporte(56:10)
           END-IF
           MOVE prom-operador TO linea-reporte(66:8)
           PERFORM ESCRIBIR-LINEA.

      * Cada promesa suma a su cobrador: vigentes, y las cerradas
      * (cumplidas o incumplidas) en el acumulado y, si se cerraron
      * en el mes de proceso, en el mes. Las anuladas no cuentan.
       CONTAR-COBRADOR.
           IF NOT PROMESA-ANULADA
               PERFORM UBICAR-COBRADOR
               IF FILA-OK
                   IF PROMESA-VIGENTE
                       ADD 1 TO cob-vigentes(idx-cob)
                   ELSE
                       MOVE 2 TO idx-periodo
                       PERFORM SUMAR-CIERRE
                       IF prom-fecha-cierre(1:6) = fecha-proceso(1:6)
                           MOVE 1 TO idx-periodo
                           PERFORM SUMAR-CIERRE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SUMAR-CIERRE.
           IF PROMESA-CUMPLIDA
               ADD 1 TO cob-cumplidas(idx-cob, idx-periodo)
           ELSE
               ADD 1 TO cob-incumplidas(idx-cob, idx-periodo)
           END-IF
           ADD prom-importe TO cob-prometido(idx-cob, idx-periodo)
           ADD prom-pagado TO cob-cobrado(idx-cob, idx-periodo).

       UBICAR-COBRADOR.
           MOVE 'N' TO fila-hallada
           PERFORM VARYING idx-cob FROM 1 BY 1
                   UNTIL idx-cob > cobradores-cargados OR FILA-OK
               IF cob-operador(idx-cob) = prom-operador
                   SET FILA-OK TO TRUE
               END-IF
           END-PERFORM
           IF FILA-OK
               SUBTRACT 1 FROM idx-cob
           ELSE
               IF cobradores-cargados < 100
                   ADD 1 TO cobradores-cargados
                   MOVE cobradores-cargados TO idx-cob
                   MOVE prom-operador TO cob-operador(idx-cob)
                   MOVE ZERO TO cob-vigentes(idx-cob)
                   PERFORM VARYING idx-periodo FROM 1 BY 1
                           UNTIL idx-periodo > 2
                       MOVE ZERO TO cob-cumplidas(idx-cob, idx-periodo)
                       MOVE ZERO
                           TO cob-incumplidas(idx-cob, idx-periodo)
                       MOVE ZERO TO cob-prometido(idx-cob, idx-periodo)
                       MOVE ZERO TO cob-cobrado(idx-cob, idx-periodo)
                   END-PERFORM
                   SET FILA-OK TO TRUE
               END-IF
           END-IF.

       ESCRIBIR-COBRADORES.
           MOVE 'CUMPLIMIENTO POR COBRADOR' TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           STRING '               ---- MES ' fecha-proceso(1:6)
               ' ------------   ---------- ACUMULADO ----------'
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'COBRADOR VIGEN  CUMPL INCUM    %       COBRADO'
               TO linea-reporte
           MOVE '  CUMPL INCUM    %       COBRADO'
               TO linea-reporte(47:32)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-cob FROM 1 BY 1
                   UNTIL idx-cob > cobradores-cargados
               MOVE SPACES TO linea-cobrador
               MOVE cob-operador(idx-cob) TO lc-operador
               MOVE cob-vigentes(idx-cob) TO lc-vigentes
               PERFORM VARYING idx-periodo FROM 1 BY 1
                       UNTIL idx-periodo > 2
                   MOVE cob-cumplidas(idx-cob, idx-periodo)
                       TO lc-cumplidas(idx-periodo)
                   MOVE cob-incumplidas(idx-cob, idx-periodo)
                       TO lc-incumplidas(idx-periodo)
                   COMPUTE cerradas =
                       cob-cumplidas(idx-cob, idx-periodo)
                       + cob-incumplidas(idx-cob, idx-periodo)
                   IF cerradas > ZERO
                       COMPUTE porcentaje-cumplido ROUNDED =
                           cob-cumplidas(idx-cob, idx-periodo) * 100
                           / cerradas
                   ELSE
                       MOVE ZERO TO porcentaje-cumplido
                   END-IF
                   MOVE porcentaje-cumplido
                       TO lc-porcentaje(idx-periodo)
                   MOVE cob-cobrado(idx-cob, idx-periodo)
                       TO lc-cobrado(idx-periodo)
               END-PERFORM
               MOVE linea-cobrador TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           IF cobradores-cargados = ZERO
               MOVE 'SIN PROMESAS REGISTRADAS.' TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'VERIFPROM' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'VERIFICA-PROMESAS: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'VERIFICA-PROMESAS' TO l-sel-programa
           MOVE 'PROMESAS.DAT' TO l-sel-archivo
           MOVE version-promesas TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
