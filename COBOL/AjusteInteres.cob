       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-INTERES.
       AUTHOR. Ejemplo.
      * Ajuste de intereses por fecha valor: INTERES-SALDOS paga
      * sobre el saldo tal como esta el dia de la corrida, asi que
      * una transaccion que se postea dias despues de su fecha
      * valor (un suspenso liberado, una carga manual, una
      * correccion o reversa aprobada) deja mal calculado el
      * interes de los dias que ya se pagaron sin ella. Corre cada
      * noche despues del posteo y toma:
      *   - las lineas P de DISPOSIC.DAT de la fecha de proceso (lo
      *     que la pasada de posteo asento esta noche), y
      *   - las correcciones y reversas aprobadas en el dia
      *     (AJUSTES.DAT con origen APRUEBACORR),
      * y de ellas las de clientes que devengan (activos o
      * restringidos) con fecha valor ANTERIOR a la ultima corrida
      * de intereses (ULTINTERES.DAT). Para los dias entre la
      * fecha valor y esa corrida recalcula el interes con la banda
      * de TASAS.DAT que corresponde a cada saldo: el que se uso
      * (el saldo de hoy sin la transaccion) y el que correspondia
      * (el saldo de hoy), con el INTERES de la libreria
      * financiera, y la diferencia es el ajuste -- positivo si el
      * cliente cobro de menos, negativo si cobro de mas. Los
      * devengos y retenciones mismos no generan ajuste.
      * El ajuste sale como INTERES SALDO AJ CLAVE nnnnnnn (la
      * clave de la transaccion que lo causo) y, al lado, su
      * retencion en la fuente con la alicuota de INTERES de
      * IMPUESTOS.DAT (RETENCION AJ CLAVE nnnnnnn, de signo
      * contrario), ambos a AJINTERES.TXT, fuente generada del
      * merge; la retencion se suma ademas al acumulado del anio
      * fiscal en RETACUM.DAT, como hace RETENCIONES (que por eso
      * no vuelve a retener los INTERES SALDO AJ). AJINTERES.RPT,
      * por REPWRITE, muestra cada ajuste contra la transaccion
      * que lo causo. Una fecha de proceso ya ajustada
      * (ULTAJINT.DAT) no se ajusta dos veces.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-disposicion ASSIGN TO 'DISPOSIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-disposicion.
           SELECT archivo-ajustes ASSIGN TO 'AJUSTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-ajustes.
           SELECT archivo-tasas ASSIGN TO 'TASAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-tasas.
           SELECT archivo-impuestos ASSIGN TO 'IMPUESTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-impuestos.
           SELECT archivo-generadas ASSIGN TO 'AJINTERES.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.
           SELECT archivo-acumulado ASSIGN TO 'RETACUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-acumulado.
           SELECT acumulado-nuevo ASSIGN TO 'RETACUM.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-acumulado-nuevo.
           SELECT archivo-ultima ASSIGN TO 'ULTINTERES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-ultima.
           SELECT archivo-ajustado ASSIGN TO 'ULTAJINT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-ajustado.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-disposicion.
           COPY DISPOSIC.
       FD  archivo-ajustes.
           COPY AJUSTE.
      * Bandas de tasa, las mismas que lee INTERES-SALDOS.
       FD  archivo-tasas.
       01  registro-tasa.
           05  tas-hasta       PIC 9(9).
           05  FILLER          PIC X.
           05  tas-tasa        PIC 9(3)V9(4).
       FD  archivo-impuestos.
       01  registro-impuesto.
           05  imp-concepto    PIC X(8).
           05  FILLER          PIC X.
           05  imp-tasa        PIC 9(3)V9(4).
       FD  archivo-generadas.
           COPY TRANSAC.
      * Acumulado de retenciones por cliente y anio fiscal, el mismo
      * registro que lleva RETENCIONES.
       FD  archivo-acumulado.
       01  registro-acumulado.
           05  acu-anio        PIC 9(4).
           05  FILLER          PIC X.
           05  acu-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  acu-importe     PIC S9(11)V99.
       FD  acumulado-nuevo.
       01  registro-acumulado-nuevo PIC X(25).
       FD  archivo-ultima.
       01  registro-ultima PIC 9(8).
       FD  archivo-ajustado.
       01  registro-ajustado PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY FINPARM.
           COPY REPPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-disposicion     PIC XX VALUE '00'.
       01  fs-ajustes         PIC XX VALUE '00'.
       01  fs-tasas           PIC XX VALUE '00'.
       01  fs-impuestos       PIC XX VALUE '00'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fs-acumulado       PIC XX VALUE '00'.
       01  fs-acumulado-nuevo PIC XX VALUE '00'.
       01  fs-ultima          PIC XX VALUE '00'.
       01  fs-ajustado        PIC XX VALUE '00'.
       01  fin-disposicion    PIC X VALUE 'N'.
           88  no-hay-mas-disposicion VALUE 'S'.
       01  fin-ajustes        PIC X VALUE 'N'.
           88  no-hay-mas-ajustes VALUE 'S'.
       01  fin-tasas          PIC X VALUE 'N'.
           88  no-hay-mas-tasas VALUE 'S'.
       01  fin-impuestos      PIC X VALUE 'N'.
           88  no-hay-mas-impuestos VALUE 'S'.
       01  fin-acumulado      PIC X VALUE 'N'.
           88  no-hay-mas-acumulado VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  anio-fiscal        PIC 9(4).
       01  fecha-ultimo-interes PIC 9(8) VALUE ZERO.
       01  entero-ultimo-interes PIC 9(9).
       01  fecha-ultimo-ajuste PIC 9(8) VALUE ZERO.
       01  tasa-retencion     PIC 9(3)V9(4) VALUE ZERO.
       01  ws-comando-mv      PIC X(100) VALUE SPACES.

       01  tabla-tasas.
           05  tasa-e OCCURS 20 TIMES.
               10  tab-hasta      PIC 9(9).
               10  tab-tasa       PIC 9(3)V9(4).
       01  tasas-cargadas     PIC 9(2) VALUE ZERO.
       01  idx-tasa           PIC 9(2).
       01  tasa-hallada       PIC X VALUE 'N'.
           88  HAY-TASA        VALUE 'S'.

       01  tabla-acumulados.
           05  acumulado-e OCCURS 2000 TIMES.
               10  tac-anio       PIC 9(4).
               10  tac-cliente    PIC 9(6).
               10  tac-importe    PIC S9(11)V99.
       01  acumulados-cargados PIC 9(4) VALUE ZERO.
       01  idx-acumulado      PIC 9(4).
       01  fila-hallada       PIC X VALUE 'N'.
           88  FILA-OK         VALUE 'S'.

      * La transaccion tardia en estudio: clave, fecha valor,
      * cliente, importe en base y de donde salio (P = posteo de
      * la noche, C = correccion o reversa aprobada).
       01  tardia-clave       PIC 9(7).
       01  tardia-fecha       PIC 9(8).
       01  tardia-cliente     PIC 9(6).
       01  tardia-importe     PIC S9(9)V99.
       01  tardia-origen      PIC X.
       01  dias-ajuste        PIC S9(9).

      * Interes de un saldo por los dias del ajuste a la tasa de
      * su banda: saldo-calculo entra, interes-calculo sale.
       01  saldo-calculo      PIC S9(11)V99.
       01  tasa-calculo       PIC 9(3)V9(4).
       01  interes-calculo    PIC S9(9)V99.
       01  interes-correcto   PIC S9(9)V99.
       01  interes-pagado     PIC S9(9)V99.
       01  tasa-correcta      PIC 9(3)V9(4).
       01  importe-ajuste     PIC S9(9)V99.
       01  importe-retencion  PIC S9(9)V99.
       01  descripcion-armada PIC X(33).
       01  calculo-estado     PIC X VALUE 'N'.
           88  CALCULO-FALLIDO VALUE 'S'.

       01  revisadas          PIC 9(7) VALUE ZERO.
       01  ajustes-generados  PIC 9(7) VALUE ZERO.
       01  total-ajustes      PIC S9(11)V99 VALUE ZERO.
       01  total-retenido     PIC S9(11)V99 VALUE ZERO.
       01  total-editado      PIC -(11)9.99.
       01  retenido-editado   PIC -(11)9.99.
       01  linea-reporte      PIC X(80).
       01  linea-detalle.
           05  det-clave      PIC 9(7).
           05  FILLER         PIC X VALUE SPACE.
           05  det-origen     PIC X.
           05  FILLER         PIC X VALUE SPACE.
           05  det-cliente    PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  det-fecha      PIC 9(8).
           05  FILLER         PIC X VALUE SPACE.
           05  det-importe    PIC -(8)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-dias       PIC Z(4)9.
           05  FILLER         PIC X VALUE SPACE.
           05  det-tasa       PIC ZZ9.9999.
           05  FILLER         PIC X VALUE SPACE.
           05  det-ajuste     PIC -(6)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-retencion  PIC -(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE fecha-proceso(1:4) TO anio-fiscal
           PERFORM LEER-FECHAS-CONTROL
           IF fecha-ultimo-interes = ZERO
               DISPLAY 'AJUSTE-INTERES: todavia no corrio '
                   'INTERES-SALDOS, no hay intereses que ajustar.'
               STOP RUN
           END-IF
           IF fecha-ultimo-ajuste >= fecha-proceso
               DISPLAY 'AJUSTE-INTERES: la fecha ' fecha-proceso
                   ' ya se ajusto, no se repite.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE entero-ultimo-interes =
               FUNCTION INTEGER-OF-DATE(fecha-ultimo-interes)
           PERFORM CARGAR-TASAS
           PERFORM CARGAR-IMPUESTOS
           PERFORM CARGAR-ACUMULADOS

           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'AJUSTE-INTERES: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'AJUSTE-INTERES: no se pudo abrir '
                   'maestro.dat, status=' fs-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT archivo-generadas
           IF fs-generadas NOT = '00'
               DISPLAY 'AJUSTE-INTERES: no se pudo crear el archivo '
                   'de trabajo, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'A' TO l-rep-accion
           MOVE 'AJINTERES.RPT' TO l-rep-archivo
           MOVE 'AJUSTE DE INTERESES POR FECHA VALOR'
               TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte
           STRING 'FECHA DE PROCESO ' fecha-proceso
               '  ULTIMA CORRIDA DE INTERESES ' fecha-ultimo-interes
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE 'CLAVE   O CLIENT F.VALOR       IMPORTE  DIAS     TASA'
               TO linea-reporte
           MOVE '     AJUSTE  RETENCION' TO linea-reporte(54:22)
           PERFORM ESCRIBIR-LINEA

           PERFORM RECORRER-POSTEO
           PERFORM RECORRER-CORRECCIONES
           CLOSE clientes
           CLOSE archivo-maestro
           CLOSE archivo-generadas

           MOVE total-ajustes TO total-editado
           MOVE total-retenido TO retenido-editado
           MOVE SPACES TO linea-reporte
           STRING 'REVISADAS: ' revisadas '  AJUSTES: '
               ajustes-generados '  TOTAL AJUSTADO: ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           MOVE linea-reporte TO l-rep-linea
           MOVE 'T' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte
           STRING 'TOTAL RETENIDO: ' retenido-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE

           IF ajustes-generados > ZERO
               PERFORM REGRABAR-ACUMULADOS
               MOVE 'mv AJINTERES.TXT.TMP AJINTERES.TXT'
                   TO ws-comando-mv
               CALL 'SYSTEM' USING ws-comando-mv
               IF RETURN-CODE NOT = ZERO
                   DISPLAY 'AJUSTE-INTERES: fallo la promocion de '
                       'AJINTERES.TXT.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE 'rm -f AJINTERES.TXT.TMP' TO ws-comando-mv
               CALL 'SYSTEM' USING ws-comando-mv
           END-IF
           PERFORM GRABAR-FECHA-AJUSTADA
           DISPLAY 'AJUSTE-INTERES: ' revisadas ' transacciones '
               'tardias revisadas, ' ajustes-generados
               ' ajustes por ' total-editado ' para el merge.'
           STOP RUN.

      * La ultima corrida de intereses (la deja INTERES-SALDOS) y
      * la ultima fecha ya ajustada por este paso.
       LEER-FECHAS-CONTROL.
           OPEN INPUT archivo-ultima
           IF fs-ultima = '00'
               READ archivo-ultima
                   NOT AT END
                       MOVE registro-ultima TO fecha-ultimo-interes
               END-READ
               CLOSE archivo-ultima
           END-IF
           OPEN INPUT archivo-ajustado
           IF fs-ajustado = '00'
               READ archivo-ajustado
                   NOT AT END
                       MOVE registro-ajustado TO fecha-ultimo-ajuste
               END-READ
               CLOSE archivo-ajustado
           END-IF.

       GRABAR-FECHA-AJUSTADA.
           OPEN OUTPUT archivo-ajustado
           IF fs-ajustado NOT = '00'
               DISPLAY 'AJUSTE-INTERES: no se pudo grabar '
                   'ULTAJINT.DAT, status=' fs-ajustado
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE fecha-proceso TO registro-ajustado
               WRITE registro-ajustado
               CLOSE archivo-ajustado
           END-IF.

      * Sin bandas no hay ajuste, como no hay devengo: ajustar a una
      * tasa inventada es peor que no ajustar.
       CARGAR-TASAS.
           OPEN INPUT archivo-tasas
           IF fs-tasas NOT = '00'
               DISPLAY 'AJUSTE-INTERES: falta TASAS.DAT (status='
                   fs-tasas '), no se ajusta nada.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-tasas
               READ archivo-tasas
                   AT END
                       SET no-hay-mas-tasas TO TRUE
                   NOT AT END
                       IF tasas-cargadas < 20
                           ADD 1 TO tasas-cargadas
                           MOVE tas-hasta
                               TO tab-hasta(tasas-cargadas)
                           MOVE tas-tasa
                               TO tab-tasa(tasas-cargadas)
                       ELSE
                           DISPLAY 'AJUSTE-INTERES: mas de 20 '
                               'bandas en TASAS.DAT.'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-tasas.

      * La alicuota de retencion sobre intereses; sin IMPUESTOS.DAT
      * no se corre, por la misma razon que RETENCIONES.
       CARGAR-IMPUESTOS.
           OPEN INPUT archivo-impuestos
           IF fs-impuestos NOT = '00'
               DISPLAY 'AJUSTE-INTERES: falta IMPUESTOS.DAT (status='
                   fs-impuestos '), no se ajusta nada.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-impuestos
               READ archivo-impuestos
                   AT END
                       SET no-hay-mas-impuestos TO TRUE
                   NOT AT END
                       IF imp-concepto = 'INTERES '
                           MOVE imp-tasa TO tasa-retencion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-impuestos.

       CARGAR-ACUMULADOS.
           OPEN INPUT archivo-acumulado
           IF fs-acumulado = '00'
               PERFORM UNTIL no-hay-mas-acumulado
                   READ archivo-acumulado
                       AT END
                           SET no-hay-mas-acumulado TO TRUE
                       NOT AT END
                           IF acumulados-cargados < 2000
                               ADD 1 TO acumulados-cargados
                               MOVE acu-anio TO tac-anio(
                                   acumulados-cargados)
                               MOVE acu-cliente TO tac-cliente(
                                   acumulados-cargados)
                               MOVE acu-importe TO tac-importe(
                                   acumulados-cargados)
                           ELSE
                               DISPLAY 'AJUSTE-INTERES: RETACUM.DAT '
                                   'supera las 2000 filas.'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-acumulado
           END-IF.

      * El acumulado entero se regraba bajo un nombre de trabajo y
      * se promueve, como en RETENCIONES.
       REGRABAR-ACUMULADOS.
           OPEN OUTPUT acumulado-nuevo
           IF fs-acumulado-nuevo NOT = '00'
               DISPLAY 'AJUSTE-INTERES: no se pudo crear '
                   'RETACUM.NEW, status=' fs-acumulado-nuevo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-acumulado FROM 1 BY 1
                   UNTIL idx-acumulado > acumulados-cargados
               MOVE SPACES TO registro-acumulado
               MOVE tac-anio(idx-acumulado) TO acu-anio
               MOVE tac-cliente(idx-acumulado) TO acu-cliente
               MOVE tac-importe(idx-acumulado) TO acu-importe
               WRITE registro-acumulado-nuevo
                   FROM registro-acumulado
           END-PERFORM
           CLOSE acumulado-nuevo
           MOVE 'mv RETACUM.NEW RETACUM.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'AJUSTE-INTERES: fallo la promocion de '
                   'RETACUM.DAT.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Lo posteado esta noche: las lineas P de la fecha de proceso,
      * cada una con su clave en el maestro.
      *----------------------------------------------------------------
       RECORRER-POSTEO.
           OPEN INPUT archivo-disposicion
           IF fs-disposicion NOT = '00'
               DISPLAY 'AJUSTE-INTERES: sin DISPOSIC.DAT (status='
                   fs-disposicion '), no se revisa el posteo.'
           ELSE
               PERFORM UNTIL no-hay-mas-disposicion
                   READ archivo-disposicion
                       AT END
                           SET no-hay-mas-disposicion TO TRUE
                       NOT AT END
                           IF disp-fecha = fecha-proceso
                               AND disp-tipo = 'P'
                               MOVE disp-clave TO tardia-clave
                               MOVE 'P' TO tardia-origen
                               PERFORM LEER-TARDIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-disposicion
           END-IF.

      * Las correcciones y reversas aprobadas en el dia retocan el
      * saldo directo; la diferencia de saldo es lo que cambio.
       RECORRER-CORRECCIONES.
           OPEN INPUT archivo-ajustes
           IF fs-ajustes = '00'
               PERFORM UNTIL no-hay-mas-ajustes
                   READ archivo-ajustes
                       AT END
                           SET no-hay-mas-ajustes TO TRUE
                       NOT AT END
                           IF aju-fecha = fecha-proceso
                               AND aju-origen = 'APRUEBACORR'
                               AND aju-importe NOT = ZERO
                               MOVE aju-clave TO tardia-clave
                               MOVE 'C' TO tardia-origen
                               PERFORM LEER-TARDIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-ajustes
           END-IF.

      * Trae la transaccion del maestro y decide si es tardia: con
      * cliente, que no sea ella misma un devengo o una retencion,
      * y con fecha valor anterior a la ultima corrida de
      * intereses.
       LEER-TARDIA.
           MOVE tardia-clave TO maestro-clave
           READ archivo-maestro
               INVALID KEY
                   DISPLAY 'AJUSTE-INTERES: la clave ' tardia-clave
                       ' no esta en el maestro, se saltea.'
               NOT INVALID KEY
                   IF maestro-cliente NUMERIC
                       AND maestro-cliente NOT = ZERO
                       AND maestro-fecha < fecha-ultimo-interes
                       AND maestro-descripcion(1:13)
                           NOT = 'INTERES SALDO'
                       AND maestro-descripcion(1:9)
                           NOT = 'RETENCION'
                       MOVE maestro-fecha TO tardia-fecha
                       MOVE maestro-cliente TO tardia-cliente
                       IF tardia-origen = 'C'
                           MOVE aju-importe TO tardia-importe
                       ELSE
                           MOVE maestro-importe TO tardia-importe
                       END-IF
                       PERFORM EVALUAR-TARDIA
                   END-IF
           END-READ.

      * El saldo de hoy ya incluye la transaccion: ese es el saldo
      * que correspondia; sin ella es el que se uso al pagar. Cada
      * uno con su banda, para que el cruce de banda tambien se
      * ajuste.
       EVALUAR-TARDIA.
           MOVE tardia-cliente TO cliente-id-fd
           READ clientes
               INVALID KEY
                   DISPLAY 'AJUSTE-INTERES: el cliente '
                       tardia-cliente ' no esta en CLIENTES.DAT, '
                       'clave ' tardia-clave ' sin ajuste.'
               NOT INVALID KEY
                   IF (CLIENTE-ACTIVO OR CLIENTE-RESTRINGIDO)
                       AND cliente-saldo NUMERIC
                       ADD 1 TO revisadas
                       MOVE 'N' TO calculo-estado
                       COMPUTE dias-ajuste = entero-ultimo-interes
                           - FUNCTION INTEGER-OF-DATE(tardia-fecha)
                       MOVE cliente-saldo TO saldo-calculo
                       PERFORM CALCULAR-INTERES
                       MOVE interes-calculo TO interes-correcto
                       MOVE tasa-calculo TO tasa-correcta
                       COMPUTE saldo-calculo =
                           cliente-saldo - tardia-importe
                       PERFORM CALCULAR-INTERES
                       MOVE interes-calculo TO interes-pagado
                       COMPUTE importe-ajuste =
                           interes-correcto - interes-pagado
                       IF importe-ajuste NOT = ZERO
                           AND NOT CALCULO-FALLIDO
                           PERFORM ESCRIBIR-AJUSTE
                       END-IF
                   END-IF
           END-READ.

      * Interes de saldo-calculo por dias-ajuste a la tasa de la
      * primera banda que alcanza al saldo; sin saldo positivo no
      * hay interes.
       CALCULAR-INTERES.
           MOVE ZERO TO interes-calculo
           MOVE ZERO TO tasa-calculo
           IF saldo-calculo > ZERO
               MOVE 'N' TO tasa-hallada
               PERFORM VARYING idx-tasa FROM 1 BY 1
                       UNTIL idx-tasa > tasas-cargadas
                       OR HAY-TASA
                   IF saldo-calculo <= tab-hasta(idx-tasa)
                       SET HAY-TASA TO TRUE
                       MOVE tab-tasa(idx-tasa) TO tasa-calculo
                   END-IF
               END-PERFORM
               IF HAY-TASA AND tasa-calculo > ZERO
                   MOVE saldo-calculo TO l-monto
                   MOVE tasa-calculo TO l-tasa
                   MOVE dias-ajuste TO l-dias
                   CALL 'INTERES' USING l-monto, l-tasa, l-dias,
                       l-resultado, l-status-fin
                   IF l-status-fin NOT = 0
                       DISPLAY 'AJUSTE-INTERES: INTERES desbordo '
                           'con el cliente ' tardia-cliente
                           ', clave ' tardia-clave ' sin ajuste.'
                       SET CALCULO-FALLIDO TO TRUE
                   ELSE
                       MOVE l-resultado TO interes-calculo
                   END-IF
               END-IF
           END-IF.

      * El ajuste y su retencion salen juntos, en moneda base y sin
      * sucursal (origen central), con la clave que los causo.
       ESCRIBIR-AJUSTE.
           MOVE fecha-proceso TO trans-fecha
           MOVE importe-ajuste TO trans-importe
           MOVE SPACES TO descripcion-armada
           STRING 'INTERES SALDO AJ CLAVE ' tardia-clave
               DELIMITED BY SIZE INTO descripcion-armada
           MOVE descripcion-armada TO trans-descripcion
           MOVE SPACES TO trans-moneda
           MOVE ZEROS TO trans-sucursal
           MOVE tardia-cliente TO trans-cliente
           PERFORM GRABAR-GENERADA
           ADD 1 TO ajustes-generados
           ADD importe-ajuste TO total-ajustes

           COMPUTE importe-retencion ROUNDED =
               importe-ajuste * tasa-retencion / 100
           IF importe-retencion NOT = ZERO
               COMPUTE trans-importe = 0 - importe-retencion
               MOVE SPACES TO descripcion-armada
               STRING 'RETENCION AJ CLAVE ' tardia-clave
                   DELIMITED BY SIZE INTO descripcion-armada
               MOVE descripcion-armada TO trans-descripcion
               PERFORM GRABAR-GENERADA
               ADD importe-retencion TO total-retenido
               PERFORM ACUMULAR-CLIENTE
           END-IF

           MOVE tardia-clave TO det-clave
           MOVE tardia-origen TO det-origen
           MOVE tardia-cliente TO det-cliente
           MOVE tardia-fecha TO det-fecha
           MOVE tardia-importe TO det-importe
           MOVE dias-ajuste TO det-dias
           MOVE tasa-correcta TO det-tasa
           MOVE importe-ajuste TO det-ajuste
           MOVE importe-retencion TO det-retencion
           MOVE linea-detalle TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       GRABAR-GENERADA.
           WRITE registro-transaccion
           IF fs-generadas NOT = '00'
               DISPLAY 'AJUSTE-INTERES: error al escribir los '
                   'ajustes, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ACUMULAR-CLIENTE.
           MOVE 'N' TO fila-hallada
           PERFORM VARYING idx-acumulado FROM 1 BY 1
                   UNTIL idx-acumulado > acumulados-cargados
                   OR FILA-OK
               IF tac-anio(idx-acumulado) = anio-fiscal
                   AND tac-cliente(idx-acumulado) = tardia-cliente
                   SET FILA-OK TO TRUE
                   ADD importe-retencion
                       TO tac-importe(idx-acumulado)
               END-IF
           END-PERFORM
           IF NOT FILA-OK
               IF acumulados-cargados < 2000
                   ADD 1 TO acumulados-cargados
                   MOVE anio-fiscal
                       TO tac-anio(acumulados-cargados)
                   MOVE tardia-cliente
                       TO tac-cliente(acumulados-cargados)
                   MOVE importe-retencion
                       TO tac-importe(acumulados-cargados)
               ELSE
                   DISPLAY 'AJUSTE-INTERES: acumulado lleno, se '
                       'corta.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'AJUSTE-INT' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'AJUSTE-INTERES: error del escritor de '
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
           MOVE 'AJUSTE-INTERES' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
