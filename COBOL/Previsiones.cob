       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISIONES.
       AUTHOR. Ejemplo.
      * Corrida mensual de prevision por incobrabilidad de la
      * cartera de prestamos: cada prestamo vigente de PRESTAMOS.DAT
      * se clasifica por su cuota impaga mas vieja de CUOTAS.DAT (la
      * G de vencimiento mas antiguo) en las franjas de siempre,
      * 0-30 / 31-60 / 61-90 / mas de 90 dias; un prestamo sin cuotas
      * impagas va a la primera. A su capital pendiente (el capital
      * de las cuotas P y G, menos lo que los cobros parciales ya
      * cubrieron de capital: un cobro cubre primero el interes) se
      * le aplica el porcentaje de su franja segun PREVISION.DAT.
      * La prevision del mes queda en PREVHIST.DAT, una linea por
      * mes; contra la del mes anterior sale el ajuste, que va a
      * PREVISION.TXT, fuente generada del merge, en su propia
      * categoria para que EXTRACTO-GL lo lleve al libro. El ajuste
      * se atribuye al cliente de casa central (PREVISION-CLIENTE-CASA
      * o, si no esta, CARGOS-CLIENTE-CASA) y va negado, como un
      * cargo: si la prevision crece, el saldo de casa central baja;
      * si se libera, sube. El detalle por prestamo y el resumen por
      * franja salen a PREVISION.RPT para los auditores. Un mes no se
      * previsiona dos veces.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.
           SELECT archivo-porcentajes ASSIGN TO 'PREVISION.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-porcentajes.
           SELECT archivo-historia ASSIGN TO 'PREVHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-historia.
           SELECT archivo-generadas ASSIGN TO 'PREVISION.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.

       DATA DIVISION.
       FILE SECTION.
       FD  prestamos.
           COPY PRESTAMO.
       FD  archivo-cuotas.
           COPY CUOTA.
      * Una linea por franja: numero de franja (1 a 4) y porcentaje
      * de prevision sobre el capital pendiente.
       FD  archivo-porcentajes.
       01  registro-porcentaje.
           05  por-franja      PIC 9.
           05  FILLER          PIC X.
           05  por-porcentaje  PIC 9(3)V9(4).
      * Una linea por mes previsionado: el mes, el dia de la corrida,
      * la prevision total y la de cada franja.
       FD  archivo-historia.
       01  registro-historia.
           05  his-periodo     PIC 9(6).
           05  FILLER          PIC X.
           05  his-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  his-total       PIC 9(11)V99.
           05  his-franja OCCURS 4 TIMES.
               10  FILLER      PIC X.
               10  his-prevision PIC 9(11)V99.
       FD  archivo-generadas.
           COPY TRANSAC.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY REPPARM.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-porcentajes     PIC XX VALUE '00'.
       01  fs-historia        PIC XX VALUE '00'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fin-prestamos      PIC X VALUE 'N'.
           88  no-hay-mas-prestamos VALUE 'S'.
       01  fin-cuotas         PIC X VALUE 'N'.
           88  no-hay-mas-cuotas VALUE 'S'.
       01  fin-porcentajes    PIC X VALUE 'N'.
           88  no-hay-mas-porcentajes VALUE 'S'.
       01  fin-historia       PIC X VALUE 'N'.
           88  no-hay-mas-historia VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  mes-proceso        PIC 9(6).
       01  mes-anterior       PIC 9(6) VALUE ZERO.
       01  entero-proceso     PIC 9(8).
       01  dias-vencida       PIC S9(7).
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  ws-cliente-casa-texto PIC X(10) VALUE SPACES.
       01  cliente-casa       PIC 9(6) VALUE ZERO.

      * Porcentaje de prevision de cada franja; la que falta en
      * PREVISION.DAT no se previsiona.
       01  tabla-porcentajes.
           05  porcentaje-franja PIC 9(3)V9(4) OCCURS 4 TIMES.
       01  franjas-definidas  PIC 9 VALUE ZERO.

      * Prestamos vigentes en orden de numero como vienen de
      * PRESTAMOS.DAT, con lo que de cada uno dice el plan de
      * cuotas: la cuota impaga mas vieja y el capital pendiente.
       01  tabla-prestamos.
           05  prestamo-e OCCURS 1 TO 2000 TIMES
                   DEPENDING ON prestamos-cargados
                   ASCENDING KEY IS tpr-numero
                   INDEXED BY idx-pre.
               10  tpr-numero     PIC 9(5).
               10  tpr-cliente    PIC 9(6).
               10  tpr-vencida    PIC 9(8).
               10  tpr-capital    PIC S9(11)V99.
       01  prestamos-cargados PIC 9(4) VALUE ZERO.

       01  tabla-franjas.
           05  franja OCCURS 4 TIMES.
               10  franja-cantidad  PIC 9(5).
               10  franja-capital   PIC S9(11)V99.
               10  franja-prevision PIC S9(11)V99.
       01  idx-franja         PIC 9.
       01  tabla-rotulos.
           05  FILLER PIC X(14) VALUE '0-30 DIAS     '.
           05  FILLER PIC X(14) VALUE '31-60 DIAS    '.
           05  FILLER PIC X(14) VALUE '61-90 DIAS    '.
           05  FILLER PIC X(14) VALUE 'MAS DE 90 DIAS'.
       01  tabla-rotulos-r REDEFINES tabla-rotulos.
           05  rotulo-franja PIC X(14) OCCURS 4 TIMES.

       01  importe-cobrado    PIC S9(9)V99.
       01  capital-cuota      PIC S9(9)V99.
       01  prevision-prestamo PIC S9(11)V99.
       01  prevision-total    PIC S9(11)V99 VALUE ZERO.
       01  capital-total      PIC S9(11)V99 VALUE ZERO.
       01  prevision-anterior PIC S9(11)V99 VALUE ZERO.
       01  importe-ajuste     PIC S9(11)V99 VALUE ZERO.
       01  importe-pendiente  PIC S9(11)V99.
       01  importe-tramo      PIC S9(7)V99.
       01  numero-tramo       PIC 99.
       01  transacciones-generadas PIC 9(3) VALUE ZERO.
       01  descripcion-armada PIC X(33).
       01  total-editado      PIC -(11)9.99.
       01  linea-reporte      PIC X(80) VALUE SPACES.

       01  linea-prestamo.
           05  lp-prestamo     PIC 9(5).
           05  FILLER          PIC X VALUE SPACE.
           05  lp-cliente      PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  lp-vencida      PIC X(8).
           05  FILLER          PIC X VALUE SPACE.
           05  lp-dias         PIC ZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  lp-franja       PIC X(14).
           05  FILLER          PIC X VALUE SPACE.
           05  lp-capital      PIC -(9)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lp-porcentaje   PIC ZZ9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lp-prevision    PIC -(9)9.99.

       01  linea-resumen.
           05  lr-rotulo       PIC X(14).
           05  FILLER          PIC X VALUE SPACE.
           05  lr-cantidad     PIC ZZZZ9.
           05  FILLER          PIC X VALUE SPACE.
           05  lr-capital      PIC -(11)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lr-porcentaje   PIC ZZ9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lr-prevision    PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE fecha-proceso(1:6) TO mes-proceso
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           PERFORM CONTROLAR-MES
           PERFORM CARGAR-PORCENTAJES
           IF franjas-definidas = ZERO
               DISPLAY 'PREVISIONES: la tabla de porcentajes esta '
                   'vacia, nada que previsionar.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'PREVISION-CLIENTE-CASA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-cliente-casa-texto
           IF ws-cliente-casa-texto = SPACES
               MOVE 'CARGOS-CLIENTE-CASA' TO l-par-nombre
               PERFORM CONSULTAR-PARAMETRO
               MOVE l-par-valor TO ws-cliente-casa-texto
           END-IF
           IF ws-cliente-casa-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-cliente-casa-texto) = 0
               COMPUTE cliente-casa =
                   FUNCTION NUMVAL(ws-cliente-casa-texto)
           END-IF
           IF cliente-casa = ZEROS
               DISPLAY 'PREVISIONES: sin PREVISION-CLIENTE-CASA ni '
                   'CARGOS-CLIENTE-CASA el ajuste no tiene cliente; '
                   'no se previsiona.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM CARGAR-PRESTAMOS
           IF prestamos-cargados > ZERO
               PERFORM RECORRER-CUOTAS
           END-IF
           INITIALIZE tabla-franjas

           MOVE 'A' TO l-rep-accion
           MOVE 'PREVISION.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'PREVISION POR INCOBRABILIDAD DE PRESTAMOS AL '
               fecha-proceso
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE 'PREST' TO linea-reporte(1:5)
           MOVE 'CLIENT' TO linea-reporte(7:6)
           MOVE 'VENCIDA' TO linea-reporte(14:7)
           MOVE ' DIAS' TO linea-reporte(23:5)
           MOVE 'FRANJA' TO linea-reporte(29:6)
           MOVE 'CAPITAL PEND' TO linea-reporte(45:12)
           MOVE 'PORC %' TO linea-reporte(58:6)
           MOVE 'PREVISION' TO linea-reporte(69:9)
           PERFORM ESCRIBIR-LINEA
           PERFORM PREVISIONAR-PRESTAMO
               VARYING idx-pre FROM 1 BY 1
               UNTIL idx-pre > prestamos-cargados
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-RESUMEN

           PERFORM LEER-PREVISION-ANTERIOR
           COMPUTE importe-ajuste =
               prevision-total - prevision-anterior
           PERFORM GENERAR-AJUSTE
           PERFORM ESCRIBIR-TOTALES
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           PERFORM GRABAR-HISTORIA

           MOVE importe-ajuste TO total-editado
           DISPLAY 'PREVISIONES: ' prestamos-cargados ' prestamos '
               'previsionados, ajuste del mes ' total-editado
           STOP RUN.

      * PREVHIST.DAT guarda los meses ya previsionados: si el mes en
      * curso ya esta, la corrida no se repite.
       CONTROLAR-MES.
           OPEN INPUT archivo-historia
           IF fs-historia = '00'
               PERFORM UNTIL no-hay-mas-historia
                   READ archivo-historia
                       AT END
                           SET no-hay-mas-historia TO TRUE
                       NOT AT END
                           IF his-periodo = mes-proceso
                               DISPLAY 'PREVISIONES: el mes '
                                   mes-proceso ' ya fue '
                                   'previsionado, un mes no se '
                                   'previsiona dos veces.'
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-historia
           END-IF.

       CARGAR-PORCENTAJES.
           MOVE ZEROS TO tabla-porcentajes
           OPEN INPUT archivo-porcentajes
           IF fs-porcentajes NOT = '00'
               DISPLAY 'PREVISIONES: falta PREVISION.DAT (status='
                   fs-porcentajes '), nada que previsionar.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-porcentajes
               READ archivo-porcentajes
                   AT END
                       SET no-hay-mas-porcentajes TO TRUE
                   NOT AT END
                       IF por-franja >= 1 AND por-franja <= 4
                               AND por-porcentaje NUMERIC
                           MOVE por-porcentaje
                               TO porcentaje-franja(por-franja)
                           ADD 1 TO franjas-definidas
                       ELSE
                           DISPLAY 'PREVISIONES: linea de '
                               'PREVISION.DAT invalida, se ignora: '
                               registro-porcentaje
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-porcentajes.

       CARGAR-PRESTAMOS.
           OPEN INPUT prestamos
           IF fs-prestamos NOT = '00'
               DISPLAY 'PREVISIONES: no se pudo abrir PRESTAMOS.DAT, '
                   'status=' fs-prestamos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
                       IF PRESTAMO-VIGENTE
                           PERFORM ANOTAR-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE prestamos.

       ANOTAR-PRESTAMO.
           IF prestamos-cargados = 2000
               DISPLAY 'PREVISIONES: mas de 2000 prestamos '
                   'vigentes, agrandar la tabla; se corta.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO prestamos-cargados
           MOVE pre-numero TO tpr-numero(prestamos-cargados)
           MOVE pre-cliente TO tpr-cliente(prestamos-cargados)
           MOVE ZEROS TO tpr-vencida(prestamos-cargados)
           MOVE ZERO TO tpr-capital(prestamos-cargados).

      * Una sola pasada por el plan de cuotas: cada cuota P o G de
      * un prestamo vigente suma su capital pendiente, y la G de
      * vencimiento mas antiguo marca la franja del prestamo.
       RECORRER-CUOTAS.
           OPEN INPUT archivo-cuotas
           IF fs-cuotas NOT = '00'
               DISPLAY 'PREVISIONES: no se pudo abrir CUOTAS.DAT, '
                   'status=' fs-cuotas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-cuotas
               READ archivo-cuotas
                   AT END
                       SET no-hay-mas-cuotas TO TRUE
                   NOT AT END
                       IF cuo-estado = 'P' OR cuo-estado = 'G'
                           SEARCH ALL prestamo-e
                               WHEN tpr-numero(idx-pre)
                                   = cuo-prestamo
                                   PERFORM ANOTAR-CUOTA
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-cuotas.

      * Un cobro parcial cubre primero el interes de la cuota; solo
      * lo que lo excede baja el capital.
       ANOTAR-CUOTA.
           IF cuo-cobrado NUMERIC
               MOVE cuo-cobrado TO importe-cobrado
           ELSE
               MOVE ZERO TO importe-cobrado
           END-IF
           MOVE cuo-capital TO capital-cuota
           IF importe-cobrado > cuo-interes
               COMPUTE capital-cuota =
                   cuo-capital - (importe-cobrado - cuo-interes)
           END-IF
           IF capital-cuota > ZERO
               ADD capital-cuota TO tpr-capital(idx-pre)
           END-IF
           IF cuo-estado = 'G'
               IF tpr-vencida(idx-pre) = ZEROS
                   OR cuo-vencimiento < tpr-vencida(idx-pre)
                   MOVE cuo-vencimiento TO tpr-vencida(idx-pre)
               END-IF
           END-IF.

       PREVISIONAR-PRESTAMO.
           MOVE ZERO TO dias-vencida
           IF tpr-vencida(idx-pre) NOT = ZEROS
               COMPUTE dias-vencida = entero-proceso -
                   FUNCTION INTEGER-OF-DATE(tpr-vencida(idx-pre))
               IF dias-vencida < ZERO
                   MOVE ZERO TO dias-vencida
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN dias-vencida <= 30
                   MOVE 1 TO idx-franja
               WHEN dias-vencida <= 60
                   MOVE 2 TO idx-franja
               WHEN dias-vencida <= 90
                   MOVE 3 TO idx-franja
               WHEN OTHER
                   MOVE 4 TO idx-franja
           END-EVALUATE
           COMPUTE prevision-prestamo ROUNDED =
               tpr-capital(idx-pre)
               * porcentaje-franja(idx-franja) / 100
           ADD 1 TO franja-cantidad(idx-franja)
           ADD tpr-capital(idx-pre) TO franja-capital(idx-franja)
           ADD prevision-prestamo TO franja-prevision(idx-franja)
           ADD tpr-capital(idx-pre) TO capital-total
           ADD prevision-prestamo TO prevision-total

           MOVE tpr-numero(idx-pre) TO lp-prestamo
           MOVE tpr-cliente(idx-pre) TO lp-cliente
           IF tpr-vencida(idx-pre) = ZEROS
               MOVE SPACES TO lp-vencida
           ELSE
               MOVE tpr-vencida(idx-pre) TO lp-vencida
           END-IF
           MOVE dias-vencida TO lp-dias
           MOVE rotulo-franja(idx-franja) TO lp-franja
           MOVE tpr-capital(idx-pre) TO lp-capital
           MOVE porcentaje-franja(idx-franja) TO lp-porcentaje
           MOVE prevision-prestamo TO lp-prevision
           MOVE linea-prestamo TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-RESUMEN.
           MOVE 'RESUMEN POR FRANJA' TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'FRANJA' TO linea-reporte(1:6)
           MOVE ' CANT' TO linea-reporte(16:5)
           MOVE 'CAPITAL PEND' TO linea-reporte(25:12)
           MOVE 'PORC %' TO linea-reporte(38:6)
           MOVE 'PREVISION' TO linea-reporte(51:9)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-franja FROM 1 BY 1
                   UNTIL idx-franja > 4
               MOVE rotulo-franja(idx-franja) TO lr-rotulo
               MOVE franja-cantidad(idx-franja) TO lr-cantidad
               MOVE franja-capital(idx-franja) TO lr-capital
               MOVE porcentaje-franja(idx-franja) TO lr-porcentaje
               MOVE franja-prevision(idx-franja) TO lr-prevision
               MOVE linea-resumen TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           MOVE 'TOTAL' TO lr-rotulo
           MOVE prestamos-cargados TO lr-cantidad
           MOVE capital-total TO lr-capital
           MOVE ZERO TO lr-porcentaje
           MOVE prevision-total TO lr-prevision
           MOVE linea-resumen TO linea-reporte
           MOVE SPACES TO linea-reporte(38:6)
           PERFORM ESCRIBIR-LINEA.

      * La prevision anterior es la del ultimo mes previsionado antes
      * del actual; sin historia, el ajuste es la prevision entera.
       LEER-PREVISION-ANTERIOR.
           MOVE 'N' TO fin-historia
           OPEN INPUT archivo-historia
           IF fs-historia = '00'
               PERFORM UNTIL no-hay-mas-historia
                   READ archivo-historia
                       AT END
                           SET no-hay-mas-historia TO TRUE
                       NOT AT END
                           IF his-periodo < mes-proceso
                               AND his-periodo >= mes-anterior
                               MOVE his-periodo TO mes-anterior
                               MOVE his-total TO prevision-anterior
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-historia
           END-IF.

      * El ajuste va negado al cliente de casa central, en tramos
      * que entran en el importe de la transaccion; el mes y el
      * tramo van en la descripcion para que el control de
      * duplicados no confunda dos tramos del mismo importe.
       GENERAR-AJUSTE.
           OPEN OUTPUT archivo-generadas
           IF fs-generadas NOT = '00'
               DISPLAY 'PREVISIONES: no se pudo crear el archivo de '
                   'trabajo, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF importe-ajuste < ZERO
               COMPUTE importe-pendiente = 0 - importe-ajuste
           ELSE
               MOVE importe-ajuste TO importe-pendiente
           END-IF
           MOVE ZERO TO numero-tramo
           PERFORM UNTIL importe-pendiente = ZERO
               IF importe-pendiente > 9999999.99
                   MOVE 9999999.99 TO importe-tramo
               ELSE
                   MOVE importe-pendiente TO importe-tramo
               END-IF
               SUBTRACT importe-tramo FROM importe-pendiente
               ADD 1 TO numero-tramo
               MOVE SPACES TO descripcion-armada
               STRING 'PREVISION INCOBRABLE ' mes-proceso
                   ' T' numero-tramo
                   DELIMITED BY SIZE INTO descripcion-armada
               MOVE fecha-proceso TO trans-fecha
               IF importe-ajuste > ZERO
                   COMPUTE trans-importe = 0 - importe-tramo
               ELSE
                   MOVE importe-tramo TO trans-importe
               END-IF
               MOVE descripcion-armada TO trans-descripcion
               MOVE SPACES TO trans-moneda
               MOVE ZEROS TO trans-sucursal
               MOVE cliente-casa TO trans-cliente
               WRITE registro-transaccion
               ADD 1 TO transacciones-generadas
           END-PERFORM
           CLOSE archivo-generadas
           IF transacciones-generadas > ZERO
               MOVE 'mv PREVISION.TXT.TMP PREVISION.TXT'
                   TO ws-comando-mv
               CALL 'SYSTEM' USING ws-comando-mv
               IF RETURN-CODE NOT = ZERO
                   DISPLAY 'PREVISIONES: fallo la promocion de '
                       'PREVISION.TXT.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE 'rm -f PREVISION.TXT.TMP' TO ws-comando-mv
               CALL 'SYSTEM' USING ws-comando-mv
           END-IF.

       ESCRIBIR-TOTALES.
           PERFORM ESCRIBIR-LINEA
           MOVE prevision-total TO total-editado
           STRING 'PREVISION DEL MES ' mes-proceso '     '
               total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE prevision-anterior TO total-editado
           IF mes-anterior = ZERO
               STRING 'PREVISION ANTERIOR (SIN HISTORIA) '
                   total-editado
                   DELIMITED BY SIZE INTO linea-reporte
           ELSE
               STRING 'PREVISION ANTERIOR ' mes-anterior '    '
                   total-editado
                   DELIMITED BY SIZE INTO linea-reporte
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE importe-ajuste TO total-editado
           STRING 'AJUSTE A CONTABILIZAR     ' total-editado
               ' CLIENTE ' cliente-casa
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       GRABAR-HISTORIA.
           OPEN EXTEND archivo-historia
           IF fs-historia = '05' OR fs-historia = '35'
               OPEN OUTPUT archivo-historia
           END-IF
           IF fs-historia NOT = '00'
               DISPLAY 'PREVISIONES: no se pudo grabar PREVHIST.DAT, '
                   'status=' fs-historia
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO registro-historia
           MOVE mes-proceso TO his-periodo
           MOVE fecha-proceso TO his-fecha
           MOVE prevision-total TO his-total
           PERFORM VARYING idx-franja FROM 1 BY 1
                   UNTIL idx-franja > 4
               MOVE franja-prevision(idx-franja)
                   TO his-prevision(idx-franja)
           END-PERFORM
           WRITE registro-historia
           CLOSE archivo-historia.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'PREVISION' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'PREVISIONES: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'PREVISION' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'PREVISIONES' TO l-sel-programa
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
