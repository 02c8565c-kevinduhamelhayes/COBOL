       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROYECTA-FONDOS.
       AUTHOR. Ejemplo.
      * Proyeccion de fondos para tesoreria: cuanto entra y cuanto
      * sale en las proximas semanas (PROYECCION-SEMANAS, 8 si no se
      * informa, hasta 12) con lo que ya esta agendado en la cadena:
      *   - las cuotas pendientes (P) de CUOTAS.DAT, por lo que
      *     falta cobrar de cada una (entrada, en moneda base);
      *   - las ordenes permanentes de ORDENES.DAT, en cada mes del
      *     horizonte con el mismo vencimiento que les da
      *     GENERA-ORDENES (dia de la orden corrido al habil, dentro
      *     del mes) mientras esten vigentes y el mes no se haya
      *     generado ya;
      *   - las transacciones con fecha futura estacionadas en
      *     PENDIENTES.DAT;
      *   - los cheques pendientes de clearing (P) de CHEQUES.DAT,
      *     que se acreditan al cumplir CHEQUE-DIAS-CLEARING dias
      *     habiles (2 por defecto, el mismo criterio de
      *     DISPONIBLE); el que ya los cumplio y sigue sin confirmar
      *     se espera el proximo dia habil.
      * En las ordenes y las transacciones el signo del importe dice
      * el sentido: positivo entra, negativo sale. Cada fecha se
      * corre al proximo dia habil (ni fin de semana ni
      * FERIADOS.DAT) y se reparte en semanas contadas desde el dia
      * siguiente al de proceso. Sale por REPWRITE como
      * PROYECCION.RPT: por moneda, las entradas, salidas, neto y
      * posicion acumulada de cada semana y la apertura por origen.
      * La primera semana en que la posicion acumulada de una moneda
      * queda negativa deja un aviso en ALERTAS.DAT (por AVISO, para
      * que el reporte salga completo) y el paso termina con
      * RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.
           SELECT ordenes ASSIGN TO 'ORDENES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-numero
               FILE STATUS IS fs-ordenes.
           SELECT archivo-pendientes ASSIGN TO 'PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-pendientes.
           SELECT archivo-cheques ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cheques.
           SELECT archivo-feriados ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  ordenes.
           COPY ORDENPER.
       FD  archivo-pendientes.
           COPY TRANSAC.
       FD  archivo-cheques.
           COPY CHEQUE.
       FD  archivo-feriados.
       01  registro-feriado PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY REPPARM.
           COPY ABNPARM.
           COPY VALPARM.
       01  linea-reporte      PIC X(80).
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-ordenes         PIC XX VALUE '00'.
       01  fs-pendientes      PIC XX VALUE '00'.
       01  fs-cheques         PIC XX VALUE '00'.
       01  fs-feriados        PIC XX VALUE '00'.
       01  fin-cuotas         PIC X VALUE 'N'.
           88  no-hay-mas-cuotas VALUE 'S'.
       01  fin-ordenes        PIC X VALUE 'N'.
           88  no-hay-mas-ordenes VALUE 'S'.
       01  fin-pendientes     PIC X VALUE 'N'.
           88  no-hay-mas-pendientes VALUE 'S'.
       01  fin-cheques        PIC X VALUE 'N'.
           88  no-hay-mas-cheques VALUE 'S'.
       01  fin-feriados       PIC X VALUE 'N'.
           88  no-hay-mas-feriados VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  entero-proceso     PIC 9(9).
       01  entero-horizonte   PIC 9(9).
       01  fecha-horizonte    PIC 9(8).
       01  parametro-texto    PIC X(10) VALUE SPACES.
      * Semanas del horizonte y dias habiles de clearing.
       01  semanas-horizonte  PIC 9(2) VALUE 8.
       01  dias-clearing      PIC 9(3) VALUE 2.
       01  dias-contados      PIC 9(3).
       01  faltantes          PIC 9(2) VALUE ZERO.

       01  tabla-feriados.
           05  fer-fecha      PIC 9(8) OCCURS 200 TIMES.
       01  feriados-cargados  PIC 9(3) VALUE ZERO.
       01  idx-feriado        PIC 9(3).
       01  fecha-trabajo      PIC 9(8).
       01  trabajo-partes REDEFINES fecha-trabajo.
           05  tra-anio       PIC 9(4).
           05  tra-mes        PIC 9(2).
           05  tra-dia        PIC 9(2).
       01  entero-fecha       PIC 9(9).
       01  entero-base        PIC 9(9).
       01  dia-semana         PIC 9.
       01  dia-es-habil       PIC X VALUE 'N'.
           88  DIA-HABIL       VALUE 'S'.
       01  intentos-avance    PIC 9(3).
       01  mes-orden          PIC 9(6).
       01  mes-horizonte      PIC 9(6).

      * El movimiento a proyectar: fecha, moneda, importe con signo
      * y origen (1 cuotas, 2 ordenes, 3 estacionadas, 4 cheques).
       01  mov-fecha          PIC 9(8).
       01  mov-moneda         PIC X(3).
       01  mov-importe        PIC S9(11)V99.
       01  mov-origen         PIC 9.
       01  semana-mov         PIC 9(3).
       01  movimientos        PIC 9(7) VALUE ZERO.

      * Entradas y salidas por moneda, por semana y por origen.
       01  tabla-proyeccion.
           05  moneda-e OCCURS 10 TIMES.
               10  prm-moneda     PIC X(3).
               10  prm-semana OCCURS 12 TIMES.
                   15  prm-entradas   PIC S9(13)V99.
                   15  prm-salidas    PIC S9(13)V99.
               10  prm-origen OCCURS 4 TIMES.
                   15  prm-org-entradas PIC S9(13)V99.
                   15  prm-org-salidas  PIC S9(13)V99.
       01  monedas-cargadas   PIC 9(2) VALUE ZERO.
       01  idx-moneda         PIC 9(2).
       01  idx-semana         PIC 9(2).
       01  idx-origen         PIC 9.
       01  hallado            PIC X VALUE 'N'.
           88  YA-HALLADO      VALUE 'S'.
       01  acumulado          PIC S9(13)V99.
       01  neto-semana        PIC S9(13)V99.
       01  aviso-dado         PIC X VALUE 'N'.
           88  FALTANTE-AVISADO VALUE 'S'.
       01  tabla-rotulos.
           05  FILLER PIC X(20) VALUE 'CUOTAS DE PRESTAMOS'.
           05  FILLER PIC X(20) VALUE 'ORDENES PERMANENTES'.
           05  FILLER PIC X(20) VALUE 'FECHA FUTURA'.
           05  FILLER PIC X(20) VALUE 'CHEQUES EN CLEARING'.
       01  tabla-rotulos-r REDEFINES tabla-rotulos.
           05  rotulo-origen PIC X(20) OCCURS 4 TIMES.

       01  linea-titulos.
           05  FILLER PIC X(11) VALUE 'SEM DESDE  '.
           05  FILLER PIC X(15) VALUE '       ENTRADAS'.
           05  FILLER PIC X(15) VALUE '        SALIDAS'.
           05  FILLER PIC X(15) VALUE '           NETO'.
           05  FILLER PIC X(15) VALUE '      ACUMULADO'.
       01  linea-semana.
           05  lse-semana      PIC Z9.
           05  FILLER          PIC X VALUE SPACE.
           05  lse-desde       PIC 9(8).
           05  FILLER          PIC X VALUE SPACE.
           05  lse-entradas    PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lse-salidas     PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lse-neto        PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lse-acumulado   PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lse-marca       PIC X(6).
       01  linea-origen.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  lor-rotulo      PIC X(20).
           05  lor-entradas    PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  lor-salidas     PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE 'PROYECCION-SEMANAS' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(parametro-texto) = 0
               COMPUTE semanas-horizonte =
                   FUNCTION NUMVAL(parametro-texto)
           END-IF
           IF semanas-horizonte = ZERO OR semanas-horizonte > 12
               DISPLAY 'PROYECTA-FONDOS: PROYECCION-SEMANAS fuera '
                   'de 1 a 12, se toman 8.'
               MOVE 8 TO semanas-horizonte
           END-IF
           MOVE SPACES TO parametro-texto
           MOVE 'CHEQUE-DIAS-CLEARING' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(parametro-texto) = 0
               COMPUTE dias-clearing = FUNCTION NUMVAL(parametro-texto)
           END-IF
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           COMPUTE entero-horizonte =
               entero-proceso + semanas-horizonte * 7
           COMPUTE fecha-horizonte =
               FUNCTION DATE-OF-INTEGER(entero-horizonte)
           PERFORM CARGAR-FERIADOS
           PERFORM RECORRER-CUOTAS
           PERFORM RECORRER-ORDENES
           PERFORM RECORRER-PENDIENTES
           PERFORM RECORRER-CHEQUES

           MOVE 'A' TO l-rep-accion
           MOVE 'PROYECCION.RPT' TO l-rep-archivo
           MOVE 'PROYECCION DE FONDOS POR SEMANA Y MONEDA'
               TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte
           STRING 'HORIZONTE: ' semanas-horizonte ' SEMANAS HASTA EL '
               fecha-horizonte ' (DIAS HABILES)'
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-LINEA
           IF monedas-cargadas = ZERO
               MOVE 'SIN MOVIMIENTOS AGENDADOS EN EL HORIZONTE'
                   TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM INFORMAR-MONEDA
                   VARYING idx-moneda FROM 1 BY 1
                   UNTIL idx-moneda > monedas-cargadas
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'MOVIMIENTOS: ' movimientos '  MONEDAS: '
               monedas-cargadas '  CON FALTANTE: ' faltantes
               DELIMITED BY SIZE INTO linea-reporte
           MOVE linea-reporte TO l-rep-linea
           MOVE 'T' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           DISPLAY 'PROYECTA-FONDOS: ' movimientos ' movimientos en '
               monedas-cargadas ' monedas, ' faltantes
               ' con faltante, reporte en PROYECCION.RPT.'
           IF faltantes > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-FERIADOS.
           OPEN INPUT archivo-feriados
           IF fs-feriados = '00'
               PERFORM UNTIL no-hay-mas-feriados
                   READ archivo-feriados
                       AT END
                           SET no-hay-mas-feriados TO TRUE
                       NOT AT END
                           IF feriados-cargados < 200
                               ADD 1 TO feriados-cargados
                               MOVE registro-feriado
                                   TO fer-fecha(feriados-cargados)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-feriados
           END-IF.

      * Lo que falta cobrar de cada cuota pendiente entra el dia
      * habil de su vencimiento, en moneda base.
       RECORRER-CUOTAS.
           OPEN INPUT archivo-cuotas
           IF fs-cuotas NOT = '00'
               DISPLAY 'PROYECTA-FONDOS: sin CUOTAS.DAT (status='
                   fs-cuotas '), sin cuotas que proyectar.'
           ELSE
               PERFORM UNTIL no-hay-mas-cuotas
                   READ archivo-cuotas
                       AT END
                           SET no-hay-mas-cuotas TO TRUE
                       NOT AT END
                           IF cuo-estado = 'P'
                               AND cuo-vencimiento > fecha-proceso
                               PERFORM PROYECTAR-CUOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-cuotas
           END-IF.

       PROYECTAR-CUOTA.
           MOVE cuo-importe TO mov-importe
           IF cuo-cobrado NUMERIC
               SUBTRACT cuo-cobrado FROM mov-importe
           END-IF
           IF mov-importe > ZERO
               MOVE cuo-vencimiento TO mov-fecha
               MOVE 'PES' TO mov-moneda
               MOVE 1 TO mov-origen
               PERFORM ANOTAR-MOVIMIENTO
           END-IF.

      * Cada orden mensual vigente, en cada mes del horizonte que
      * todavia no genero.
       RECORRER-ORDENES.
           OPEN INPUT ordenes
           IF fs-ordenes NOT = '00'
               DISPLAY 'PROYECTA-FONDOS: sin ORDENES.DAT (status='
                   fs-ordenes '), sin ordenes que proyectar.'
           ELSE
               MOVE ZEROS TO ord-numero
               START ordenes KEY IS NOT LESS THAN ord-numero
                   INVALID KEY
                       SET no-hay-mas-ordenes TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-ordenes
                   READ ordenes NEXT RECORD
                       AT END
                           SET no-hay-mas-ordenes TO TRUE
                       NOT AT END
                           IF ord-frecuencia = 'M'
                               PERFORM PROYECTAR-ORDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ordenes
           END-IF.

       PROYECTAR-ORDEN.
           MOVE fecha-proceso(1:6) TO mes-orden
           MOVE fecha-horizonte(1:6) TO mes-horizonte
           PERFORM UNTIL mes-orden > mes-horizonte
               IF ord-ult-generada NOT NUMERIC
                   OR ord-ult-generada(1:6) < mes-orden
                   PERFORM CALCULAR-VENCIMIENTO
                   IF fecha-trabajo > fecha-proceso
                       AND fecha-trabajo >= ord-desde
                       AND fecha-trabajo <= ord-hasta
                       MOVE fecha-trabajo TO mov-fecha
                       MOVE ord-moneda TO mov-moneda
                       MOVE ord-importe TO mov-importe
                       MOVE 2 TO mov-origen
                       PERFORM ANOTAR-MOVIMIENTO
                   END-IF
               END-IF
               IF mes-orden(5:2) = '12'
                   ADD 89 TO mes-orden
               ELSE
                   ADD 1 TO mes-orden
               END-IF
           END-PERFORM.

      * El vencimiento de GENERA-ORDENES dentro del mes de la
      * orden: el dia pedido recortado al fin de mes corto, corrido
      * al proximo habil y, si se pasa de mes, al ultimo habil del
      * mes.
       CALCULAR-VENCIMIENTO.
           MOVE mes-orden TO fecha-trabajo(1:6)
           MOVE ord-dia TO tra-dia
           MOVE fecha-trabajo TO l-val-fecha
           CALL 'VALFECHA' USING l-val-fecha, l-val-status,
               l-val-motivo
           PERFORM UNTIL l-val-status = 0 OR tra-dia = 1
               SUBTRACT 1 FROM tra-dia
               MOVE fecha-trabajo TO l-val-fecha
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
           END-PERFORM
           COMPUTE entero-fecha =
               FUNCTION INTEGER-OF-DATE(fecha-trabajo)
           MOVE entero-fecha TO entero-base
           PERFORM AVANZAR-A-HABIL
           IF fecha-trabajo(1:6) NOT = mes-orden
               MOVE entero-base TO entero-fecha
               COMPUTE fecha-trabajo =
                   FUNCTION DATE-OF-INTEGER(entero-fecha)
               MOVE ZERO TO intentos-avance
               PERFORM VERIFICAR-DIA-HABIL
               PERFORM UNTIL DIA-HABIL OR intentos-avance > 30
                   SUBTRACT 1 FROM entero-fecha
                   ADD 1 TO intentos-avance
                   COMPUTE fecha-trabajo =
                       FUNCTION DATE-OF-INTEGER(entero-fecha)
                   PERFORM VERIFICAR-DIA-HABIL
               END-PERFORM
           END-IF.

      * Las transacciones estacionadas entran o salen en su fecha
      * de valor; en blanco la moneda es la base.
       RECORRER-PENDIENTES.
           OPEN INPUT archivo-pendientes
           IF fs-pendientes NOT = '00'
               DISPLAY 'PROYECTA-FONDOS: sin PENDIENTES.DAT (status='
                   fs-pendientes '), nada estacionado.'
           ELSE
               PERFORM UNTIL no-hay-mas-pendientes
                   READ archivo-pendientes
                       AT END
                           SET no-hay-mas-pendientes TO TRUE
                       NOT AT END
                           IF trans-fecha NUMERIC
                               AND trans-fecha > fecha-proceso
                               AND trans-importe NUMERIC
                               MOVE trans-fecha TO mov-fecha
                               MOVE trans-moneda TO mov-moneda
                               MOVE trans-importe TO mov-importe
                               MOVE 3 TO mov-origen
                               PERFORM ANOTAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-pendientes
           END-IF.

      * El cheque depositado se acredita el dia habil numero
      * dias-clearing despues del deposito; si ese dia ya paso y el
      * banco no lo confirmo, se espera el proximo habil.
       RECORRER-CHEQUES.
           OPEN INPUT archivo-cheques
           IF fs-cheques NOT = '00'
               DISPLAY 'PROYECTA-FONDOS: sin CHEQUES.DAT (status='
                   fs-cheques '), sin cheques en clearing.'
           ELSE
               PERFORM UNTIL no-hay-mas-cheques
                   READ archivo-cheques
                       AT END
                           SET no-hay-mas-cheques TO TRUE
                       NOT AT END
                           IF che-estado = 'P'
                               AND che-importe > ZERO
                               PERFORM PROYECTAR-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-cheques
           END-IF.

       PROYECTAR-CHEQUE.
           COMPUTE entero-fecha = FUNCTION INTEGER-OF-DATE(che-fecha)
           MOVE che-fecha TO fecha-trabajo
           MOVE ZERO TO dias-contados
           PERFORM UNTIL dias-contados >= dias-clearing
               ADD 1 TO entero-fecha
               COMPUTE fecha-trabajo =
                   FUNCTION DATE-OF-INTEGER(entero-fecha)
               PERFORM VERIFICAR-DIA-HABIL
               IF DIA-HABIL
                   ADD 1 TO dias-contados
               END-IF
           END-PERFORM
           IF fecha-trabajo <= fecha-proceso
               COMPUTE entero-fecha = entero-proceso + 1
               COMPUTE fecha-trabajo =
                   FUNCTION DATE-OF-INTEGER(entero-fecha)
           END-IF
           MOVE fecha-trabajo TO mov-fecha
           MOVE 'PES' TO mov-moneda
           MOVE che-importe TO mov-importe
           MOVE 4 TO mov-origen
           PERFORM ANOTAR-MOVIMIENTO.

      * El movimiento se corre al proximo dia habil y, si cae en el
      * horizonte, suma en su moneda, su semana y su origen.
       ANOTAR-MOVIMIENTO.
           IF mov-moneda = SPACES
               MOVE 'PES' TO mov-moneda
           END-IF
           MOVE mov-fecha TO fecha-trabajo
           COMPUTE entero-fecha = FUNCTION INTEGER-OF-DATE(mov-fecha)
           PERFORM AVANZAR-A-HABIL
           IF entero-fecha <= entero-horizonte
               AND mov-importe NOT = ZERO
               PERFORM BUSCAR-MONEDA
               IF YA-HALLADO
                   PERFORM SUMAR-MOVIMIENTO
               END-IF
           END-IF.

      * La moneda en la tabla (se agrega si es nueva); sin lugar
      * el movimiento no se suma.
       BUSCAR-MONEDA.
           MOVE 'N' TO hallado
           PERFORM VARYING idx-moneda FROM 1 BY 1
                   UNTIL idx-moneda > monedas-cargadas OR YA-HALLADO
               IF prm-moneda(idx-moneda) = mov-moneda
                   SET YA-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF YA-HALLADO
               SUBTRACT 1 FROM idx-moneda
           ELSE
               IF monedas-cargadas < 10
                   ADD 1 TO monedas-cargadas
                   MOVE monedas-cargadas TO idx-moneda
                   INITIALIZE moneda-e(idx-moneda)
                   MOVE mov-moneda TO prm-moneda(idx-moneda)
                   SET YA-HALLADO TO TRUE
               ELSE
                   DISPLAY 'PROYECTA-FONDOS: mas de 10 monedas, '
                       mov-moneda ' no entra.'
               END-IF
           END-IF.

       SUMAR-MOVIMIENTO.
           COMPUTE semana-mov =
               (entero-fecha - entero-proceso - 1) / 7 + 1
           ADD 1 TO movimientos
           IF mov-importe > ZERO
               ADD mov-importe
                   TO prm-entradas(idx-moneda, semana-mov)
               ADD mov-importe
                   TO prm-org-entradas(idx-moneda, mov-origen)
           ELSE
               SUBTRACT mov-importe
                   FROM prm-salidas(idx-moneda, semana-mov)
               SUBTRACT mov-importe
                   FROM prm-org-salidas(idx-moneda, mov-origen)
           END-IF.

       AVANZAR-A-HABIL.
           COMPUTE fecha-trabajo =
               FUNCTION DATE-OF-INTEGER(entero-fecha)
           MOVE ZERO TO intentos-avance
           PERFORM VERIFICAR-DIA-HABIL
           PERFORM UNTIL DIA-HABIL OR intentos-avance > 30
               ADD 1 TO entero-fecha
               ADD 1 TO intentos-avance
               COMPUTE fecha-trabajo =
                   FUNCTION DATE-OF-INTEGER(entero-fecha)
               PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.

      * Mismo criterio de dia habil que la cadena: ni fin de
      * semana ni fecha de FERIADOS.DAT.
       VERIFICAR-DIA-HABIL.
           MOVE 'S' TO dia-es-habil
           COMPUTE dia-semana = FUNCTION MOD(entero-fecha, 7)
           IF dia-semana = 0 OR dia-semana = 6
               MOVE 'N' TO dia-es-habil
           ELSE
               PERFORM VARYING idx-feriado FROM 1 BY 1
                       UNTIL idx-feriado > feriados-cargados
                   IF fer-fecha(idx-feriado) = fecha-trabajo
                       MOVE 'N' TO dia-es-habil
                   END-IF
               END-PERFORM
           END-IF.

      * Las semanas de la moneda con la posicion acumulada, marcada
      * donde queda negativa, y la apertura por origen.
       INFORMAR-MONEDA.
           MOVE SPACES TO linea-reporte
           STRING 'MONEDA ' prm-moneda(idx-moneda)
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE linea-titulos TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE ZERO TO acumulado
           MOVE 'N' TO aviso-dado
           PERFORM VARYING idx-semana FROM 1 BY 1
                   UNTIL idx-semana > semanas-horizonte
               COMPUTE neto-semana =
                   prm-entradas(idx-moneda, idx-semana)
                   - prm-salidas(idx-moneda, idx-semana)
               ADD neto-semana TO acumulado
               MOVE idx-semana TO lse-semana
               COMPUTE entero-fecha =
                   entero-proceso + (idx-semana - 1) * 7 + 1
               COMPUTE lse-desde =
                   FUNCTION DATE-OF-INTEGER(entero-fecha)
               MOVE prm-entradas(idx-moneda, idx-semana)
                   TO lse-entradas
               MOVE prm-salidas(idx-moneda, idx-semana)
                   TO lse-salidas
               MOVE neto-semana TO lse-neto
               MOVE acumulado TO lse-acumulado
               MOVE SPACES TO lse-marca
               IF acumulado < ZERO
                   MOVE 'FALTA' TO lse-marca
                   IF NOT FALTANTE-AVISADO
                       PERFORM AVISAR-FALTANTE
                   END-IF
               END-IF
               MOVE linea-semana TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-origen FROM 1 BY 1
                   UNTIL idx-origen > 4
               MOVE rotulo-origen(idx-origen) TO lor-rotulo
               MOVE prm-org-entradas(idx-moneda, idx-origen)
                   TO lor-entradas
               MOVE prm-org-salidas(idx-moneda, idx-origen)
                   TO lor-salidas
               MOVE linea-origen TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           PERFORM ESCRIBIR-LINEA.

       AVISAR-FALTANTE.
           SET FALTANTE-AVISADO TO TRUE
           ADD 1 TO faltantes
           MOVE 'PROYECCION' TO l-abn-programa
           MOVE 'A071' TO l-abn-codigo
           MOVE SPACES TO l-abn-texto
           STRING 'FALTANTE ' prm-moneda(idx-moneda) ' SEMANA '
               lse-semana ' DESDE ' lse-desde ' ' lse-acumulado
               DELIMITED BY SIZE INTO l-abn-texto
           CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
               l-abn-texto.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'PROYECCION' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'PROYECTA-FONDOS: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'PROYECCION' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'PROYECTA-FONDOS' TO l-sel-programa
           MOVE 'ORDENES.DAT' TO l-sel-archivo
           MOVE version-ordenes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
