       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA-TASAS.
       AUTHOR. Ejemplo.
      * Simulacion del impacto de un cambio de las bandas de tasa:
      * antes de que el comite toque TASAS.DAT, corre la tabla
      * propuesta (TASASPROP.DAT, mismo layout, o el archivo que se
      * nombre en TASAS-PROPUESTA) contra los saldos de hoy de
      * CLIENTES.DAT o, con FECHA-SIMULACION=AAAAMMDD, contra la
      * foto de saldos de SALDOSHIST.DAT de ese dia, y muestra el
      * interes de un mes (30 dias, con el mismo INTERES de la
      * libreria y las mismas reglas que INTERES-SALDOS: clientes
      * activos o restringidos con saldo positivo, primera banda
      * cuyo tope alcanza al saldo) bajo la tabla vigente y la
      * propuesta:
      *  - por tramo de saldo: los topes de las dos tablas juntos,
      *    asi en cada tramo las dos tasas son fijas;
      *  - en total, y despues de la retencion a la alicuota de
      *    INTERES de IMPUESTOS.DAT (lo que el cliente ve de verdad);
      *  - los veinte clientes cuyo interes mas cambia.
      * Es solo un calculo: no escribe transacciones ni toca
      * ULTINTERES.DAT; el resultado queda en SIMTASAS.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-tasas ASSIGN DYNAMIC nombre-tabla
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-tasas.
           SELECT archivo-impuestos ASSIGN TO 'IMPUESTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-impuestos.
           SELECT archivo-historia ASSIGN TO 'SALDOSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-historia.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
      * Bandas de tasa, vigente o propuesta: saldo tope de la banda
      * y tasa anual; la ultima lleva el tope 999999999 como resto.
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
       FD  archivo-historia.
       01  registro-historia.
           05  his-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  his-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  his-saldo       PIC S9(9)V99.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY FINPARM.
           COPY REPPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-tasas           PIC XX VALUE '00'.
       01  fs-impuestos       PIC XX VALUE '00'.
       01  fs-historia        PIC XX VALUE '00'.
       01  fin-archivo        PIC X VALUE 'N'.
           88  no-hay-mas      VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  nombre-tabla       PIC X(30) VALUE SPACES.
       01  nombre-propuesta   PIC X(30) VALUE SPACES.
       01  fecha-texto        PIC X(8) VALUE SPACES.
       01  fecha-simulacion   PIC 9(8) VALUE ZERO.
       01  linea-reporte      PIC X(80).
       01  dias-simulados     PIC 9(5) VALUE 30.

      * Las dos tablas: 1 = vigente (TASAS.DAT), 2 = propuesta.
       01  tablas-tasa.
           05  tabla-e OCCURS 2 TIMES.
               10  bandas-cargadas PIC 9(2).
               10  banda-e OCCURS 20 TIMES.
                   15  tab-hasta      PIC 9(9).
                   15  tab-tasa       PIC 9(3)V9(4).
       01  idx-tabla          PIC 9.
       01  idx-banda          PIC 9(2).
       01  tasa-hallada       PIC X VALUE 'N'.
           88  HAY-TASA        VALUE 'S'.
       01  saldo-buscado      PIC S9(9)V99.
       01  tasa-encontrada    PIC 9(3)V9(4).

      * Tramos de la simulacion: todos los topes de las dos tablas
      * en orden, sin repetir; en cada tramo las dos tasas son fijas.
       01  tabla-tramos.
           05  tramo-e OCCURS 40 TIMES.
               10  tra-hasta      PIC 9(9).
               10  tra-tasa-actual PIC 9(3)V9(4).
               10  tra-tasa-propuesta PIC 9(3)V9(4).
               10  tra-clientes   PIC 9(7).
               10  tra-saldo      PIC S9(13)V99.
               10  tra-interes-actual PIC S9(11)V99.
               10  tra-interes-propuesto PIC S9(11)V99.
       01  tramos-cargados    PIC 9(2) VALUE ZERO.
       01  idx-tramo          PIC 9(2).
       01  tope-nuevo         PIC 9(9).
       01  tope-auxiliar      PIC 9(9).

      * Los veinte clientes con el mayor cambio de interes, de
      * mayor a menor por el valor absoluto de la diferencia.
       01  tabla-mayores.
           05  mayor-e OCCURS 20 TIMES.
               10  may-cliente    PIC 9(6).
               10  may-saldo      PIC S9(9)V99.
               10  may-tasa-actual PIC 9(3)V9(4).
               10  may-tasa-propuesta PIC 9(3)V9(4).
               10  may-interes-actual PIC S9(9)V99.
               10  may-interes-propuesto PIC S9(9)V99.
               10  may-cambio     PIC S9(9)V99.
               10  may-absoluto   PIC S9(9)V99.
       01  mayores-cargados   PIC 9(2) VALUE ZERO.
       01  idx-mayor          PIC 9(2).
       01  lugar-mayor        PIC 9(2).

      * Un cliente simulado.
       01  sim-cliente        PIC 9(6).
       01  sim-saldo          PIC S9(9)V99.
       01  sim-tasa-actual    PIC 9(3)V9(4).
       01  sim-tasa-propuesta PIC 9(3)V9(4).
       01  sim-interes-actual PIC S9(9)V99.
       01  sim-interes-propuesto PIC S9(9)V99.
       01  sim-cambio         PIC S9(9)V99.
       01  sim-cambio-absoluto PIC S9(9)V99.
       01  retencion-calculada PIC S9(9)V99.
       01  tasa-retencion     PIC 9(3)V9(4) VALUE ZERO.
       01  retencion-hallada  PIC X VALUE 'N'.

       01  clientes-leidos    PIC 9(7) VALUE ZERO.
       01  clientes-simulados PIC 9(7) VALUE ZERO.
       01  clientes-sin-ficha PIC 9(7) VALUE ZERO.
       01  clientes-desbordados PIC 9(7) VALUE ZERO.
       01  total-saldo        PIC S9(13)V99 VALUE ZERO.
       01  total-actual       PIC S9(11)V99 VALUE ZERO.
       01  total-propuesto    PIC S9(11)V99 VALUE ZERO.
       01  neto-actual        PIC S9(11)V99 VALUE ZERO.
       01  neto-propuesto     PIC S9(11)V99 VALUE ZERO.
       01  diferencia-total   PIC S9(11)V99.

       01  linea-tramo.
           05  lt-hasta       PIC Z(8)9.
           05  FILLER         PIC X VALUE SPACE.
           05  lt-tasa-actual PIC ZZ9.9999.
           05  FILLER         PIC X VALUE SPACE.
           05  lt-tasa-propuesta PIC ZZ9.9999.
           05  FILLER         PIC X VALUE SPACE.
           05  lt-clientes    PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  lt-actual      PIC -(8)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  lt-propuesto   PIC -(8)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  lt-cambio      PIC -(8)9.99.
           05  FILLER         PIC X(8) VALUE SPACES.
       01  linea-mayor.
           05  lm-cliente     PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  lm-saldo       PIC -(9)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  lm-tasa-actual PIC ZZ9.9999.
           05  FILLER         PIC X VALUE SPACE.
           05  lm-tasa-propuesta PIC ZZ9.9999.
           05  FILLER         PIC X VALUE SPACE.
           05  lm-actual      PIC -(7)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  lm-propuesto   PIC -(7)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  lm-cambio      PIC -(7)9.99.
           05  FILLER         PIC X(3) VALUE SPACES.
       01  importe-editado    PIC -(11)9.99.
       01  importe-editado-2  PIC -(11)9.99.
       01  importe-editado-3  PIC -(11)9.99.
       01  tasa-editada       PIC ZZ9.9999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           ACCEPT nombre-propuesta FROM ENVIRONMENT 'TASAS-PROPUESTA'
           IF nombre-propuesta = SPACES
               MOVE 'TASASPROP.DAT' TO nombre-propuesta
           END-IF
           ACCEPT fecha-texto FROM ENVIRONMENT 'FECHA-SIMULACION'
           IF fecha-texto NOT = SPACES
               IF fecha-texto NUMERIC
                   MOVE fecha-texto TO fecha-simulacion
               ELSE
                   DISPLAY 'SIMULA-TASAS: FECHA-SIMULACION invalida ('
                       fecha-texto '), se pide AAAAMMDD.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 'TASAS.DAT' TO nombre-tabla
           MOVE 1 TO idx-tabla
           PERFORM CARGAR-TABLA
           MOVE nombre-propuesta TO nombre-tabla
           MOVE 2 TO idx-tabla
           PERFORM CARGAR-TABLA
           PERFORM CARGAR-RETENCION
           PERFORM ARMAR-TRAMOS

           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'SIMULA-TASAS: no se pudo abrir CLIENTES.DAT, '
                   'status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF fecha-simulacion = ZERO
               PERFORM SIMULAR-SALDOS-ACTUALES
           ELSE
               PERFORM SIMULAR-FOTO
           END-IF
           CLOSE clientes
           IF clientes-leidos = ZERO
               DISPLAY 'SIMULA-TASAS: no hay saldos de la fecha '
                   fecha-simulacion ' en SALDOSHIST.DAT.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ESCRIBIR-REPORTE
           COMPUTE diferencia-total = total-propuesto - total-actual
           MOVE diferencia-total TO importe-editado
           DISPLAY 'SIMULA-TASAS: ' clientes-simulados
               ' clientes, diferencia mensual ' importe-editado
               ' (detalle en SIMTASAS.RPT).'
           IF clientes-desbordados > ZERO
               DISPLAY 'SIMULA-TASAS: ' clientes-desbordados
                   ' clientes fuera de rango de INTERES, no sumados.'
               MOVE 4 TO RETURN-CODE
           END-IF
           IF retencion-hallada NOT = 'S'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Carga la tabla idx-tabla desde nombre-tabla; las bandas
      * tienen que venir en orden creciente de tope.
       CARGAR-TABLA.
           MOVE ZERO TO bandas-cargadas(idx-tabla)
           OPEN INPUT archivo-tasas
           IF fs-tasas NOT = '00'
               DISPLAY 'SIMULA-TASAS: falta ' nombre-tabla
                   ' (status=' fs-tasas ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO fin-archivo
           PERFORM UNTIL no-hay-mas
               READ archivo-tasas
                   AT END
                       SET no-hay-mas TO TRUE
                   NOT AT END
                       PERFORM TOMAR-BANDA
               END-READ
           END-PERFORM
           CLOSE archivo-tasas
           IF bandas-cargadas(idx-tabla) = ZERO
               DISPLAY 'SIMULA-TASAS: ' nombre-tabla ' esta vacio.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE bandas-cargadas(idx-tabla) TO idx-banda
           IF tab-hasta(idx-tabla, idx-banda) NOT = 999999999
               DISPLAY 'SIMULA-TASAS: ' nombre-tabla ' no cierra con '
                   'el tope 999999999; los saldos mayores quedan '
                   'sin interes.'
           END-IF.

       TOMAR-BANDA.
           IF tas-hasta NOT NUMERIC OR tas-tasa NOT NUMERIC
               DISPLAY 'SIMULA-TASAS: linea invalida en '
                   nombre-tabla ': ' registro-tasa
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF bandas-cargadas(idx-tabla) >= 20
               DISPLAY 'SIMULA-TASAS: mas de 20 bandas en '
                   nombre-tabla '.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE bandas-cargadas(idx-tabla) TO idx-banda
           IF idx-banda > ZERO
               IF tas-hasta NOT > tab-hasta(idx-tabla, idx-banda)
                   DISPLAY 'SIMULA-TASAS: las bandas de '
                       nombre-tabla ' no estan en orden creciente.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           ADD 1 TO bandas-cargadas(idx-tabla)
           ADD 1 TO idx-banda
           MOVE tas-hasta TO tab-hasta(idx-tabla, idx-banda)
           MOVE tas-tasa TO tab-tasa(idx-tabla, idx-banda).

      * Sin alicuota de INTERES el neto sale igual al bruto, con
      * aviso.
       CARGAR-RETENCION.
           OPEN INPUT archivo-impuestos
           IF fs-impuestos = '00'
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-impuestos
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           IF imp-concepto = 'INTERES'
                               MOVE imp-tasa TO tasa-retencion
                               MOVE 'S' TO retencion-hallada
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-impuestos
           END-IF
           IF retencion-hallada NOT = 'S'
               DISPLAY 'SIMULA-TASAS: sin alicuota de INTERES en '
                   'IMPUESTOS.DAT, el neto se informa sin retencion.'
           END-IF.

      * Tabla de tramos: se insertan los topes de las dos tablas en
      * orden, sin repetir.
       ARMAR-TRAMOS.
           PERFORM VARYING idx-tabla FROM 1 BY 1 UNTIL idx-tabla > 2
               PERFORM VARYING idx-banda FROM 1 BY 1
                       UNTIL idx-banda > bandas-cargadas(idx-tabla)
                   MOVE tab-hasta(idx-tabla, idx-banda) TO tope-nuevo
                   PERFORM INSERTAR-TOPE
               END-PERFORM
           END-PERFORM
           PERFORM VARYING idx-tramo FROM 1 BY 1
                   UNTIL idx-tramo > tramos-cargados
               MOVE tra-hasta(idx-tramo) TO saldo-buscado
               MOVE 1 TO idx-tabla
               PERFORM BUSCAR-TASA
               MOVE tasa-encontrada TO tra-tasa-actual(idx-tramo)
               MOVE 2 TO idx-tabla
               PERFORM BUSCAR-TASA
               MOVE tasa-encontrada TO tra-tasa-propuesta(idx-tramo)
               MOVE ZERO TO tra-clientes(idx-tramo)
               MOVE ZERO TO tra-saldo(idx-tramo)
               MOVE ZERO TO tra-interes-actual(idx-tramo)
               MOVE ZERO TO tra-interes-propuesto(idx-tramo)
           END-PERFORM.

       INSERTAR-TOPE.
           MOVE 'N' TO tasa-hallada
           PERFORM VARYING idx-tramo FROM 1 BY 1
                   UNTIL idx-tramo > tramos-cargados OR HAY-TASA
               IF tra-hasta(idx-tramo) = tope-nuevo
                   SET HAY-TASA TO TRUE
               END-IF
           END-PERFORM
           IF NOT HAY-TASA
               ADD 1 TO tramos-cargados
               MOVE tope-nuevo TO tra-hasta(tramos-cargados)
               MOVE tramos-cargados TO idx-tramo
               PERFORM UNTIL idx-tramo = 1
                   OR tra-hasta(idx-tramo - 1) < tra-hasta(idx-tramo)
                   MOVE tra-hasta(idx-tramo - 1) TO tope-auxiliar
                   MOVE tra-hasta(idx-tramo) TO tra-hasta(idx-tramo - 1)
                   MOVE tope-auxiliar TO tra-hasta(idx-tramo)
                   SUBTRACT 1 FROM idx-tramo
               END-PERFORM
           END-IF.

      * Tasa de la tabla idx-tabla para saldo-buscado: la primera
      * banda cuyo tope lo alcanza; sin banda, tasa cero.
       BUSCAR-TASA.
           MOVE ZERO TO tasa-encontrada
           MOVE 'N' TO tasa-hallada
           PERFORM VARYING idx-banda FROM 1 BY 1
                   UNTIL idx-banda > bandas-cargadas(idx-tabla)
                   OR HAY-TASA
               IF saldo-buscado <= tab-hasta(idx-tabla, idx-banda)
                   SET HAY-TASA TO TRUE
                   MOVE tab-tasa(idx-tabla, idx-banda)
                       TO tasa-encontrada
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Fuente de saldos: la ficha de hoy o la foto de una fecha.
      *----------------------------------------------------------------
       SIMULAR-SALDOS-ACTUALES.
           MOVE 'N' TO fin-archivo
           MOVE ZEROS TO cliente-id-fd
           START clientes KEY IS NOT LESS THAN cliente-id-fd
               INVALID KEY
                   SET no-hay-mas TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas
               READ clientes NEXT RECORD
                   AT END
                       SET no-hay-mas TO TRUE
                   NOT AT END
                       ADD 1 TO clientes-leidos
                       IF (CLIENTE-ACTIVO OR CLIENTE-RESTRINGIDO)
                               AND cliente-saldo NUMERIC
                               AND cliente-saldo > ZERO
                           MOVE cliente-id-fd TO sim-cliente
                           MOVE cliente-saldo TO sim-saldo
                           PERFORM SIMULAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM.

      * Con una foto pasada el estado que se mira es el de hoy: la
      * foto no guarda el estado del cliente.
       SIMULAR-FOTO.
           OPEN INPUT archivo-historia
           IF fs-historia NOT = '00'
               DISPLAY 'SIMULA-TASAS: no se pudo abrir SALDOSHIST.DAT'
                   ', status=' fs-historia
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO fin-archivo
           PERFORM UNTIL no-hay-mas
               READ archivo-historia
                   AT END
                       SET no-hay-mas TO TRUE
                   NOT AT END
                       IF his-fecha = fecha-simulacion
                           ADD 1 TO clientes-leidos
                           PERFORM TOMAR-FOTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-historia.

       TOMAR-FOTO.
           MOVE his-cliente TO cliente-id-fd
           READ clientes
               INVALID KEY
                   ADD 1 TO clientes-sin-ficha
               NOT INVALID KEY
                   IF (CLIENTE-ACTIVO OR CLIENTE-RESTRINGIDO)
                           AND his-saldo > ZERO
                       MOVE his-cliente TO sim-cliente
                       MOVE his-saldo TO sim-saldo
                       PERFORM SIMULAR-CLIENTE
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * El interes de un mes del cliente con las dos tablas.
      *----------------------------------------------------------------
       SIMULAR-CLIENTE.
           MOVE sim-saldo TO saldo-buscado
           MOVE 1 TO idx-tabla
           PERFORM BUSCAR-TASA
           MOVE tasa-encontrada TO sim-tasa-actual
           MOVE 2 TO idx-tabla
           PERFORM BUSCAR-TASA
           MOVE tasa-encontrada TO sim-tasa-propuesta
           MOVE sim-tasa-actual TO l-tasa
           PERFORM CALCULAR-INTERES
           IF l-status-fin NOT = 0
               ADD 1 TO clientes-desbordados
           ELSE
               MOVE l-resultado TO sim-interes-actual
               MOVE sim-tasa-propuesta TO l-tasa
               PERFORM CALCULAR-INTERES
               IF l-status-fin NOT = 0
                   ADD 1 TO clientes-desbordados
               ELSE
                   MOVE l-resultado TO sim-interes-propuesto
                   PERFORM ACUMULAR-CLIENTE
               END-IF
           END-IF.

      * l-monto llega a 9999999: un saldo mayor no entra en la
      * libreria y se informa aparte en vez de truncarlo.
       CALCULAR-INTERES.
           EVALUATE TRUE
               WHEN sim-saldo > 9999999
                   MOVE ZERO TO l-resultado
                   MOVE 1 TO l-status-fin
               WHEN l-tasa = ZERO
                   MOVE ZERO TO l-resultado
                   MOVE 0 TO l-status-fin
               WHEN OTHER
                   MOVE sim-saldo TO l-monto
                   MOVE dias-simulados TO l-dias
                   CALL 'INTERES' USING l-monto, l-tasa, l-dias,
                       l-resultado, l-status-fin
           END-EVALUATE.

       ACUMULAR-CLIENTE.
           ADD 1 TO clientes-simulados
           ADD sim-saldo TO total-saldo
           ADD sim-interes-actual TO total-actual
           ADD sim-interes-propuesto TO total-propuesto
           COMPUTE retencion-calculada ROUNDED =
               sim-interes-actual * tasa-retencion / 100
           COMPUTE neto-actual = neto-actual + sim-interes-actual
               - retencion-calculada
           COMPUTE retencion-calculada ROUNDED =
               sim-interes-propuesto * tasa-retencion / 100
           COMPUTE neto-propuesto = neto-propuesto
               + sim-interes-propuesto - retencion-calculada
           PERFORM VARYING idx-tramo FROM 1 BY 1
                   UNTIL idx-tramo >= tramos-cargados
                   OR sim-saldo <= tra-hasta(idx-tramo)
               CONTINUE
           END-PERFORM
           ADD 1 TO tra-clientes(idx-tramo)
           ADD sim-saldo TO tra-saldo(idx-tramo)
           ADD sim-interes-actual TO tra-interes-actual(idx-tramo)
           ADD sim-interes-propuesto
               TO tra-interes-propuesto(idx-tramo)
           COMPUTE sim-cambio = sim-interes-propuesto
               - sim-interes-actual
           IF sim-cambio < ZERO
               COMPUTE sim-cambio-absoluto = 0 - sim-cambio
           ELSE
               MOVE sim-cambio TO sim-cambio-absoluto
           END-IF
           IF sim-cambio NOT = ZERO
               PERFORM ANOTAR-MAYOR
           END-IF.

      * Inserta al cliente en la tabla de mayores cambios si entra.
       ANOTAR-MAYOR.
           MOVE 1 TO lugar-mayor
           PERFORM UNTIL lugar-mayor > mayores-cargados
               OR sim-cambio-absoluto > may-absoluto(lugar-mayor)
               ADD 1 TO lugar-mayor
           END-PERFORM
           IF lugar-mayor <= 20
               IF mayores-cargados < 20
                   ADD 1 TO mayores-cargados
               END-IF
               PERFORM VARYING idx-mayor FROM mayores-cargados BY -1
                       UNTIL idx-mayor <= lugar-mayor
                   MOVE mayor-e(idx-mayor - 1) TO mayor-e(idx-mayor)
               END-PERFORM
               MOVE sim-cliente TO may-cliente(lugar-mayor)
               MOVE sim-saldo TO may-saldo(lugar-mayor)
               MOVE sim-tasa-actual TO may-tasa-actual(lugar-mayor)
               MOVE sim-tasa-propuesta
                   TO may-tasa-propuesta(lugar-mayor)
               MOVE sim-interes-actual
                   TO may-interes-actual(lugar-mayor)
               MOVE sim-interes-propuesto
                   TO may-interes-propuesto(lugar-mayor)
               MOVE sim-cambio TO may-cambio(lugar-mayor)
               MOVE sim-cambio-absoluto TO may-absoluto(lugar-mayor)
           END-IF.

      *----------------------------------------------------------------
      * SIMTASAS.RPT: tramos, totales brutos y netos, mayores
      * cambios.
      *----------------------------------------------------------------
       ESCRIBIR-REPORTE.
           MOVE 'A' TO l-rep-accion
           MOVE 'SIMTASAS.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           MOVE 'SIMULACION DE CAMBIO DE TASAS (INTERES DE UN MES)'
               TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte
           STRING 'TABLA PROPUESTA: ' nombre-propuesta
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF fecha-simulacion = ZERO
               STRING 'SALDOS: CLIENTES.DAT AL ' fecha-proceso
                   DELIMITED BY SIZE INTO linea-reporte
           ELSE
               STRING 'SALDOS: FOTO SALDOSHIST.DAT DEL '
                   fecha-simulacion
                   DELIMITED BY SIZE INTO linea-reporte
           END-IF
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE '    HASTA TASA ACT TASA PRO CLIEN   INT ACTUAL'
               TO linea-reporte
           MOVE '    PROPUESTO   DIFERENCIA' TO linea-reporte(47:26)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-tramo FROM 1 BY 1
                   UNTIL idx-tramo > tramos-cargados
               MOVE tra-hasta(idx-tramo) TO lt-hasta
               MOVE tra-tasa-actual(idx-tramo) TO lt-tasa-actual
               MOVE tra-tasa-propuesta(idx-tramo) TO lt-tasa-propuesta
               MOVE tra-clientes(idx-tramo) TO lt-clientes
               MOVE tra-interes-actual(idx-tramo) TO lt-actual
               MOVE tra-interes-propuesto(idx-tramo) TO lt-propuesto
               COMPUTE lt-cambio = tra-interes-propuesto(idx-tramo)
                   - tra-interes-actual(idx-tramo)
               MOVE linea-tramo TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           PERFORM ESCRIBIR-LINEA

           MOVE SPACES TO linea-reporte
           MOVE total-saldo TO importe-editado
           STRING 'CLIENTES SIMULADOS: ' clientes-simulados
               '  SALDO: ' importe-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE total-actual TO importe-editado
           MOVE total-propuesto TO importe-editado-2
           COMPUTE importe-editado-3 = total-propuesto - total-actual
           STRING 'INTERES BRUTO   ACTUAL ' importe-editado
               ' PROP ' importe-editado-2
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           STRING '                DIFERENCIA ' importe-editado-3
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE tasa-retencion TO tasa-editada
           STRING 'RETENCION SOBRE INTERES: ' tasa-editada ' %'
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE neto-actual TO importe-editado
           MOVE neto-propuesto TO importe-editado-2
           COMPUTE importe-editado-3 = neto-propuesto - neto-actual
           STRING 'INTERES NETO    ACTUAL ' importe-editado
               ' PROP ' importe-editado-2
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           STRING '                DIFERENCIA ' importe-editado-3
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF clientes-sin-ficha > ZERO
               STRING 'EN LA FOTO Y SIN FICHA EN CLIENTES.DAT: '
                   clientes-sin-ficha
                   DELIMITED BY SIZE INTO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           IF clientes-desbordados > ZERO
               STRING 'FUERA DE RANGO DE INTERES, NO SUMADOS: '
                   clientes-desbordados
                   DELIMITED BY SIZE INTO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA

           MOVE 'CLIENTES CON MAYOR CAMBIO DE INTERES' TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'CLIENT         SALDO TASA ACT TASA PRO  INT ACTUAL'
               TO linea-reporte
           MOVE '    INT PROP  DIFERENCIA' TO linea-reporte(51:24)
           PERFORM ESCRIBIR-LINEA
           IF mayores-cargados = ZERO
               MOVE 'NINGUN CLIENTE CAMBIA SU INTERES.'
                   TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM VARYING idx-mayor FROM 1 BY 1
                   UNTIL idx-mayor > mayores-cargados
               MOVE may-cliente(idx-mayor) TO lm-cliente
               MOVE may-saldo(idx-mayor) TO lm-saldo
               MOVE may-tasa-actual(idx-mayor) TO lm-tasa-actual
               MOVE may-tasa-propuesta(idx-mayor) TO lm-tasa-propuesta
               MOVE may-interes-actual(idx-mayor) TO lm-actual
               MOVE may-interes-propuesto(idx-mayor) TO lm-propuesto
               MOVE may-cambio(idx-mayor) TO lm-cambio
               MOVE linea-mayor TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'SIMTASAS' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'SIMULA-TASAS: error del escritor de '
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
           MOVE 'SIMULA-TASAS' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
