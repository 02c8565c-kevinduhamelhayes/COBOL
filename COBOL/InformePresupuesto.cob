       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRESUP-REAL.
       AUTHOR. Ejemplo.
      * Presupuesto contra real por cuenta contable. El real sale
      * del maestro con el mismo mapeo de categoria a cuenta que usa
      * EXTRACTO-GL (PLANCTAS.DAT, registro comun PLANCTAS): cada
      * categoria suma su importe base al debe de su cuenta D y al
      * haber de su cuenta C, y el real de una cuenta es su saldo
      * deudor (debe menos haber), que es como contabilidad lo ve
      * despues de importar GLDIARIO.TXT. Una categoria sin el par
      * completo de cuentas no va al real, igual que EXTRACTO-GL la
      * retiene; se lista al pie para que se corrija el plan.
      * El mes sale de la variable MES-PRESUP (AAAAMM); por defecto
      * es el mes anterior al de la fecha de proceso, ya con los
      * cargos de fin de mes posteados. Por cuenta: real,
      * presupuesto (PRESUPUESTO.DAT, cargado con MANT-PRESUPUESTO),
      * variacion en importe y en porcentaje sobre el presupuesto,
      * del mes y del acumulado del anio hasta ese mes. La cuenta
      * cuya variacion pasa la tolerancia (TOLERANCIA-PRESUP, en
      * porcentaje, 10 por defecto) en cualquier sentido, o que
      * tiene movimiento sin presupuesto, sale marcada con ***.
      * El maestro se toma por fecha de la transaccion, y solo el
      * vivo: los archivos anuales del cierre no traen la categoria.
      * Sale por REPWRITE como PRESUP.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-plan ASSIGN TO 'PLANCTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-plan.
           SELECT presupuesto ASSIGN TO 'PRESUPUESTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-clave
               FILE STATUS IS fs-presupuesto.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-maestro.
           COPY MAESTRO.
      * Plan de cuentas: una linea por categoria y lado.
       FD  archivo-plan.
           COPY PLANCTAS.
       FD  presupuesto.
           COPY PRESUP.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY REPPARM.
       01  linea-reporte      PIC X(80).
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-plan            PIC XX VALUE '00'.
       01  fs-presupuesto     PIC XX VALUE '00'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  fin-plan           PIC X VALUE 'N'.
           88  no-hay-mas-plan VALUE 'S'.
       01  fin-presupuesto    PIC X VALUE 'N'.
           88  no-hay-mas-presupuesto VALUE 'S'.
       01  parametro-texto    PIC X(20) VALUE SPACES.
       01  fecha-proceso      PIC 9(8).
       01  mes-pedido         PIC 9(6).
       01  mes-partes REDEFINES mes-pedido.
           05  mes-anio        PIC 9(4).
           05  mes-mes         PIC 9(2).
       01  tolerancia         PIC 9(3)V9 VALUE 10.

      * Plan de cuentas en memoria, igual que en EXTRACTO-GL.
       01  tabla-plan.
           05  plan-e OCCURS 200 TIMES.
               10  pln-categoria  PIC X(4).
               10  pln-lado       PIC X.
               10  pln-cuenta     PIC X(8).
       01  cuentas-cargadas   PIC 9(3) VALUE ZERO.
       01  idx-plan           PIC 9(3).
       01  cuenta-debe        PIC X(8).
       01  cuenta-haber       PIC X(8).

      * Totales del maestro por categoria: mes y acumulado.
       01  tabla-categorias.
           05  categoria-e OCCURS 100 TIMES.
               10  tot-categoria  PIC X(4).
               10  tot-mes        PIC S9(13)V99.
               10  tot-acum       PIC S9(13)V99.
       01  categorias-vistas  PIC 9(3) VALUE ZERO.
       01  idx-total          PIC 9(3).
       01  fila-hallada       PIC X VALUE 'N'.
           88  FILA-OK         VALUE 'S'.

      * Una fila por cuenta del plan (y por cuenta presupuestada
      * que ya no este en el plan).
       01  tabla-cuentas.
           05  cuenta-e OCCURS 200 TIMES.
               10  cta-cuenta     PIC X(8).
               10  cta-real-mes   PIC S9(13)V99.
               10  cta-real-acum  PIC S9(13)V99.
               10  cta-ppto-mes   PIC S9(13)V99.
               10  cta-ppto-acum  PIC S9(13)V99.
       01  cuentas-vistas     PIC 9(3) VALUE ZERO.
       01  idx-cuenta         PIC 9(3).
       01  cuenta-buscada     PIC X(8).
       01  cuenta-hallada     PIC X VALUE 'N'.
           88  CUENTA-OK       VALUE 'S'.

       01  importe-real       PIC S9(13)V99.
       01  importe-ppto       PIC S9(13)V99.
       01  variacion          PIC S9(13)V99.
       01  variacion-pct      PIC S9(5)V9.
       01  variacion-abs      PIC 9(5)V9.
       01  movimientos-leidos PIC 9(7) VALUE ZERO.
       01  cuentas-listadas   PIC 9(3) VALUE ZERO.
       01  cuentas-marcadas   PIC 9(3) VALUE ZERO.
       01  categorias-sin-mapa PIC 9(3) VALUE ZERO.
       01  hay-marca          PIC X VALUE 'N'.
           88  CUENTA-MARCADA  VALUE 'S'.

       01  linea-titulo.
           05  FILLER PIC X(34)
               VALUE 'PRESUPUESTO CONTRA REAL - MES '.
           05  tit-mes PIC 9(6).
       01  linea-parametros.
           05  FILLER PIC X(30)
               VALUE 'ACUMULADO DESDE EL MES 01 DEL '.
           05  lpa-anio PIC 9(4).
           05  FILLER PIC X(14) VALUE '  TOLERANCIA '.
           05  lpa-tolerancia PIC ZZ9.9.
           05  FILLER PIC X VALUE '%'.
       01  linea-encabezado.
           05  FILLER PIC X(40)
               VALUE 'CUENTA   PER.           REAL    PRESUPUE'.
           05  FILLER PIC X(40)
               VALUE 'STO      VARIACION   VAR.%              '.
       01  linea-detalle.
           05  det-cuenta     PIC X(8).
           05  FILLER         PIC X VALUE SPACE.
           05  det-periodo    PIC X(4).
           05  FILLER         PIC X VALUE SPACE.
           05  det-real       PIC -(10)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-ppto       PIC -(10)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-variacion  PIC -(10)9.99.
           05  FILLER         PIC X VALUE SPACE.
           05  det-pct        PIC -(4)9.9.
           05  det-pct-texto REDEFINES det-pct PIC X(7).
           05  det-signo-pct  PIC X.
           05  FILLER         PIC X VALUE SPACE.
           05  det-marca      PIC X(3).
       01  linea-sin-mapa.
           05  FILLER         PIC X(22)
               VALUE 'CATEGORIA SIN MAPEO: '.
           05  lsm-categoria  PIC X(4).
           05  FILLER         PIC X(6) VALUE '  MES '.
           05  lsm-mes        PIC -(10)9.99.
           05  FILLER         PIC X(7) VALUE '  ACUM '.
           05  lsm-acum       PIC -(10)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           PERFORM DETERMINAR-PARAMETROS
           PERFORM CARGAR-PLAN
           IF cuentas-cargadas = ZERO
               DISPLAY 'PRESUP-REAL: PLANCTAS.DAT esta vacio.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SUMAR-MAESTRO
           PERFORM VARYING idx-total FROM 1 BY 1
                   UNTIL idx-total > categorias-vistas
               PERFORM ASENTAR-CATEGORIA
           END-PERFORM
           PERFORM SUMAR-PRESUPUESTO

           MOVE 'A' TO l-rep-accion
           MOVE 'PRESUP.RPT' TO l-rep-archivo
           MOVE mes-pedido TO tit-mes
           MOVE linea-titulo TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE mes-anio TO lpa-anio
           MOVE tolerancia TO lpa-tolerancia
           MOVE linea-parametros TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-LINEA
           MOVE linea-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-cuenta FROM 1 BY 1
                   UNTIL idx-cuenta > cuentas-vistas
               PERFORM LISTAR-CUENTA
           END-PERFORM
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO linea-reporte
           STRING 'CUENTAS LISTADAS: ' cuentas-listadas
               '  FUERA DE TOLERANCIA: ' cuentas-marcadas
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF categorias-sin-mapa > ZERO
               PERFORM LISTAR-SIN-MAPA
           END-IF
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           DISPLAY 'PRESUP-REAL: ' cuentas-listadas ' cuentas, '
               cuentas-marcadas ' fuera de tolerancia en '
               mes-pedido ', reporte en PRESUP.RPT'
           IF categorias-sin-mapa > ZERO
               DISPLAY 'PRESUP-REAL: ' categorias-sin-mapa
                   ' categorias sin mapeo en PLANCTAS.DAT.'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       DETERMINAR-PARAMETROS.
           MOVE SPACES TO parametro-texto
           ACCEPT parametro-texto FROM ENVIRONMENT 'MES-PRESUP'
           IF parametro-texto(1:6) NUMERIC
               AND parametro-texto(5:2) >= '01'
               AND parametro-texto(5:2) <= '12'
               MOVE parametro-texto(1:6) TO mes-pedido
           ELSE
               MOVE fecha-proceso(1:6) TO mes-pedido
               IF mes-mes = 1
                   SUBTRACT 1 FROM mes-anio
                   MOVE 12 TO mes-mes
               ELSE
                   SUBTRACT 1 FROM mes-mes
               END-IF
           END-IF
           MOVE SPACES TO parametro-texto
           MOVE 'TOLERANCIA-PRESUP' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(parametro-texto) = 0
               COMPUTE tolerancia =
                   FUNCTION NUMVAL(parametro-texto)
           END-IF.

      * Carga el plan y arma una fila de cuenta por cada cuenta
      * distinta, para que salgan todas aunque no tengan presupuesto.
       CARGAR-PLAN.
           OPEN INPUT archivo-plan
           IF fs-plan NOT = '00'
               DISPLAY 'PRESUP-REAL: falta PLANCTAS.DAT (status='
                   fs-plan '), no hay plan de cuentas.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-plan
               READ archivo-plan
                   AT END
                       SET no-hay-mas-plan TO TRUE
                   NOT AT END
                       IF cuentas-cargadas < 200
                           ADD 1 TO cuentas-cargadas
                           MOVE pla-categoria
                               TO pln-categoria(cuentas-cargadas)
                           MOVE pla-lado
                               TO pln-lado(cuentas-cargadas)
                           MOVE pla-cuenta
                               TO pln-cuenta(cuentas-cargadas)
                           MOVE pla-cuenta TO cuenta-buscada
                           PERFORM UBICAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-plan.

      * Deja idx-cuenta en la fila de cuenta-buscada, dandola de
      * alta si no estaba (con la tabla llena, cuenta-hallada en N).
       UBICAR-CUENTA.
           MOVE 'N' TO cuenta-hallada
           PERFORM VARYING idx-cuenta FROM 1 BY 1
                   UNTIL idx-cuenta > cuentas-vistas OR CUENTA-OK
               IF cta-cuenta(idx-cuenta) = cuenta-buscada
                   SET CUENTA-OK TO TRUE
               END-IF
           END-PERFORM
           IF CUENTA-OK
               SUBTRACT 1 FROM idx-cuenta
           ELSE
               IF cuentas-vistas < 200
                   ADD 1 TO cuentas-vistas
                   MOVE cuentas-vistas TO idx-cuenta
                   MOVE cuenta-buscada TO cta-cuenta(idx-cuenta)
                   MOVE ZERO TO cta-real-mes(idx-cuenta)
                   MOVE ZERO TO cta-real-acum(idx-cuenta)
                   MOVE ZERO TO cta-ppto-mes(idx-cuenta)
                   MOVE ZERO TO cta-ppto-acum(idx-cuenta)
                   SET CUENTA-OK TO TRUE
               END-IF
           END-IF.

      * Del maestro entra lo del anio pedido hasta el mes pedido.
       SUMAR-MAESTRO.
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'PRESUP-REAL: no se pudo abrir maestro.dat, '
                   'status=' fs-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO maestro-clave
           START archivo-maestro KEY IS NOT LESS THAN maestro-clave
               INVALID KEY
                   SET no-hay-mas-maestro TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-maestro
               READ archivo-maestro NEXT RECORD
                   AT END
                       SET no-hay-mas-maestro TO TRUE
                   NOT AT END
                       IF maestro-fecha(1:4) = mes-anio
                           AND maestro-fecha(1:6) <= mes-pedido
                           ADD 1 TO movimientos-leidos
                           PERFORM ACUMULAR-CATEGORIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-maestro.

       ACUMULAR-CATEGORIA.
           MOVE 'N' TO fila-hallada
           PERFORM VARYING idx-total FROM 1 BY 1
                   UNTIL idx-total > categorias-vistas OR FILA-OK
               IF tot-categoria(idx-total) = maestro-categoria
                   SET FILA-OK TO TRUE
                   SUBTRACT 1 FROM idx-total
               END-IF
           END-PERFORM
           IF NOT FILA-OK
               IF categorias-vistas < 100
                   ADD 1 TO categorias-vistas
                   MOVE categorias-vistas TO idx-total
                   MOVE maestro-categoria TO tot-categoria(idx-total)
                   MOVE ZERO TO tot-mes(idx-total)
                   MOVE ZERO TO tot-acum(idx-total)
                   SET FILA-OK TO TRUE
               END-IF
           END-IF
           IF FILA-OK
               ADD maestro-importe TO tot-acum(idx-total)
               IF maestro-fecha(1:6) = mes-pedido
                   ADD maestro-importe TO tot-mes(idx-total)
               END-IF
           END-IF.

      * La categoria se asienta con su par de cuentas, igual que en
      * EXTRACTO-GL: el importe al debe de la cuenta D y al haber de
      * la cuenta C. Sin el par completo queda para el pie.
       ASENTAR-CATEGORIA.
           MOVE SPACES TO cuenta-debe
           MOVE SPACES TO cuenta-haber
           PERFORM VARYING idx-plan FROM 1 BY 1
                   UNTIL idx-plan > cuentas-cargadas
               IF pln-categoria(idx-plan)
                   = tot-categoria(idx-total)
                   IF pln-lado(idx-plan) = 'D'
                       MOVE pln-cuenta(idx-plan) TO cuenta-debe
                   END-IF
                   IF pln-lado(idx-plan) = 'C'
                       MOVE pln-cuenta(idx-plan) TO cuenta-haber
                   END-IF
               END-IF
           END-PERFORM
           IF cuenta-debe = SPACES OR cuenta-haber = SPACES
               ADD 1 TO categorias-sin-mapa
           ELSE
               MOVE cuenta-debe TO cuenta-buscada
               PERFORM UBICAR-CUENTA
               IF CUENTA-OK
                   ADD tot-mes(idx-total) TO cta-real-mes(idx-cuenta)
                   ADD tot-acum(idx-total)
                       TO cta-real-acum(idx-cuenta)
               END-IF
               MOVE cuenta-haber TO cuenta-buscada
               PERFORM UBICAR-CUENTA
               IF CUENTA-OK
                   SUBTRACT tot-mes(idx-total)
                       FROM cta-real-mes(idx-cuenta)
                   SUBTRACT tot-acum(idx-total)
                       FROM cta-real-acum(idx-cuenta)
               END-IF
           END-IF.

      * Sin PRESUPUESTO.DAT el informe sale igual, todo sin
      * presupuesto.
       SUMAR-PRESUPUESTO.
           OPEN INPUT presupuesto
           IF fs-presupuesto NOT = '00'
               DISPLAY 'PRESUP-REAL: AVISO, sin PRESUPUESTO.DAT '
                   '(status=' fs-presupuesto ').'
           ELSE
               MOVE LOW-VALUES TO pre-clave
               START presupuesto KEY IS NOT LESS THAN pre-clave
                   INVALID KEY
                       SET no-hay-mas-presupuesto TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-presupuesto
                   READ presupuesto NEXT RECORD
                       AT END
                           SET no-hay-mas-presupuesto TO TRUE
                       NOT AT END
                           IF pre-mes(1:4) = mes-anio
                               AND pre-mes <= mes-pedido
                               PERFORM ACUMULAR-PRESUPUESTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE presupuesto
           END-IF.

       ACUMULAR-PRESUPUESTO.
           MOVE pre-cuenta TO cuenta-buscada
           PERFORM UBICAR-CUENTA
           IF CUENTA-OK
               ADD pre-importe TO cta-ppto-acum(idx-cuenta)
               IF pre-mes = mes-pedido
                   ADD pre-importe TO cta-ppto-mes(idx-cuenta)
               END-IF
           END-IF.

      * Una cuenta sin real ni presupuesto en el anio no se lista.
       LISTAR-CUENTA.
           IF cta-real-acum(idx-cuenta) NOT = ZERO
               OR cta-ppto-acum(idx-cuenta) NOT = ZERO
               OR cta-real-mes(idx-cuenta) NOT = ZERO
               ADD 1 TO cuentas-listadas
               MOVE 'N' TO hay-marca
               MOVE SPACES TO linea-reporte
               MOVE cta-cuenta(idx-cuenta) TO det-cuenta
               MOVE 'MES' TO det-periodo
               MOVE cta-real-mes(idx-cuenta) TO importe-real
               MOVE cta-ppto-mes(idx-cuenta) TO importe-ppto
               PERFORM ARMAR-DETALLE
               MOVE SPACES TO det-cuenta
               MOVE 'ACUM' TO det-periodo
               MOVE cta-real-acum(idx-cuenta) TO importe-real
               MOVE cta-ppto-acum(idx-cuenta) TO importe-ppto
               PERFORM ARMAR-DETALLE
               IF CUENTA-MARCADA
                   ADD 1 TO cuentas-marcadas
               END-IF
           END-IF.

      * La variacion es real menos presupuesto; el porcentaje es
      * sobre el valor absoluto del presupuesto, para que el signo
      * diga siempre si el saldo deudor quedo por encima o debajo.
       ARMAR-DETALLE.
           COMPUTE variacion = importe-real - importe-ppto
           MOVE importe-real TO det-real
           MOVE importe-ppto TO det-ppto
           MOVE variacion TO det-variacion
           MOVE SPACES TO det-marca
           IF importe-ppto = ZERO
               MOVE ' S/PPTO' TO det-pct-texto
               MOVE SPACE TO det-signo-pct
               IF importe-real NOT = ZERO
                   MOVE '***' TO det-marca
               END-IF
           ELSE
               IF importe-ppto > ZERO
                   COMPUTE variacion-pct ROUNDED =
                       variacion * 100 / importe-ppto
                       ON SIZE ERROR
                           MOVE 9999.9 TO variacion-pct
                   END-COMPUTE
               ELSE
                   COMPUTE variacion-pct ROUNDED =
                       variacion * 100 / (0 - importe-ppto)
                       ON SIZE ERROR
                           MOVE 9999.9 TO variacion-pct
                   END-COMPUTE
               END-IF
               MOVE variacion-pct TO det-pct
               MOVE '%' TO det-signo-pct
               MOVE variacion-pct TO variacion-abs
               IF variacion-abs > tolerancia
                   MOVE '***' TO det-marca
               END-IF
           END-IF
           IF det-marca NOT = SPACES
               SET CUENTA-MARCADA TO TRUE
           END-IF
           MOVE linea-detalle TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       LISTAR-SIN-MAPA.
           PERFORM ESCRIBIR-LINEA
           MOVE 'CATEGORIAS SIN PAR DE CUENTAS EN PLANCTAS.DAT (NO '
               TO linea-reporte
           MOVE 'ENTRAN AL REAL):' TO linea-reporte(51:16)
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-total FROM 1 BY 1
                   UNTIL idx-total > categorias-vistas
               PERFORM LISTAR-UNA-SIN-MAPA
           END-PERFORM.

       LISTAR-UNA-SIN-MAPA.
           MOVE SPACES TO cuenta-debe
           MOVE SPACES TO cuenta-haber
           PERFORM VARYING idx-plan FROM 1 BY 1
                   UNTIL idx-plan > cuentas-cargadas
               IF pln-categoria(idx-plan)
                   = tot-categoria(idx-total)
                   IF pln-lado(idx-plan) = 'D'
                       MOVE pln-cuenta(idx-plan) TO cuenta-debe
                   END-IF
                   IF pln-lado(idx-plan) = 'C'
                       MOVE pln-cuenta(idx-plan) TO cuenta-haber
                   END-IF
               END-IF
           END-PERFORM
           IF cuenta-debe = SPACES OR cuenta-haber = SPACES
               MOVE tot-categoria(idx-total) TO lsm-categoria
               MOVE tot-mes(idx-total) TO lsm-mes
               MOVE tot-acum(idx-total) TO lsm-acum
               MOVE linea-sin-mapa TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'PRESUPREAL' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'PRESUP-REAL: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'PRESUPREAL' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'PRESUP-REAL' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PRESUPUESTO.DAT' TO l-sel-archivo
           MOVE version-presupuesto TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
