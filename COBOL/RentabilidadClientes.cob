       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTA-CLIENTE.
       AUTHOR. Ejemplo.
      * Rentabilidad mensual por cliente sobre las categorias de
      * transaccion del maestro: comisiones (COMI), recargos por
      * mora (MORA), intereses pagados (INTS), retenciones (IMPU) y
      * cualquier otra categoria que el plan de cuentas PLANCTAS.DAT
      * mapee a una cuenta de resultado (clase 4 o 5). El lado de
      * esa cuenta decide el signo: con la cuenta de resultado al
      * debe (como el diario de EXTRACTO-GL la asienta) un importe
      * negativo para el cliente -- lo que se le cobro -- es
      * ingreso para el banco y uno positivo -- lo que se le pago --
      * es costo; al haber, al reves. Lo sin clasificar (categoria
      * en blanco) y las categorias patrimoniales (plazos fijos,
      * transferencias, pagos, efectivo) no entran.
      * Por cliente: ingresos, costos y neto del mes (variable
      * MES-RENTAB AAAAMM; por defecto el mes anterior al de la
      * fecha de proceso, ya con los cargos de fin de mes
      * posteados). El cliente se atribuye a la sucursal que origino
      * la mayor parte de sus movimientos del mes. El listado va por
      * sucursal, ordenado de mayor a menor neto con su posicion y
      * subtotal, y cierra con los 20 mejores y los 20 peores del
      * banco. Sale por REPWRITE como RENTAB.RPT. Solo se lee el
      * maestro vivo: los archivos anuales del cierre no traen la
      * categoria.
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
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-plan ASSIGN TO 'PLANCTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-plan.
           SELECT archivo-resultado ASSIGN TO 'RENTAB.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-resultado.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.
           SELECT archivo-ranking ASSIGN TO 'SORTWK2'.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  clientes.
           COPY CLIENTE.
      * Plan de cuentas: una linea por categoria y lado.
       FD  archivo-plan.
           COPY PLANCTAS.
      * Un registro por cliente con el resultado del mes, base de
      * los dos ordenamientos del listado.
       FD  archivo-resultado.
       01  registro-resultado.
           05  res-sucursal    PIC 9(3).
           05  res-cliente     PIC 9(6).
           05  res-nombre      PIC X(25).
           05  res-ingresos    PIC S9(11)V99.
           05  res-costos      PIC S9(11)V99.
           05  res-neto        PIC S9(11)V99.
      * Movimientos del mes por cliente y sucursal.
       SD  archivo-orden.
       01  registro-orden.
           05  orden-cliente   PIC 9(6).
           05  orden-sucursal  PIC 9(3).
           05  orden-aporte    PIC S9(9)V99.
           05  orden-resultado PIC X.
       SD  archivo-ranking.
       01  registro-ranking.
           05  rk-sucursal     PIC 9(3).
           05  rk-cliente      PIC 9(6).
           05  rk-nombre       PIC X(25).
           05  rk-ingresos     PIC S9(11)V99.
           05  rk-costos       PIC S9(11)V99.
           05  rk-neto         PIC S9(11)V99.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY REPPARM.
       01  linea-reporte      PIC X(80).
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-plan            PIC XX VALUE '00'.
       01  fs-resultado       PIC XX VALUE '00'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  fin-plan           PIC X VALUE 'N'.
           88  no-hay-mas-plan VALUE 'S'.
       01  fin-orden          PIC X VALUE 'N'.
           88  no-hay-mas-orden VALUE 'S'.
       01  fin-ranking        PIC X VALUE 'N'.
           88  no-hay-mas-ranking VALUE 'S'.
       01  clientes-abierto   PIC X VALUE 'N'.
           88  HAY-CLIENTES    VALUE 'S'.
       01  parametro-texto    PIC X(20) VALUE SPACES.
       01  fecha-proceso      PIC 9(8).
       01  mes-pedido         PIC 9(6).
       01  mes-partes REDEFINES mes-pedido.
           05  mes-anio        PIC 9(4).
           05  mes-mes         PIC 9(2).

      * Signo de cada categoria de resultado segun el lado de su
      * cuenta de clase 4 o 5: -1 al debe, +1 al haber.
       01  tabla-signos.
           05  signo-e OCCURS 100 TIMES.
               10  sig-categoria  PIC X(4).
               10  sig-valor      PIC S9.
       01  categorias-resultado PIC 9(3) VALUE ZERO.
       01  idx-signo          PIC 9(3).
       01  signo-hallado      PIC S9 VALUE ZERO.

      * Corte por cliente en la primera pasada.
       01  cliente-en-curso   PIC 9(6) VALUE ZERO.
       01  grupo-abierto      PIC X VALUE 'N'.
           88  HAY-GRUPO       VALUE 'S'.
       01  tiene-resultado    PIC X VALUE 'N'.
           88  CLIENTE-CON-RESULTADO VALUE 'S'.
       01  acum-ingresos      PIC S9(11)V99.
       01  acum-costos        PIC S9(11)V99.
       01  sucursal-en-curso  PIC 9(3).
       01  movs-sucursal      PIC 9(7).
       01  sucursal-mayor     PIC 9(3).
       01  movs-mayor         PIC 9(7).

      * Corte por sucursal en el listado.
       01  sucursal-de-corte  PIC 9(3) VALUE ZERO.
       01  sucursal-abierta   PIC X VALUE 'N'.
           88  HAY-SUCURSAL    VALUE 'S'.
       01  posicion-sucursal  PIC 9(5) VALUE ZERO.
       01  clientes-sucursal  PIC 9(5) VALUE ZERO.
       01  sub-ingresos       PIC S9(13)V99 VALUE ZERO.
       01  sub-costos         PIC S9(13)V99 VALUE ZERO.
       01  sub-neto           PIC S9(13)V99 VALUE ZERO.
       01  tot-ingresos       PIC S9(13)V99 VALUE ZERO.
       01  tot-costos         PIC S9(13)V99 VALUE ZERO.
       01  tot-neto           PIC S9(13)V99 VALUE ZERO.
       01  clientes-listados  PIC 9(6) VALUE ZERO.
       01  movimientos-mes    PIC 9(7) VALUE ZERO.

      * Los ultimos 20 de la pasada por neto descendente, en anillo:
      * al final son los 20 peores.
       01  tabla-peores.
           05  peor-e OCCURS 20 TIMES.
               10  pe-posicion    PIC 9(6).
               10  pe-sucursal    PIC 9(3).
               10  pe-cliente     PIC 9(6).
               10  pe-nombre      PIC X(25).
               10  pe-ingresos    PIC S9(11)V99.
               10  pe-costos      PIC S9(11)V99.
               10  pe-neto        PIC S9(11)V99.
       01  posicion-general   PIC 9(6) VALUE ZERO.
       01  idx-anillo         PIC 9(2) VALUE ZERO.
       01  idx-peor           PIC 9(2).
       01  peores-guardados   PIC 9(2) VALUE ZERO.

       01  linea-titulo.
           05  FILLER PIC X(35)
               VALUE 'RENTABILIDAD POR CLIENTE - MES '.
           05  tit-mes PIC 9(6).
       01  linea-encabezado.
           05  FILLER PIC X(40)
               VALUE '  POS CLIENTE NOMBRE                   '.
           05  FILLER PIC X(40)
               VALUE '     INGRESOS       COSTOS         NETO '.
       01  linea-sucursal.
           05  FILLER PIC X(9) VALUE 'SUCURSAL '.
           05  lsu-sucursal PIC 9(3).
       01  linea-detalle.
           05  det-posicion   PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  det-cliente    PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  det-nombre     PIC X(25).
           05  det-ingresos   PIC -(9)9.99.
           05  det-costos     PIC -(9)9.99.
           05  det-neto       PIC -(9)9.99.
       01  linea-subtotal.
           05  lst-rotulo     PIC X(22).
           05  lst-cantidad   PIC ZZZZ9.
           05  FILLER         PIC X(10) VALUE ' CLIENTES '.
           05  lst-ingresos   PIC -(11)9.99.
           05  lst-neto       PIC -(11)9.99.
       01  linea-costos.
           05  FILLER         PIC X(22) VALUE '   COSTOS:'.
           05  lco-costos     PIC -(11)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           PERFORM DETERMINAR-MES
           PERFORM CARGAR-SIGNOS
           IF categorias-resultado = ZERO
               DISPLAY 'RENTA-CLIENTE: PLANCTAS.DAT no mapea ninguna '
                   'categoria a cuentas de resultado.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT clientes
           IF fs-clientes = '00'
               SET HAY-CLIENTES TO TRUE
           ELSE
               DISPLAY 'RENTA-CLIENTE: sin CLIENTES.DAT, el listado '
                   'sale sin nombres.'
           END-IF
           OPEN OUTPUT archivo-resultado
           IF fs-resultado NOT = '00'
               DISPLAY 'RENTA-CLIENTE: no se pudo crear RENTAB.TMP, '
                   'status=' fs-resultado
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SORT archivo-orden
               ON ASCENDING KEY orden-cliente
               ON ASCENDING KEY orden-sucursal
               INPUT PROCEDURE IS LEER-MAESTRO
               OUTPUT PROCEDURE IS RESUMIR-CLIENTES
           CLOSE archivo-resultado
           IF HAY-CLIENTES
               CLOSE clientes
           END-IF

           MOVE 'A' TO l-rep-accion
           MOVE 'RENTAB.RPT' TO l-rep-archivo
           MOVE mes-pedido TO tit-mes
           MOVE linea-titulo TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           SORT archivo-ranking
               ON ASCENDING KEY rk-sucursal
               ON DESCENDING KEY rk-neto
               USING archivo-resultado
               OUTPUT PROCEDURE IS LISTAR-POR-SUCURSAL
           SORT archivo-ranking
               ON DESCENDING KEY rk-neto
               ON ASCENDING KEY rk-cliente
               USING archivo-resultado
               OUTPUT PROCEDURE IS LISTAR-EXTREMOS
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           DISPLAY 'RENTA-CLIENTE: ' clientes-listados
               ' clientes con resultado en ' mes-pedido
               ', reporte en RENTAB.RPT'
           STOP RUN.

       DETERMINAR-MES.
           MOVE SPACES TO parametro-texto
           ACCEPT parametro-texto FROM ENVIRONMENT 'MES-RENTAB'
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
           END-IF.

      * Una categoria es de resultado cuando una de sus cuentas del
      * plan es de clase 4 o 5; la categoria en blanco (lo sin
      * clasificar) queda afuera aunque tenga cuenta transitoria.
       CARGAR-SIGNOS.
           OPEN INPUT archivo-plan
           IF fs-plan NOT = '00'
               DISPLAY 'RENTA-CLIENTE: falta PLANCTAS.DAT (status='
                   fs-plan '), no hay plan de cuentas.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-plan
               READ archivo-plan
                   AT END
                       SET no-hay-mas-plan TO TRUE
                   NOT AT END
                       IF pla-categoria NOT = SPACES
                           AND (pla-cuenta(1:1) = '4'
                                OR pla-cuenta(1:1) = '5')
                           AND categorias-resultado < 100
                           ADD 1 TO categorias-resultado
                           MOVE pla-categoria TO
                               sig-categoria(categorias-resultado)
                           IF pla-lado = 'C'
                               MOVE 1 TO
                                   sig-valor(categorias-resultado)
                           ELSE
                               MOVE -1 TO
                                   sig-valor(categorias-resultado)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-plan.

      * Entran todos los movimientos del mes con cliente: los de
      * resultado aportan al neto, y todos cuentan para decidir la
      * sucursal del cliente.
       LEER-MAESTRO.
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'RENTA-CLIENTE: no se pudo abrir maestro.dat, '
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
                       IF maestro-fecha(1:6) = mes-pedido
                           AND maestro-cliente NUMERIC
                           AND maestro-cliente NOT = ZEROS
                           PERFORM ENTREGAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-maestro.

       ENTREGAR-MOVIMIENTO.
           ADD 1 TO movimientos-mes
           MOVE maestro-cliente TO orden-cliente
           IF maestro-sucursal NUMERIC
               MOVE maestro-sucursal TO orden-sucursal
           ELSE
               MOVE ZEROS TO orden-sucursal
           END-IF
           MOVE ZERO TO signo-hallado
           PERFORM VARYING idx-signo FROM 1 BY 1
                   UNTIL idx-signo > categorias-resultado
                   OR signo-hallado NOT = ZERO
               IF sig-categoria(idx-signo) = maestro-categoria
                   MOVE sig-valor(idx-signo) TO signo-hallado
               END-IF
           END-PERFORM
           IF signo-hallado = ZERO
               MOVE 'N' TO orden-resultado
               MOVE ZERO TO orden-aporte
           ELSE
               MOVE 'S' TO orden-resultado
               COMPUTE orden-aporte = maestro-importe * signo-hallado
           END-IF
           RELEASE registro-orden.

      * Corte por cliente: suma aportes positivos (ingresos) y
      * negativos (costos) y cuenta movimientos por sucursal para
      * quedarse con la sucursal mas usada (a igualdad, la menor).
       RESUMIR-CLIENTES.
           PERFORM UNTIL no-hay-mas-orden
               RETURN archivo-orden
                   AT END
                       SET no-hay-mas-orden TO TRUE
                   NOT AT END
                       IF orden-cliente NOT = cliente-en-curso
                               OR NOT HAY-GRUPO
                           IF HAY-GRUPO
                               PERFORM CERRAR-CLIENTE
                           END-IF
                           PERFORM ABRIR-CLIENTE
                       END-IF
                       PERFORM ACUMULAR-APORTE
               END-RETURN
           END-PERFORM
           IF HAY-GRUPO
               PERFORM CERRAR-CLIENTE
           END-IF.

       ABRIR-CLIENTE.
           SET HAY-GRUPO TO TRUE
           MOVE orden-cliente TO cliente-en-curso
           MOVE 'N' TO tiene-resultado
           MOVE ZERO TO acum-ingresos
           MOVE ZERO TO acum-costos
           MOVE orden-sucursal TO sucursal-en-curso
           MOVE ZERO TO movs-sucursal
           MOVE orden-sucursal TO sucursal-mayor
           MOVE ZERO TO movs-mayor.

       ACUMULAR-APORTE.
           IF orden-sucursal NOT = sucursal-en-curso
               PERFORM CERRAR-TRAMO-SUCURSAL
               MOVE orden-sucursal TO sucursal-en-curso
               MOVE ZERO TO movs-sucursal
           END-IF
           ADD 1 TO movs-sucursal
           IF orden-resultado = 'S'
               SET CLIENTE-CON-RESULTADO TO TRUE
               IF orden-aporte > ZERO
                   ADD orden-aporte TO acum-ingresos
               ELSE
                   SUBTRACT orden-aporte FROM acum-costos
               END-IF
           END-IF.

       CERRAR-TRAMO-SUCURSAL.
           IF movs-sucursal > movs-mayor
               MOVE movs-sucursal TO movs-mayor
               MOVE sucursal-en-curso TO sucursal-mayor
           END-IF.

       CERRAR-CLIENTE.
           PERFORM CERRAR-TRAMO-SUCURSAL
           IF CLIENTE-CON-RESULTADO
               MOVE SPACES TO registro-resultado
               MOVE sucursal-mayor TO res-sucursal
               MOVE cliente-en-curso TO res-cliente
               PERFORM BUSCAR-NOMBRE
               MOVE acum-ingresos TO res-ingresos
               MOVE acum-costos TO res-costos
               COMPUTE res-neto = acum-ingresos - acum-costos
               WRITE registro-resultado
               ADD 1 TO clientes-listados
           END-IF.

       BUSCAR-NOMBRE.
           MOVE '(NO ESTA EN CLIENTES)' TO res-nombre
           IF HAY-CLIENTES
               MOVE cliente-en-curso TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO res-nombre
                       STRING apellido-fd DELIMITED BY '  '
                           ', ' DELIMITED BY SIZE
                           nombre-fd DELIMITED BY '  '
                           INTO res-nombre
               END-READ
           END-IF.

      * Listado principal: por sucursal, de mayor a menor neto, con
      * la posicion dentro de la sucursal y el subtotal.
       LISTAR-POR-SUCURSAL.
           MOVE linea-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM UNTIL no-hay-mas-ranking
               RETURN archivo-ranking
                   AT END
                       SET no-hay-mas-ranking TO TRUE
                   NOT AT END
                       IF rk-sucursal NOT = sucursal-de-corte
                               OR NOT HAY-SUCURSAL
                           IF HAY-SUCURSAL
                               PERFORM CERRAR-SUCURSAL
                           END-IF
                           PERFORM ABRIR-SUCURSAL
                       END-IF
                       ADD 1 TO posicion-sucursal
                       ADD 1 TO clientes-sucursal
                       MOVE posicion-sucursal TO det-posicion
                       PERFORM ARMAR-DETALLE
                       ADD rk-ingresos TO sub-ingresos
                       ADD rk-costos TO sub-costos
                       ADD rk-neto TO sub-neto
               END-RETURN
           END-PERFORM
           IF HAY-SUCURSAL
               PERFORM CERRAR-SUCURSAL
           END-IF
           MOVE SPACES TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'TOTAL DEL BANCO      ' TO lst-rotulo
           MOVE clientes-listados TO lst-cantidad
           MOVE tot-ingresos TO lst-ingresos
           MOVE tot-neto TO lst-neto
           MOVE linea-subtotal TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE tot-costos TO lco-costos
           MOVE linea-costos TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       ABRIR-SUCURSAL.
           SET HAY-SUCURSAL TO TRUE
           MOVE rk-sucursal TO sucursal-de-corte
           MOVE ZERO TO posicion-sucursal
           MOVE ZERO TO clientes-sucursal
           MOVE ZERO TO sub-ingresos
           MOVE ZERO TO sub-costos
           MOVE ZERO TO sub-neto
           MOVE SPACES TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE rk-sucursal TO lsu-sucursal
           MOVE linea-sucursal TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       CERRAR-SUCURSAL.
           MOVE '  SUBTOTAL SUCURSAL  ' TO lst-rotulo
           MOVE clientes-sucursal TO lst-cantidad
           MOVE sub-ingresos TO lst-ingresos
           MOVE sub-neto TO lst-neto
           MOVE linea-subtotal TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE sub-costos TO lco-costos
           MOVE linea-costos TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           ADD sub-ingresos TO tot-ingresos
           ADD sub-costos TO tot-costos
           ADD sub-neto TO tot-neto.

       ARMAR-DETALLE.
           MOVE rk-cliente TO det-cliente
           MOVE rk-nombre TO det-nombre
           MOVE rk-ingresos TO det-ingresos
           MOVE rk-costos TO det-costos
           MOVE rk-neto TO det-neto
           MOVE linea-detalle TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

      * Pasada por neto descendente de todo el banco: los primeros
      * 20 salen en el momento; los ultimos 20 quedan en el anillo
      * y se listan al final, del menos malo al peor.
       LISTAR-EXTREMOS.
           MOVE 'N' TO fin-ranking
           MOVE SPACES TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'LOS 20 CLIENTES MAS RENTABLES DEL BANCO'
               TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE linea-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM UNTIL no-hay-mas-ranking
               RETURN archivo-ranking
                   AT END
                       SET no-hay-mas-ranking TO TRUE
                   NOT AT END
                       ADD 1 TO posicion-general
                       IF posicion-general <= 20
                           MOVE posicion-general TO det-posicion
                           PERFORM ARMAR-DETALLE
                       END-IF
                       PERFORM GUARDAR-EN-ANILLO
               END-RETURN
           END-PERFORM
           MOVE SPACES TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'LOS 20 CLIENTES MENOS RENTABLES DEL BANCO'
               TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE linea-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA
      * El anillo arranca en el mas antiguo guardado: despues del
      * ultimo escrito, o en 1 si nunca dio la vuelta.
           IF peores-guardados < 20
               MOVE 1 TO idx-peor
           ELSE
               MOVE idx-anillo TO idx-peor
               PERFORM AVANZAR-ANILLO
           END-IF
           PERFORM LISTAR-UN-PEOR peores-guardados TIMES.

       GUARDAR-EN-ANILLO.
           MOVE idx-anillo TO idx-peor
           PERFORM AVANZAR-ANILLO
           MOVE idx-peor TO idx-anillo
           MOVE posicion-general TO pe-posicion(idx-anillo)
           MOVE rk-sucursal TO pe-sucursal(idx-anillo)
           MOVE rk-cliente TO pe-cliente(idx-anillo)
           MOVE rk-nombre TO pe-nombre(idx-anillo)
           MOVE rk-ingresos TO pe-ingresos(idx-anillo)
           MOVE rk-costos TO pe-costos(idx-anillo)
           MOVE rk-neto TO pe-neto(idx-anillo)
           IF peores-guardados < 20
               ADD 1 TO peores-guardados
           END-IF.

       AVANZAR-ANILLO.
           IF idx-peor >= 20
               MOVE 1 TO idx-peor
           ELSE
               ADD 1 TO idx-peor
           END-IF.

       LISTAR-UN-PEOR.
           MOVE pe-posicion(idx-peor) TO det-posicion
           MOVE pe-cliente(idx-peor) TO det-cliente
           MOVE pe-nombre(idx-peor) TO det-nombre
           MOVE pe-ingresos(idx-peor) TO det-ingresos
           MOVE pe-costos(idx-peor) TO det-costos
           MOVE pe-neto(idx-peor) TO det-neto
           MOVE linea-detalle TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM AVANZAR-ANILLO.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'RENTABCLI' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'RENTA-CLIENTE: error del escritor de '
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
           MOVE 'RENTA-CLIENTE' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
