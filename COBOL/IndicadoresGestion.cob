       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDICADORES.
       AUTHOR. Ejemplo.
      * Tablero mensual de indicadores de gestion: las mismas
      * preguntas de la direccion de todos los meses, que se
      * contestaban copiando cifras de cinco reportes, salen en una
      * sola hoja por sucursal y para el total del shop, con el mes,
      * el mes anterior y el mismo mes del anio anterior lado a
      * lado (INDICADORES.RPT por REPWRITE), y en INDICADORES.CSV
      * para las PC de la oficina.
      * Corre como paso mensual (el ultimo dia habil) sobre el mes
      * de proceso; con MES-INDICADORES=AAAAMM se rehace otro mes.
      * De donde sale cada cosa:
      *  - clientes activos e inactivos: CLIENTES.DAT al momento de
      *    la corrida; clientes nuevos: los que aparecen por primera
      *    vez en la foto nocturna SALDOSHIST.DAT dentro del mes;
      *  - depositos, descubiertos, saldo neto y su crecimiento
      *    contra el mes anterior: la ultima foto de cada mes;
      *  - morosidad: las cuotas levantadas y sin cobrar de
      *    CUOTAS.DAT por franja de dias de vencidas, como porcion
      *    de la cantidad de cuotas (las franjas de MOROSIDAD.RPT);
      *  - comisiones, recargos por mora e intereses: el maestro
      *    vivo y los anuales MAESTRO.AAAA.DAT, por la categoria
      *    asignada en el posteo (COMI, MORA e INTS), como ingreso
      *    del shop (lo debitado al cliente en positivo);
      *  - suspensos y rechazos: las lineas S y R de DISPOSIC.DAT
      *    por la sucursal de origen;
      *  - corridas nocturnas sin falla: RUNHIST.DAT, noches con el
      *    resumen de fin de cadena y ningun paso con RC mayor a 4
      *    (solo en el total: la cadena no es de una sucursal).
      * La sucursal de un cliente es su sucursal de radicacion
      * (cliente-sucursal); el que todavia no la tiene va a la de
      * su ultima transaccion con sucursal en el maestro vivo, y
      * sin ninguna a la fila SIN SUCURSAL.
      * Lo que es foto del momento (clientes por estado y
      * morosidad) no se puede reconstruir para meses pasados: cada
      * corrida deja sus cifras en INDICHIST.DAT y de ahi salen las
      * columnas anteriores; sin historia la celda sale N/D.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.
           SELECT archivo-historia ASSIGN TO 'SALDOSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-historia.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.
           SELECT archivo-disposicion ASSIGN TO 'DISPOSIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-disposicion.
           SELECT archivo-corridas ASSIGN TO 'RUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-corridas.
           SELECT archivo-indicadores ASSIGN TO 'INDICHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-indicadores.
           SELECT archivo-csv ASSIGN TO 'INDICADORES.CSV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-csv.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  sucursales-maestro.
           COPY SUCURSAL.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-anual.
           COPY MAEANUAL.
       FD  archivo-historia.
       01  registro-historia.
           05  his-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  his-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  his-saldo       PIC S9(9)V99.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  prestamos.
           COPY PRESTAMO.
       FD  archivo-disposicion.
           COPY DISPOSIC.
       FD  archivo-corridas.
       01  registro-corrida.
           05  cor-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  cor-tipo        PIC X.
           05  FILLER          PIC X.
           05  cor-paso        PIC 9(3).
           05  FILLER          PIC X.
           05  cor-inicio      PIC 9(6).
           05  FILLER          PIC X.
           05  cor-fin         PIC 9(6).
           05  FILLER          PIC X.
           05  cor-segundos    PIC 9(5).
           05  FILLER          PIC X.
           05  cor-rc          PIC 9(9).
      * Historia de indicadores publicados: mes, sucursal (999 =
      * total del shop), numero de indicador y valor. Se agrega al
      * final en cada corrida; si un mes se rehace, vale la ultima
      * linea.
       FD  archivo-indicadores.
       01  registro-indicador.
           05  ind-periodo     PIC 9(6).
           05  FILLER          PIC X.
           05  ind-sucursal    PIC 9(3).
           05  FILLER          PIC X.
           05  ind-numero      PIC 9(2).
           05  FILLER          PIC X.
           05  ind-valor       PIC S9(13)V99.
       FD  archivo-csv.
       01  registro-csv PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY REPPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-sucursales-m    PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-anual           PIC XX VALUE '00'.
       01  fs-historia        PIC XX VALUE '00'.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-disposicion     PIC XX VALUE '00'.
       01  fs-corridas        PIC XX VALUE '00'.
       01  fs-indicadores     PIC XX VALUE '00'.
       01  fs-csv             PIC XX VALUE '00'.
       01  fin-archivo        PIC X VALUE 'N'.
           88  no-hay-mas      VALUE 'S'.
       01  fila-hallada       PIC X VALUE 'N'.
           88  FILA-OK         VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  mes-texto          PIC X(6) VALUE SPACES.
       01  nombre-anual       PIC X(30) VALUE SPACES.
       01  linea-reporte      PIC X(80).

      * Los tres meses del tablero (1 = el mes, 2 = el anterior,
      * 3 = el mismo del anio anterior) y el mes previo de cada
      * uno, para el crecimiento; con la fecha de la ultima foto
      * de saldos encontrada en cada uno.
       01  tabla-meses.
           05  mes-e OCCURS 6 TIMES.
               10  mes-periodo    PIC 9(6).
               10  mes-ultima-foto PIC 9(8).
       01  idx-mes            PIC 9.
       01  periodo-trabajo    PIC 9(6).
       01  periodo-r REDEFINES periodo-trabajo.
           05  periodo-anio    PIC 9(4).
           05  periodo-mes     PIC 9(2).
       01  periodo-mas-viejo  PIC 9(6) VALUE 999999.
       01  anio-archivo       PIC 9(4).
       01  anio-leido         PIC 9(4) VALUE ZERO.
       01  anio-leido-2       PIC 9(4) VALUE ZERO.

      * Clientes en orden de numero (asi salen de CLIENTES.DAT)
      * para buscarlos con SEARCH ALL en cada pasada.
       01  tabla-clientes.
           05  cli-e OCCURS 1 TO 5000 TIMES
                   DEPENDING ON clientes-cargados
                   ASCENDING KEY IS cli-id
                   INDEXED BY idx-cli.
               10  cli-id          PIC 9(6).
               10  cli-sucursal    PIC 9(3).
               10  cli-fecha-suc   PIC 9(8).
               10  cli-estado      PIC X.
               10  cli-primera-foto PIC 9(8).
       01  clientes-cargados  PIC 9(4) VALUE ZERO.
       01  cliente-buscado    PIC 9(6).

      * Sucursales del tablero: la fila 1 es el total del shop, la
      * 2 lo que no tiene sucursal; despues SUCURSALES.DAT.
       01  tabla-sucursales.
           05  suc-e OCCURS 52 TIMES.
               10  suc-codigo     PIC 9(3).
               10  suc-nombre     PIC X(30).
       01  sucursales-cargadas PIC 9(2) VALUE 2.
       01  idx-suc            PIC 9(2).
       01  sucursal-buscada   PIC 9(3).

      * Nombre y tipo de cada indicador: C = cantidad, I = importe,
      * P = porcentaje; F marca los que son foto del momento.
       01  tabla-rotulos.
           05  FILLER PIC X(28) VALUE 'CLIENTES ACTIVOS          CF'.
           05  FILLER PIC X(28) VALUE 'CLIENTES INACTIVOS        CF'.
           05  FILLER PIC X(28) VALUE 'CLIENTES NUEVOS           C '.
           05  FILLER PIC X(28) VALUE 'DEPOSITOS                 I '.
           05  FILLER PIC X(28) VALUE 'DESCUBIERTOS              I '.
           05  FILLER PIC X(28) VALUE 'SALDO NETO FIN DE MES     I '.
           05  FILLER PIC X(28) VALUE 'CRECIMIENTO DEL SALDO     P '.
           05  FILLER PIC X(28) VALUE 'CUOTAS MORA 0-30 DIAS     PF'.
           05  FILLER PIC X(28) VALUE 'CUOTAS MORA 31-60 DIAS    PF'.
           05  FILLER PIC X(28) VALUE 'CUOTAS MORA 61-90 DIAS    PF'.
           05  FILLER PIC X(28) VALUE 'CUOTAS MORA MAS DE 90     PF'.
           05  FILLER PIC X(28) VALUE 'INGRESO COMISIONES        I '.
           05  FILLER PIC X(28) VALUE 'INGRESO RECARGOS MORA     I '.
           05  FILLER PIC X(28) VALUE 'INTERESES NETOS           I '.
           05  FILLER PIC X(28) VALUE 'SUSPENSOS (CANTIDAD)      C '.
           05  FILLER PIC X(28) VALUE 'SUSPENSOS (IMPORTE)       I '.
           05  FILLER PIC X(28) VALUE 'RECHAZOS (CANTIDAD)       C '.
           05  FILLER PIC X(28) VALUE 'NOCHES SIN FALLA          P '.
       01  tabla-rotulos-r REDEFINES tabla-rotulos.
           05  rotulo-e OCCURS 18 TIMES.
               10  rot-nombre     PIC X(26).
               10  rot-tipo       PIC X.
               10  rot-foto       PIC X.
                   88  ROT-ES-FOTO  VALUE 'F'.
       01  idx-ind            PIC 9(2).

      * Valores del tablero por sucursal, indicador y mes, con la
      * marca de que la celda tiene dato (si no, sale N/D); y el
      * saldo neto del mes previo de cada mes, para el crecimiento.
       01  tabla-valores.
           05  val-suc OCCURS 52 TIMES.
               10  val-ind OCCURS 18 TIMES.
                   15  val-per OCCURS 3 TIMES.
                       20  val-importe PIC S9(13)V99.
                       20  val-estado  PIC X.
                           88  VAL-CON-DATO VALUE 'S'.
               10  val-previo OCCURS 3 TIMES PIC S9(13)V99.
       01  idx-per            PIC 9.
       01  importe-sumar      PIC S9(13)V99.
       01  total-franjas      PIC S9(13)V99.
       01  saldo-previo       PIC S9(13)V99.

      * Noches de la cadena en los meses del tablero.
       01  tabla-noches.
           05  noche-e OCCURS 120 TIMES.
               10  noche-fecha    PIC 9(8).
               10  noche-completa PIC X.
               10  noche-falla    PIC X.
       01  noches-cargadas    PIC 9(3) VALUE ZERO.
       01  idx-noche          PIC 9(3).
       01  noches-mes         PIC 9(3).
       01  noches-ok          PIC 9(3).

      * Vista comun de una transaccion, venga del maestro vivo o de
      * un anual.
       01  vista-anual.
           05  va-clave        PIC 9(7).
           05  va-fecha        PIC 9(8).
           05  va-importe      PIC S9(7)V99.
           05  va-descripcion  PIC X(33).
           05  va-cliente      PIC 9(6).
           05  va-moneda       PIC X(3).
           05  va-importe-orig PIC S9(7)V99.
           05  va-sucursal     PIC 9(3).
           05  va-categoria    PIC X(4).
           05  va-ruta         PIC X(14).

       01  entero-corte       PIC 9(9).
       01  entero-vencimiento PIC 9(9).
       01  dias-vencida       PIC S9(5).
       01  categoria-ingreso  PIC X(4).
       01  historia-leida     PIC 9(5) VALUE ZERO.
       01  historia-grabada   PIC 9(5) VALUE ZERO.
       01  sin-dato           PIC 9(3) VALUE ZERO.

      * Armado de celdas y lineas.
       01  texto-celda        PIC X(15).
       01  cantidad-editada   PIC -(14)9.
       01  importe-editado    PIC -(11)9.99.
       01  porcentaje-editado.
           05  pct-valor      PIC -(10)9.99.
           05  FILLER         PIC X VALUE '%'.
       01  linea-tablero.
           05  lt-rotulo      PIC X(26).
           05  lt-celda OCCURS 3 TIMES.
               10  FILLER     PIC X.
               10  lt-texto   PIC X(15).
           05  FILLER         PIC X(6).
       01  numero-csv         PIC -(13)9.99.
       01  texto-csv          PIC X(18).
       01  puntero-csv        PIC 9(3).
       01  pos-texto          PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           PERFORM ARMAR-MESES
           PERFORM CARGAR-SUCURSALES
           PERFORM CARGAR-CLIENTES
           PERFORM ASIGNAR-SUCURSALES
           PERFORM CONTAR-CLIENTES
           PERFORM LEER-FOTOS
           PERFORM ACUMULAR-INGRESOS
           PERFORM CLASIFICAR-CUOTAS
           PERFORM CONTAR-DISPOSICION
           PERFORM CONTAR-CORRIDAS
           PERFORM COMPLETAR-CEROS
           PERFORM CALCULAR-DERIVADOS
           PERFORM LEER-HISTORIA
           PERFORM GRABAR-HISTORIA
           PERFORM ESCRIBIR-TABLERO
           PERFORM ESCRIBIR-CSV
           DISPLAY 'INDICADORES: tablero del mes ' mes-periodo(1)
               ' en INDICADORES.RPT e INDICADORES.CSV ('
               sucursales-cargadas ' filas de sucursal, '
               sin-dato ' celdas sin dato).'
           STOP RUN.

       ARMAR-MESES.
           ACCEPT mes-texto FROM ENVIRONMENT 'MES-INDICADORES'
           IF mes-texto NUMERIC AND mes-texto(5:2) >= '01'
                   AND mes-texto(5:2) <= '12'
               MOVE mes-texto TO periodo-trabajo
           ELSE
               MOVE fecha-proceso(1:6) TO periodo-trabajo
           END-IF
           MOVE periodo-trabajo TO mes-periodo(1)
           PERFORM RESTAR-UN-MES
           MOVE periodo-trabajo TO mes-periodo(2)
           PERFORM RESTAR-UN-MES
           MOVE periodo-trabajo TO mes-periodo(5)
           MOVE mes-periodo(2) TO mes-periodo(4)
           MOVE mes-periodo(1) TO periodo-trabajo
           SUBTRACT 1 FROM periodo-anio
           MOVE periodo-trabajo TO mes-periodo(3)
           PERFORM RESTAR-UN-MES
           MOVE periodo-trabajo TO mes-periodo(6)
           PERFORM VARYING idx-mes FROM 1 BY 1 UNTIL idx-mes > 6
               MOVE ZEROS TO mes-ultima-foto(idx-mes)
           END-PERFORM
           PERFORM VARYING idx-suc FROM 1 BY 1 UNTIL idx-suc > 52
               PERFORM VARYING idx-ind FROM 1 BY 1
                       UNTIL idx-ind > 18
                   PERFORM VARYING idx-per FROM 1 BY 1
                           UNTIL idx-per > 3
                       MOVE ZERO TO val-importe(idx-suc, idx-ind,
                           idx-per)
                       MOVE 'N' TO val-estado(idx-suc, idx-ind,
                           idx-per)
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
                   MOVE ZERO TO val-previo(idx-suc, idx-per)
               END-PERFORM
           END-PERFORM.

       RESTAR-UN-MES.
           IF periodo-mes = 1
               MOVE 12 TO periodo-mes
               SUBTRACT 1 FROM periodo-anio
           ELSE
               SUBTRACT 1 FROM periodo-mes
           END-IF.

       CARGAR-SUCURSALES.
           MOVE 999 TO suc-codigo(1)
           MOVE 'TOTAL DEL SHOP' TO suc-nombre(1)
           MOVE ZEROS TO suc-codigo(2)
           MOVE 'SIN SUCURSAL' TO suc-nombre(2)
           OPEN INPUT sucursales-maestro
           IF fs-sucursales-m NOT = '00'
               DISPLAY 'INDICADORES: sin SUCURSALES.DAT (status='
                   fs-sucursales-m '), solo sale el total.'
           ELSE
               MOVE 'N' TO fin-archivo
               MOVE ZEROS TO sucm-codigo
               START sucursales-maestro
                   KEY IS NOT LESS THAN sucm-codigo
                   INVALID KEY
                       SET no-hay-mas TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas
                   READ sucursales-maestro NEXT RECORD
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           IF sucursales-cargadas < 52
                               AND sucm-codigo NOT = ZEROS
                               ADD 1 TO sucursales-cargadas
                               MOVE sucm-codigo
                                   TO suc-codigo(sucursales-cargadas)
                               MOVE sucm-nombre
                                   TO suc-nombre(sucursales-cargadas)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE sucursales-maestro
           END-IF.

       CARGAR-CLIENTES.
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'INDICADORES: no se pudo abrir CLIENTES.DAT, '
                   'status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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
                       IF clientes-cargados >= 5000
                           DISPLAY 'INDICADORES: mas de 5000 '
                               'clientes, agrandar la tabla.'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO clientes-cargados
                       MOVE cliente-id-fd TO cli-id(clientes-cargados)
                       MOVE ZEROS TO cli-sucursal(clientes-cargados)
                       MOVE ZEROS TO cli-fecha-suc(clientes-cargados)
      * Radicado: la fecha tope hace que el maestro no lo mueva.
                       IF cliente-sucursal NUMERIC
                           AND cliente-sucursal NOT = ZEROS
                           MOVE cliente-sucursal
                               TO cli-sucursal(clientes-cargados)
                           MOVE 99999999
                               TO cli-fecha-suc(clientes-cargados)
                       END-IF
                       MOVE cliente-estado
                           TO cli-estado(clientes-cargados)
                       MOVE ZEROS
                           TO cli-primera-foto(clientes-cargados)
               END-READ
           END-PERFORM
           CLOSE clientes.

      * Deja idx-suc en la fila de la sucursal del cliente buscado
      * (SIN SUCURSAL si no esta o no tiene ninguna).
       UBICAR-CLIENTE.
           MOVE 'N' TO fila-hallada
           MOVE 2 TO idx-suc
           IF clientes-cargados > ZERO
               SEARCH ALL cli-e
                   AT END
                       CONTINUE
                   WHEN cli-id(idx-cli) = cliente-buscado
                       SET FILA-OK TO TRUE
                       MOVE cli-sucursal(idx-cli) TO sucursal-buscada
                       PERFORM UBICAR-SUCURSAL
               END-SEARCH
           END-IF.

       UBICAR-SUCURSAL.
           MOVE 2 TO idx-suc
           IF sucursal-buscada NOT = ZEROS
               PERFORM VARYING idx-suc FROM 3 BY 1
                       UNTIL idx-suc > sucursales-cargadas
                       OR suc-codigo(idx-suc) = sucursal-buscada
                   CONTINUE
               END-PERFORM
               IF idx-suc > sucursales-cargadas
                   MOVE 2 TO idx-suc
               END-IF
           END-IF.

      * Suma en la sucursal y en el total, y marca las dos celdas.
       SUMAR-VALOR.
           ADD importe-sumar TO val-importe(idx-suc, idx-ind, idx-per)
           MOVE 'S' TO val-estado(idx-suc, idx-ind, idx-per)
           IF idx-suc NOT = 1
               ADD importe-sumar TO val-importe(1, idx-ind, idx-per)
               MOVE 'S' TO val-estado(1, idx-ind, idx-per)
           END-IF.

      *----------------------------------------------------------------
      * Sucursal de cada cliente: la de su ultima transaccion con
      * sucursal en el maestro vivo.
      *----------------------------------------------------------------
       ASIGNAR-SUCURSALES.
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'INDICADORES: no se pudo abrir maestro.dat, '
                   'status=' fs-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO fin-archivo
           PERFORM UNTIL no-hay-mas
               READ archivo-maestro NEXT RECORD
                   AT END
                       SET no-hay-mas TO TRUE
                   NOT AT END
                       IF maestro-cliente NOT = ZEROS
                               AND maestro-sucursal NOT = ZEROS
                           PERFORM ANOTAR-SUCURSAL-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-maestro.

       ANOTAR-SUCURSAL-CLIENTE.
           SEARCH ALL cli-e
               AT END
                   CONTINUE
               WHEN cli-id(idx-cli) = maestro-cliente
                   IF maestro-fecha >= cli-fecha-suc(idx-cli)
                       MOVE maestro-sucursal TO cli-sucursal(idx-cli)
                       MOVE maestro-fecha TO cli-fecha-suc(idx-cli)
                   END-IF
           END-SEARCH.

       CONTAR-CLIENTES.
           MOVE 1 TO idx-per
           MOVE 1 TO importe-sumar
           PERFORM VARYING idx-cli FROM 1 BY 1
                   UNTIL idx-cli > clientes-cargados
               MOVE cli-sucursal(idx-cli) TO sucursal-buscada
               PERFORM UBICAR-SUCURSAL
               EVALUATE cli-estado(idx-cli)
                   WHEN 'A'
                   WHEN ' '
                       MOVE 1 TO idx-ind
                       PERFORM SUMAR-VALOR
                   WHEN 'I'
                       MOVE 2 TO idx-ind
                       PERFORM SUMAR-VALOR
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------
      * Fotos de saldos: primera pasada para la ultima foto de cada
      * mes y la primera aparicion de cada cliente; segunda para
      * sumar los saldos de esas fotos.
      *----------------------------------------------------------------
       LEER-FOTOS.
           OPEN INPUT archivo-historia
           IF fs-historia NOT = '00'
               DISPLAY 'INDICADORES: sin SALDOSHIST.DAT (status='
                   fs-historia '), saldos y clientes nuevos N/D.'
           ELSE
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-historia
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           PERFORM PRIMERA-PASADA-FOTO
                   END-READ
               END-PERFORM
               CLOSE archivo-historia
               OPEN INPUT archivo-historia
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-historia
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           PERFORM SEGUNDA-PASADA-FOTO
                   END-READ
               END-PERFORM
               CLOSE archivo-historia
               PERFORM CONTAR-NUEVOS
           END-IF.

       PRIMERA-PASADA-FOTO.
           IF his-fecha(1:6) < periodo-mas-viejo
               MOVE his-fecha(1:6) TO periodo-mas-viejo
           END-IF
           PERFORM VARYING idx-mes FROM 1 BY 1 UNTIL idx-mes > 6
               IF his-fecha(1:6) = mes-periodo(idx-mes)
                       AND his-fecha > mes-ultima-foto(idx-mes)
                   MOVE his-fecha TO mes-ultima-foto(idx-mes)
               END-IF
           END-PERFORM
           IF clientes-cargados > ZERO
               SEARCH ALL cli-e
                   AT END
                       CONTINUE
                   WHEN cli-id(idx-cli) = his-cliente
                       IF cli-primera-foto(idx-cli) = ZEROS
                           OR his-fecha < cli-primera-foto(idx-cli)
                           MOVE his-fecha
                               TO cli-primera-foto(idx-cli)
                       END-IF
               END-SEARCH
           END-IF.

       SEGUNDA-PASADA-FOTO.
           PERFORM VARYING idx-mes FROM 1 BY 1 UNTIL idx-mes > 6
               IF his-fecha = mes-ultima-foto(idx-mes)
                   MOVE his-cliente TO cliente-buscado
                   PERFORM UBICAR-CLIENTE
                   IF idx-mes <= 3
                       MOVE idx-mes TO idx-per
                       MOVE his-saldo TO importe-sumar
                       MOVE 6 TO idx-ind
                       PERFORM SUMAR-VALOR
                       IF his-saldo > ZERO
                           MOVE 4 TO idx-ind
                       ELSE
                           COMPUTE importe-sumar = 0 - his-saldo
                           MOVE 5 TO idx-ind
                       END-IF
                       PERFORM SUMAR-VALOR
                   ELSE
                       COMPUTE idx-per = idx-mes - 3
                       ADD his-saldo TO val-previo(idx-suc, idx-per)
                       IF idx-suc NOT = 1
                           ADD his-saldo TO val-previo(1, idx-per)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * El primer mes de la foto nocturna no cuenta nuevos: ahi
      * aparecen todos los clientes de una vez.
       CONTAR-NUEVOS.
           MOVE 3 TO idx-ind
           MOVE 1 TO importe-sumar
           PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
               IF mes-periodo(idx-per) > periodo-mas-viejo
                   MOVE 'S' TO val-estado(1, 3, idx-per)
               END-IF
           END-PERFORM
           PERFORM VARYING idx-cli FROM 1 BY 1
                   UNTIL idx-cli > clientes-cargados
               PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
                   IF cli-primera-foto(idx-cli)(1:6)
                           = mes-periodo(idx-per)
                       AND mes-periodo(idx-per) > periodo-mas-viejo
                       MOVE cli-sucursal(idx-cli) TO sucursal-buscada
                       PERFORM UBICAR-SUCURSAL
                       PERFORM SUMAR-VALOR
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------
      * Ingresos por categoria del maestro vivo y de los anuales de
      * los anios que el tablero toca.
      *----------------------------------------------------------------
       ACUMULAR-INGRESOS.
           OPEN INPUT archivo-maestro
           MOVE 'N' TO fin-archivo
           PERFORM UNTIL no-hay-mas
               READ archivo-maestro NEXT RECORD
                   AT END
                       SET no-hay-mas TO TRUE
                   NOT AT END
                       MOVE registro-maestro TO vista-anual
                       PERFORM TOMAR-INGRESO
               END-READ
           END-PERFORM
           CLOSE archivo-maestro
           PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
               IF mes-periodo(idx-per)(1:4) >= fecha-proceso(1:4)
                   PERFORM MARCAR-INGRESOS
               END-IF
           END-PERFORM
           PERFORM VARYING idx-mes FROM 1 BY 1 UNTIL idx-mes > 3
               MOVE mes-periodo(idx-mes)(1:4) TO anio-archivo
               IF anio-archivo < fecha-proceso(1:4)
                       AND anio-archivo NOT = anio-leido
                       AND anio-archivo NOT = anio-leido-2
                   PERFORM LEER-UN-ANUAL
                   IF anio-leido = ZERO
                       MOVE anio-archivo TO anio-leido
                   ELSE
                       MOVE anio-archivo TO anio-leido-2
                   END-IF
               END-IF
           END-PERFORM.

       LEER-UN-ANUAL.
           MOVE SPACES TO nombre-anual
           STRING 'MAESTRO.' anio-archivo '.DAT'
               DELIMITED BY SIZE INTO nombre-anual
           OPEN INPUT archivo-anual
           IF fs-anual NOT = '00'
               DISPLAY 'INDICADORES: sin ' nombre-anual
                   ', ingresos de ' anio-archivo ' solo del vivo.'
           ELSE
               MOVE nombre-anual TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-anual NEXT RECORD
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           MOVE registro-anual TO vista-anual
                           PERFORM TOMAR-INGRESO
                   END-READ
               END-PERFORM
               CLOSE archivo-anual
               PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
                   IF mes-periodo(idx-per)(1:4) = anio-archivo
                       PERFORM MARCAR-INGRESOS
                   END-IF
               END-PERFORM
           END-IF.

      * El mes cuyo anio se leyo tiene ingresos aunque no haya
      * ninguna transaccion de esas categorias.
       MARCAR-INGRESOS.
           MOVE 'S' TO val-estado(1, 12, idx-per)
           MOVE 'S' TO val-estado(1, 13, idx-per)
           MOVE 'S' TO val-estado(1, 14, idx-per).

       TOMAR-INGRESO.
           MOVE va-categoria TO categoria-ingreso
           EVALUATE categoria-ingreso
               WHEN 'COMI'
                   MOVE 12 TO idx-ind
               WHEN 'MORA'
                   MOVE 13 TO idx-ind
               WHEN 'INTS'
                   MOVE 14 TO idx-ind
               WHEN OTHER
                   MOVE ZERO TO idx-ind
           END-EVALUATE
           IF idx-ind NOT = ZERO
               PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
                   IF va-fecha(1:6) = mes-periodo(idx-per)
                       MOVE va-cliente TO cliente-buscado
                       PERFORM UBICAR-CLIENTE
                       COMPUTE importe-sumar = 0 - va-importe
                       PERFORM SUMAR-VALOR
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * Morosidad de las cuotas levantadas y sin cobrar a la fecha
      * de proceso, por sucursal del deudor.
      *----------------------------------------------------------------
       CLASIFICAR-CUOTAS.
           OPEN INPUT archivo-cuotas
           IF fs-cuotas NOT = '00'
               DISPLAY 'INDICADORES: sin CUOTAS.DAT, morosidad N/D.'
           ELSE
               OPEN INPUT prestamos
               COMPUTE entero-corte =
                   FUNCTION INTEGER-OF-DATE(fecha-proceso)
               MOVE 1 TO idx-per
               MOVE 1 TO importe-sumar
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-cuotas
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           IF cuo-estado = 'G'
                               PERFORM CLASIFICAR-UNA-CUOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-cuotas
               IF fs-prestamos = '00'
                   CLOSE prestamos
               END-IF
           END-IF.

       CLASIFICAR-UNA-CUOTA.
           COMPUTE entero-vencimiento =
               FUNCTION INTEGER-OF-DATE(cuo-vencimiento)
           COMPUTE dias-vencida = entero-corte - entero-vencimiento
           EVALUATE TRUE
               WHEN dias-vencida <= 30
                   MOVE 8 TO idx-ind
               WHEN dias-vencida <= 60
                   MOVE 9 TO idx-ind
               WHEN dias-vencida <= 90
                   MOVE 10 TO idx-ind
               WHEN OTHER
                   MOVE 11 TO idx-ind
           END-EVALUATE
           MOVE ZEROS TO cliente-buscado
           MOVE cuo-prestamo TO pre-numero
           READ prestamos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE pre-cliente TO cliente-buscado
           END-READ
           PERFORM UBICAR-CLIENTE
           PERFORM SUMAR-VALOR.

      *----------------------------------------------------------------
      * Suspensos y rechazos del registro de disposicion.
      *----------------------------------------------------------------
       CONTAR-DISPOSICION.
           OPEN INPUT archivo-disposicion
           IF fs-disposicion NOT = '00'
               DISPLAY 'INDICADORES: sin DISPOSIC.DAT, suspensos y '
                   'rechazos N/D.'
           ELSE
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-disposicion
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           PERFORM TOMAR-DISPOSICION
                   END-READ
               END-PERFORM
               CLOSE archivo-disposicion
               PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
                   MOVE 'S' TO val-estado(1, 15, idx-per)
                   MOVE 'S' TO val-estado(1, 16, idx-per)
                   MOVE 'S' TO val-estado(1, 17, idx-per)
               END-PERFORM
           END-IF.

       TOMAR-DISPOSICION.
           PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
               IF disp-fecha(1:6) = mes-periodo(idx-per)
                   MOVE disp-sucursal TO sucursal-buscada
                   PERFORM UBICAR-SUCURSAL
                   EVALUATE disp-tipo
                       WHEN 'S'
                           MOVE 1 TO importe-sumar
                           MOVE 15 TO idx-ind
                           PERFORM SUMAR-VALOR
                           MOVE disp-importe-base TO importe-sumar
                           MOVE 16 TO idx-ind
                           PERFORM SUMAR-VALOR
                       WHEN 'R'
                           MOVE 1 TO importe-sumar
                           MOVE 17 TO idx-ind
                           PERFORM SUMAR-VALOR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * Noches de la cadena: completa (resumen de fin) y sin pasos
      * con RC mayor a 4.
      *----------------------------------------------------------------
       CONTAR-CORRIDAS.
           OPEN INPUT archivo-corridas
           IF fs-corridas NOT = '00'
               DISPLAY 'INDICADORES: sin RUNHIST.DAT, corridas N/D.'
           ELSE
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-corridas
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           IF cor-tipo = 'P' OR cor-tipo = 'T'
                               PERFORM TOMAR-CORRIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-corridas
               MOVE 18 TO idx-ind
               PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
                   MOVE ZERO TO noches-mes
                   MOVE ZERO TO noches-ok
                   PERFORM VARYING idx-noche FROM 1 BY 1
                           UNTIL idx-noche > noches-cargadas
                       IF noche-fecha(idx-noche)(1:6)
                               = mes-periodo(idx-per)
                           ADD 1 TO noches-mes
                           IF noche-completa(idx-noche) = 'S'
                                   AND noche-falla(idx-noche) = 'N'
                               ADD 1 TO noches-ok
                           END-IF
                       END-IF
                   END-PERFORM
                   IF noches-mes > ZERO
                       COMPUTE val-importe(1, 18, idx-per) ROUNDED =
                           noches-ok * 100 / noches-mes
                       MOVE 'S' TO val-estado(1, 18, idx-per)
                   END-IF
               END-PERFORM
           END-IF.

       TOMAR-CORRIDA.
           MOVE 'N' TO fila-hallada
           PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
               IF cor-fecha(1:6) = mes-periodo(idx-per)
                   SET FILA-OK TO TRUE
               END-IF
           END-PERFORM
           IF FILA-OK
               MOVE 'N' TO fila-hallada
               PERFORM VARYING idx-noche FROM 1 BY 1
                       UNTIL idx-noche > noches-cargadas OR FILA-OK
                   IF noche-fecha(idx-noche) = cor-fecha
                       SET FILA-OK TO TRUE
                   END-IF
               END-PERFORM
               IF FILA-OK
                   SUBTRACT 1 FROM idx-noche
               ELSE
                   IF noches-cargadas < 120
                       ADD 1 TO noches-cargadas
                       MOVE noches-cargadas TO idx-noche
                       MOVE cor-fecha TO noche-fecha(idx-noche)
                       MOVE 'N' TO noche-completa(idx-noche)
                       MOVE 'N' TO noche-falla(idx-noche)
                   ELSE
                       MOVE ZERO TO idx-noche
                   END-IF
               END-IF
               IF idx-noche > ZERO
                   IF cor-tipo = 'T'
                       MOVE 'S' TO noche-completa(idx-noche)
                   ELSE
                       IF cor-rc > 4
                           MOVE 'S' TO noche-falla(idx-noche)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Donde el total tiene dato, la sucursal sin movimiento tiene
      * cero, no N/D (las corridas son solo del total). Despues los
      * derivados: porciones de morosidad y crecimiento del saldo.
      *----------------------------------------------------------------
       COMPLETAR-CEROS.
           PERFORM VARYING idx-ind FROM 1 BY 1 UNTIL idx-ind > 17
               PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
                   IF VAL-CON-DATO(1, idx-ind, idx-per)
                       PERFORM VARYING idx-suc FROM 2 BY 1
                               UNTIL idx-suc > sucursales-cargadas
                           MOVE 'S' TO val-estado(idx-suc, idx-ind,
                               idx-per)
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

       CALCULAR-DERIVADOS.
           PERFORM VARYING idx-suc FROM 1 BY 1
                   UNTIL idx-suc > sucursales-cargadas
               COMPUTE total-franjas = val-importe(idx-suc, 8, 1)
                   + val-importe(idx-suc, 9, 1)
                   + val-importe(idx-suc, 10, 1)
                   + val-importe(idx-suc, 11, 1)
               PERFORM VARYING idx-ind FROM 8 BY 1 UNTIL idx-ind > 11
                   IF total-franjas > ZERO
                       COMPUTE val-importe(idx-suc, idx-ind, 1)
                           ROUNDED = val-importe(idx-suc, idx-ind, 1)
                           * 100 / total-franjas
                       MOVE 'S' TO val-estado(idx-suc, idx-ind, 1)
                   ELSE
                       MOVE 'N' TO val-estado(idx-suc, idx-ind, 1)
                   END-IF
               END-PERFORM
               PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
                   MOVE val-previo(idx-suc, idx-per) TO saldo-previo
                   IF saldo-previo < ZERO
                       COMPUTE saldo-previo = 0 - saldo-previo
                   END-IF
                   IF saldo-previo > ZERO
                           AND VAL-CON-DATO(idx-suc, 6, idx-per)
                       COMPUTE val-importe(idx-suc, 7, idx-per)
                           ROUNDED = (val-importe(idx-suc, 6, idx-per)
                           - val-previo(idx-suc, idx-per)) * 100
                           / saldo-previo
                       MOVE 'S' TO val-estado(idx-suc, 7, idx-per)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *----------------------------------------------------------------
      * Historia: las fotos del momento de los meses anteriores
      * salen de lo publicado; el mes de hoy queda grabado.
      *----------------------------------------------------------------
       LEER-HISTORIA.
           OPEN INPUT archivo-indicadores
           IF fs-indicadores = '00'
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-indicadores
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           PERFORM TOMAR-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE archivo-indicadores
           END-IF.

       TOMAR-HISTORIA.
           IF ind-numero >= 1 AND ind-numero <= 18
               MOVE ind-numero TO idx-ind
               IF ROT-ES-FOTO(idx-ind)
                   PERFORM VARYING idx-per FROM 2 BY 1
                           UNTIL idx-per > 3
                       IF ind-periodo = mes-periodo(idx-per)
                           PERFORM UBICAR-FILA-HISTORIA
                           IF FILA-OK
                               ADD 1 TO historia-leida
                               MOVE ind-valor TO val-importe(idx-suc,
                                   idx-ind, idx-per)
                               MOVE 'S' TO val-estado(idx-suc,
                                   idx-ind, idx-per)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       UBICAR-FILA-HISTORIA.
           MOVE 'N' TO fila-hallada
           PERFORM VARYING idx-suc FROM 1 BY 1
                   UNTIL idx-suc > sucursales-cargadas OR FILA-OK
               IF suc-codigo(idx-suc) = ind-sucursal
                   SET FILA-OK TO TRUE
               END-IF
           END-PERFORM
           IF FILA-OK
               SUBTRACT 1 FROM idx-suc
           END-IF.

       GRABAR-HISTORIA.
           OPEN EXTEND archivo-indicadores
           IF fs-indicadores = '05' OR fs-indicadores = '35'
               OPEN OUTPUT archivo-indicadores
           END-IF
           IF fs-indicadores NOT = '00'
               DISPLAY 'INDICADORES: no se pudo abrir INDICHIST.DAT, '
                   'status=' fs-indicadores
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING idx-suc FROM 1 BY 1
                   UNTIL idx-suc > sucursales-cargadas
               PERFORM VARYING idx-ind FROM 1 BY 1
                       UNTIL idx-ind > 18
                   IF VAL-CON-DATO(idx-suc, idx-ind, 1)
                       MOVE SPACES TO registro-indicador
                       MOVE mes-periodo(1) TO ind-periodo
                       MOVE suc-codigo(idx-suc) TO ind-sucursal
                       MOVE idx-ind TO ind-numero
                       MOVE val-importe(idx-suc, idx-ind, 1)
                           TO ind-valor
                       WRITE registro-indicador
                       ADD 1 TO historia-grabada
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE archivo-indicadores.

      *----------------------------------------------------------------
      * El tablero: el total primero y despues cada sucursal con
      * algun dato, un bloque por sucursal.
      *----------------------------------------------------------------
       ESCRIBIR-TABLERO.
           MOVE 'A' TO l-rep-accion
           MOVE 'INDICADORES.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'INDICADORES DE GESTION DEL MES '
               mes-periodo(1)
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           PERFORM VARYING idx-suc FROM 1 BY 1
                   UNTIL idx-suc > sucursales-cargadas
               MOVE 'N' TO fila-hallada
               PERFORM VARYING idx-ind FROM 1 BY 1
                       UNTIL idx-ind > 17
                   IF val-importe(idx-suc, idx-ind, 1) NOT = ZERO
                       OR val-importe(idx-suc, idx-ind, 2) NOT = ZERO
                       OR val-importe(idx-suc, idx-ind, 3) NOT = ZERO
                       SET FILA-OK TO TRUE
                   END-IF
               END-PERFORM
               IF idx-suc = 1 OR FILA-OK
                   PERFORM ESCRIBIR-BLOQUE
               END-IF
           END-PERFORM
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE.

       ESCRIBIR-BLOQUE.
           MOVE SPACES TO linea-reporte
           IF idx-suc = 1
               MOVE suc-nombre(idx-suc) TO linea-reporte
           ELSE
               STRING 'SUCURSAL ' suc-codigo(idx-suc) ' '
                   suc-nombre(idx-suc)
                   DELIMITED BY SIZE INTO linea-reporte
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO linea-tablero
           MOVE 'INDICADOR' TO lt-rotulo
           PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
               STRING '    MES ' mes-periodo(idx-per)
                   DELIMITED BY SIZE INTO lt-texto(idx-per)
           END-PERFORM
           MOVE linea-tablero TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-ind FROM 1 BY 1 UNTIL idx-ind > 18
               IF idx-ind < 18 OR idx-suc = 1
                   MOVE SPACES TO linea-tablero
                   MOVE rot-nombre(idx-ind) TO lt-rotulo
                   PERFORM VARYING idx-per FROM 1 BY 1
                           UNTIL idx-per > 3
                       PERFORM FORMATEAR-CELDA
                       MOVE texto-celda TO lt-texto(idx-per)
                   END-PERFORM
                   MOVE linea-tablero TO linea-reporte
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-PERFORM
           PERFORM ESCRIBIR-LINEA.

       FORMATEAR-CELDA.
           MOVE SPACES TO texto-celda
           IF NOT VAL-CON-DATO(idx-suc, idx-ind, idx-per)
               MOVE '            N/D' TO texto-celda
               ADD 1 TO sin-dato
           ELSE
               EVALUATE rot-tipo(idx-ind)
                   WHEN 'C'
                       MOVE val-importe(idx-suc, idx-ind, idx-per)
                           TO cantidad-editada
                       MOVE cantidad-editada TO texto-celda
                   WHEN 'P'
                       MOVE val-importe(idx-suc, idx-ind, idx-per)
                           TO pct-valor
                       MOVE porcentaje-editado TO texto-celda
                   WHEN OTHER
                       MOVE val-importe(idx-suc, idx-ind, idx-per)
                           TO importe-editado
                       MOVE importe-editado TO texto-celda
               END-EVALUATE
           END-IF.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'INDICADORES' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'INDICADORES: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * La version CSV: una linea por sucursal e indicador con los
      * tres meses; la celda sin dato va vacia.
      *----------------------------------------------------------------
       ESCRIBIR-CSV.
           OPEN OUTPUT archivo-csv
           IF fs-csv NOT = '00'
               DISPLAY 'INDICADORES: no se pudo crear '
                   'INDICADORES.CSV, status=' fs-csv
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO registro-csv
           STRING 'SUCURSAL,NOMBRE,INDICADOR,MES ' mes-periodo(1)
               ',MES ' mes-periodo(2) ',MES ' mes-periodo(3)
               DELIMITED BY SIZE INTO registro-csv
           WRITE registro-csv
           PERFORM VARYING idx-suc FROM 1 BY 1
                   UNTIL idx-suc > sucursales-cargadas
               PERFORM VARYING idx-ind FROM 1 BY 1
                       UNTIL idx-ind > 18
                   IF idx-ind < 18 OR idx-suc = 1
                       PERFORM ESCRIBIR-FILA-CSV
                   END-IF
               END-PERFORM
           END-PERFORM
           CLOSE archivo-csv.

       ESCRIBIR-FILA-CSV.
           MOVE SPACES TO registro-csv
           MOVE 1 TO puntero-csv
           STRING suc-codigo(idx-suc) ',"' DELIMITED BY SIZE
               suc-nombre(idx-suc) DELIMITED BY '  '
               '","' DELIMITED BY SIZE
               rot-nombre(idx-ind) DELIMITED BY '  '
               '"' DELIMITED BY SIZE
               INTO registro-csv
               WITH POINTER puntero-csv
           PERFORM VARYING idx-per FROM 1 BY 1 UNTIL idx-per > 3
               STRING ',' DELIMITED BY SIZE INTO registro-csv
                   WITH POINTER puntero-csv
               IF VAL-CON-DATO(idx-suc, idx-ind, idx-per)
                   MOVE val-importe(idx-suc, idx-ind, idx-per)
                       TO numero-csv
                   MOVE numero-csv TO texto-csv
                   MOVE 1 TO pos-texto
                   PERFORM UNTIL pos-texto >= 17
                           OR texto-csv(pos-texto:1) NOT = SPACE
                       ADD 1 TO pos-texto
                   END-PERFORM
                   STRING texto-csv(pos-texto:18 - pos-texto)
                       DELIMITED BY SIZE INTO registro-csv
                       WITH POINTER puntero-csv
               END-IF
           END-PERFORM
           WRITE registro-csv
           IF fs-csv NOT = '00'
               DISPLAY 'INDICADORES: error al escribir el CSV, '
                   'status=' fs-csv
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'INDICADORES' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO.

      * Cada anual se verifica al abrirlo: un anio cerrado con el
      * layout viejo no se lee con el registro nuevo.
       VERIFICAR-ANUAL.
           MOVE 'V' TO l-sel-accion
           MOVE version-anual TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
