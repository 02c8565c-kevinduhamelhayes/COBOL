       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIDAD-CLIENTES.
       AUTHOR. Ejemplo.
      * Tablero semanal de calidad de datos de clientes: cada
      * programa se las arregla a su manera con los datos malos del
      * maestro (REFRESCA-EDAD saltea al que no tiene nacimiento,
      * EXTRACTOS imprime el bloque de direccion vacio si no hay
      * registro en DOMICILIOS.DAT, un ciclo malo cuenta como 01) y
      * nadie ve el cuadro entero. Este reporte barre CLIENTES.DAT
      * y DOMICILIOS.DAT y cuenta y lista cada defecto:
      *   1 sin fecha de nacimiento (blanco, ceros o no numerica);
      *   2 edad que no cuadra con la fecha de nacimiento a la
      *     fecha de proceso;
      *   3 sin registro de domicilio;
      *   4 domicilio sin telefono;
      *   5 codigo postal invalido (ni 4 digitos ni el formato
      *     letra + 4 digitos + 3 letras);
      *   6 inactivo con saldo distinto de cero;
      *   7 limite de credito por encima del maximo del shop
      *     (variable LIMITE-CREDITO-MAX, 500000.00 si no esta);
      *   8 ciclo de extracto invalido (blanco, ceros o no
      *     numerico);
      *   9 domicilio huerfano (sin cliente en el maestro).
      * Los totales van por sucursal -- la del cliente es la de su
      * ultimo movimiento en maestro.dat, 000 si no tiene ninguno o
      * es un domicilio huerfano -- con la variacion contra la
      * corrida anterior, para que cada sucursal tenga su meta de
      * limpieza. Cada corrida deja sus cifras en CALIDAD.HIS, que
      * es de donde sale la corrida anterior (la ultima de fecha de
      * proceso previa). Sale por REPWRITE como CALIDAD.RPT y
      * termina con RETURN-CODE 4 cuando hay defectos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT domicilios ASSIGN TO 'DOMICILIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-historia ASSIGN TO 'CALIDAD.HIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-historia.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  domicilios.
           COPY DOMICILIO.
       FD  archivo-maestro.
           COPY MAESTRO.
      * Una linea por sucursal y corrida (mas la linea TOT del shop):
      * la cantidad de clientes y la de cada uno de los 9 defectos.
       FD  archivo-historia.
       01  registro-historia.
           05  his-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  his-sucursal    PIC X(3).
           05  his-cifra       PIC 9(6) OCCURS 10 TIMES.
      * Movimientos del maestro en orden de cliente, fecha y clave:
      * el ultimo de cada cliente da su sucursal.
       SD  archivo-orden.
       01  registro-orden.
           05  orden-cliente   PIC 9(6).
           05  orden-fecha     PIC 9(8).
           05  orden-clave     PIC 9(7).
           05  orden-sucursal  PIC 9(3).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY REPPARM.
       01  linea-reporte      PIC X(80).
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-domicilios      PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-historia        PIC XX VALUE '00'.
       01  fin-clientes       PIC X VALUE 'N'.
           88  no-hay-mas-clientes VALUE 'S'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  fin-historia       PIC X VALUE 'N'.
           88  no-hay-mas-historia VALUE 'S'.
       01  domicilios-abierto PIC X VALUE 'N'.
           88  HAY-DOMICILIOS  VALUE 'S'.
       01  domicilio-sw       PIC X VALUE 'N'.
           88  TIENE-DOMICILIO VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  fecha-partes REDEFINES fecha-proceso.
           05  hoy-anio       PIC 9(4).
           05  hoy-mes        PIC 9(2).
           05  hoy-dia        PIC 9(2).
       01  fecnac-trabajo     PIC 9(8).
       01  fecnac-partes REDEFINES fecnac-trabajo.
           05  nac-anio       PIC 9(4).
           05  nac-mes        PIC 9(2).
           05  nac-dia        PIC 9(2).
       01  edad-calculada     PIC S9(4).
       01  limite-maximo      PIC S9(7)V99 VALUE 500000.00.
       01  ws-limite-texto    PIC X(15) VALUE SPACES.
      * Claves en curso del merge: 999999 marca el fin del archivo.
       01  orden-actual       PIC 9(6) VALUE ZERO.
       01  domicilio-actual   PIC 9(6) VALUE ZERO.
       01  sucursal-cliente   PIC 9(3) VALUE ZERO.
       01  idx-sucursal       PIC 9(4) VALUE ZERO.
       01  idx-defecto        PIC 9(2) VALUE ZERO.
       01  defecto-hallado    PIC 9(2) VALUE ZERO.
       01  dato-defecto       PIC X(30) VALUE SPACES.
       01  importe-editado    PIC -ZZZZZZZZ9.99.
       01  nombre-listado     PIC X(24) VALUE SPACES.
       01  defectos-totales   PIC 9(7) VALUE ZERO.
       01  fecha-anterior     PIC 9(8) VALUE ZERO.
       01  total-actual       PIC 9(7) VALUE ZERO.
       01  total-previo       PIC 9(7) VALUE ZERO.
       01  variacion          PIC S9(7) VALUE ZERO.

      * Cifras de esta corrida y de la anterior, por sucursal (la
      * fila es el codigo + 1) y del shop entero; la columna 10 es
      * la cantidad de clientes.
       01  tabla-actual.
           05  actual-sucursal OCCURS 1000 TIMES.
               10  act-cifra  PIC 9(6) OCCURS 10 TIMES.
       01  tabla-previa.
           05  previa-sucursal OCCURS 1000 TIMES.
               10  pre-cifra  PIC 9(6) OCCURS 10 TIMES.
       01  total-shop.
           05  tot-cifra      PIC 9(6) OCCURS 10 TIMES.
       01  total-shop-previo.
           05  tpr-cifra      PIC 9(6) OCCURS 10 TIMES.

       01  tabla-defectos.
           05  FILLER PIC X(30) VALUE 'SIN FECHA DE NACIMIENTO'.
           05  FILLER PIC X(30) VALUE 'EDAD NO CUADRA CON NACIMIENTO'.
           05  FILLER PIC X(30) VALUE 'SIN DOMICILIO'.
           05  FILLER PIC X(30) VALUE 'DOMICILIO SIN TELEFONO'.
           05  FILLER PIC X(30) VALUE 'CODIGO POSTAL INVALIDO'.
           05  FILLER PIC X(30) VALUE 'INACTIVO CON SALDO'.
           05  FILLER PIC X(30) VALUE 'LIMITE SOBRE EL MAXIMO'.
           05  FILLER PIC X(30) VALUE 'CICLO DE EXTRACTO INVALIDO'.
           05  FILLER PIC X(30) VALUE 'DOMICILIO HUERFANO'.
       01  tabla-defectos-r REDEFINES tabla-defectos.
           05  nombre-defecto PIC X(30) OCCURS 9 TIMES.

       01  linea-titulo.
           05  FILLER PIC X(40)
               VALUE 'TABLERO DE CALIDAD DE DATOS DE CLIENTES'.
       01  linea-encabezado.
           05  FILLER PIC X(40)
               VALUE 'CLIENT SUC NOMBRE                   DEFE'.
           05  FILLER PIC X(40)
               VALUE 'CTO                         DATO'.
       01  linea-detalle.
           05  det-cliente    PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  det-sucursal   PIC 9(3).
           05  FILLER         PIC X VALUE SPACE.
           05  det-nombre     PIC X(24).
           05  FILLER         PIC X VALUE SPACE.
           05  det-defecto    PIC X(30).
           05  FILLER         PIC X VALUE SPACE.
           05  det-dato       PIC X(13).
       01  linea-def-encabezado.
           05  FILLER PIC X(40)
               VALUE 'N DEFECTO                           ACTU'.
           05  FILLER PIC X(40)
               VALUE 'AL    PREVIO   VARIAC.'.
       01  linea-defecto.
           05  lde-numero     PIC 9.
           05  FILLER         PIC X VALUE SPACE.
           05  lde-nombre     PIC X(30).
           05  FILLER         PIC X(3) VALUE SPACES.
           05  lde-actual     PIC ZZZ,ZZ9.
           05  FILLER         PIC X(3) VALUE SPACES.
           05  lde-previo     PIC ZZZ,ZZ9.
           05  FILLER         PIC X(3) VALUE SPACES.
           05  lde-variacion  PIC ---,--9.
       01  linea-suc-encabezado.
           05  FILLER PIC X(40)
               VALUE 'SUC CLIENT     1     2     3     4     5'.
           05  FILLER PIC X(40)
               VALUE '     6     7     8     9  TOTAL    VAR  '.
       01  linea-sucursal.
           05  lsu-codigo     PIC X(3).
           05  FILLER         PIC X VALUE SPACE.
           05  lsu-clientes   PIC ZZZZZ9.
           05  lsu-cifra      PIC ZZZZZ9 OCCURS 9 TIMES.
           05  FILLER         PIC X VALUE SPACE.
           05  lsu-total      PIC ZZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  lsu-variacion  PIC -----9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE 'LIMITE-CREDITO-MAX' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-limite-texto
           IF ws-limite-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-limite-texto) = 0
               COMPUTE limite-maximo =
                   FUNCTION NUMVAL(ws-limite-texto)
           END-IF
           INITIALIZE tabla-actual
           INITIALIZE tabla-previa
           INITIALIZE total-shop
           INITIALIZE total-shop-previo
           PERFORM CARGAR-ANTERIOR

           MOVE 'A' TO l-rep-accion
           MOVE 'CALIDAD.RPT' TO l-rep-archivo
           MOVE linea-titulo TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE linea-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA

           SORT archivo-orden
               ON ASCENDING KEY orden-cliente
               ON ASCENDING KEY orden-fecha
               ON ASCENDING KEY orden-clave
               INPUT PROCEDURE IS ORDENAR-MOVIMIENTOS
               OUTPUT PROCEDURE IS REVISAR-CLIENTES

           PERFORM LISTAR-DEFECTOS
           PERFORM LISTAR-SUCURSALES
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           PERFORM ANOTAR-HISTORIA
           DISPLAY 'CALIDAD-CLIENTES: ' tot-cifra(10) ' clientes, '
               defectos-totales ' defectos, reporte en CALIDAD.RPT'
           IF defectos-totales > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * La corrida anterior es la de fecha de proceso mas reciente
      * antes de la de hoy (una segunda corrida en el dia compara
      * contra la misma que la primera).
       CARGAR-ANTERIOR.
           OPEN INPUT archivo-historia
           IF fs-historia = '00'
               PERFORM UNTIL no-hay-mas-historia
                   READ archivo-historia
                       AT END
                           SET no-hay-mas-historia TO TRUE
                       NOT AT END
                           PERFORM CARGAR-LINEA-ANTERIOR
                   END-READ
               END-PERFORM
               CLOSE archivo-historia
           END-IF.

       CARGAR-LINEA-ANTERIOR.
           IF his-fecha NUMERIC AND his-fecha < fecha-proceso
               AND his-fecha NOT < fecha-anterior
               IF his-fecha > fecha-anterior
                   MOVE his-fecha TO fecha-anterior
                   INITIALIZE tabla-previa
                   INITIALIZE total-shop-previo
               END-IF
               IF his-sucursal = 'TOT'
                   PERFORM VARYING idx-defecto FROM 1 BY 1
                           UNTIL idx-defecto > 10
                       MOVE his-cifra(idx-defecto)
                           TO tpr-cifra(idx-defecto)
                   END-PERFORM
               ELSE
                   IF his-sucursal NUMERIC
                       MOVE his-sucursal TO sucursal-cliente
                       COMPUTE idx-sucursal = sucursal-cliente + 1
                       PERFORM VARYING idx-defecto FROM 1 BY 1
                               UNTIL idx-defecto > 10
                           MOVE his-cifra(idx-defecto)
                               TO pre-cifra(idx-sucursal, idx-defecto)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

       ORDENAR-MOVIMIENTOS.
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'CALIDAD-CLIENTES: sin maestro.dat (status='
                   fs-maestro '), todos van a la sucursal 000.'
           ELSE
               MOVE ZEROS TO maestro-clave
               START archivo-maestro
                   KEY IS NOT LESS THAN maestro-clave
                   INVALID KEY
                       SET no-hay-mas-maestro TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-maestro
                   READ archivo-maestro NEXT RECORD
                       AT END
                           SET no-hay-mas-maestro TO TRUE
                       NOT AT END
                           PERFORM SOLTAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE archivo-maestro
           END-IF.

       SOLTAR-MOVIMIENTO.
           IF maestro-cliente NUMERIC AND maestro-sucursal NUMERIC
               AND maestro-fecha NUMERIC
               AND maestro-cliente NOT = ZERO
               MOVE maestro-cliente TO orden-cliente
               MOVE maestro-fecha TO orden-fecha
               MOVE maestro-clave TO orden-clave
               MOVE maestro-sucursal TO orden-sucursal
               RELEASE registro-orden
           END-IF.

      * Merge por numero de cliente de tres corrientes ordenadas:
      * el maestro de clientes, el de domicilios y los movimientos
      * ordenados. Lo que en domicilios queda por debajo del
      * cliente en curso no tiene cliente: es un huerfano.
       REVISAR-CLIENTES.
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'CALIDAD-CLIENTES: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT domicilios
           IF fs-domicilios = '00'
               SET HAY-DOMICILIOS TO TRUE
               MOVE ZEROS TO dom-cliente
               START domicilios KEY IS NOT LESS THAN dom-cliente
                   INVALID KEY
                       MOVE 999999 TO domicilio-actual
               END-START
               IF domicilio-actual NOT = 999999
                   PERFORM LEER-DOMICILIO
               END-IF
           ELSE
               DISPLAY 'CALIDAD-CLIENTES: sin DOMICILIOS.DAT '
                   '(status=' fs-domicilios '), ningun cliente '
                   'tiene domicilio.'
               MOVE 999999 TO domicilio-actual
           END-IF
           PERFORM LEER-ORDEN
           MOVE ZEROS TO cliente-id-fd
           START clientes KEY IS NOT LESS THAN cliente-id-fd
               INVALID KEY
                   SET no-hay-mas-clientes TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-clientes
               READ clientes NEXT RECORD
                   AT END
                       SET no-hay-mas-clientes TO TRUE
                   NOT AT END
                       PERFORM REVISAR-UN-CLIENTE
               END-READ
           END-PERFORM
           PERFORM UNTIL domicilio-actual = 999999
               PERFORM ANOTAR-HUERFANO
           END-PERFORM
           CLOSE clientes
           IF HAY-DOMICILIOS
               CLOSE domicilios
           END-IF.

       LEER-ORDEN.
           RETURN archivo-orden
               AT END
                   MOVE 999999 TO orden-actual
               NOT AT END
                   MOVE orden-cliente TO orden-actual
           END-RETURN.

       LEER-DOMICILIO.
           READ domicilios NEXT RECORD
               AT END
                   MOVE 999999 TO domicilio-actual
               NOT AT END
                   MOVE dom-cliente TO domicilio-actual
           END-READ.

       REVISAR-UN-CLIENTE.
           PERFORM UNTIL orden-actual >= cliente-id-fd
               PERFORM LEER-ORDEN
           END-PERFORM
           MOVE ZERO TO sucursal-cliente
           PERFORM UNTIL orden-actual NOT = cliente-id-fd
               MOVE orden-sucursal TO sucursal-cliente
               PERFORM LEER-ORDEN
           END-PERFORM
           PERFORM UNTIL domicilio-actual >= cliente-id-fd
               PERFORM ANOTAR-HUERFANO
           END-PERFORM
           MOVE 'N' TO domicilio-sw
           IF domicilio-actual = cliente-id-fd
               SET TIENE-DOMICILIO TO TRUE
           END-IF
           COMPUTE idx-sucursal = sucursal-cliente + 1
           MOVE 10 TO defecto-hallado
           PERFORM SUMAR-DEFECTO
           PERFORM CONTROLAR-NACIMIENTO
           IF TIENE-DOMICILIO
               PERFORM CONTROLAR-DOMICILIO
               PERFORM LEER-DOMICILIO
           ELSE
               MOVE 3 TO defecto-hallado
               MOVE SPACES TO dato-defecto
               PERFORM ANOTAR-DEFECTO
           END-IF
           IF CLIENTE-INACTIVO AND cliente-saldo NUMERIC
               AND cliente-saldo NOT = ZERO
               MOVE 6 TO defecto-hallado
               MOVE SPACES TO dato-defecto
               MOVE cliente-saldo TO importe-editado
               MOVE importe-editado TO dato-defecto
               PERFORM ANOTAR-DEFECTO
           END-IF
           IF cliente-limite NUMERIC
               AND cliente-limite > limite-maximo
               MOVE 7 TO defecto-hallado
               MOVE SPACES TO dato-defecto
               MOVE cliente-limite TO importe-editado
               MOVE importe-editado TO dato-defecto
               PERFORM ANOTAR-DEFECTO
           END-IF
           IF cliente-ciclo NOT NUMERIC OR cliente-ciclo = ZERO
               MOVE 8 TO defecto-hallado
               MOVE SPACES TO dato-defecto
               MOVE registro-cliente(61:2) TO dato-defecto
               PERFORM ANOTAR-DEFECTO
           END-IF.

      * La edad se compara con la misma cuenta de REFRESCA-EDAD.
       CONTROLAR-NACIMIENTO.
           IF cliente-fecnac NOT NUMERIC
               OR cliente-fecnac = ZEROS
               MOVE 1 TO defecto-hallado
               MOVE SPACES TO dato-defecto
               MOVE registro-cliente(77:8) TO dato-defecto
               PERFORM ANOTAR-DEFECTO
           ELSE
               MOVE cliente-fecnac TO fecnac-trabajo
               COMPUTE edad-calculada = hoy-anio - nac-anio
               IF hoy-mes < nac-mes
                   OR (hoy-mes = nac-mes AND hoy-dia < nac-dia)
                   SUBTRACT 1 FROM edad-calculada
               END-IF
               IF edad-fd NOT NUMERIC
                   OR edad-calculada NOT = edad-fd
                   MOVE 2 TO defecto-hallado
                   MOVE SPACES TO dato-defecto
                   STRING registro-cliente(47:3) '/' fecnac-trabajo
                       DELIMITED BY SIZE INTO dato-defecto
                   PERFORM ANOTAR-DEFECTO
               END-IF
           END-IF.

      * Codigo postal valido: 4 digitos (el viejo) o letra, 4
      * digitos y 3 letras (el CPA).
       CONTROLAR-DOMICILIO.
           IF dom-telefono = SPACES
               MOVE 4 TO defecto-hallado
               MOVE SPACES TO dato-defecto
               PERFORM ANOTAR-DEFECTO
           END-IF
           IF (dom-codpostal(1:4) IS NUMERIC
                   AND dom-codpostal(5:4) = SPACES)
               OR (dom-codpostal(1:1) IS ALPHABETIC-UPPER
                   AND dom-codpostal(1:1) NOT = SPACE
                   AND dom-codpostal(2:4) IS NUMERIC
                   AND dom-codpostal(6:3) IS ALPHABETIC-UPPER
                   AND dom-codpostal(6:1) NOT = SPACE
                   AND dom-codpostal(7:1) NOT = SPACE
                   AND dom-codpostal(8:1) NOT = SPACE)
               CONTINUE
           ELSE
               MOVE 5 TO defecto-hallado
               MOVE SPACES TO dato-defecto
               MOVE dom-codpostal TO dato-defecto
               PERFORM ANOTAR-DEFECTO
           END-IF.

      * Un domicilio sin cliente no tiene movimientos propios:
      * va a la sucursal 000.
       ANOTAR-HUERFANO.
           MOVE 1 TO idx-sucursal
           MOVE 9 TO defecto-hallado
           MOVE SPACES TO dato-defecto
           MOVE dom-calle TO dato-defecto
           MOVE dom-cliente TO det-cliente
           MOVE ZERO TO det-sucursal
           MOVE SPACES TO nombre-listado
           PERFORM LISTAR-DEFECTO
           PERFORM SUMAR-DEFECTO
           PERFORM LEER-DOMICILIO.

       ANOTAR-DEFECTO.
           MOVE cliente-id-fd TO det-cliente
           MOVE sucursal-cliente TO det-sucursal
           MOVE SPACES TO nombre-listado
           STRING apellido-fd DELIMITED BY '  '
               ', ' DELIMITED BY SIZE
               nombre-fd DELIMITED BY '  '
               INTO nombre-listado
           PERFORM LISTAR-DEFECTO
           PERFORM SUMAR-DEFECTO.

       LISTAR-DEFECTO.
           MOVE nombre-listado TO det-nombre
           MOVE nombre-defecto(defecto-hallado) TO det-defecto
           MOVE dato-defecto TO det-dato
           MOVE linea-detalle TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       SUMAR-DEFECTO.
           ADD 1 TO act-cifra(idx-sucursal, defecto-hallado)
           ADD 1 TO tot-cifra(defecto-hallado)
           IF defecto-hallado < 10
               ADD 1 TO defectos-totales
           END-IF.

       LISTAR-DEFECTOS.
           PERFORM ESCRIBIR-LINEA
           IF fecha-anterior = ZERO
               MOVE 'TOTALES POR DEFECTO (SIN CORRIDA ANTERIOR)'
                   TO linea-reporte
           ELSE
               STRING 'TOTALES POR DEFECTO CONTRA LA CORRIDA DEL '
                   fecha-anterior
                   DELIMITED BY SIZE INTO linea-reporte
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE linea-def-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-defecto FROM 1 BY 1
                   UNTIL idx-defecto > 9
               MOVE idx-defecto TO lde-numero
               MOVE nombre-defecto(idx-defecto) TO lde-nombre
               MOVE tot-cifra(idx-defecto) TO lde-actual
               MOVE tpr-cifra(idx-defecto) TO lde-previo
               COMPUTE variacion = tot-cifra(idx-defecto)
                   - tpr-cifra(idx-defecto)
               MOVE variacion TO lde-variacion
               MOVE linea-defecto TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-PERFORM
           MOVE SPACES TO linea-reporte
           STRING 'CLIENTES REVISADOS: ' tot-cifra(10)
               '   DEFECTOS: ' defectos-totales
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA.

      * Una linea por sucursal con clientes o defectos en esta
      * corrida o en la anterior; la variacion es la del total de
      * defectos de la sucursal contra la corrida anterior.
       LISTAR-SUCURSALES.
           PERFORM ESCRIBIR-LINEA
           MOVE 'DEFECTOS POR SUCURSAL (COLUMNAS = NUMERO DE DEFECTO)'
               TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE linea-suc-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-sucursal FROM 1 BY 1
                   UNTIL idx-sucursal > 1000
               IF actual-sucursal(idx-sucursal) NOT = ZEROS
                   OR previa-sucursal(idx-sucursal) NOT = ZEROS
                   PERFORM LISTAR-UNA-SUCURSAL
               END-IF
           END-PERFORM
           MOVE 'TOT' TO lsu-codigo
           MOVE tot-cifra(10) TO lsu-clientes
           MOVE ZERO TO total-actual
           MOVE ZERO TO total-previo
           PERFORM VARYING idx-defecto FROM 1 BY 1
                   UNTIL idx-defecto > 9
               MOVE tot-cifra(idx-defecto) TO lsu-cifra(idx-defecto)
               ADD tot-cifra(idx-defecto) TO total-actual
               ADD tpr-cifra(idx-defecto) TO total-previo
           END-PERFORM
           MOVE total-actual TO lsu-total
           COMPUTE variacion = total-actual - total-previo
           MOVE variacion TO lsu-variacion
           MOVE linea-sucursal TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       LISTAR-UNA-SUCURSAL.
           COMPUTE sucursal-cliente = idx-sucursal - 1
           MOVE sucursal-cliente TO lsu-codigo
           MOVE act-cifra(idx-sucursal, 10) TO lsu-clientes
           MOVE ZERO TO total-actual
           MOVE ZERO TO total-previo
           PERFORM VARYING idx-defecto FROM 1 BY 1
                   UNTIL idx-defecto > 9
               MOVE act-cifra(idx-sucursal, idx-defecto)
                   TO lsu-cifra(idx-defecto)
               ADD act-cifra(idx-sucursal, idx-defecto)
                   TO total-actual
               ADD pre-cifra(idx-sucursal, idx-defecto)
                   TO total-previo
           END-PERFORM
           MOVE total-actual TO lsu-total
           COMPUTE variacion = total-actual - total-previo
           MOVE variacion TO lsu-variacion
           MOVE linea-sucursal TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

      * Las cifras de esta corrida quedan para la proxima: una
      * linea por sucursal con algo y la linea TOT del shop.
       ANOTAR-HISTORIA.
           OPEN EXTEND archivo-historia
           IF fs-historia = '05' OR fs-historia = '35'
               OPEN OUTPUT archivo-historia
           END-IF
           IF fs-historia NOT = '00'
               DISPLAY 'CALIDAD-CLIENTES: no se pudo grabar '
                   'CALIDAD.HIS, status=' fs-historia
                   '; la proxima corrida no tendra contra que '
                   'compararse.'
           ELSE
               PERFORM VARYING idx-sucursal FROM 1 BY 1
                       UNTIL idx-sucursal > 1000
                   IF actual-sucursal(idx-sucursal) NOT = ZEROS
                       MOVE SPACES TO registro-historia
                       MOVE fecha-proceso TO his-fecha
                       COMPUTE sucursal-cliente = idx-sucursal - 1
                       MOVE sucursal-cliente TO his-sucursal
                       PERFORM VARYING idx-defecto FROM 1 BY 1
                               UNTIL idx-defecto > 10
                           MOVE act-cifra(idx-sucursal, idx-defecto)
                               TO his-cifra(idx-defecto)
                       END-PERFORM
                       WRITE registro-historia
                   END-IF
               END-PERFORM
               MOVE SPACES TO registro-historia
               MOVE fecha-proceso TO his-fecha
               MOVE 'TOT' TO his-sucursal
               PERFORM VARYING idx-defecto FROM 1 BY 1
                       UNTIL idx-defecto > 10
                   MOVE tot-cifra(idx-defecto) TO his-cifra(idx-defecto)
               END-PERFORM
               WRITE registro-historia
               CLOSE archivo-historia
           END-IF.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'CALIDADCLI' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'CALIDAD-CLIENTES: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'CALIDADCLI' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CALIDAD-CLIENTES' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
