       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-MAESTRO.
       AUTHOR. Ejemplo.
      * Extraccion a pedido de maestro.dat: el "todas las de la
      * sucursal 2, categoria SEGU, entre tales fechas, de mas de
      * 5.000, en planilla" de todas las semanas deja de ser un
      * programa de una sola vez. El pedido se escribe en un archivo
      * de texto (el nombre se teclea; EXTRAER.PED si se deja en
      * blanco), un renglon PALABRA=VALOR por filtro, con '*' en la
      * columna 1 para comentarios:
      *   DESDE=AAAAMMDD    HASTA=AAAAMMDD    (fecha de la transaccion)
      *   SUCURSAL=nnn      CLIENTE=nnnnnn
      *   CATEGORIA=xxxx    MONEDA=xxx
      *   MINIMO=importe    MAXIMO=importe    (sobre el importe en
      *                     moneda base, sin mirar el signo)
      *   ANUALES=S         (tambien los MAESTRO.AAAA.DAT de los
      *                     anios del rango; exige DESDE)
      *   COLUMNAS=lista    (separada por comas: CLAVE, FECHA,
      *                     SUCURSAL, CLIENTE, CATEGORIA, MONEDA,
      *                     IMPORTE, ORIGINAL, DESCRIPCION, ORIGEN)
      *   SALIDA=CSV|REPORTE  ARCHIVO=nombre  TITULO=texto
      * Lo que no se informa no filtra. Sin COLUMNAS, el CSV lleva
      * todas y el reporte las que entran en 80 posiciones. Con
      * CLIENTE el maestro y los anuales se leen por la ruta
      * cliente+fecha; si no, se barren enteros. Lo extraido sale
      * en orden de fecha y clave, a EXTRACTO.CSV (con renglon de
      * titulos, para la planilla) o por REPWRITE a EXTRACTO.RPT con
      * la cantidad, el total en moneda base y la apertura por
      * moneda al pie.
      * Estos extractos salen del banco: corre solo con un operador
      * firmado de nivel 2 o mas, y cada corrida -- la que extrajo
      * y la que se rechazo -- deja un renglon en EXTRACCIONES.LOG
      * con fecha, hora, operador, pedido, salida, cantidad y el
      * texto de los filtros pedidos.
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
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.
           SELECT archivo-pedido ASSIGN DYNAMIC nombre-pedido
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-pedido.
           SELECT archivo-csv ASSIGN DYNAMIC nombre-salida
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-csv.
           SELECT archivo-log ASSIGN TO 'EXTRACCIONES.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-log.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-anual.
           COPY MAEANUAL.
       FD  archivo-pedido.
       01  linea-pedido       PIC X(120).
       FD  archivo-csv.
       01  registro-csv       PIC X(300).
       FD  archivo-log.
       01  registro-log       PIC X(250).
       SD  archivo-orden.
       01  registro-orden.
           05  orden-fecha    PIC 9(08).
           05  orden-clave    PIC 9(07).
           05  orden-origen   PIC X(06).
           05  orden-datos    PIC X(82).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY NIVPARM.
           COPY VALPARM.
           COPY REPPARM.
           COPY FPRPARM.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-anual           PIC XX VALUE '00'.
       01  fs-pedido          PIC XX VALUE '00'.
       01  fs-csv             PIC XX VALUE '00'.
       01  fs-log             PIC XX VALUE '00'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  fin-anual          PIC X VALUE 'N'.
           88  no-hay-mas-anual VALUE 'S'.
       01  fin-pedido         PIC X VALUE 'N'.
           88  no-hay-mas-pedido VALUE 'S'.
       01  fin-orden          PIC X VALUE 'N'.
           88  no-hay-mas-orden VALUE 'S'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  nombre-pedido      PIC X(30) VALUE SPACES.
       01  nombre-salida      PIC X(30) VALUE SPACES.
       01  nombre-anual       PIC X(30) VALUE SPACES.
       01  fecha-proceso      PIC 9(8) VALUE ZERO.

      * El renglon del pedido partido en palabra y valor, y los
      * errores encontrados al leerlo (el pedido se lee entero y se
      * informan todos antes de rechazarlo).
       01  ped-palabra        PIC X(12).
       01  ped-valor          PIC X(100).
       01  renglon-pedido     PIC 9(3) VALUE ZERO.
       01  errores-pedido     PIC 9(3) VALUE ZERO.
       01  motivo-error       PIC X(50).

      * Los filtros del pedido; cada uno con su indicador, porque
      * cero y blanco son valores legitimos (la sucursal cero es el
      * origen sin sucursal, la categoria en blanco la no
      * reconocida).
       01  fil-desde          PIC 9(8) VALUE ZERO.
       01  fil-hasta          PIC 9(8) VALUE 99999999.
       01  fil-sucursal       PIC 9(3) VALUE ZERO.
       01  con-sucursal       PIC X VALUE 'N'.
           88  FILTRA-SUCURSAL VALUE 'S'.
       01  fil-cliente        PIC 9(6) VALUE ZERO.
       01  con-cliente        PIC X VALUE 'N'.
           88  FILTRA-CLIENTE  VALUE 'S'.
       01  fil-categoria      PIC X(4) VALUE SPACES.
       01  con-categoria      PIC X VALUE 'N'.
           88  FILTRA-CATEGORIA VALUE 'S'.
       01  fil-moneda         PIC X(3) VALUE SPACES.
       01  con-moneda         PIC X VALUE 'N'.
           88  FILTRA-MONEDA   VALUE 'S'.
       01  fil-minimo         PIC S9(9)V99 VALUE ZERO.
       01  con-minimo         PIC X VALUE 'N'.
           88  FILTRA-MINIMO   VALUE 'S'.
       01  fil-maximo         PIC S9(9)V99 VALUE ZERO.
       01  con-maximo         PIC X VALUE 'N'.
           88  FILTRA-MAXIMO   VALUE 'S'.
       01  con-anuales        PIC X VALUE 'N'.
           88  LEE-ANUALES     VALUE 'S'.
       01  tipo-salida        PIC X VALUE 'C'.
           88  SALIDA-CSV      VALUE 'C'.
           88  SALIDA-REPORTE  VALUE 'R'.
       01  titulo-pedido      PIC X(56) VALUE SPACES.
       01  entero-pedido      PIC S9(11).
       01  magnitud           PIC S9(9)V99.
       01  anio-desde         PIC 9(4).
       01  anio-hasta         PIC 9(4).
       01  anio-archivo       PIC 9(4).
       01  anuales-leidos     PIC 9(3) VALUE ZERO.

      * Catalogo de columnas: nombre en el pedido, rotulo y ancho
      * en el reporte. Las que van por defecto en el reporte suman
      * 79 posiciones con sus separadores.
       01  catalogo-columnas.
           05  FILLER PIC X(24) VALUE 'CLAVE      CLAVE      07'.
           05  FILLER PIC X(24) VALUE 'FECHA      FECHA      08'.
           05  FILLER PIC X(24) VALUE 'SUCURSAL   SUC        03'.
           05  FILLER PIC X(24) VALUE 'CLIENTE    CLIEN      06'.
           05  FILLER PIC X(24) VALUE 'CATEGORIA  CAT        04'.
           05  FILLER PIC X(24) VALUE 'MONEDA     MON        03'.
           05  FILLER PIC X(24) VALUE 'IMPORTE    IMPORTE    12'.
           05  FILLER PIC X(24) VALUE 'ORIGINAL   ORIGINAL   12'.
           05  FILLER PIC X(24) VALUE 'DESCRIPCIONDESCRIPCION33'.
           05  FILLER PIC X(24) VALUE 'ORIGEN     ORIGEN     06'.
       01  catalogo-columnas-r REDEFINES catalogo-columnas.
           05  cat-columna OCCURS 10 TIMES.
               10  cat-nombre  PIC X(11).
               10  cat-rotulo  PIC X(11).
               10  cat-ancho   PIC 9(2).
       01  idx-catalogo       PIC 9(2).
       01  tabla-elegidas.
           05  col-elegida    PIC 9(2) OCCURS 10 TIMES.
       01  columnas-elegidas  PIC 9(2) VALUE ZERO.
       01  idx-columna        PIC 9(2).
       01  ancho-reporte      PIC 9(3).
       01  nombre-columna     PIC X(20).
       01  puntero-valor      PIC 9(3).
       01  columna-hallada    PIC X.
           88  COLUMNA-CONOCIDA VALUE 'S'.

      * La transaccion candidata, del maestro vivo o de un anual:
      * el registro del maestro campo a campo, sin la ruta.
       01  vista-candidata.
           05  vc-clave        PIC 9(7).
           05  vc-fecha        PIC 9(8).
           05  vc-importe      PIC S9(7)V99.
           05  vc-descripcion  PIC X(33).
           05  vc-cliente      PIC 9(6).
           05  vc-moneda       PIC X(3).
           05  vc-importe-orig PIC S9(7)V99.
           05  vc-sucursal     PIC 9(3).
           05  vc-categoria    PIC X(4).
       01  origen-candidata   PIC X(6).
       01  candidata-pasa     PIC X.
           88  CANDIDATA-ELEGIDA VALUE 'S'.

      * Armado de cada valor de salida: el texto ya editado, y el
      * tramo que ocupa de verdad (el CSV no lleva blancos de
      * relleno).
       01  valor-texto        PIC X(33).
       01  valor-desde        PIC 9(2).
       01  valor-hasta        PIC 9(2).
       01  importe-editado    PIC -(8)9.99.
       01  puntero-linea      PIC 9(3).
       01  linea-reporte      PIC X(80).

      * Totales: cantidad, total en moneda base y la apertura por
      * moneda original.
       01  extraidas          PIC 9(7) VALUE ZERO.
       01  total-base         PIC S9(11)V99 VALUE ZERO.
       01  total-editado      PIC -(11)9.99.
       01  total-orig-editado PIC -(11)9.99.
       01  tabla-monedas.
           05  mon-total OCCURS 20 TIMES.
               10  mon-codigo    PIC X(3).
               10  mon-cantidad  PIC 9(7).
               10  mon-original  PIC S9(11)V99.
               10  mon-base      PIC S9(11)V99.
       01  monedas-cargadas   PIC 9(2) VALUE ZERO.
       01  idx-moneda         PIC 9(2).

      * Renglon de EXTRACCIONES.LOG.
       01  linea-log.
           05  log-fecha      PIC 9(8).
           05  FILLER         PIC X VALUE SPACE.
           05  log-hora       PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  log-operador   PIC X(8).
           05  FILLER         PIC X VALUE SPACE.
           05  log-resultado  PIC X(10).
           05  FILLER         PIC X VALUE SPACE.
           05  log-pedido     PIC X(30).
           05  FILLER         PIC X VALUE SPACE.
           05  log-salida     PIC X(30).
           05  FILLER         PIC X VALUE SPACE.
           05  log-cantidad   PIC 9(7).
           05  FILLER         PIC X VALUE SPACE.
           05  log-filtros    PIC X(140).
       01  puntero-filtros    PIC 9(3) VALUE 1.
       01  hora-sistema       PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE SPACES TO log-filtros log-salida
           MOVE ZERO TO log-cantidad
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           DISPLAY 'Archivo de pedido (ENTER = EXTRAER.PED): '
               WITH NO ADVANCING
           ACCEPT nombre-pedido
           IF nombre-pedido = SPACES
               MOVE 'EXTRAER.PED' TO nombre-pedido
           END-IF
           MOVE nombre-pedido TO log-pedido
           PERFORM CONTROLAR-OPERADOR

           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           PERFORM LEER-PEDIDO
           PERFORM COMPLETAR-PEDIDO
           IF errores-pedido > ZERO
               DISPLAY 'EXTRAE-MAESTRO: ' errores-pedido
                   ' error(es) en el pedido, no se extrae nada.'
               MOVE 'RECHAZADO' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF SALIDA-CSV
               PERFORM ABRIR-CSV
           ELSE
               PERFORM ABRIR-REPORTE
           END-IF
           SORT archivo-orden
               ON ASCENDING KEY orden-fecha
               ON ASCENDING KEY orden-clave
               INPUT PROCEDURE IS LEER-FUENTES
               OUTPUT PROCEDURE IS GRABAR-EXTRACTO
           IF SALIDA-CSV
               CLOSE archivo-csv
           ELSE
               PERFORM CERRAR-REPORTE
           END-IF

           MOVE 'EXTRAIDO' TO log-resultado
           MOVE extraidas TO log-cantidad
           PERFORM REGISTRAR-CORRIDA
           MOVE total-base TO total-editado
           DISPLAY 'EXTRAE-MAESTRO: ' extraidas
               ' transacciones, total ' total-editado ', '
               anuales-leidos ' archivo(s) anual(es), en '
               nombre-salida
           STOP RUN.

      *----------------------------------------------------------------
      * Solo un operador firmado de nivel 2 o mas saca datos del
      * banco; el intento rechazado tambien queda en el log.
      *----------------------------------------------------------------
       CONTROLAR-OPERADOR.
           IF ws-operador = SPACES
               DISPLAY 'EXTRAE-MAESTRO: sin OPERADOR-ID no se '
                   'extraen datos; firmar la sesion desde el menu.'
               MOVE 'NOSIGN' TO ws-operador
               MOVE 'SIN FIRMA' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'EXTRAE-MAESTRO: el operador ' ws-operador
                   ' no tiene el nivel 2 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 'SIN NIVEL' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Lectura del pedido renglon por renglon. Cada renglon valido
      * se copia tal cual al texto de filtros del log.
      *----------------------------------------------------------------
       LEER-PEDIDO.
           OPEN INPUT archivo-pedido
           IF fs-pedido NOT = '00'
               DISPLAY 'EXTRAE-MAESTRO: no se pudo abrir el pedido '
                   nombre-pedido ', status=' fs-pedido
               MOVE 'SIN PEDIDO' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-pedido
               READ archivo-pedido
                   AT END
                       SET no-hay-mas-pedido TO TRUE
                   NOT AT END
                       ADD 1 TO renglon-pedido
                       IF linea-pedido NOT = SPACES
                           AND linea-pedido(1:1) NOT = '*'
                           PERFORM INTERPRETAR-RENGLON
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-pedido.

       INTERPRETAR-RENGLON.
           MOVE SPACES TO ped-palabra ped-valor motivo-error
           UNSTRING linea-pedido DELIMITED BY '='
               INTO ped-palabra ped-valor
           EVALUATE ped-palabra
               WHEN 'DESDE'
                   PERFORM VALIDAR-FECHA-PEDIDO
                   MOVE l-val-fecha TO fil-desde
               WHEN 'HASTA'
                   PERFORM VALIDAR-FECHA-PEDIDO
                   MOVE l-val-fecha TO fil-hasta
               WHEN 'SUCURSAL'
                   MOVE 999 TO l-val-maximo
                   PERFORM VALIDAR-ENTERO-PEDIDO
                   MOVE entero-pedido TO fil-sucursal
                   SET FILTRA-SUCURSAL TO TRUE
               WHEN 'CLIENTE'
                   MOVE 999999 TO l-val-maximo
                   PERFORM VALIDAR-ENTERO-PEDIDO
                   MOVE entero-pedido TO fil-cliente
                   SET FILTRA-CLIENTE TO TRUE
               WHEN 'CATEGORIA'
                   IF ped-valor(5:) NOT = SPACES
                       MOVE 'LA CATEGORIA TIENE HASTA 4 LETRAS'
                           TO motivo-error
                   END-IF
                   MOVE ped-valor TO fil-categoria
                   SET FILTRA-CATEGORIA TO TRUE
               WHEN 'MONEDA'
                   IF ped-valor(1:3) = SPACES
                       OR ped-valor(4:) NOT = SPACES
                       MOVE 'LA MONEDA ES UN CODIGO DE 3 LETRAS'
                           TO motivo-error
                   END-IF
                   MOVE ped-valor TO fil-moneda
                   SET FILTRA-MONEDA TO TRUE
               WHEN 'MINIMO'
                   PERFORM VALIDAR-IMPORTE-PEDIDO
                   MOVE l-val-numero TO fil-minimo
                   SET FILTRA-MINIMO TO TRUE
               WHEN 'MAXIMO'
                   PERFORM VALIDAR-IMPORTE-PEDIDO
                   MOVE l-val-numero TO fil-maximo
                   SET FILTRA-MAXIMO TO TRUE
               WHEN 'ANUALES'
                   EVALUATE ped-valor
                       WHEN 'S'
                           SET LEE-ANUALES TO TRUE
                       WHEN 'N'
                           MOVE 'N' TO con-anuales
                       WHEN OTHER
                           MOVE 'ANUALES ES S O N' TO motivo-error
                   END-EVALUATE
               WHEN 'SALIDA'
                   EVALUATE ped-valor
                       WHEN 'CSV'
                           SET SALIDA-CSV TO TRUE
                       WHEN 'REPORTE'
                           SET SALIDA-REPORTE TO TRUE
                       WHEN OTHER
                           MOVE 'SALIDA ES CSV O REPORTE'
                               TO motivo-error
                   END-EVALUATE
               WHEN 'ARCHIVO'
                   IF ped-valor(1:1) = SPACE
                       OR ped-valor(21:) NOT = SPACES
                       MOVE 'NOMBRE DE ARCHIVO DE 1 A 20 POSICIONES'
                           TO motivo-error
                   END-IF
                   MOVE ped-valor TO nombre-salida
               WHEN 'TITULO'
                   MOVE ped-valor TO titulo-pedido
               WHEN 'COLUMNAS'
                   PERFORM ELEGIR-COLUMNAS
               WHEN OTHER
                   MOVE 'PALABRA DESCONOCIDA (FALTA EL = ?)'
                       TO motivo-error
           END-EVALUATE
           IF motivo-error NOT = SPACES
               PERFORM INFORMAR-ERROR
           ELSE
               STRING linea-pedido DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   INTO log-filtros WITH POINTER puntero-filtros
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.

       INFORMAR-ERROR.
           ADD 1 TO errores-pedido
           IF renglon-pedido = ZERO
               DISPLAY 'EXTRAE-MAESTRO: pedido: ' motivo-error
           ELSE
               DISPLAY 'EXTRAE-MAESTRO: renglon ' renglon-pedido
                   ': ' motivo-error
               DISPLAY '    ' linea-pedido(1:70)
           END-IF.

       VALIDAR-FECHA-PEDIDO.
           MOVE ZERO TO l-val-fecha
           IF ped-valor(1:8) NOT NUMERIC
               OR ped-valor(9:) NOT = SPACES
               MOVE 'LA FECHA VA COMO AAAAMMDD' TO motivo-error
           ELSE
               MOVE ped-valor(1:8) TO l-val-fecha
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
               IF l-val-status NOT = 0
                   MOVE 'FECHA INEXISTENTE' TO motivo-error
               END-IF
           END-IF.

      * Sucursal y cliente: enteros entre cero y el maximo que deja
      * el campo del maestro (el llamador lo pone en l-val-maximo).
       VALIDAR-ENTERO-PEDIDO.
           MOVE ZERO TO entero-pedido
           MOVE ped-valor TO l-val-texto
           CALL 'VALNUM' USING l-val-texto, l-val-numero,
               l-val-status, l-val-motivo
           IF l-val-status = 0
               MOVE l-val-numero TO entero-pedido
           END-IF
           IF l-val-status NOT = 0
               OR entero-pedido NOT = l-val-numero
               OR entero-pedido < ZERO
               OR entero-pedido > l-val-maximo
               MOVE 'SE ESPERA UN NUMERO ENTERO DEL CODIGO'
                   TO motivo-error
               MOVE ZERO TO entero-pedido
           END-IF.

       VALIDAR-IMPORTE-PEDIDO.
           MOVE ped-valor TO l-val-texto
           CALL 'VALNUM' USING l-val-texto, l-val-numero,
               l-val-status, l-val-motivo
           IF l-val-status NOT = 0
               OR l-val-numero < ZERO
               OR l-val-numero > 999999999
               MOVE 'IMPORTE NO VALIDO (SIN SIGNO, PUNTO DECIMAL)'
                   TO motivo-error
               MOVE ZERO TO l-val-numero
           END-IF.

      * La lista de columnas se corta en las comas; cada nombre
      * tiene que estar en el catalogo y no repetirse.
       ELEGIR-COLUMNAS.
           MOVE ZERO TO columnas-elegidas
           MOVE 1 TO puntero-valor
           PERFORM UNTIL puntero-valor > 100
               OR motivo-error NOT = SPACES
               MOVE SPACES TO nombre-columna
               UNSTRING ped-valor DELIMITED BY ',' OR SPACE
                   INTO nombre-columna
                   WITH POINTER puntero-valor
               END-UNSTRING
               IF nombre-columna NOT = SPACES
                   PERFORM ANOTAR-COLUMNA
               END-IF
           END-PERFORM
           IF columnas-elegidas = ZERO
               AND motivo-error = SPACES
               MOVE 'COLUMNAS SIN NINGUNA COLUMNA' TO motivo-error
           END-IF.

       ANOTAR-COLUMNA.
           MOVE 'N' TO columna-hallada
           PERFORM VARYING idx-catalogo FROM 1 BY 1
                   UNTIL idx-catalogo > 10 OR COLUMNA-CONOCIDA
               IF cat-nombre(idx-catalogo) = nombre-columna
                   SET COLUMNA-CONOCIDA TO TRUE
               END-IF
           END-PERFORM
           IF NOT COLUMNA-CONOCIDA
               MOVE SPACES TO motivo-error
               STRING 'COLUMNA DESCONOCIDA: ' nombre-columna
                   DELIMITED BY SIZE INTO motivo-error
           ELSE
               SUBTRACT 1 FROM idx-catalogo
               PERFORM VARYING idx-columna FROM 1 BY 1
                       UNTIL idx-columna > columnas-elegidas
                   IF col-elegida(idx-columna) = idx-catalogo
                       MOVE SPACES TO motivo-error
                       STRING 'COLUMNA REPETIDA: ' nombre-columna
                           DELIMITED BY SIZE INTO motivo-error
                   END-IF
               END-PERFORM
               IF motivo-error = SPACES
                   ADD 1 TO columnas-elegidas
                   MOVE idx-catalogo
                       TO col-elegida(columnas-elegidas)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Controles del pedido completo y los valores por defecto:
      * rango de fechas e importes, anuales con fecha desde,
      * columnas y nombre de la salida, y que el renglon del
      * reporte entre en 80 posiciones.
      *----------------------------------------------------------------
       COMPLETAR-PEDIDO.
           MOVE ZERO TO renglon-pedido
           MOVE SPACES TO motivo-error
           IF fil-hasta < fil-desde
               MOVE 'HASTA ES ANTERIOR A DESDE' TO motivo-error
               PERFORM INFORMAR-ERROR
           END-IF
           IF FILTRA-MINIMO AND FILTRA-MAXIMO
               AND fil-maximo < fil-minimo
               MOVE 'MAXIMO ES MENOR QUE MINIMO' TO motivo-error
               PERFORM INFORMAR-ERROR
           END-IF
           IF LEE-ANUALES AND fil-desde = ZERO
               MOVE 'ANUALES=S EXIGE DESDE (QUE ANIOS LEER)'
                   TO motivo-error
               PERFORM INFORMAR-ERROR
           END-IF
           MOVE fil-desde(1:4) TO anio-desde
           IF fil-hasta = 99999999
               MOVE fecha-proceso(1:4) TO anio-hasta
           ELSE
               MOVE fil-hasta(1:4) TO anio-hasta
           END-IF
           IF columnas-elegidas = ZERO
               IF SALIDA-CSV
                   PERFORM VARYING idx-columna FROM 1 BY 1
                           UNTIL idx-columna > 10
                       MOVE idx-columna TO col-elegida(idx-columna)
                   END-PERFORM
                   MOVE 10 TO columnas-elegidas
               ELSE
                   MOVE 2 TO col-elegida(1)
                   MOVE 1 TO col-elegida(2)
                   MOVE 3 TO col-elegida(3)
                   MOVE 4 TO col-elegida(4)
                   MOVE 5 TO col-elegida(5)
                   MOVE 7 TO col-elegida(6)
                   MOVE 9 TO col-elegida(7)
                   MOVE 7 TO columnas-elegidas
               END-IF
           END-IF
           IF SALIDA-REPORTE
               MOVE ZERO TO ancho-reporte
               PERFORM VARYING idx-columna FROM 1 BY 1
                       UNTIL idx-columna > columnas-elegidas
                   MOVE col-elegida(idx-columna) TO idx-catalogo
                   COMPUTE ancho-reporte = ancho-reporte
                       + cat-ancho(idx-catalogo) + 1
               END-PERFORM
               IF ancho-reporte > 81
                   MOVE 'LAS COLUMNAS NO ENTRAN EN 80 POSICIONES'
                       TO motivo-error
                   PERFORM INFORMAR-ERROR
               END-IF
           END-IF
           IF nombre-salida = SPACES
               IF SALIDA-CSV
                   MOVE 'EXTRACTO.CSV' TO nombre-salida
               ELSE
                   MOVE 'EXTRACTO.RPT' TO nombre-salida
               END-IF
           END-IF
           MOVE nombre-salida TO log-salida
           IF titulo-pedido = SPACES
               MOVE 'EXTRACCION DEL MAESTRO A PEDIDO'
                   TO titulo-pedido
           END-IF.

      *----------------------------------------------------------------
      * Fuentes: el maestro vivo y, con ANUALES=S, los anuales de
      * los anios del rango (el que no existe se saltea).
      *----------------------------------------------------------------
       LEER-FUENTES.
           PERFORM LEER-MAESTRO-VIVO
           IF LEE-ANUALES
               PERFORM LEER-UN-ANUAL
                   VARYING anio-archivo FROM anio-desde BY 1
                   UNTIL anio-archivo > anio-hasta
           END-IF.

       LEER-MAESTRO-VIVO.
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'EXTRAE-MAESTRO: no se pudo abrir '
                   'maestro.dat, status=' fs-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'VIVO' TO origen-candidata
           IF FILTRA-CLIENTE
               MOVE fil-cliente TO maestro-ruta-cli
               MOVE fil-desde TO maestro-ruta-fecha
               START archivo-maestro
                   KEY IS NOT LESS THAN maestro-ruta-cliente
                   INVALID KEY
                       SET no-hay-mas-maestro TO TRUE
               END-START
           ELSE
               MOVE ZEROS TO maestro-clave
               START archivo-maestro
                   KEY IS NOT LESS THAN maestro-clave
                   INVALID KEY
                       SET no-hay-mas-maestro TO TRUE
               END-START
           END-IF
           PERFORM UNTIL no-hay-mas-maestro
               READ archivo-maestro NEXT RECORD
                   AT END
                       SET no-hay-mas-maestro TO TRUE
                   NOT AT END
                       IF FILTRA-CLIENTE
                           AND (maestro-ruta-cli NOT = fil-cliente
                           OR maestro-ruta-fecha > fil-hasta)
                           SET no-hay-mas-maestro TO TRUE
                       ELSE
                           MOVE registro-maestro TO vista-candidata
                           PERFORM FILTRAR-CANDIDATA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-maestro.

       LEER-UN-ANUAL.
           MOVE SPACES TO nombre-anual
           STRING 'MAESTRO.' anio-archivo '.DAT'
               DELIMITED BY SIZE INTO nombre-anual
           MOVE 'N' TO fin-anual
           OPEN INPUT archivo-anual
           IF fs-anual = '00'
               MOVE nombre-anual TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               ADD 1 TO anuales-leidos
               MOVE SPACES TO origen-candidata
               STRING 'A.' anio-archivo
                   DELIMITED BY SIZE INTO origen-candidata
               IF FILTRA-CLIENTE
                   MOVE fil-cliente TO anual-ruta-cli
                   MOVE fil-desde TO anual-ruta-fecha
                   START archivo-anual
                       KEY IS NOT LESS THAN anual-ruta-cliente
                       INVALID KEY
                           SET no-hay-mas-anual TO TRUE
                   END-START
               ELSE
                   MOVE ZEROS TO anual-clave
                   START archivo-anual
                       KEY IS NOT LESS THAN anual-clave
                       INVALID KEY
                           SET no-hay-mas-anual TO TRUE
                   END-START
               END-IF
               PERFORM UNTIL no-hay-mas-anual
                   READ archivo-anual NEXT RECORD
                       AT END
                           SET no-hay-mas-anual TO TRUE
                       NOT AT END
                           IF FILTRA-CLIENTE
                               AND (anual-ruta-cli NOT = fil-cliente
                               OR anual-ruta-fecha > fil-hasta)
                               SET no-hay-mas-anual TO TRUE
                           ELSE
                               MOVE registro-anual
                                   TO vista-candidata
                               PERFORM FILTRAR-CANDIDATA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-anual
           END-IF.

      * Todos los filtros contra la candidata; el importe se mide
      * sin signo, como se piden ("de mas de 5.000").
       FILTRAR-CANDIDATA.
           MOVE 'S' TO candidata-pasa
           IF vc-fecha < fil-desde OR vc-fecha > fil-hasta
               MOVE 'N' TO candidata-pasa
           END-IF
           IF FILTRA-SUCURSAL AND vc-sucursal NOT = fil-sucursal
               MOVE 'N' TO candidata-pasa
           END-IF
           IF FILTRA-CLIENTE AND vc-cliente NOT = fil-cliente
               MOVE 'N' TO candidata-pasa
           END-IF
           IF FILTRA-CATEGORIA AND vc-categoria NOT = fil-categoria
               MOVE 'N' TO candidata-pasa
           END-IF
           IF FILTRA-MONEDA AND vc-moneda NOT = fil-moneda
               MOVE 'N' TO candidata-pasa
           END-IF
           MOVE vc-importe TO magnitud
           IF magnitud < ZERO
               COMPUTE magnitud = ZERO - magnitud
           END-IF
           IF FILTRA-MINIMO AND magnitud < fil-minimo
               MOVE 'N' TO candidata-pasa
           END-IF
           IF FILTRA-MAXIMO AND magnitud > fil-maximo
               MOVE 'N' TO candidata-pasa
           END-IF
           IF CANDIDATA-ELEGIDA
               MOVE vc-fecha TO orden-fecha
               MOVE vc-clave TO orden-clave
               MOVE origen-candidata TO orden-origen
               MOVE vista-candidata TO orden-datos
               RELEASE registro-orden
           END-IF.

      *----------------------------------------------------------------
      * Salida en orden de fecha y clave, con los totales.
      *----------------------------------------------------------------
       GRABAR-EXTRACTO.
           PERFORM UNTIL no-hay-mas-orden
               RETURN archivo-orden
                   AT END
                       SET no-hay-mas-orden TO TRUE
                   NOT AT END
                       MOVE orden-datos TO vista-candidata
                       MOVE orden-origen TO origen-candidata
                       PERFORM ACUMULAR-TOTALES
                       IF SALIDA-CSV
                           PERFORM ESCRIBIR-FILA-CSV
                       ELSE
                           PERFORM ESCRIBIR-FILA-REPORTE
                       END-IF
               END-RETURN
           END-PERFORM.

       ACUMULAR-TOTALES.
           ADD 1 TO extraidas
           ADD vc-importe TO total-base
           PERFORM VARYING idx-moneda FROM 1 BY 1
                   UNTIL idx-moneda > monedas-cargadas
                   OR mon-codigo(idx-moneda) = vc-moneda
               CONTINUE
           END-PERFORM
           IF idx-moneda > monedas-cargadas
               IF monedas-cargadas < 20
                   ADD 1 TO monedas-cargadas
                   MOVE vc-moneda TO mon-codigo(idx-moneda)
                   MOVE ZERO TO mon-cantidad(idx-moneda)
                       mon-original(idx-moneda)
                       mon-base(idx-moneda)
               ELSE
                   MOVE ZERO TO idx-moneda
               END-IF
           END-IF
           IF idx-moneda > ZERO
               ADD 1 TO mon-cantidad(idx-moneda)
               ADD vc-importe-orig TO mon-original(idx-moneda)
               ADD vc-importe TO mon-base(idx-moneda)
           END-IF.

      * Valor de una columna como texto editado, con el tramo que
      * ocupa: los importes alineados a la derecha en 12, el resto
      * a la izquierda.
       FORMAR-VALOR.
           MOVE SPACES TO valor-texto
           EVALUATE idx-catalogo
               WHEN 1
                   MOVE vc-clave TO valor-texto
               WHEN 2
                   MOVE vc-fecha TO valor-texto
               WHEN 3
                   MOVE vc-sucursal TO valor-texto
               WHEN 4
                   MOVE vc-cliente TO valor-texto
               WHEN 5
                   MOVE vc-categoria TO valor-texto
               WHEN 6
                   MOVE vc-moneda TO valor-texto
               WHEN 7
                   MOVE vc-importe TO importe-editado
                   MOVE importe-editado TO valor-texto
               WHEN 8
                   MOVE vc-importe-orig TO importe-editado
                   MOVE importe-editado TO valor-texto
               WHEN 9
                   MOVE vc-descripcion TO valor-texto
               WHEN 10
                   MOVE origen-candidata TO valor-texto
           END-EVALUATE
           MOVE 1 TO valor-desde
           PERFORM UNTIL valor-desde > 33
                   OR valor-texto(valor-desde:1) NOT = SPACE
               ADD 1 TO valor-desde
           END-PERFORM
           MOVE 33 TO valor-hasta
           PERFORM UNTIL valor-hasta < valor-desde
                   OR valor-texto(valor-hasta:1) NOT = SPACE
               SUBTRACT 1 FROM valor-hasta
           END-PERFORM.

       ABRIR-CSV.
           OPEN OUTPUT archivo-csv
           IF fs-csv NOT = '00'
               DISPLAY 'EXTRAE-MAESTRO: no se pudo crear '
                   nombre-salida ', status=' fs-csv
               MOVE 'SIN SALIDA' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO registro-csv
           MOVE 1 TO puntero-linea
           PERFORM VARYING idx-columna FROM 1 BY 1
                   UNTIL idx-columna > columnas-elegidas
               MOVE col-elegida(idx-columna) TO idx-catalogo
               IF idx-columna > 1
                   STRING ',' DELIMITED BY SIZE INTO registro-csv
                       WITH POINTER puntero-linea
               END-IF
               STRING cat-nombre(idx-catalogo) DELIMITED BY SPACE
                   INTO registro-csv WITH POINTER puntero-linea
           END-PERFORM
           WRITE registro-csv.

      * En el CSV la descripcion va entre comillas (puede traer
      * comas) y los demas valores sin relleno; el vacio queda
      * como celda vacia.
       ESCRIBIR-FILA-CSV.
           MOVE SPACES TO registro-csv
           MOVE 1 TO puntero-linea
           PERFORM VARYING idx-columna FROM 1 BY 1
                   UNTIL idx-columna > columnas-elegidas
               MOVE col-elegida(idx-columna) TO idx-catalogo
               PERFORM FORMAR-VALOR
               IF idx-columna > 1
                   STRING ',' DELIMITED BY SIZE INTO registro-csv
                       WITH POINTER puntero-linea
               END-IF
               IF idx-catalogo = 9
                   STRING '"' DELIMITED BY SIZE INTO registro-csv
                       WITH POINTER puntero-linea
               END-IF
               IF valor-hasta >= valor-desde
                   STRING valor-texto(valor-desde:
                       valor-hasta - valor-desde + 1)
                       DELIMITED BY SIZE INTO registro-csv
                       WITH POINTER puntero-linea
               END-IF
               IF idx-catalogo = 9
                   STRING '"' DELIMITED BY SIZE INTO registro-csv
                       WITH POINTER puntero-linea
               END-IF
           END-PERFORM
           WRITE registro-csv
           IF fs-csv NOT = '00'
               DISPLAY 'EXTRAE-MAESTRO: error al escribir '
                   nombre-salida ', status=' fs-csv
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRIR-REPORTE.
           MOVE 'A' TO l-rep-accion
           MOVE nombre-salida TO l-rep-archivo
           MOVE titulo-pedido TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte
           STRING 'PEDIDO ' DELIMITED BY SIZE
               nombre-pedido DELIMITED BY SPACE
               ' DEL OPERADOR ' ws-operador DELIMITED BY SIZE
               INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE log-filtros TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF log-filtros(81:) NOT = SPACES
               MOVE log-filtros(81:) TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE 1 TO puntero-linea
           PERFORM VARYING idx-columna FROM 1 BY 1
                   UNTIL idx-columna > columnas-elegidas
               MOVE col-elegida(idx-columna) TO idx-catalogo
               MOVE cat-rotulo(idx-catalogo) TO valor-texto
               IF idx-catalogo = 7 OR idx-catalogo = 8
                   MOVE SPACES TO valor-texto
                   MOVE cat-rotulo(idx-catalogo)
                       TO valor-texto(5:8)
               END-IF
               STRING valor-texto(1:cat-ancho(idx-catalogo)) ' '
                   DELIMITED BY SIZE INTO linea-reporte
                   WITH POINTER puntero-linea
           END-PERFORM
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-FILA-REPORTE.
           MOVE 1 TO puntero-linea
           PERFORM VARYING idx-columna FROM 1 BY 1
                   UNTIL idx-columna > columnas-elegidas
               MOVE col-elegida(idx-columna) TO idx-catalogo
               PERFORM FORMAR-VALOR
               STRING valor-texto(1:cat-ancho(idx-catalogo)) ' '
                   DELIMITED BY SIZE INTO linea-reporte
                   WITH POINTER puntero-linea
           END-PERFORM
           PERFORM ESCRIBIR-LINEA.

      * Al pie: cantidad y total en moneda base, y por moneda la
      * cantidad, el total original y su equivalente en base.
       CERRAR-REPORTE.
           MOVE total-base TO total-editado
           MOVE SPACES TO linea-reporte
           STRING 'TRANSACCIONES: ' extraidas
               '   TOTAL EN MONEDA BASE: ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           MOVE linea-reporte TO l-rep-linea
           MOVE 'T' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte
           PERFORM VARYING idx-moneda FROM 1 BY 1
                   UNTIL idx-moneda > monedas-cargadas
               MOVE mon-original(idx-moneda) TO total-orig-editado
               MOVE mon-base(idx-moneda) TO total-editado
               STRING '  ' mon-codigo(idx-moneda) ': '
                   mon-cantidad(idx-moneda) ' ORIGINAL '
                   total-orig-editado ' BASE ' total-editado
                   DELIMITED BY SIZE INTO linea-reporte
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
           MOVE 'EXTRAE-MAE' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'EXTRAE-MAESTRO: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Renglon de auditoria en EXTRACCIONES.LOG; apertura EXTEND
      * con fallback a OUTPUT la primera vez, como los logs de
      * auditoria del resto del shop.
      *----------------------------------------------------------------
       REGISTRAR-CORRIDA.
           ACCEPT log-fecha FROM DATE YYYYMMDD
           ACCEPT hora-sistema FROM TIME
           MOVE hora-sistema(1:6) TO log-hora
           MOVE ws-operador TO log-operador
           OPEN EXTEND archivo-log
           IF fs-log NOT = '00'
               OPEN OUTPUT archivo-log
           END-IF
           MOVE linea-log TO registro-log
           WRITE registro-log
           CLOSE archivo-log.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'EXTRAE-MAESTRO' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
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
