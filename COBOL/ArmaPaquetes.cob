       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMA-PAQUETES.
       AUTHOR. Ejemplo.
      * Paquetes de reportes por sector. Cada manana el operador
      * imprimia todo lo que dejo la noche y repartia la pila a
      * mano: el diario a contaduria, los sobregiros a creditos, y
      * asi. La tabla de distribucion DISTRIB.DAT dice, por
      * programa productor (el que REPWRITE deja en el catalogo
      * CATREP.DAT), a que sector va cada reporte; un programa
      * puede ir a varios sectores con una linea por sector.
      * Este paso corre al final de la cadena: toma del catalogo
      * las generaciones con la fecha de proceso de esta noche y
      * arma un archivo por sector, PAQUETE.<sector>.<fecha>, con
      * caratula, indice (reporte, programa, paginas y pagina del
      * paquete donde empieza) y a continuacion el texto de cada
      * generacion. Al pie del indice van los reportes que el
      * sector espera todas las noches (frecuencia D) y que esta
      * noche no salieron; los de frecuencia E (mensuales, a
      * pedido) entran cuando existen y no se reclaman. Si falta
      * alguno el paso termina con RETURN-CODE 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-distribucion ASSIGN TO 'DISTRIB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-distribucion.
           SELECT archivo-catalogo ASSIGN TO 'CATREP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-catalogo.
           SELECT archivo-generacion ASSIGN DYNAMIC ws-nombre-reporte
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generacion.
           SELECT archivo-paquete ASSIGN DYNAMIC ws-nombre-paquete
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-paquete.

       DATA DIVISION.
       FILE SECTION.
      * Una linea por programa y sector: programa productor, sector
      * destinatario, frecuencia (D = se espera todas las noches,
      * E = eventual) y, opcional, el nombre del reporte cuando el
      * programa produce mas de uno y el sector quiere solo ese.
       FD  archivo-distribucion.
       01  registro-distribucion.
           05  dis-programa    PIC X(12).
           05  FILLER          PIC X.
           05  dis-sector      PIC X(12).
           05  FILLER          PIC X.
           05  dis-frecuencia  PIC X.
               88  DIS-DIARIO      VALUE 'D'.
           05  FILLER          PIC X.
           05  dis-reporte     PIC X(30).
       FD  archivo-catalogo.
       01  registro-catalogo.
           05  cat-nombre      PIC X(30).
           05  FILLER          PIC X.
           05  cat-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  cat-paginas     PIC 9(4).
           05  FILLER          PIC X.
           05  cat-programa    PIC X(12).
       FD  archivo-generacion.
       01  registro-generacion PIC X(80).
       FD  archivo-paquete.
       01  registro-paquete    PIC X(80).

       WORKING-STORAGE SECTION.
           COPY FPRPARM.
       01  fs-distribucion    PIC XX VALUE '00'.
       01  fs-catalogo        PIC XX VALUE '00'.
       01  fs-generacion      PIC XX VALUE '00'.
       01  fs-paquete         PIC XX VALUE '00'.
       01  fin-distribucion   PIC X VALUE 'N'.
           88  no-hay-mas-distribucion VALUE 'S'.
       01  fin-catalogo       PIC X VALUE 'N'.
           88  no-hay-mas-catalogo VALUE 'S'.
       01  fin-generacion     PIC X VALUE 'N'.
           88  no-hay-mas-generacion VALUE 'S'.
       01  ws-nombre-reporte  PIC X(40) VALUE SPACES.
       01  ws-nombre-paquete  PIC X(40) VALUE SPACES.
       01  fecha-proceso      PIC 9(8).
       01  fecha-editada      PIC X(10).

      * La tabla de distribucion entera.
       01  tabla-distribucion.
           05  distribucion-e OCCURS 200 TIMES.
               10  td-programa    PIC X(12).
               10  td-sector      PIC X(12).
               10  td-frecuencia  PIC X.
               10  td-reporte     PIC X(30).
               10  td-salio       PIC X.
       01  distribuciones-cargadas PIC 9(3) VALUE ZERO.
       01  idx-dis            PIC 9(3).
      * Los sectores distintos, en el orden en que aparecen.
       01  tabla-sectores.
           05  sector-e OCCURS 30 TIMES.
               10  ts-sector      PIC X(12).
       01  sectores-cargados  PIC 9(2) VALUE ZERO.
       01  idx-sec            PIC 9(2).
      * Las generaciones de esta noche. Si un reporte se corrio dos
      * veces vale la ultima entrada del catalogo.
       01  tabla-generaciones.
           05  generacion-e OCCURS 300 TIMES.
               10  tg-nombre      PIC X(30).
               10  tg-programa    PIC X(12).
               10  tg-paginas     PIC 9(4).
               10  tg-incluir     PIC X.
               10  tg-desde       PIC 9(5).
       01  generaciones-cargadas PIC 9(3) VALUE ZERO.
       01  idx-gen            PIC 9(3).
       01  hallado            PIC X VALUE 'N'.
           88  YA-HALLADO      VALUE 'S'.

       01  incluidos          PIC 9(3) VALUE ZERO.
       01  faltantes          PIC 9(3) VALUE ZERO.
       01  faltantes-total    PIC 9(4) VALUE ZERO.
       01  paquetes-armados   PIC 9(2) VALUE ZERO.
       01  pagina-siguiente   PIC 9(5) VALUE ZERO.
       01  lineas-copiadas    PIC 9(7) VALUE ZERO.

       01  linea-indice.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  lin-nombre      PIC X(30).
           05  FILLER          PIC X VALUE SPACE.
           05  lin-programa    PIC X(12).
           05  FILLER          PIC X(6) VALUE ' PAGS '.
           05  lin-paginas     PIC ZZZ9.
           05  FILLER          PIC X(9) VALUE '  DESDE P'.
           05  lin-desde       PIC ZZZZ9.
       01  linea-faltante.
           05  FILLER          PIC X(2) VALUE SPACES.
           05  lfa-programa    PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  lfa-reporte     PIC X(30).
           05  FILLER          PIC X(15) VALUE ' NO SALIO HOY'.
       01  linea-separador.
           05  FILLER          PIC X(12) VALUE '==========  '.
           05  lse-nombre      PIC X(30).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  lse-programa    PIC X(12).
           05  FILLER          PIC X(12) VALUE '  =========='.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE SPACES TO fecha-editada
           STRING fecha-proceso(1:4) '-' fecha-proceso(5:2) '-'
               fecha-proceso(7:2) DELIMITED BY SIZE
               INTO fecha-editada
           PERFORM CARGAR-DISTRIBUCION
           PERFORM CARGAR-CATALOGO
           PERFORM ARMAR-PAQUETE
               VARYING idx-sec FROM 1 BY 1
               UNTIL idx-sec > sectores-cargados
           DISPLAY 'ARMA-PAQUETES: ' paquetes-armados
               ' paquetes con fecha ' fecha-proceso ', '
               faltantes-total ' reportes esperados que no salieron.'
           IF faltantes-total > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Sin tabla de distribucion no hay nada que repartir: la
      * cadena sigue, con RETURN-CODE 8 como los pasos sin trabajo.
       CARGAR-DISTRIBUCION.
           OPEN INPUT archivo-distribucion
           IF fs-distribucion NOT = '00'
               DISPLAY 'ARMA-PAQUETES: sin DISTRIB.DAT (status='
                   fs-distribucion '), no se arman paquetes.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-distribucion
               READ archivo-distribucion
                   AT END
                       SET no-hay-mas-distribucion TO TRUE
                   NOT AT END
                       IF dis-programa NOT = SPACES
                           AND dis-sector NOT = SPACES
                           AND dis-programa(1:1) NOT = '*'
                           PERFORM ANOTAR-DISTRIBUCION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-distribucion.

       ANOTAR-DISTRIBUCION.
           IF distribuciones-cargadas >= 200
               DISPLAY 'ARMA-PAQUETES: DISTRIB.DAT pasa de 200 '
                   'lineas, se ignora ' dis-programa ' ' dis-sector
           ELSE
               ADD 1 TO distribuciones-cargadas
               MOVE distribuciones-cargadas TO idx-dis
               MOVE dis-programa TO td-programa(idx-dis)
               MOVE dis-sector TO td-sector(idx-dis)
               MOVE dis-frecuencia TO td-frecuencia(idx-dis)
               MOVE dis-reporte TO td-reporte(idx-dis)
               MOVE 'N' TO td-salio(idx-dis)
               MOVE 'N' TO hallado
               PERFORM VARYING idx-sec FROM 1 BY 1
                       UNTIL idx-sec > sectores-cargados
                   IF ts-sector(idx-sec) = dis-sector
                       SET YA-HALLADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT YA-HALLADO
                   IF sectores-cargados < 30
                       ADD 1 TO sectores-cargados
                       MOVE dis-sector
                           TO ts-sector(sectores-cargados)
                   ELSE
                       DISPLAY 'ARMA-PAQUETES: mas de 30 sectores, '
                           'se ignora ' dis-sector
                   END-IF
               END-IF
           END-IF.

      * Solo interesan las entradas del catalogo con la fecha de
      * proceso de esta noche.
       CARGAR-CATALOGO.
           OPEN INPUT archivo-catalogo
           IF fs-catalogo NOT = '00'
               DISPLAY 'ARMA-PAQUETES: sin CATREP.DAT (status='
                   fs-catalogo '), esta noche no hay reportes '
                   'catalogados.'
           ELSE
               PERFORM UNTIL no-hay-mas-catalogo
                   READ archivo-catalogo
                       AT END
                           SET no-hay-mas-catalogo TO TRUE
                       NOT AT END
                           IF cat-fecha NUMERIC
                               AND cat-fecha = fecha-proceso
                               PERFORM ANOTAR-GENERACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-catalogo
           END-IF.

       ANOTAR-GENERACION.
           MOVE 'N' TO hallado
           PERFORM VARYING idx-gen FROM 1 BY 1
                   UNTIL idx-gen > generaciones-cargadas OR YA-HALLADO
               IF tg-nombre(idx-gen) = cat-nombre
                   SET YA-HALLADO TO TRUE
                   MOVE cat-programa TO tg-programa(idx-gen)
                   MOVE cat-paginas TO tg-paginas(idx-gen)
               END-IF
           END-PERFORM
           IF NOT YA-HALLADO
               IF generaciones-cargadas < 300
                   ADD 1 TO generaciones-cargadas
                   MOVE generaciones-cargadas TO idx-gen
                   MOVE cat-nombre TO tg-nombre(idx-gen)
                   MOVE cat-programa TO tg-programa(idx-gen)
                   MOVE cat-paginas TO tg-paginas(idx-gen)
               ELSE
                   DISPLAY 'ARMA-PAQUETES: mas de 300 reportes en '
                       'la noche, se ignora ' cat-nombre
               END-IF
           END-IF.

      * Un paquete: se marcan las generaciones que le tocan al
      * sector y las lineas de distribucion que salieron, y se
      * escriben caratula, indice, faltantes y los reportes.
       ARMAR-PAQUETE.
           MOVE ZERO TO incluidos
           MOVE ZERO TO faltantes
           PERFORM VARYING idx-dis FROM 1 BY 1
                   UNTIL idx-dis > distribuciones-cargadas
               MOVE 'N' TO td-salio(idx-dis)
           END-PERFORM
           PERFORM VARYING idx-gen FROM 1 BY 1
                   UNTIL idx-gen > generaciones-cargadas
               MOVE 'N' TO tg-incluir(idx-gen)
               PERFORM VARYING idx-dis FROM 1 BY 1
                       UNTIL idx-dis > distribuciones-cargadas
                   IF td-sector(idx-dis) = ts-sector(idx-sec)
                       AND td-programa(idx-dis) = tg-programa(idx-gen)
                       AND (td-reporte(idx-dis) = SPACES
                           OR td-reporte(idx-dis) = tg-nombre(idx-gen))
                       MOVE 'S' TO td-salio(idx-dis)
                       MOVE 'S' TO tg-incluir(idx-gen)
                   END-IF
               END-PERFORM
               IF tg-incluir(idx-gen) = 'S'
                   ADD 1 TO incluidos
               END-IF
           END-PERFORM
           PERFORM VARYING idx-dis FROM 1 BY 1
                   UNTIL idx-dis > distribuciones-cargadas
               IF td-sector(idx-dis) = ts-sector(idx-sec)
                   AND td-frecuencia(idx-dis) = 'D'
                   AND td-salio(idx-dis) = 'N'
                   ADD 1 TO faltantes
               END-IF
           END-PERFORM

           MOVE SPACES TO ws-nombre-paquete
           STRING 'PAQUETE.' DELIMITED BY SIZE
               ts-sector(idx-sec) DELIMITED BY SPACE
               '.' fecha-proceso DELIMITED BY SIZE
               INTO ws-nombre-paquete
           OPEN OUTPUT archivo-paquete
           IF fs-paquete NOT = '00'
               DISPLAY 'ARMA-PAQUETES: no se pudo crear '
                   ws-nombre-paquete ', status=' fs-paquete
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ESCRIBIR-CARATULA
           PERFORM ESCRIBIR-INDICE
           PERFORM VARYING idx-gen FROM 1 BY 1
                   UNTIL idx-gen > generaciones-cargadas
               IF tg-incluir(idx-gen) = 'S'
                   PERFORM COPIAR-GENERACION
               END-IF
           END-PERFORM
           CLOSE archivo-paquete
           ADD 1 TO paquetes-armados
           ADD faltantes TO faltantes-total
           DISPLAY 'ARMA-PAQUETES: ' ws-nombre-paquete ' con '
               incluidos ' reportes, ' faltantes ' faltantes.'.

      * Pagina 1 del paquete: la caratula.
       ESCRIBIR-CARATULA.
           MOVE SPACES TO registro-paquete
           WRITE registro-paquete
           WRITE registro-paquete
           MOVE '          PAQUETE DE REPORTES DE LA NOCHE'
               TO registro-paquete
           WRITE registro-paquete
           MOVE SPACES TO registro-paquete
           WRITE registro-paquete
           STRING '          SECTOR:           ' ts-sector(idx-sec)
               DELIMITED BY SIZE INTO registro-paquete
           WRITE registro-paquete
           MOVE SPACES TO registro-paquete
           STRING '          FECHA DE PROCESO: ' fecha-editada
               DELIMITED BY SIZE INTO registro-paquete
           WRITE registro-paquete
           MOVE SPACES TO registro-paquete
           STRING '          REPORTES:         ' incluidos
               DELIMITED BY SIZE INTO registro-paquete
           WRITE registro-paquete
           MOVE SPACES TO registro-paquete
           STRING '          FALTANTES:        ' faltantes
               DELIMITED BY SIZE INTO registro-paquete
           WRITE registro-paquete
           MOVE SPACES TO registro-paquete
           WRITE registro-paquete
           MOVE '          (INDICE EN LA PAGINA 2)' TO registro-paquete
           WRITE registro-paquete.

      * Pagina 2: el indice, con la pagina del paquete donde empieza
      * cada reporte (cada uno trae sus propias paginas de
      * REPWRITE), y los esperados que no salieron.
       ESCRIBIR-INDICE.
           MOVE SPACES TO registro-paquete
           WRITE registro-paquete
           MOVE 'INDICE' TO registro-paquete
           WRITE registro-paquete
           MOVE ALL '-' TO registro-paquete
           WRITE registro-paquete
           MOVE 3 TO pagina-siguiente
           IF incluidos = ZERO
               MOVE '  ESTA NOCHE NO HAY REPORTES PARA EL SECTOR'
                   TO registro-paquete
               WRITE registro-paquete
           END-IF
           PERFORM VARYING idx-gen FROM 1 BY 1
                   UNTIL idx-gen > generaciones-cargadas
               IF tg-incluir(idx-gen) = 'S'
                   MOVE tg-nombre(idx-gen) TO lin-nombre
                   MOVE tg-programa(idx-gen) TO lin-programa
                   MOVE tg-paginas(idx-gen) TO lin-paginas
                   MOVE pagina-siguiente TO lin-desde
                   MOVE pagina-siguiente TO tg-desde(idx-gen)
                   WRITE registro-paquete FROM linea-indice
                   IF tg-paginas(idx-gen) > ZERO
                       ADD tg-paginas(idx-gen) TO pagina-siguiente
                   ELSE
                       ADD 1 TO pagina-siguiente
                   END-IF
               END-IF
           END-PERFORM
           IF faltantes > ZERO
               MOVE SPACES TO registro-paquete
               WRITE registro-paquete
               MOVE 'ESPERADOS QUE NO SALIERON ESTA NOCHE'
                   TO registro-paquete
               WRITE registro-paquete
               MOVE ALL '-' TO registro-paquete
               WRITE registro-paquete
               PERFORM VARYING idx-dis FROM 1 BY 1
                       UNTIL idx-dis > distribuciones-cargadas
                   IF td-sector(idx-dis) = ts-sector(idx-sec)
                       AND td-frecuencia(idx-dis) = 'D'
                       AND td-salio(idx-dis) = 'N'
                       MOVE td-programa(idx-dis) TO lfa-programa
                       IF td-reporte(idx-dis) = SPACES
                           MOVE '(CUALQUIER REPORTE)' TO lfa-reporte
                       ELSE
                           MOVE td-reporte(idx-dis) TO lfa-reporte
                       END-IF
                       WRITE registro-paquete FROM linea-faltante
                   END-IF
               END-PERFORM
           END-IF.

      * Cada reporte entra con una linea separadora y el texto de
      * su generacion fechada, nombrada como la nombra REPWRITE.
       COPIAR-GENERACION.
           MOVE tg-nombre(idx-gen) TO lse-nombre
           MOVE tg-programa(idx-gen) TO lse-programa
           WRITE registro-paquete FROM linea-separador
           MOVE SPACES TO ws-nombre-reporte
           STRING tg-nombre(idx-gen) DELIMITED BY SPACE
               '.' fecha-proceso DELIMITED BY SIZE
               INTO ws-nombre-reporte
           MOVE 'N' TO fin-generacion
           OPEN INPUT archivo-generacion
           IF fs-generacion NOT = '00'
               MOVE SPACES TO registro-paquete
               STRING '  NO SE PUDO LEER ' ws-nombre-reporte
                   ' STATUS=' fs-generacion
                   DELIMITED BY SIZE INTO registro-paquete
               WRITE registro-paquete
               DISPLAY 'ARMA-PAQUETES: no se pudo leer '
                   ws-nombre-reporte ', status=' fs-generacion
           ELSE
               PERFORM UNTIL no-hay-mas-generacion
                   READ archivo-generacion
                       AT END
                           SET no-hay-mas-generacion TO TRUE
                       NOT AT END
                           WRITE registro-paquete
                               FROM registro-generacion
                           ADD 1 TO lineas-copiadas
                   END-READ
               END-PERFORM
               CLOSE archivo-generacion
           END-IF.
