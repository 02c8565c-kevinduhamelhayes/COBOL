       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBANOM.
       AUTHOR. Ejemplo.
      * Criba de nombres contra la lista de vigilancia LISTAVIG.TXT
      * que cumplimiento recibe cada mes. La llaman el alta por
      * consola (PIDE-NOMBRE) y el lote (LOTE-CLIENTES) antes de
      * grabar un cliente nuevo, y el barrido nocturno CRIBA-NOCHE
      * cuando llega una lista nueva; el mantenimiento y el lote la
      * consultan tambien para no desbloquear a un cliente con una
      * revision pendiente. Se llama con los parametros de CRIPARM.
      *
      * La comparacion es tolerante: los dos nombres se normalizan
      * (mayusculas, sin acentos ni dieresis -- en UTF-8 o Latin-1 --,
      * la enie como N, apostrofes fuera y cualquier otro signo como
      * separador) y se parten en palabras, asi que el orden de las
      * palabras y los espacios no importan. Hay posible coincidencia
      * cuando todas las palabras del nombre mas corto aparecen en
      * el otro, admitiendo en palabras de cinco letras o mas un
      * error de tipeo (una letra cambiada, de mas o de menos). Una
      * entrada de una sola palabra exige la palabra exacta. Ante la
      * duda se bloquea: el supervisor descarta lo que no es.
      *
      * La lista se carga en memoria en la primera consulta y queda
      * para las siguientes llamadas de la misma corrida.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-lista ASSIGN TO 'LISTAVIG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-lista.
           SELECT revisiones ASSIGN TO 'REVLISTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rev-cliente
               FILE STATUS IS fs-revisiones.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-lista.
           COPY LISTAVIG.
       FD  revisiones.
           COPY REVLISTA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01  estado-layouts PIC X VALUE 'N'.
           88  LAYOUTS-VERIFICADOS VALUE 'S'.
           COPY FPRPARM.
       01  fs-lista           PIC XX VALUE '00'.
       01  fs-revisiones      PIC XX VALUE '00'.
       01  fin-lista          PIC X VALUE 'N'.
           88  no-hay-mas-lista VALUE 'S'.
       01  lista-cargada-sw   PIC X VALUE 'N'.
           88  LISTA-CARGADA   VALUE 'S'.
       01  lista-disponible-sw PIC X VALUE 'N'.
           88  LISTA-DISPONIBLE VALUE 'S'.

      * La lista en memoria: por entrada, el codigo, el nombre tal
      * como vino y sus palabras normalizadas.
       01  tabla-lista.
           05  lista-e OCCURS 3000 TIMES.
               10  tl-codigo      PIC X(10).
               10  tl-nombre      PIC X(60).
               10  tl-palabras    PIC 9.
               10  tl-palabra     PIC X(20) OCCURS 8 TIMES.
       01  entradas-cargadas  PIC 9(4) VALUE ZERO.
       01  idx-lista          PIC 9(4).

      * Area de trabajo de la normalizacion: el texto de entrada, la
      * palabra en armado y las palabras resultantes.
       01  texto-normalizar   PIC X(60).
       01  idx-texto          PIC 9(3).
       01  caracter           PIC X.
       01  caracter-siguiente PIC X.
       01  letra-normal       PIC X.
       01  palabra-armada     PIC X(20).
       01  largo-armada       PIC 9(3).
       01  palabras-normales  PIC 9.
       01  tabla-palabras-normales.
           05  palabra-normal  PIC X(20) OCCURS 8 TIMES.
       01  idx-palabra        PIC 9.
       01  minusculas         PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01  mayusculas         PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  idx-letra          PIC 9(3).
       01  letra-hallada-sw   PIC X VALUE 'N'.
           88  LETRA-HALLADA   VALUE 'S'.
       01  lead-utf8          PIC X VALUE X'C3'.

      * Vocales acentuadas, enie, cedilla: por cada letra base, los
      * segundos bytes de su forma UTF-8 (tras el C3) y sus bytes
      * Latin-1 (los mismos mas 40 hexa). Los grupos cortos repiten
      * bytes del propio grupo para completar.
       01  tabla-acentos.
           05  FILLER.
               10  FILLER PIC X VALUE 'A'.
               10  FILLER PIC X(20)
                   VALUE X'808182838485A0A1A2A3A4A5C0C1C2C3C4C5E0E1'.
               10  FILLER PIC X(4) VALUE X'E2E3E4E5'.
           05  FILLER.
               10  FILLER PIC X VALUE 'E'.
               10  FILLER PIC X(20)
                   VALUE X'88898A8BA8A9AAABC8C9CACBE8E9EAEB88898A8B'.
               10  FILLER PIC X(4) VALUE X'A8A9AAAB'.
           05  FILLER.
               10  FILLER PIC X VALUE 'I'.
               10  FILLER PIC X(20)
                   VALUE X'8C8D8E8FACADAEAFCCCDCECFECEDEEEF8C8D8E8F'.
               10  FILLER PIC X(4) VALUE X'ACADAEAF'.
           05  FILLER.
               10  FILLER PIC X VALUE 'O'.
               10  FILLER PIC X(20)
                   VALUE X'9293949596B2B3B4B5B6D2D3D4D5D6F2F3F4F5F6'.
               10  FILLER PIC X(4) VALUE X'92939495'.
           05  FILLER.
               10  FILLER PIC X VALUE 'U'.
               10  FILLER PIC X(20)
                   VALUE X'999A9B9CB9BABBBCD9DADBDCF9FAFBFC999A9B9C'.
               10  FILLER PIC X(4) VALUE X'B9BABBBC'.
           05  FILLER.
               10  FILLER PIC X VALUE 'N'.
               10  FILLER PIC X(20)
                   VALUE X'91B1D1F191B1D1F191B1D1F191B1D1F191B1D1F1'.
               10  FILLER PIC X(4) VALUE X'91B1D1F1'.
           05  FILLER.
               10  FILLER PIC X VALUE 'C'.
               10  FILLER PIC X(20)
                   VALUE X'87A7C7E787A7C7E787A7C7E787A7C7E787A7C7E7'.
               10  FILLER PIC X(4) VALUE X'87A7C7E7'.
           05  FILLER.
               10  FILLER PIC X VALUE 'Y'.
               10  FILLER PIC X(20)
                   VALUE X'9DBDBFDDFDFF9DBDBFDDFDFF9DBDBFDDFDFF9DBD'.
               10  FILLER PIC X(4) VALUE X'BFDDFDFF'.
       01  tabla-acentos-r REDEFINES tabla-acentos.
           05  acento-e OCCURS 8 TIMES.
               10  acento-letra   PIC X.
               10  acento-bytes   PIC X(24).
       01  idx-acento         PIC 9(3).
       01  idx-byte           PIC 9(3).

      * El nombre del cliente normalizado, y la comparacion.
       01  cliente-palabras   PIC 9.
       01  tabla-palabras-cliente.
           05  cliente-palabra PIC X(20) OCCURS 8 TIMES.
       01  coincidencia-sw    PIC X VALUE 'N'.
           88  HAY-COINCIDENCIA VALUE 'S'.
       01  palabra-hallada-sw PIC X VALUE 'N'.
           88  PALABRA-HALLADA VALUE 'S'.
       01  todas-halladas-sw  PIC X VALUE 'N'.
           88  TODAS-HALLADAS  VALUE 'S'.
       01  idx-corta          PIC 9.
       01  idx-larga          PIC 9.
       01  palabra-a          PIC X(20).
       01  palabra-b          PIC X(20).
       01  largo-a            PIC 9(3).
       01  largo-b            PIC 9(3).
       01  idx-a              PIC 9(3).
       01  idx-b              PIC 9(3).
       01  diferencias        PIC 9(3).
       01  parecidas-sw       PIC X VALUE 'N'.
           88  PALABRAS-PARECIDAS VALUE 'S'.
      * Cual de los dos nombres es el corto: C = el del cliente,
      * L = el de la lista.
       01  lado-corto         PIC X.
       01  cantidad-corta     PIC 9.
       01  cantidad-larga     PIC 9.

       LINKAGE SECTION.
           COPY CRIPARM.

       PROCEDURE DIVISION USING l-cri-accion, l-cri-nombre,
           l-cri-apellido, l-cri-cliente, l-cri-origen,
           l-cri-estado-previo, l-cri-codigo-lista,
           l-cri-nombre-lista, l-cri-status.
       MAIN-PROCEDURE.
           IF NOT LAYOUTS-VERIFICADOS
               PERFORM CONTROLAR-LAYOUTS
           END-IF
           MOVE 0 TO l-cri-status
           EVALUATE l-cri-accion
               WHEN 'C'
                   PERFORM CONSULTAR-LISTA
               WHEN 'R'
                   PERFORM REGISTRAR-REVISION
               WHEN 'P'
                   PERFORM CONSULTAR-PENDIENTE
               WHEN OTHER
                   MOVE 9 TO l-cri-status
           END-EVALUATE
           GOBACK.

       CONSULTAR-LISTA.
           MOVE SPACES TO l-cri-codigo-lista
           MOVE SPACES TO l-cri-nombre-lista
           IF NOT LISTA-CARGADA
               PERFORM CARGAR-LISTA
           END-IF
           IF NOT LISTA-DISPONIBLE
               MOVE 2 TO l-cri-status
           ELSE
               MOVE SPACES TO texto-normalizar
               STRING l-cri-nombre DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   l-cri-apellido DELIMITED BY SIZE
                   INTO texto-normalizar
               PERFORM NORMALIZAR-TEXTO
               MOVE palabras-normales TO cliente-palabras
               PERFORM VARYING idx-palabra FROM 1 BY 1
                       UNTIL idx-palabra > 8
                   MOVE palabra-normal(idx-palabra)
                       TO cliente-palabra(idx-palabra)
               END-PERFORM
               MOVE 'N' TO coincidencia-sw
               IF cliente-palabras > ZERO
                   PERFORM VARYING idx-lista FROM 1 BY 1
                           UNTIL idx-lista > entradas-cargadas
                           OR HAY-COINCIDENCIA
                       PERFORM COMPARAR-ENTRADA
                   END-PERFORM
               END-IF
               IF HAY-COINCIDENCIA
                   MOVE 1 TO l-cri-status
                   SUBTRACT 1 FROM idx-lista
                   MOVE tl-codigo(idx-lista) TO l-cri-codigo-lista
                   MOVE tl-nombre(idx-lista) TO l-cri-nombre-lista
               END-IF
           END-IF.

      * Sin lista no se criba: el llamador decide que hacer con el
      * status 2 (el alta sigue, con el aviso).
       CARGAR-LISTA.
           SET LISTA-CARGADA TO TRUE
           MOVE ZERO TO entradas-cargadas
           MOVE 'N' TO fin-lista
           OPEN INPUT archivo-lista
           IF fs-lista = '00'
               SET LISTA-DISPONIBLE TO TRUE
               PERFORM UNTIL no-hay-mas-lista
                   READ archivo-lista
                       AT END
                           SET no-hay-mas-lista TO TRUE
                       NOT AT END
                           IF LISTA-DETALLE AND lv-nombre NOT = SPACES
                               PERFORM ANOTAR-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-lista
           END-IF.

       ANOTAR-ENTRADA.
           IF entradas-cargadas < 3000
               ADD 1 TO entradas-cargadas
               MOVE lv-codigo TO tl-codigo(entradas-cargadas)
               MOVE lv-nombre TO tl-nombre(entradas-cargadas)
               MOVE lv-nombre TO texto-normalizar
               PERFORM NORMALIZAR-TEXTO
               MOVE palabras-normales
                   TO tl-palabras(entradas-cargadas)
               PERFORM VARYING idx-palabra FROM 1 BY 1
                       UNTIL idx-palabra > 8
                   MOVE palabra-normal(idx-palabra)
                       TO tl-palabra(entradas-cargadas, idx-palabra)
               END-PERFORM
           ELSE
               DISPLAY 'CRIBANOM: la lista de vigilancia tiene mas '
                   'de 3000 entradas; ampliar la tabla.'
           END-IF.

      * Normaliza texto-normalizar en palabra-normal(1..8): cada
      * caracter pasa a letra mayuscula sin acento; lo que no es
      * letra ni digito corta la palabra, salvo el apostrofe que se
      * descarta sin cortarla (O'NEILL = ONEILL).
       NORMALIZAR-TEXTO.
           MOVE ZERO TO palabras-normales
           PERFORM VARYING idx-palabra FROM 1 BY 1
                   UNTIL idx-palabra > 8
               MOVE SPACES TO palabra-normal(idx-palabra)
           END-PERFORM
           MOVE SPACES TO palabra-armada
           MOVE ZERO TO largo-armada
           MOVE 1 TO idx-texto
           PERFORM UNTIL idx-texto > 60
               MOVE texto-normalizar(idx-texto:1) TO caracter
               MOVE SPACE TO letra-normal
               IF caracter = lead-utf8 AND idx-texto < 60
                   MOVE texto-normalizar(idx-texto + 1:1)
                       TO caracter-siguiente
                   IF caracter-siguiente >= X'80'
                       AND caracter-siguiente <= X'BF'
                       MOVE caracter-siguiente TO caracter
                       ADD 1 TO idx-texto
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN caracter >= 'A' AND caracter <= 'Z'
                       MOVE caracter TO letra-normal
                   WHEN caracter >= '0' AND caracter <= '9'
                       MOVE caracter TO letra-normal
                   WHEN caracter >= 'a' AND caracter <= 'z'
                       PERFORM PASAR-A-MAYUSCULA
                   WHEN caracter = QUOTE OR caracter = "'"
                       MOVE '*' TO letra-normal
                   WHEN caracter >= X'80'
                       PERFORM QUITAR-ACENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               EVALUATE TRUE
                   WHEN letra-normal = '*'
                       CONTINUE
                   WHEN letra-normal = SPACE
                       PERFORM CERRAR-PALABRA
                   WHEN OTHER
                       IF largo-armada < 20
                           ADD 1 TO largo-armada
                           MOVE letra-normal
                               TO palabra-armada(largo-armada:1)
                       END-IF
               END-EVALUATE
               ADD 1 TO idx-texto
           END-PERFORM
           PERFORM CERRAR-PALABRA.

       CERRAR-PALABRA.
           IF largo-armada > ZERO
               IF palabras-normales < 8
                   ADD 1 TO palabras-normales
                   MOVE palabra-armada
                       TO palabra-normal(palabras-normales)
               END-IF
               MOVE SPACES TO palabra-armada
               MOVE ZERO TO largo-armada
           END-IF.

       PASAR-A-MAYUSCULA.
           MOVE 'N' TO letra-hallada-sw
           PERFORM VARYING idx-letra FROM 1 BY 1
                   UNTIL idx-letra > 26 OR LETRA-HALLADA
               IF minusculas(idx-letra:1) = caracter
                   MOVE mayusculas(idx-letra:1) TO letra-normal
                   SET LETRA-HALLADA TO TRUE
               END-IF
           END-PERFORM.

      * Un byte alto que no esta en la tabla (otro alfabeto, un
      * signo) queda como separador.
       QUITAR-ACENTO.
           MOVE 'N' TO letra-hallada-sw
           PERFORM VARYING idx-acento FROM 1 BY 1
                   UNTIL idx-acento > 8 OR LETRA-HALLADA
               PERFORM VARYING idx-byte FROM 1 BY 1
                       UNTIL idx-byte > 24 OR LETRA-HALLADA
                   IF acento-bytes(idx-acento)(idx-byte:1) = caracter
                       MOVE acento-letra(idx-acento) TO letra-normal
                       SET LETRA-HALLADA TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Compara el cliente contra la entrada idx-lista: todas las
      * palabras del nombre con menos palabras tienen que estar en
      * el otro.
       COMPARAR-ENTRADA.
           IF tl-palabras(idx-lista) > ZERO
               IF tl-palabras(idx-lista) < cliente-palabras
                   MOVE 'L' TO lado-corto
                   MOVE tl-palabras(idx-lista) TO cantidad-corta
                   MOVE cliente-palabras TO cantidad-larga
               ELSE
                   MOVE 'C' TO lado-corto
                   MOVE cliente-palabras TO cantidad-corta
                   MOVE tl-palabras(idx-lista) TO cantidad-larga
               END-IF
               SET TODAS-HALLADAS TO TRUE
               PERFORM VARYING idx-corta FROM 1 BY 1
                       UNTIL idx-corta > cantidad-corta
                       OR NOT TODAS-HALLADAS
                   PERFORM BUSCAR-PALABRA
                   IF NOT PALABRA-HALLADA
                       MOVE 'N' TO todas-halladas-sw
                   END-IF
               END-PERFORM
               IF TODAS-HALLADAS
                   SET HAY-COINCIDENCIA TO TRUE
               END-IF
           END-IF.

       BUSCAR-PALABRA.
           MOVE 'N' TO palabra-hallada-sw
           PERFORM VARYING idx-larga FROM 1 BY 1
                   UNTIL idx-larga > cantidad-larga
                   OR PALABRA-HALLADA
               IF lado-corto = 'C'
                   MOVE cliente-palabra(idx-corta) TO palabra-a
                   MOVE tl-palabra(idx-lista, idx-larga) TO palabra-b
               ELSE
                   MOVE tl-palabra(idx-lista, idx-corta) TO palabra-a
                   MOVE cliente-palabra(idx-larga) TO palabra-b
               END-IF
               IF palabra-a = palabra-b
                   SET PALABRA-HALLADA TO TRUE
               ELSE
                   IF cantidad-corta > 1
                       PERFORM COMPARAR-TOLERANTE
                       IF PALABRAS-PARECIDAS
                           SET PALABRA-HALLADA TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Un error de tipeo entre palabra-a y palabra-b, solo en
      * palabras de cinco letras o mas: misma longitud con una letra
      * distinta, o una letra de mas en una de las dos.
       COMPARAR-TOLERANTE.
           MOVE 'N' TO parecidas-sw
           MOVE ZERO TO largo-a
           PERFORM VARYING idx-a FROM 20 BY -1
                   UNTIL idx-a < 1 OR largo-a > ZERO
               IF palabra-a(idx-a:1) NOT = SPACE
                   MOVE idx-a TO largo-a
               END-IF
           END-PERFORM
           MOVE ZERO TO largo-b
           PERFORM VARYING idx-b FROM 20 BY -1
                   UNTIL idx-b < 1 OR largo-b > ZERO
               IF palabra-b(idx-b:1) NOT = SPACE
                   MOVE idx-b TO largo-b
               END-IF
           END-PERFORM
           IF largo-a >= 5 AND largo-b >= 5
               EVALUATE TRUE
                   WHEN largo-a = largo-b
                       MOVE ZERO TO diferencias
                       PERFORM VARYING idx-a FROM 1 BY 1
                               UNTIL idx-a > largo-a
                           IF palabra-a(idx-a:1)
                                   NOT = palabra-b(idx-a:1)
                               ADD 1 TO diferencias
                           END-IF
                       END-PERFORM
                       IF diferencias <= 1
                           SET PALABRAS-PARECIDAS TO TRUE
                       END-IF
                   WHEN largo-a = largo-b + 1
                       PERFORM COMPARAR-CON-UNA-DE-MAS
                   WHEN largo-b = largo-a + 1
                       MOVE palabra-a TO palabra-armada
                       MOVE palabra-b TO palabra-a
                       MOVE palabra-armada TO palabra-b
                       MOVE largo-a TO largo-armada
                       MOVE largo-b TO largo-a
                       MOVE largo-armada TO largo-b
                       PERFORM COMPARAR-CON-UNA-DE-MAS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * palabra-a tiene una letra mas que palabra-b: se recorren las
      * dos a la par y se admite saltear una sola letra de la larga.
       COMPARAR-CON-UNA-DE-MAS.
           MOVE ZERO TO diferencias
           MOVE 1 TO idx-a
           MOVE 1 TO idx-b
           PERFORM UNTIL idx-b > largo-b OR diferencias > 1
               IF palabra-a(idx-a:1) = palabra-b(idx-b:1)
                   ADD 1 TO idx-a
                   ADD 1 TO idx-b
               ELSE
                   ADD 1 TO diferencias
                   ADD 1 TO idx-a
               END-IF
           END-PERFORM
           IF diferencias <= 1
               SET PALABRAS-PARECIDAS TO TRUE
           END-IF.

      * La revision queda pendiente a nombre del cliente. Si el
      * supervisor ya descarto esa misma entrada de la lista para
      * este cliente, no se vuelve a bloquear por ella; una entrada
      * distinta (o una confirmada) reabre la revision.
       REGISTRAR-REVISION.
           PERFORM ABRIR-REVISIONES
           IF fs-revisiones NOT = '00'
               MOVE 9 TO l-cri-status
           ELSE
               MOVE 'L' TO l-fpr-accion
               CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
                   l-fpr-status
               MOVE l-cri-cliente TO rev-cliente
               READ revisiones
                   INVALID KEY
                       PERFORM ARMAR-REVISION
                       WRITE registro-revision
                           INVALID KEY
                               MOVE 9 TO l-cri-status
                       END-WRITE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN REVISION-PENDIENTE
                               MOVE 4 TO l-cri-status
                           WHEN REVISION-DESCARTADA
                               AND rev-codigo-lista
                                   = l-cri-codigo-lista
                               MOVE 3 TO l-cri-status
                           WHEN OTHER
                               PERFORM ARMAR-REVISION
                               REWRITE registro-revision
                                   INVALID KEY
                                       MOVE 9 TO l-cri-status
                               END-REWRITE
                       END-EVALUATE
               END-READ
               CLOSE revisiones
           END-IF.

       ARMAR-REVISION.
           MOVE SPACES TO registro-revision
           MOVE l-cri-cliente TO rev-cliente
           MOVE l-fpr-fecha TO rev-fecha-alta
           MOVE l-cri-origen TO rev-origen
           MOVE l-cri-codigo-lista TO rev-codigo-lista
           MOVE l-cri-nombre-lista TO rev-nombre-lista
           MOVE 'P' TO rev-estado
           MOVE SPACES TO rev-supervisor
           MOVE ZEROS TO rev-fecha-cierre
           MOVE l-cri-estado-previo TO rev-estado-previo.

       CONSULTAR-PENDIENTE.
           OPEN INPUT revisiones
           IF fs-revisiones = '00'
               MOVE l-cri-cliente TO rev-cliente
               READ revisiones
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REVISION-PENDIENTE
                           MOVE 1 TO l-cri-status
                       END-IF
               END-READ
               CLOSE revisiones
           END-IF.

       ABRIR-REVISIONES.
           OPEN I-O revisiones
           IF fs-revisiones = '35'
               OPEN OUTPUT revisiones
               CLOSE revisiones
               OPEN I-O revisiones
           END-IF.

      * El primer llamado de la corrida verifica que cada maestro
      * indexado que abre el modulo este en el layout para el que
      * fue compilado (VERSIONES); si no, SELLO corta la corrida
      * por ALERTA antes de leer nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CRIBANOM' TO l-sel-programa
           MOVE 'REVLISTA.DAT' TO l-sel-archivo
           MOVE version-revlista TO l-sel-version
           PERFORM LLAMAR-SELLO
           SET LAYOUTS-VERIFICADOS TO TRUE.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
