       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELLO.
       AUTHOR. Ejemplo.
      * Sello de version de layout de los maestros indexados. Dos
      * veces un binario viejo, o la recarga de un resguardo viejo
      * del REORG, corrio contra un archivo del otro layout y leyo
      * basura sin avisar. Cada maestro lleva ahora su registro de
      * control en un archivo al lado del indexado (el nombre del
      * maestro con .CTL agregado): version del layout, fecha de la
      * ultima reorganizacion, fecha, hora y programa que lo
      * estampo. El registro va aparte y no dentro del indexado para
      * que las pasadas secuenciales no lo lean como un cliente o
      * una transaccion mas.
      * Como el sello vive aparte, un maestro restaurado de una
      * copia vieja deja atras un sello que ya no lo describe. Por
      * eso no se confia solo en el sello: los maestros que tuvieron
      * mas de un layout (CLIENTES.DAT, maestro.dat y los anuales
      * MAESTRO.AAAA.DAT, tambien bajo ensayo/) se abren aca con el
      * registro y las claves de la version que espera el programa,
      * y si el archivo tiene otro largo u otras claves la apertura
      * da conflicto de atributos (status 39), el mismo criterio con
      * que MIGRA-CLIENTES y MIGRA-CLAVES reconocen un archivo
      * todavia sin convertir. Una version de layout cambia justo
      * eso (ver VERSIONES), asi que la prueba es contra el archivo
      * mismo y no contra su sello. El resto de los maestros nunca
      * tuvo otro layout y se controla solo por el sello.
      * Todo programa que abre un maestro lo verifica al arrancar
      * (accion V) contra la version con que fue compilado
      * (VERSIONES); si el archivo o el sello no coinciden corta por
      * ALERTA con el codigo A073 y no retorna. Un maestro sin sello
      * es del layout original, version 1; si tampoco existe el
      * maestro no hay nada que verificar. Estampan (accion E) las
      * migraciones al terminar bien, el REORG (con la fecha de
      * reorganizacion) y los programas que crean el maestro; un
      * maestro que no abre con el layout que se quiere estampar no
      * se estampa.
      * Se llama con los parametros de SELPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-sello ASSIGN DYNAMIC nombre-sello
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-sello.
           SELECT archivo-existe ASSIGN DYNAMIC nombre-maestro
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-maestro.
      * Los maestros de mas de un layout, con las claves de su
      * version actual tal como los declaran los programas.
           SELECT forma-clientes ASSIGN DYNAMIC nombre-maestro
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-forma.
           SELECT forma-maestro ASSIGN DYNAMIC nombre-maestro
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-forma.
           SELECT forma-anual ASSIGN DYNAMIC nombre-maestro
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-forma.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-sello.
       01  registro-sello.
           05  sel-archivo     PIC X(30).
           05  FILLER          PIC X.
           05  sel-version     PIC 9(3).
           05  FILLER          PIC X.
           05  sel-fecha-reorg PIC 9(8).
           05  FILLER          PIC X.
           05  sel-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  sel-hora        PIC 9(6).
           05  FILLER          PIC X.
           05  sel-programa    PIC X(16).
      * Solo para saber si el maestro existe; nunca se lee.
       FD  archivo-existe.
       01  registro-existe     PIC X.
      * Estos tres solo se abren y se cierran: no se lee ningun
      * registro.
       FD  forma-clientes.
           COPY CLIENTE.
       FD  forma-maestro.
           COPY MAESTRO.
       FD  forma-anual.
           COPY MAEANUAL.

       WORKING-STORAGE SECTION.
           COPY ABNPARM.
           COPY VERSIONES.
       01  fs-sello           PIC XX VALUE '00'.
       01  nombre-sello       PIC X(40) VALUE SPACES.
       01  fs-maestro         PIC XX VALUE '00'.
       01  nombre-maestro     PIC X(30) VALUE SPACES.
       01  sello-estado       PIC X VALUE 'N'.
           88  HAY-SELLO       VALUE 'S'.
       01  version-hallada    PIC 9(3) VALUE ZERO.
       01  reorg-hallada      PIC 9(8) VALUE ZERO.
       01  fs-forma           PIC XX VALUE '00'.
      * Resultado de abrir el maestro con el layout esperado.
       01  forma-estado       PIC X VALUE 'S'.
           88  FORMA-SIN-CONTROL  VALUE 'S'.
           88  FORMA-COINCIDE     VALUE 'B'.
           88  FORMA-DISTINTA     VALUE 'D'.
           88  FORMA-INEXISTENTE  VALUE 'X'.
       01  forma-tipo         PIC X VALUE SPACE.
           88  FORMA-DE-CLIENTES  VALUE 'C'.
           88  FORMA-DE-MAESTRO   VALUE 'M'.
           88  FORMA-DE-ANUAL     VALUE 'A'.
       01  forma-base         PIC X(30) VALUE SPACES.
       01  forma-posicion     PIC 99 VALUE ZERO.
       01  forma-barra        PIC 99 VALUE ZERO.
       01  fecha-sistema      PIC 9(8) VALUE ZERO.
       01  hora-sistema       PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
           COPY SELPARM.

       PROCEDURE DIVISION USING l-sel-accion, l-sel-archivo,
           l-sel-version, l-sel-fecha, l-sel-programa, l-sel-status,
           l-sel-mensaje.
       MAIN-PROCEDURE.
           MOVE 0 TO l-sel-status
           MOVE SPACES TO l-sel-mensaje
           MOVE SPACES TO nombre-sello
           STRING l-sel-archivo DELIMITED BY SPACE
               '.CTL' DELIMITED BY SIZE
               INTO nombre-sello
           PERFORM LEER-SELLO
           IF l-sel-accion = 'E'
               PERFORM ESTAMPAR-SELLO
           ELSE
               PERFORM VERIFICAR-SELLO
           END-IF
           EXIT PROGRAM.

      * Sin archivo de control (o con uno ilegible) el maestro es
      * del layout original.
       LEER-SELLO.
           MOVE 1 TO version-hallada
           MOVE ZERO TO reorg-hallada
           MOVE 'N' TO sello-estado
           OPEN INPUT archivo-sello
           IF fs-sello = '00'
               READ archivo-sello
                   AT END
                       CONTINUE
                   NOT AT END
                       SET HAY-SELLO TO TRUE
                       IF sel-version NUMERIC
                           MOVE sel-version TO version-hallada
                       END-IF
                       IF sel-fecha-reorg NUMERIC
                           MOVE sel-fecha-reorg TO reorg-hallada
                       END-IF
               END-READ
               CLOSE archivo-sello
           END-IF.

      * Un maestro que todavia no existe no tiene nada que leer mal:
      * el programa que lo crea lo estampa.
       VERIFICAR-SELLO.
           MOVE reorg-hallada TO l-sel-fecha
           PERFORM CONTROLAR-FORMA
           IF FORMA-DISTINTA
               MOVE l-sel-programa TO l-abn-programa
               MOVE 'A073' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING l-sel-archivo DELIMITED BY SPACE
                   ' NO ABRE CON EL LAYOUT ' DELIMITED BY SIZE
                   l-sel-version DELIMITED BY SIZE
                   ' DEL PROGRAMA' DELIMITED BY SIZE
                   INTO l-abn-texto
               CALL 'ALERTA' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
           END-IF
           IF NOT HAY-SELLO
               IF FORMA-INEXISTENTE
                   MOVE l-sel-version TO version-hallada
               ELSE
                   MOVE l-sel-archivo TO nombre-maestro
                   OPEN INPUT archivo-existe
                   IF fs-maestro = '35'
                       MOVE l-sel-version TO version-hallada
                   ELSE
                       IF fs-maestro = '00'
                           CLOSE archivo-existe
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF version-hallada NOT = l-sel-version
               MOVE l-sel-programa TO l-abn-programa
               MOVE 'A073' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING l-sel-archivo DELIMITED BY SPACE
                   ' ES LAYOUT ' DELIMITED BY SIZE
                   version-hallada DELIMITED BY SIZE
                   ' Y EL PROGRAMA ESPERA ' DELIMITED BY SIZE
                   l-sel-version DELIMITED BY SIZE
                   INTO l-abn-texto
               CALL 'ALERTA' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
           END-IF.

      * El sello se reescribe entero; la fecha de reorganizacion
      * solo cambia si el que estampa la informa.
       ESTAMPAR-SELLO.
           ACCEPT fecha-sistema FROM DATE YYYYMMDD
           ACCEPT hora-sistema FROM TIME
           PERFORM CONTROLAR-FORMA
           IF FORMA-DISTINTA
               MOVE 3 TO l-sel-status
               STRING 'NO SE ESTAMPA: ' DELIMITED BY SIZE
                   l-sel-archivo DELIMITED BY SPACE
                   ' NO ABRE CON EL LAYOUT ' DELIMITED BY SIZE
                   l-sel-version DELIMITED BY SIZE
                   INTO l-sel-mensaje
           ELSE
               PERFORM GRABAR-SELLO
           END-IF.

       GRABAR-SELLO.
           OPEN OUTPUT archivo-sello
           IF fs-sello NOT = '00'
               MOVE 3 TO l-sel-status
               STRING 'NO SE PUDO GRABAR ' DELIMITED BY SIZE
                   nombre-sello DELIMITED BY SPACE
                   ', STATUS=' DELIMITED BY SIZE
                   fs-sello DELIMITED BY SIZE
                   INTO l-sel-mensaje
           ELSE
               MOVE SPACES TO registro-sello
               MOVE l-sel-archivo TO sel-archivo
               MOVE l-sel-version TO sel-version
               IF l-sel-fecha = ZERO
                   MOVE reorg-hallada TO sel-fecha-reorg
               ELSE
                   MOVE l-sel-fecha TO sel-fecha-reorg
               END-IF
               MOVE fecha-sistema TO sel-fecha
               MOVE hora-sistema(1:6) TO sel-hora
               MOVE l-sel-programa TO sel-programa
               WRITE registro-sello
               CLOSE archivo-sello
           END-IF.

      * Prueba el maestro contra el layout de la version dada,
      * abriendolo con su registro y sus claves. Solo se puede para
      * los maestros que tuvieron mas de un layout y cuando la
      * version pedida es la actual, la unica que este modulo sabe
      * describir; si no, o si el archivo esta tomado por otro
      * (cualquier otro status), queda el sello solo. El nombre se
      * compara sin la carpeta, para que las copias de ensayo/ se
      * prueben igual.
       CONTROLAR-FORMA.
           MOVE 'S' TO forma-estado
           MOVE SPACE TO forma-tipo
           MOVE ZERO TO forma-barra
           PERFORM VARYING forma-posicion FROM 1 BY 1
                   UNTIL forma-posicion > 30
               IF l-sel-archivo(forma-posicion:1) = '/'
                   MOVE forma-posicion TO forma-barra
               END-IF
           END-PERFORM
           MOVE SPACES TO forma-base
           IF forma-barra < 30
               MOVE l-sel-archivo(forma-barra + 1:) TO forma-base
           END-IF
           EVALUATE TRUE
               WHEN forma-base = 'CLIENTES.DAT'
                   AND l-sel-version = version-clientes
                   SET FORMA-DE-CLIENTES TO TRUE
               WHEN forma-base = 'maestro.dat'
                   AND l-sel-version = version-maestro
                   SET FORMA-DE-MAESTRO TO TRUE
               WHEN forma-base(1:8) = 'MAESTRO.'
                   AND forma-base(9:4) IS NUMERIC
                   AND forma-base(13:4) = '.DAT'
                   AND forma-base(17:) = SPACES
                   AND l-sel-version = version-anual
                   SET FORMA-DE-ANUAL TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF forma-tipo NOT = SPACE
               PERFORM ABRIR-FORMA
           END-IF.

       ABRIR-FORMA.
           MOVE l-sel-archivo TO nombre-maestro
           EVALUATE TRUE
               WHEN FORMA-DE-CLIENTES
                   OPEN INPUT forma-clientes
               WHEN FORMA-DE-MAESTRO
                   OPEN INPUT forma-maestro
               WHEN OTHER
                   OPEN INPUT forma-anual
           END-EVALUATE
           EVALUATE fs-forma
               WHEN '00'
                   SET FORMA-COINCIDE TO TRUE
               WHEN '35'
                   SET FORMA-INEXISTENTE TO TRUE
               WHEN '39'
                   SET FORMA-DISTINTA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FORMA-COINCIDE
               EVALUATE TRUE
                   WHEN FORMA-DE-CLIENTES
                       CLOSE forma-clientes
                   WHEN FORMA-DE-MAESTRO
                       CLOSE forma-maestro
                   WHEN OTHER
                       CLOSE forma-anual
               END-EVALUATE
           END-IF.
       END PROGRAM SELLO.
