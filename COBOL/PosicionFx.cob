       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-FX.
       AUTHOR. Ejemplo.
      * Posicion diaria en moneda extranjera contra los limites de
      * tesoreria. REVALUA-FX reprecia una vez por mes; tesoreria
      * necesita saber cada manana cuantos dolares y euros tiene
      * comprados o vendidos. Este paso corre despues del posteo,
      * arma la posicion abierta de cada moneda sumando
      * maestro-importe-orig de las transacciones abiertas en moneda
      * extranjera del maestro (el mismo universo que revalua
      * REVALUA-FX; positivo = posicion comprada, negativo =
      * vendida), la valua en base a la cotizacion del dia de
      * COTIZA.DAT (la ultima hasta la fecha de proceso) y la
      * compara con los limites de LIMFX.DAT (por moneda, un tope
      * comprado y un tope vendido en unidades de la moneda). Sale
      * por REPWRITE como POSFX.RPT: la posicion por moneda con su
      * limite y, debajo, la apertura por sucursal. Cada limite
      * excedido deja un aviso en ALERTAS.DAT (por AVISO, el
      * hermano no fatal de ALERTA, para que el reporte salga
      * completo) y el paso termina con RETURN-CODE 4.
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
           SELECT archivo-cotizaciones ASSIGN TO 'COTIZA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cotizaciones.
           SELECT archivo-limites ASSIGN TO 'LIMFX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-limites.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-cotizaciones.
       01  registro-cotizacion.
           05  cot-fecha          PIC 9(08).
           05  FILLER             PIC X(01).
           05  cot-moneda         PIC X(03).
           05  FILLER             PIC X(01).
           05  cot-valor          PIC 9(05)V9(04).
      * Un limite por moneda: tope de la posicion comprada y tope de
      * la vendida, en unidades enteras de la moneda.
       FD  archivo-limites.
       01  registro-limite.
           05  lim-moneda         PIC X(03).
           05  FILLER             PIC X(01).
           05  lim-comprado       PIC 9(10).
           05  FILLER             PIC X(01).
           05  lim-vendido        PIC 9(10).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY REPPARM.
           COPY ABNPARM.
       01  linea-reporte      PIC X(80).
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-cotizaciones    PIC XX VALUE '00'.
       01  fs-limites         PIC XX VALUE '00'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  fin-cotizaciones   PIC X VALUE 'N'.
           88  no-hay-mas-cotizaciones VALUE 'S'.
       01  fin-limites        PIC X VALUE 'N'.
           88  no-hay-mas-limites VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  excedidos          PIC 9(3) VALUE ZERO.

      * Posicion por moneda, con su cotizacion del dia y su limite.
       01  tabla-posiciones.
           05  posicion-e OCCURS 20 TIMES.
               10  pos-moneda     PIC X(3).
               10  pos-importe    PIC S9(13)V99.
               10  pos-cantidad   PIC 9(7).
               10  pos-cotizacion PIC 9(05)V9(04).
               10  pos-fecha-ctz  PIC 9(8).
               10  pos-comprado   PIC 9(10).
               10  pos-vendido    PIC 9(10).
               10  pos-con-limite PIC X.
       01  posiciones-cargadas PIC 9(2) VALUE ZERO.
       01  idx-pos            PIC 9(2).
      * Apertura de cada moneda por sucursal.
       01  tabla-aperturas.
           05  apertura-e OCCURS 500 TIMES.
               10  ape-moneda     PIC X(3).
               10  ape-sucursal   PIC 9(3).
               10  ape-importe    PIC S9(13)V99.
       01  aperturas-cargadas PIC 9(3) VALUE ZERO.
       01  idx-ape            PIC 9(3).
       01  sucursal-trabajo   PIC 9(3).
       01  hallado            PIC X VALUE 'N'.
           88  YA-HALLADO      VALUE 'S'.

       01  valor-base         PIC S9(13)V99.
       01  situacion          PIC X(16).
       01  texto-limite       PIC X(30).
       01  limite-editado     PIC Z(9)9.

       01  linea-moneda.
           05  FILLER          PIC X(7) VALUE 'MONEDA '.
           05  lmo-moneda      PIC X(3).
           05  FILLER          PIC X(6) VALUE ' POS  '.
           05  lmo-posicion    PIC -(13)9.99.
           05  FILLER          PIC X(5) VALUE ' COT '.
           05  lmo-cotizacion  PIC Z(4)9.9999.
           05  FILLER          PIC X(6) VALUE ' BASE '.
           05  lmo-base        PIC -(13)9.99.
       01  linea-limite.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  lli-texto       PIC X(30).
           05  FILLER          PIC X(3) VALUE SPACES.
           05  lli-situacion   PIC X(16).
       01  linea-apertura.
           05  FILLER          PIC X(10) VALUE SPACES.
           05  FILLER          PIC X(9) VALUE 'SUCURSAL '.
           05  lap-sucursal    PIC 9(3).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  lap-importe     PIC -(13)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           PERFORM RECORRER-MAESTRO
           PERFORM CARGAR-COTIZACIONES
           PERFORM CARGAR-LIMITES

           MOVE 'A' TO l-rep-accion
           MOVE 'POSFX.RPT' TO l-rep-archivo
           MOVE 'POSICION EN MONEDA EXTRANJERA Y LIMITES'
               TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           IF posiciones-cargadas = ZERO
               MOVE 'SIN TRANSACCIONES ABIERTAS EN MONEDA EXTRANJERA'
                   TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           ELSE
               PERFORM INFORMAR-MONEDA
                   VARYING idx-pos FROM 1 BY 1
                   UNTIL idx-pos > posiciones-cargadas
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'MONEDAS: ' posiciones-cargadas
               '  LIMITES EXCEDIDOS: ' excedidos
               DELIMITED BY SIZE INTO linea-reporte
           MOVE linea-reporte TO l-rep-linea
           MOVE 'T' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           DISPLAY 'POSICION-FX: ' posiciones-cargadas
               ' monedas, ' excedidos ' limites excedidos, '
               'reporte en POSFX.RPT.'
           IF excedidos > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Una pasada del maestro: cada transaccion abierta en moneda
      * extranjera suma su importe original a su moneda y a la
      * apertura de su sucursal. Los ajustes FX van en base y no
      * cuentan.
       RECORRER-MAESTRO.
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'POSICION-FX: no se pudo abrir maestro.dat, '
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
                       IF maestro-moneda NOT = SPACES
                           AND maestro-moneda NOT = 'PES'
                           AND maestro-importe-orig NUMERIC
                           AND maestro-importe-orig NOT = ZEROS
                           AND maestro-descripcion(1:16)
                               NOT = 'AJUSTE FX CLAVE '
                           PERFORM ANOTAR-POSICION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-maestro.

       ANOTAR-POSICION.
           MOVE 'N' TO hallado
           PERFORM VARYING idx-pos FROM 1 BY 1
                   UNTIL idx-pos > posiciones-cargadas OR YA-HALLADO
               IF pos-moneda(idx-pos) = maestro-moneda
                   SET YA-HALLADO TO TRUE
                   ADD maestro-importe-orig TO pos-importe(idx-pos)
                   ADD 1 TO pos-cantidad(idx-pos)
               END-IF
           END-PERFORM
           IF NOT YA-HALLADO
               IF posiciones-cargadas < 20
                   ADD 1 TO posiciones-cargadas
                   MOVE posiciones-cargadas TO idx-pos
                   MOVE maestro-moneda TO pos-moneda(idx-pos)
                   MOVE maestro-importe-orig TO pos-importe(idx-pos)
                   MOVE 1 TO pos-cantidad(idx-pos)
                   MOVE ZEROS TO pos-cotizacion(idx-pos)
                   MOVE ZEROS TO pos-fecha-ctz(idx-pos)
                   MOVE ZEROS TO pos-comprado(idx-pos)
                   MOVE ZEROS TO pos-vendido(idx-pos)
                   MOVE 'N' TO pos-con-limite(idx-pos)
               ELSE
                   DISPLAY 'POSICION-FX: mas de 20 monedas en el '
                       'maestro, ' maestro-moneda ' no entra.'
               END-IF
           END-IF
           IF maestro-sucursal NUMERIC
               MOVE maestro-sucursal TO sucursal-trabajo
           ELSE
               MOVE ZEROS TO sucursal-trabajo
           END-IF
           MOVE 'N' TO hallado
           PERFORM VARYING idx-ape FROM 1 BY 1
                   UNTIL idx-ape > aperturas-cargadas OR YA-HALLADO
               IF ape-moneda(idx-ape) = maestro-moneda
                   AND ape-sucursal(idx-ape) = sucursal-trabajo
                   SET YA-HALLADO TO TRUE
                   ADD maestro-importe-orig TO ape-importe(idx-ape)
               END-IF
           END-PERFORM
           IF NOT YA-HALLADO
               IF aperturas-cargadas < 500
                   ADD 1 TO aperturas-cargadas
                   MOVE maestro-moneda
                       TO ape-moneda(aperturas-cargadas)
                   MOVE sucursal-trabajo
                       TO ape-sucursal(aperturas-cargadas)
                   MOVE maestro-importe-orig
                       TO ape-importe(aperturas-cargadas)
               ELSE
                   DISPLAY 'POSICION-FX: mas de 500 pares moneda/'
                       'sucursal, la apertura sale incompleta.'
               END-IF
           END-IF.

      * Por moneda queda la ultima cotizacion hasta la fecha de
      * proceso; una moneda sin cotizacion sale sin valuar.
       CARGAR-COTIZACIONES.
           OPEN INPUT archivo-cotizaciones
           IF fs-cotizaciones NOT = '00'
               DISPLAY 'POSICION-FX: sin COTIZA.DAT (status='
                   fs-cotizaciones '), la posicion sale sin valuar.'
           ELSE
               PERFORM UNTIL no-hay-mas-cotizaciones
                   READ archivo-cotizaciones
                       AT END
                           SET no-hay-mas-cotizaciones TO TRUE
                       NOT AT END
                           IF cot-fecha NUMERIC
                               AND cot-fecha <= fecha-proceso
                               AND cot-valor NUMERIC
                               PERFORM ANOTAR-COTIZACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-cotizaciones
           END-IF.

       ANOTAR-COTIZACION.
           PERFORM VARYING idx-pos FROM 1 BY 1
                   UNTIL idx-pos > posiciones-cargadas
               IF pos-moneda(idx-pos) = cot-moneda
                   AND cot-fecha >= pos-fecha-ctz(idx-pos)
                   MOVE cot-fecha TO pos-fecha-ctz(idx-pos)
                   MOVE cot-valor TO pos-cotizacion(idx-pos)
               END-IF
           END-PERFORM.

      * Sin LIMFX.DAT todas las monedas salen sin limite: se
      * informa la posicion igual.
       CARGAR-LIMITES.
           OPEN INPUT archivo-limites
           IF fs-limites NOT = '00'
               DISPLAY 'POSICION-FX: sin LIMFX.DAT (status='
                   fs-limites '), no hay limites contra que medir.'
           ELSE
               PERFORM UNTIL no-hay-mas-limites
                   READ archivo-limites
                       AT END
                           SET no-hay-mas-limites TO TRUE
                       NOT AT END
                           IF lim-comprado NUMERIC
                               AND lim-vendido NUMERIC
                               PERFORM ANOTAR-LIMITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-limites
           END-IF.

       ANOTAR-LIMITE.
           PERFORM VARYING idx-pos FROM 1 BY 1
                   UNTIL idx-pos > posiciones-cargadas
               IF pos-moneda(idx-pos) = lim-moneda
                   MOVE lim-comprado TO pos-comprado(idx-pos)
                   MOVE lim-vendido TO pos-vendido(idx-pos)
                   MOVE 'S' TO pos-con-limite(idx-pos)
               END-IF
           END-PERFORM.

      * La linea de la moneda, su limite con la situacion y la
      * apertura por sucursal.
       INFORMAR-MONEDA.
           MOVE pos-moneda(idx-pos) TO lmo-moneda
           MOVE pos-importe(idx-pos) TO lmo-posicion
           MOVE pos-cotizacion(idx-pos) TO lmo-cotizacion
           IF pos-cotizacion(idx-pos) = ZEROS
               MOVE ZEROS TO valor-base
           ELSE
               COMPUTE valor-base ROUNDED =
                   pos-importe(idx-pos) * pos-cotizacion(idx-pos)
                   ON SIZE ERROR
                       MOVE ZEROS TO valor-base
               END-COMPUTE
           END-IF
           MOVE valor-base TO lmo-base
           MOVE linea-moneda TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM EVALUAR-LIMITE
           MOVE texto-limite TO lli-texto
           MOVE situacion TO lli-situacion
           MOVE linea-limite TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF pos-cotizacion(idx-pos) = ZEROS
               MOVE '          SIN COTIZACION: NO SE VALUA EN BASE'
                   TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM VARYING idx-ape FROM 1 BY 1
                   UNTIL idx-ape > aperturas-cargadas
               IF ape-moneda(idx-ape) = pos-moneda(idx-pos)
                   MOVE ape-sucursal(idx-ape) TO lap-sucursal
                   MOVE ape-importe(idx-ape) TO lap-importe
                   MOVE linea-apertura TO linea-reporte
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-PERFORM
           PERFORM ESCRIBIR-LINEA.

       EVALUAR-LIMITE.
           MOVE SPACES TO texto-limite
           IF pos-con-limite(idx-pos) NOT = 'S'
               MOVE 'SIN LIMITE EN LIMFX.DAT' TO texto-limite
               MOVE 'SIN LIMITE' TO situacion
           ELSE
               IF pos-importe(idx-pos) < ZERO
                   MOVE pos-vendido(idx-pos) TO limite-editado
                   STRING 'LIMITE VENDIDO ' limite-editado
                       DELIMITED BY SIZE INTO texto-limite
                   IF 0 - pos-importe(idx-pos) > pos-vendido(idx-pos)
                       MOVE 'EXCEDIDO VENDIDO' TO situacion
                       PERFORM AVISAR-EXCESO
                   ELSE
                       MOVE 'DENTRO DEL LIMITE' TO situacion
                   END-IF
               ELSE
                   MOVE pos-comprado(idx-pos) TO limite-editado
                   STRING 'LIMITE COMPRADO ' limite-editado
                       DELIMITED BY SIZE INTO texto-limite
                   IF pos-importe(idx-pos) > pos-comprado(idx-pos)
                       MOVE 'EXCEDIDO COMPRA' TO situacion
                       PERFORM AVISAR-EXCESO
                   ELSE
                       MOVE 'DENTRO DEL LIMITE' TO situacion
                   END-IF
               END-IF
           END-IF.

       AVISAR-EXCESO.
           ADD 1 TO excedidos
           MOVE 'POSICIONFX' TO l-abn-programa
           MOVE 'A070' TO l-abn-codigo
           MOVE SPACES TO l-abn-texto
           STRING 'POSICION ' pos-moneda(idx-pos) ' ' situacion
               ' ' lmo-posicion
               DELIMITED BY SIZE INTO l-abn-texto
           CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
               l-abn-texto.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'POSICIONFX' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'POSICION-FX: error del escritor de '
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
           MOVE 'POSICION-FX' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
