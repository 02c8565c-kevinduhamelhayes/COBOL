      * El diario IMAGENES.LOG lo convierte MIGRA-CLIENTES, que
      * ademas de las claves anchas le da el ancho de imagen nuevo:
      * correr los dos utilitarios juntos en el corte.
      * La misma corrida agrega la ruta por cliente (cliente+fecha
      * al pie del registro, clave alterna del maestro): un
      * maestro.dat de 82 bytes ya con la clave ancha se rearma con
      * la ruta, y los anuales, que eran planos, pasan a indexados
      * por clave y por ruta como el vivo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mv-clave
               FILE STATUS IS fs-maestro-viejo.
      * El maestro con la clave ancha pero sin la ruta por cliente
      * (82 bytes, sin clave alterna): mismo criterio del status 39.
      * Cada maestro y cada anual convertido (o que ya estaba al
      * dia) queda estampado con su version de layout (SELLO).
           SELECT maestro-sin-ruta ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ms-clave
               FILE STATUS IS fs-maestro-sin-ruta.
           SELECT maestro-nuevo ASSIGN TO 'MAESTRO.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro-nuevo.
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-anual.
      * El anual ya indexado: si abre, ya fue convertido.
           SELECT anual-vigente ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS avg-clave
               ALTERNATE RECORD KEY IS avg-ruta
                   WITH DUPLICATES
               FILE STATUS IS fs-anual-vigente.
           SELECT anual-nuevo ASSIGN DYNAMIC nombre-anual-nuevo
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS anual-nuevo-clave
               ALTERNATE RECORD KEY IS anual-nuevo-ruta
                   WITH DUPLICATES
               FILE STATUS IS fs-anual-nuevo.
           SELECT archivo-texto ASSIGN DYNAMIC nombre-texto
               ORGANIZATION IS LINE SEQUENTIAL
           05  mv-moneda          PIC X(03).
           05  mv-importe-orig    PIC S9(07)V99.
           05  mv-sucursal        PIC 9(03).
      * Layout de 82 bytes: clave ancha, sin ruta por cliente.
       FD  maestro-sin-ruta.
       01  registro-maestro-sin-ruta.
           05  ms-clave           PIC 9(07).
           05  FILLER             PIC X(75).
       FD  maestro-nuevo.
           COPY MAESTRO.
       FD  archivo-anual.
       01  registro-anual PIC X(82).
       FD  anual-vigente.
       01  registro-anual-vigente.
           05  avg-clave          PIC 9(07).
           05  FILLER             PIC X(75).
           05  avg-ruta           PIC X(14).
       FD  anual-nuevo.
       01  registro-anual-nuevo.
           05  anual-nuevo-clave  PIC 9(07).
           05  FILLER             PIC X(75).
           05  anual-nuevo-ruta.
               10  anual-nuevo-ruta-cli   PIC 9(06).
               10  anual-nuevo-ruta-fecha PIC 9(08).
       FD  archivo-texto.
       01  registro-texto PIC X(100).
       FD  texto-nuevo.
       WORKING-STORAGE SECTION.
       01  fs-maestro-viejo   PIC XX VALUE '00'.
       01  fs-maestro-nuevo   PIC XX VALUE '00'.
       01  fs-maestro-sin-ruta PIC XX VALUE '00'.
       01  fs-anual           PIC XX VALUE '00'.
       01  fs-anual-vigente   PIC XX VALUE '00'.
       01  fs-anual-nuevo     PIC XX VALUE '00'.
       01  fs-texto           PIC XX VALUE '00'.
       01  fs-texto-nuevo     PIC XX VALUE '00'.
           88  eof             VALUE 'S'.
       01  anio-archivo       PIC 9(4).
           COPY WSDATE.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  registros-viejos   PIC 9(7) VALUE ZERO.
       01  registros-nuevos   PIC 9(7) VALUE ZERO.
       01  total-viejo        PIC S9(13)V99 VALUE ZERO.
           05  van-fecha          PIC 9(08).
           05  van-importe        PIC S9(07)V99.
           05  van-descripcion    PIC X(33).
           05  van-cliente        PIC 9(06).
           05  van-resto          PIC X(15).
           05  van-categoria      PIC X(04).
       01  descripcion-trabajo PIC X(33).
       01  clave-citada       PIC X(3).
           ACCEPT fecha-sistema FROM DATE YYYYMMDD
           DISPLAY 'MIGRA-CLAVES: conversion del maestro y sus '
               'archivos derivados a la clave 9(7).'
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'MIGRA-CLAVES' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MIGRA-CLAVES: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO confirmacion
           DISPLAY 'Confirma la migracion (S/N)? ' WITH NO ADVANCING
           ACCEPT confirmacion

      * El maestro vivo: se lee con el layout viejo y se reconstruye
      * indexado con la clave ancha. Un status 39 en la apertura
      * significa que el archivo ya no esta en el layout viejo (la
      * clave del FD no coincide con la grabada) y se prueba el de
      * 82 bytes sin ruta; un 35 significa que ni siquiera existe.
       MIGRAR-MAESTRO.
           MOVE ZERO TO registros-viejos
           MOVE ZERO TO registros-nuevos
                   DISPLAY 'MIGRA-CLAVES: no hay maestro.dat, nada '
                       'que migrar en el vivo.'
               WHEN '39'
                   PERFORM MIGRAR-MAESTRO-SIN-RUTA
               WHEN '00'
                   PERFORM COPIAR-MAESTRO
               WHEN OTHER
           END-IF
           MOVE 'mv MAESTRO.NEW maestro.dat' TO ws-comando-mv
           PERFORM PROMOVER-ARCHIVO
           PERFORM ESTAMPAR-MAESTRO
           MOVE total-nuevo TO total-editado
           DISPLAY 'MIGRA-CLAVES: maestro.dat migrado, '
               registros-nuevos ' registros, total ' total-editado.
      * La categoria nace en blanco: la clasificacion rige para lo
      * posteado de aca en adelante.
           MOVE SPACES TO maestro-categoria
           MOVE maestro-cliente TO maestro-ruta-cli
           MOVE maestro-fecha TO maestro-ruta-fecha
           WRITE registro-maestro
               INVALID KEY
                   DISPLAY 'MIGRA-CLAVES: clave duplicada en el '
                       'maestro nuevo: ' maestro-clave
                   PERFORM 9999-ABEND
           END-WRITE
           ADD 1 TO registros-nuevos
           ADD maestro-importe TO total-nuevo.

      * Un maestro con la clave ancha y sin ruta se rearma con la
      * ruta por cliente; si tampoco abre con ese layout (39) ya
      * esta al dia y se saltea.
       MIGRAR-MAESTRO-SIN-RUTA.
           OPEN INPUT maestro-sin-ruta
           EVALUATE fs-maestro-sin-ruta
               WHEN '39'
                   DISPLAY 'MIGRA-CLAVES: maestro.dat ya esta en el '
                       'layout nuevo, se saltea.'
                   PERFORM ESTAMPAR-MAESTRO
               WHEN '00'
                   PERFORM COPIAR-MAESTRO-SIN-RUTA
               WHEN OTHER
                   DISPLAY 'MIGRA-CLAVES: no se pudo abrir '
                       'maestro.dat, status=' fs-maestro-sin-ruta
                   PERFORM 9999-ABEND
           END-EVALUATE.

       COPIAR-MAESTRO-SIN-RUTA.
           OPEN OUTPUT maestro-nuevo
           IF fs-maestro-nuevo NOT = '00'
               DISPLAY 'MIGRA-CLAVES: no se pudo crear MAESTRO.NEW, '
                   'status=' fs-maestro-nuevo
               PERFORM 9999-ABEND
           END-IF
           MOVE 'N' TO fin-de-archivo
           MOVE ZEROS TO ms-clave
           START maestro-sin-ruta KEY IS NOT LESS THAN ms-clave
               INVALID KEY
                   SET eof TO TRUE
           END-START
           PERFORM UNTIL eof
               READ maestro-sin-ruta NEXT RECORD
                   AT END
                       SET eof TO TRUE
                   NOT AT END
                       PERFORM AGREGAR-RUTA-MAESTRO
               END-READ
           END-PERFORM
           CLOSE maestro-sin-ruta
           CLOSE maestro-nuevo
           IF registros-nuevos NOT = registros-viejos
               OR total-nuevo NOT = total-viejo
               DISPLAY 'MIGRA-CLAVES: LA CONCILIACION DEL MAESTRO '
                   'NO CIERRA, no se promueve nada.'
               PERFORM 9999-ABEND
           END-IF
           MOVE 'mv MAESTRO.NEW maestro.dat' TO ws-comando-mv
           PERFORM PROMOVER-ARCHIVO
           PERFORM ESTAMPAR-MAESTRO
           MOVE total-nuevo TO total-editado
           DISPLAY 'MIGRA-CLAVES: maestro.dat rearmado con la ruta '
               'por cliente, ' registros-nuevos ' registros, total '
               total-editado.

       AGREGAR-RUTA-MAESTRO.
           MOVE registro-maestro-sin-ruta TO registro-maestro
           ADD 1 TO registros-viejos
           ADD maestro-importe TO total-viejo
           MOVE maestro-cliente TO maestro-ruta-cli
           MOVE maestro-fecha TO maestro-ruta-fecha
           WRITE registro-maestro
               INVALID KEY
                   DISPLAY 'MIGRA-CLAVES: clave duplicada en el '
               PERFORM MIGRAR-UN-ANUAL
           END-PERFORM.

      * Un anual que ya abre como indexado esta convertido; si no,
      * se lee plano (con la clave vieja o la ancha) y se rearma
      * indexado con la ruta por cliente.
       MIGRAR-UN-ANUAL.
           MOVE SPACES TO nombre-anual
           STRING 'MAESTRO.' anio-archivo '.DAT'
               DELIMITED BY SIZE INTO nombre-anual
           OPEN INPUT anual-vigente
           IF fs-anual-vigente = '00'
               CLOSE anual-vigente
               PERFORM ESTAMPAR-ANUAL
           ELSE
               OPEN INPUT archivo-anual
               IF fs-anual = '00'
                   PERFORM COPIAR-UN-ANUAL
               END-IF
           END-IF.

      * Un registro viejo mide 74 bytes: en la lectura de 78 las
               'MAESTRO.' anio-archivo '.DAT'
               DELIMITED BY SIZE INTO ws-comando-mv
           PERFORM PROMOVER-ARCHIVO
           PERFORM ESTAMPAR-ANUAL
           ADD 1 TO anuales-migrados
           DISPLAY 'MIGRA-CLAVES: anual ' anio-archivo ' migrado, '
               registros-nuevos ' registros.'.
           MOVE van-descripcion TO descripcion-trabajo
           PERFORM ENSANCHAR-DESCRIPCION
           MOVE descripcion-trabajo TO van-descripcion
           MOVE vista-anual-nueva TO registro-anual-nuevo
           MOVE van-cliente TO anual-nuevo-ruta-cli
           MOVE van-fecha TO anual-nuevo-ruta-fecha
           WRITE registro-anual-nuevo
               INVALID KEY
                   DISPLAY 'MIGRA-CLAVES: error al escribir el anual '
                       'de trabajo, status=' fs-anual-nuevo
                   PERFORM 9999-ABEND
           END-WRITE
           ADD 1 TO registros-nuevos
           ADD van-importe TO total-nuevo.

               PERFORM 9999-ABEND
           END-IF.

       ESTAMPAR-MAESTRO.
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM ESTAMPAR-LAYOUT.

       ESTAMPAR-ANUAL.
           MOVE nombre-anual TO l-sel-archivo
           MOVE version-anual TO l-sel-version
           PERFORM ESTAMPAR-LAYOUT.

      * Sin el sello el archivo ya convertido (y ya promovido)
      * queda frenado como layout 1 para todos los programas: la
      * migracion se aborta para que el corte no pase por bueno, y
      * al repetirla encuentra el archivo al dia y solo lo estampa.
       ESTAMPAR-LAYOUT.
           MOVE 'E' TO l-sel-accion
           MOVE ZERO TO l-sel-fecha
           MOVE 'MIGRA-CLAVES' TO l-sel-programa
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje
           IF l-sel-status NOT = 0
               DISPLAY 'MIGRA-CLAVES: ' l-sel-mensaje
               DISPLAY 'MIGRA-CLAVES: repetir la migracion para '
                   'estampar ' l-sel-archivo
               PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           DISPLAY 'MIGRA-CLAVES: migracion abortada.'
           MOVE 16 TO RETURN-CODE
