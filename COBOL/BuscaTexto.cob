               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT hallazgos ASSIGN TO 'HALLAZGOS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-indice.
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.

       DATA DIVISION.
           05  FILLER          PIC X.
           05  idx-clave       PIC 9(7).
       FD  archivo-anual.
           COPY MAEANUAL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-hallazgos       PIC XX VALUE '00'.
       01  fin-maestro        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           DISPLAY 'Fragmento a buscar: ' WITH NO ADVANCING
           ACCEPT fragmento
           PERFORM MEDIR-FRAGMENTO
           MOVE 'N' TO fin-anual
           OPEN INPUT archivo-anual
           IF fs-anual = '00'
               MOVE nombre-anual TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               PERFORM UNTIL no-hay-mas-anual
                   READ archivo-anual
                       AT END
               STOP RUN
           END-IF
           DISPLAY linea-detalle.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'BUSCA-TEXTO' TO l-sel-programa
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
