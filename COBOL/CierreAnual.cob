               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT maestro-nuevo ASSIGN TO 'MAESTRO.NEW'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave-nuevo
               ALTERNATE RECORD KEY IS maestro-ruta-nuevo
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro-nuevo.
      * El anual queda indexado igual que el vivo, por clave y por
      * ruta cliente+fecha; se graba en orden de clave.
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.
           SELECT archivo-indice ASSIGN TO 'INDICEPAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       01  registro-maestro-nuevo.
           05  maestro-clave-nuevo PIC 9(7).
           05  FILLER              PIC X(75).
           05  maestro-ruta-nuevo  PIC X(14).
       FD  archivo-anual.
           COPY MAEANUAL.
       FD  archivo-indice.
       01  registro-indice.
           05  idx-palabra     PIC X(20).
       01  registro-indice-nuevo PIC X(41).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY WSDATE.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-maestro-nuevo   PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           DISPLAY 'Operacion (C=Cerrar un anio I=Consultar un '
               'archivo anual): ' WITH NO ADVANCING
           ACCEPT opcion
      * como toda operacion destructiva del shop pide confirmacion
      * antes de tocar nada.
       CERRAR-ANIO.
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) el cierre no arranca; la consulta de un archivo
      * anual sigue disponible. Un supervisor puede forzarlo con
      * FORZAR-VENTANA=S.
           MOVE 'CIERRE-ANUAL' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'CIERRE: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT fecha-sistema FROM DATE YYYYMMDD
           IF anio-cerrar >= anio
               DISPLAY 'CIERRE: el anio ' anio-cerrar ' sigue '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO l-sel-archivo
           STRING 'MAESTRO.' anio-cerrar '.DAT'
               DELIMITED BY SIZE INTO l-sel-archivo
           MOVE version-anual TO l-sel-version
           PERFORM ESTAMPAR-LAYOUT
           MOVE 'mv MAESTRO.NEW maestro.dat' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv
           IF RETURN-CODE NOT = ZERO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE nombre-anual TO l-sel-archivo
           PERFORM VERIFICAR-ANUAL
           PERFORM UNTIL no-hay-mas-anual
               READ archivo-anual
                   AT END
           MOVE total-listado TO total-editado
           DISPLAY 'TRANSACCIONES DEL ' anio-cerrar ': '
               registros-listados ' TOTAL: ' total-editado.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CIERRE-ANUAL' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

      * Cada anual se verifica al abrirlo: un anio cerrado con el
      * layout viejo no se lee con el registro nuevo.
       VERIFICAR-ANUAL.
           MOVE 'V' TO l-sel-accion
           MOVE version-anual TO l-sel-version
           PERFORM LLAMAR-SELLO.

      * El que crea un maestro lo estampa con la version con que
      * fue compilado; la fecha de reorganizacion no se toca.
       ESTAMPAR-LAYOUT.
           MOVE 'E' TO l-sel-accion
           MOVE ZERO TO l-sel-fecha
           PERFORM LLAMAR-SELLO
           IF l-sel-status NOT = 0
               DISPLAY l-sel-mensaje
           END-IF
           MOVE 'V' TO l-sel-accion.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
