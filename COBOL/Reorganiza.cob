      * nombre de trabajo y se promueven al definitivo recien al
      * terminar bien: ni el resguardo ni el indexado reconstruido
      * pueden quedar a medio escribir con su nombre final.
      * El sello de layout (SELLO) viaja con el resguardo: la
      * descarga estampa el BKP con la version y la fecha de
      * reorganizacion del vivo, la recarga verifica ese sello antes
      * de leer (un resguardo de otro layout no se recarga) y la
      * promocion estampa el indexado con la fecha del dia como
      * ultima reorganizacion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT resguardo-maestro
               ASSIGN DYNAMIC nombre-resguardo-mae
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave-nuevo
               ALTERNATE RECORD KEY IS maestro-ruta-nuevo
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro-nuevo.

       DATA DIVISION.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  resguardo-maestro.
       01  registro-resguardo-mae PIC X(96).
      * El registro del maestro (ver MAESTRO) con la fecha, el
      * cliente y la ruta a la vista: la recarga rearma la ruta
      * desde el cliente y la fecha, para que la clave alterna
      * quede siempre de acuerdo con el registro. Solo se recarga
      * un resguardo estampado con el layout actual (el que la
      * misma corrida acaba de descargar del vivo); uno de otro
      * layout lo frena el sello antes de leerlo.
       FD  maestro-nuevo.
       01  registro-maestro-nuevo.
           05  maestro-clave-nuevo   PIC 9(7).
           05  maestro-fecha-nuevo   PIC 9(8).
           05  FILLER                PIC X(42).
           05  maestro-cliente-nuevo PIC 9(6).
           05  FILLER                PIC X(19).
           05  maestro-ruta-nuevo.
               10  maestro-ruta-cli-nuevo   PIC 9(6).
               10  maestro-ruta-fecha-nuevo PIC 9(8).

       WORKING-STORAGE SECTION.
       01  fs-clientes        PIC XX VALUE '00'.
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  ws-operador        PIC X(8) VALUE SPACES.
           COPY NIVPARM.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  fecha-reorg-vivo   PIC 9(8) VALUE ZERO.
       01  fecha-hoy          PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   l-niv-status ').'
               PERFORM 9999-ABEND
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'REORG-ARCHIVOS' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'REORG: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'REORG-ARCHIVOS' TO l-sel-programa
           IF ELEGIDO-CLIENTES
               MOVE 'CLIENTES.DAT' TO l-sel-archivo
               MOVE version-clientes TO l-sel-version
           ELSE
               MOVE 'maestro.dat' TO l-sel-archivo
               MOVE version-maestro TO l-sel-version
           END-IF
           PERFORM VERIFICAR-LAYOUT
           MOVE l-sel-fecha TO fecha-reorg-vivo

           IF ELEGIDO-CLIENTES
               PERFORM DESCARGAR-CLIENTES
           CLOSE clientes
           CLOSE resguardo-clientes
           MOVE 'mv CLIENTES.BKP.TMP CLIENTES.BKP' TO ws-comando-mv
           PERFORM PROMOVER-ARCHIVO
           MOVE 'CLIENTES.BKP' TO l-sel-archivo
           MOVE fecha-reorg-vivo TO l-sel-fecha
           PERFORM ESTAMPAR-LAYOUT.

      * La recarga arma el indexado nuevo bajo CLIENTES.NEW y recien
      * al verificarse las cantidades lo promueve a CLIENTES.DAT: el
      * maestro vivo nunca queda a medio reconstruir.
       RECARGAR-CLIENTES.
           MOVE 'CLIENTES.BKP' TO nombre-resguardo-cli
           MOVE 'CLIENTES.BKP' TO l-sel-archivo
           PERFORM VERIFICAR-LAYOUT
           MOVE 'N' TO fin-de-archivo
           MOVE ZERO TO registros-recargados
           OPEN INPUT resguardo-clientes
           CLOSE archivo-maestro
           CLOSE resguardo-maestro
           MOVE 'mv MAESTRO.BKP.TMP MAESTRO.BKP' TO ws-comando-mv
           PERFORM PROMOVER-ARCHIVO
           MOVE 'MAESTRO.BKP' TO l-sel-archivo
           MOVE fecha-reorg-vivo TO l-sel-fecha
           PERFORM ESTAMPAR-LAYOUT.

      * Igual que la recarga de clientes: se arma MAESTRO.NEW y la
      * promocion a maestro.dat espera a la verificacion.
       RECARGAR-MAESTRO.
           MOVE 'MAESTRO.BKP' TO nombre-resguardo-mae
           MOVE 'MAESTRO.BKP' TO l-sel-archivo
           PERFORM VERIFICAR-LAYOUT
           MOVE 'N' TO fin-de-archivo
           MOVE ZERO TO registros-recargados
           OPEN INPUT resguardo-maestro
                   NOT AT END
                       MOVE registro-resguardo-mae
                           TO registro-maestro-nuevo
                       MOVE maestro-cliente-nuevo
                           TO maestro-ruta-cli-nuevo
                       MOVE maestro-fecha-nuevo
                           TO maestro-ruta-fecha-nuevo
                       WRITE registro-maestro-nuevo
                           INVALID KEY
                               DISPLAY 'REORG: clave duplicada o '
      * al vivo.
           IF ELEGIDO-CLIENTES
               MOVE 'mv CLIENTES.NEW CLIENTES.DAT' TO ws-comando-mv
               MOVE 'CLIENTES.DAT' TO l-sel-archivo
           ELSE
               MOVE 'mv MAESTRO.NEW maestro.dat' TO ws-comando-mv
               MOVE 'maestro.dat' TO l-sel-archivo
           END-IF
           PERFORM PROMOVER-ARCHIVO
           ACCEPT fecha-hoy FROM DATE YYYYMMDD
           MOVE fecha-hoy TO l-sel-fecha
           PERFORM ESTAMPAR-LAYOUT.

       PROMOVER-ARCHIVO.
           CALL 'SYSTEM' USING ws-comando-mv
               PERFORM 9999-ABEND
           END-IF.

      * Un sello de otro layout corta la corrida por ALERTA.
       VERIFICAR-LAYOUT.
           MOVE 'V' TO l-sel-accion
           PERFORM LLAMAR-SELLO.

      * Un sello que no se pudo grabar deja el archivo como layout
      * 1 y el proximo programa lo frenaria: se aborta para que el
      * operador lo vea.
       ESTAMPAR-LAYOUT.
           MOVE 'E' TO l-sel-accion
           PERFORM LLAMAR-SELLO
           IF l-sel-status NOT = 0
               DISPLAY 'REORG: ' l-sel-mensaje
               PERFORM 9999-ABEND
           END-IF.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.

       9999-ABEND.
           DISPLAY 'REORG: proceso abortado.'
           MOVE 16 TO RETURN-CODE
