               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-plan ASSIGN TO 'PLANCTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           COPY MAESTRO.
      * Plan de cuentas: una linea por categoria y lado.
       FD  archivo-plan.
           COPY PLANCTAS.
       FD  archivo-controles.
           COPY CONTROLES.
       FD  archivo-disposicion.
      * Linea del diario contable: fecha, cuenta, lado, importe y
      * la categoria de origen.
       FD  archivo-diario.
           COPY GLDIARIO.
       FD  reporte-rechazos.
       01  linea-rechazo PIC X(80).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-plan            PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
                           ' liberadas en GLDIARIO.TXT.'
                   END-IF
           END-EVALUATE.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'EXTRACTO-GL' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
