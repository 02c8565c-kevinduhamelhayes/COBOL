               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-cargos ASSIGN TO 'CARGOS.TXT.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
       01  registro-ultima PIC 9(6).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
       01  fs-tarifas         PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'CARGOS-CLIENTE-CASA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-cliente-casa-texto
           IF ws-cliente-casa-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-cliente-casa-texto) = 0
               COMPUTE cliente-casa =
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'CARGOS' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CARGOS-SERVICIO' TO l-sel-programa
           MOVE 'TARIFAS.DAT' TO l-sel-archivo
           MOVE version-tarifas TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
