       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACTO.
       AUTHOR. Ejemplo.
      * Registrador del historial de contactos, en el mismo estilo
      * de modulo despachable que ENCOLA: la corrida que produce un
      * documento para un cliente lo llama con el cliente, el tipo,
      * el programa, el numero de documento y el de la cola, y aca
      * queda la entrada en CONTACTOS.DAT con la fecha de proceso y
      * el operador. La secuencia del dia arranca en 1 y avanza
      * sobre la clave ocupada, asi un cliente puede recibir varios
      * documentos el mismo dia. Se llama con los parametros de
      * CNTPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT contactos ASSIGN TO 'CONTACTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS con-clave
               FILE STATUS IS fs-contactos.

       DATA DIVISION.
       FILE SECTION.
       FD  contactos.
           COPY HISTCONT.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01  estado-layouts PIC X VALUE 'N'.
           88  LAYOUTS-VERIFICADOS VALUE 'S'.
           COPY FPRPARM.
       01  fs-contactos       PIC XX VALUE '00'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  contacto-grabado   PIC X VALUE 'N'.
           88  CONTACTO-OK     VALUE 'S'.

       LINKAGE SECTION.
           COPY CNTPARM.

       PROCEDURE DIVISION USING l-cnt-cliente, l-cnt-tipo,
           l-cnt-programa, l-cnt-documento, l-cnt-cola,
           l-cnt-status.
       MAIN-PROCEDURE.
           IF NOT LAYOUTS-VERIFICADOS
               PERFORM CONTROLAR-LAYOUTS
           END-IF
           MOVE 0 TO l-cnt-status
           MOVE SPACES TO ws-operador
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           OPEN I-O contactos
           IF fs-contactos = '35'
               OPEN OUTPUT contactos
               CLOSE contactos
               OPEN I-O contactos
           END-IF
           IF fs-contactos NOT = '00'
               MOVE 1 TO l-cnt-status
           ELSE
               MOVE SPACES TO registro-contacto
               MOVE l-cnt-cliente TO con-cliente
               MOVE l-fpr-fecha TO con-fecha
               MOVE 1 TO con-secuencia
               MOVE l-cnt-tipo TO con-tipo
               MOVE l-cnt-programa TO con-programa
               MOVE l-cnt-documento TO con-documento
               MOVE l-cnt-cola TO con-cola
               MOVE ws-operador TO con-operador
               MOVE 'N' TO contacto-grabado
               PERFORM UNTIL CONTACTO-OK OR l-cnt-status NOT = 0
                   WRITE registro-contacto
                       INVALID KEY
                           IF con-secuencia < 9999
                               ADD 1 TO con-secuencia
                           ELSE
                               MOVE 1 TO l-cnt-status
                           END-IF
                       NOT INVALID KEY
                           SET CONTACTO-OK TO TRUE
                   END-WRITE
               END-PERFORM
               CLOSE contactos
           END-IF
           EXIT PROGRAM.

      * El primer llamado de la corrida verifica que cada maestro
      * indexado que abre el modulo este en el layout para el que
      * fue compilado (VERSIONES); si no, SELLO corta la corrida
      * por ALERTA antes de leer nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CONTACTO' TO l-sel-programa
           MOVE 'CONTACTOS.DAT' TO l-sel-archivo
           MOVE version-contactos TO l-sel-version
           PERFORM LLAMAR-SELLO
           SET LAYOUTS-VERIFICADOS TO TRUE.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
       END PROGRAM CONTACTO.
