       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIENDE-CRIBA.
       AUTHOR. Ejemplo.
      * Revision de las coincidencias con la lista de vigilancia: un
      * supervisor (nivel 3) recorre las revisiones pendientes de
      * REVLISTA.DAT, ve al cliente junto a la entrada de la lista y
      * decide. D = descartar (no es la persona de la lista): la
      * revision queda descartada y el cliente vuelve al estado que
      * tenia antes del bloqueo. C = confirmar: el cliente sigue
      * bloqueado y la revision queda cerrada para cumplimiento. El
      * supervisor y la fecha quedan en la revision, y los dos
      * cambios en el diario de imagenes. Mientras una revision esta
      * pendiente ni el mantenimiento ni el lote desbloquean al
      * cliente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT revisiones ASSIGN TO 'REVLISTA.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rev-cliente
               FILE STATUS IS fs-revisiones.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  revisiones.
           COPY REVLISTA.
       FD  clientes.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY FPRPARM.
           COPY NIVPARM.
           COPY JRNPARM.
       01  fs-revisiones      PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fin-revisiones     PIC X VALUE 'N'.
           88  no-hay-mas-revisiones VALUE 'S'.
       01  fin-sesion         PIC X VALUE 'N'.
           88  SESION-TERMINADA VALUE 'S'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  fecha-proceso      PIC 9(8).
       01  accion             PIC X VALUE SPACE.
           88  ACCION-DESCARTAR VALUE 'D' 'd'.
           88  ACCION-CONFIRMAR VALUE 'C' 'c'.
           88  ACCION-DEJAR    VALUE 'N' 'n' ' '.
           88  ACCION-FIN      VALUE 'F' 'f'.
       01  cliente-leido      PIC X VALUE 'N'.
           88  HAY-CLIENTE     VALUE 'S'.
       01  pendientes-vistas  PIC 9(4) VALUE ZERO.
       01  descartadas        PIC 9(4) VALUE ZERO.
       01  confirmadas        PIC 9(4) VALUE ZERO.
       01  imagen-anterior    PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Cerrar una revision de la lista exige nivel 3 (supervisor).
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'ATIENDE-CRIBA: el operador ' ws-operador
                   ' no tiene el nivel 3 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'ATIENDE-CRIBA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'ATIENDE-CRIBA: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           OPEN I-O revisiones
           IF fs-revisiones NOT = '00'
               DISPLAY 'ATIENDE-CRIBA: sin REVLISTA.DAT (status='
                   fs-revisiones '), no hay revisiones pendientes.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'ATIENDE-CRIBA: no se pudo abrir CLIENTES.DAT, '
                   'status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO rev-cliente
           START revisiones KEY IS NOT LESS THAN rev-cliente
               INVALID KEY
                   SET no-hay-mas-revisiones TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-revisiones OR SESION-TERMINADA
               READ revisiones NEXT RECORD
                   AT END
                       SET no-hay-mas-revisiones TO TRUE
                   NOT AT END
                       IF REVISION-PENDIENTE
                           PERFORM REVISAR-COINCIDENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE revisiones
           CLOSE clientes
           DISPLAY 'ATIENDE-CRIBA: ' pendientes-vistas
               ' revisiones vistas, ' descartadas ' descartadas, '
               confirmadas ' confirmadas.'
           STOP RUN.

       REVISAR-COINCIDENCIA.
           ADD 1 TO pendientes-vistas
           MOVE 'N' TO cliente-leido
           MOVE rev-cliente TO cliente-id-fd
           READ clientes
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HAY-CLIENTE TO TRUE
           END-READ
           DISPLAY ' '
           DISPLAY 'REVISION DEL CLIENTE ' rev-cliente ' DEL '
               rev-fecha-alta ' (ORIGEN ' rev-origen ')'
           IF HAY-CLIENTE
               DISPLAY '  CLIENTE: ' nombre-fd ' ' apellido-fd
                   ' NAC ' cliente-fecnac ' ESTADO ' cliente-estado
           ELSE
               DISPLAY '  CLIENTE: (NO ESTA EN CLIENTES.DAT)'
           END-IF
           DISPLAY '  LISTA  : ' rev-codigo-lista ' '
               rev-nombre-lista
           MOVE SPACE TO accion
           PERFORM UNTIL ACCION-DESCARTAR OR ACCION-CONFIRMAR
                   OR ACCION-DEJAR OR ACCION-FIN
               DISPLAY 'Accion (D=Descartar C=Confirmar N=Dejar '
                   'F=Fin): '
               ACCEPT accion
           END-PERFORM
           EVALUATE TRUE
               WHEN ACCION-DESCARTAR
                   PERFORM DESCARTAR-COINCIDENCIA
               WHEN ACCION-CONFIRMAR
                   PERFORM CERRAR-REVISION
                   ADD 1 TO confirmadas
                   DISPLAY 'Coincidencia confirmada: el cliente '
                       'sigue bloqueado.'
               WHEN ACCION-FIN
                   SET SESION-TERMINADA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Descartada la coincidencia, el cliente vuelve al estado que
      * tenia antes del bloqueo (activo si no se conocia), siempre
      * que siga bloqueado: si entretanto fallecio, se deja.
       DESCARTAR-COINCIDENCIA.
           IF HAY-CLIENTE AND CLIENTE-BLOQUEADO
               MOVE SPACES TO imagen-anterior
               MOVE registro-cliente TO imagen-anterior
               IF rev-estado-previo = 'A' OR rev-estado-previo = 'I'
                   OR rev-estado-previo = 'B' OR rev-estado-previo = 'R'
                   MOVE rev-estado-previo TO cliente-estado
               ELSE
                   MOVE 'A' TO cliente-estado
               END-IF
               MOVE 'ATIENDE-CRIB' TO l-jrn-programa
               MOVE 'CLIENTES' TO l-jrn-archivo
               MOVE 'MODIF' TO l-jrn-operacion
               MOVE imagen-anterior TO l-jrn-antes
               MOVE SPACES TO l-jrn-despues
               MOVE registro-cliente TO l-jrn-despues
               PERFORM LLAMAR-BITACORA
               REWRITE registro-cliente
                   INVALID KEY
                       DISPLAY 'ATIENDE-CRIBA: error al regrabar el '
                           'cliente ' cliente-id-fd
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF
           MOVE 'D' TO rev-estado
           PERFORM CERRAR-REVISION
           ADD 1 TO descartadas
           DISPLAY 'Coincidencia descartada: cliente en estado '
               cliente-estado '.'.

      * Cierra la revision en curso con el estado ya decidido (la
      * confirmacion llega con el estado todavia en P).
       CERRAR-REVISION.
           MOVE SPACES TO imagen-anterior
           MOVE registro-revision TO imagen-anterior
           IF REVISION-PENDIENTE
               MOVE 'C' TO rev-estado
           END-IF
           MOVE ws-operador TO rev-supervisor
           MOVE fecha-proceso TO rev-fecha-cierre
           MOVE 'ATIENDE-CRIB' TO l-jrn-programa
           MOVE 'REVLISTA' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-revision TO l-jrn-despues
           PERFORM LLAMAR-BITACORA
           REWRITE registro-revision
               INVALID KEY
                   DISPLAY 'ATIENDE-CRIBA: error al regrabar la '
                       'revision del cliente ' rev-cliente
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       LLAMAR-BITACORA.
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: no se pudo grabar el diario de '
                   'imagenes.'
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'ATIENDE-CRIBA' TO l-sel-programa
           MOVE 'REVLISTA.DAT' TO l-sel-archivo
           MOVE version-revlista TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
