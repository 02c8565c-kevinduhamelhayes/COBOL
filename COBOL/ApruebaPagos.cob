       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUEBA-PAGO.
       AUTHOR. Ejemplo.
      * Liberacion de ordenes de pago a otros bancos: un supervisor
      * DISTINTO del que cargo cada orden (control de cuatro ojos
      * por OPERADOR-ID, como APRUEBA-MANUAL) recorre las cargadas
      * de PAGOS.DAT, ve cada una y la libera o la rechaza. Solo lo
      * liberado sale al banco: el paso nocturno GENERA-PAGOS lo
      * debita y lo incluye en el archivo de pagos en su fecha
      * valor. La decision queda en el registro con el supervisor
      * que la tomo y en el diario de imagenes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pagos ASSIGN TO 'PAGOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pag-numero
               FILE STATUS IS fs-pagos.

       DATA DIVISION.
       FILE SECTION.
       FD  pagos.
           COPY PAGOSAL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY NIVPARM.
           COPY JRNPARM.
       01  fs-pagos           PIC XX VALUE '00'.
       01  fin-pagos          PIC X VALUE 'N'.
           88  no-hay-mas-pagos VALUE 'S'.
       01  fin-sesion         PIC X VALUE 'N'.
           88  SESION-TERMINADA VALUE 'S'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  accion             PIC X VALUE SPACE.
           88  ACCION-APROBAR  VALUE 'A' 'a'.
           88  ACCION-RECHAZAR VALUE 'R' 'r'.
           88  ACCION-DEJAR    VALUE 'D' 'd' ' '.
           88  ACCION-FIN      VALUE 'F' 'f'.
       01  pendientes-vistos  PIC 9(4) VALUE ZERO.
       01  liberados          PIC 9(4) VALUE ZERO.
       01  rechazados         PIC 9(4) VALUE ZERO.
       01  importe-editado    PIC -(7)9.99.
       01  imagen-anterior    PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Liberar pagos a otros bancos exige nivel 3 (supervisor).
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'APRUEBA-PAGO: el operador ' ws-operador
                   ' no tiene el nivel 3 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'APRUEBA-PAGO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'APRUEBA-PAGO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O pagos
           IF fs-pagos NOT = '00'
               DISPLAY 'APRUEBA-PAGO: sin PAGOS.DAT (status='
                   fs-pagos '), no hay pagos que revisar.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE ZEROS TO pag-numero
           START pagos KEY IS NOT LESS THAN pag-numero
               INVALID KEY
                   SET no-hay-mas-pagos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-pagos OR SESION-TERMINADA
               READ pagos NEXT RECORD
                   AT END
                       SET no-hay-mas-pagos TO TRUE
                   NOT AT END
                       PERFORM TRATAR-PAGO
               END-READ
           END-PERFORM
           CLOSE pagos
           DISPLAY 'APRUEBA-PAGO: ' pendientes-vistos
               ' pagos revisados, ' liberados ' liberados, '
               rechazados ' rechazados.'
           STOP RUN.

       TRATAR-PAGO.
           IF PAGO-CARGADO
      * Cuatro ojos: el que cargo no puede liberar lo suyo.
               IF pag-operador-carga = ws-operador
                   DISPLAY 'Pago ' pag-numero ' cargado por '
                       pag-operador-carga ': usted no puede '
                       'liberar su propia carga, queda pendiente.'
               ELSE
                   PERFORM REVISAR-PAGO
               END-IF
           END-IF.

       REVISAR-PAGO.
           ADD 1 TO pendientes-vistos
           MOVE pag-importe TO importe-editado
           DISPLAY ' '
           DISPLAY 'PAGO ' pag-numero ' cargado por '
               pag-operador-carga ':'
           DISPLAY '  CLI ' pag-cliente ' ' importe-editado ' '
               pag-moneda ' VALOR ' pag-fecha-valor
           DISPLAY '  A ' pag-beneficiario ' BCO ' pag-banco
               ' CTA ' pag-cuenta
           MOVE SPACE TO accion
           PERFORM UNTIL ACCION-APROBAR OR ACCION-RECHAZAR
                   OR ACCION-DEJAR OR ACCION-FIN
               DISPLAY 'Accion (A=Aprobar R=Rechazar D=Dejar '
                   'F=Fin): '
               ACCEPT accion
           END-PERFORM
           EVALUATE TRUE
               WHEN ACCION-APROBAR
                   MOVE registro-pago TO imagen-anterior
                   MOVE 'L' TO pag-estado
                   MOVE ws-operador TO pag-operador-libera
                   PERFORM REGRABAR-PAGO
                   ADD 1 TO liberados
                   DISPLAY 'Pago liberado: sale al banco en su '
                       'fecha valor.'
               WHEN ACCION-RECHAZAR
                   MOVE registro-pago TO imagen-anterior
                   MOVE 'R' TO pag-estado
                   MOVE ws-operador TO pag-operador-libera
                   PERFORM REGRABAR-PAGO
                   ADD 1 TO rechazados
               WHEN ACCION-FIN
                   SET SESION-TERMINADA TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGRABAR-PAGO.
           MOVE 'APRUEBA-PAGO' TO l-jrn-programa
           MOVE 'PAGOS' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-pago TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: no se pudo grabar el diario de '
                   'imagenes.'
           END-IF
           REWRITE registro-pago
               INVALID KEY
                   DISPLAY 'APRUEBA-PAGO: error al regrabar el '
                       'pago ' pag-numero
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'APRUEBA-PAGO' TO l-sel-programa
           MOVE 'PAGOS.DAT' TO l-sel-archivo
           MOVE version-pagos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
