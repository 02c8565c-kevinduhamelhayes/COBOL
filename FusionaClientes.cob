               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-anual ASSIGN DYNAMIC NOMBRE-ANUAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.
           SELECT anual-nuevo ASSIGN DYNAMIC NOMBRE-ANUAL-NUEVO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS anual-nuevo-clave
               ALTERNATE RECORD KEY IS anual-nuevo-ruta
                   WITH DUPLICATES
               FILE STATUS IS fs-anual-nuevo.
           SELECT archivo-retirados ASSIGN TO 'RETIRADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-anual.
           COPY MAEANUAL.
       FD  anual-nuevo.
       01  registro-anual-nuevo.
           05  anual-nuevo-clave       PIC 9(07).
           05  FILLER                  PIC X(50).
           05  anual-nuevo-cliente     PIC 9(06).
           05  FILLER                  PIC X(19).
           05  anual-nuevo-ruta.
               10  anual-nuevo-ruta-cli   PIC 9(06).
               10  anual-nuevo-ruta-fecha PIC 9(08).
      * IDs retirados por fusion: quedan quemados para siempre, con
      * la fecha y el sobreviviente que absorbio su historia.
       FD  archivo-retirados.
           COPY AJUSTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY WSDATE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT WS-OPERADOR FROM ENVIRONMENT 'OPERADOR-ID'
           IF WS-OPERADOR = SPACES
               MOVE 'NOSIGN' TO WS-OPERADOR
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'FUSIONA-CLIENTE' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'FUSIONA-CLIENTE: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status

      * Las transacciones vivas del duplicado pasan al
      * sobreviviente, cada una con su antes y despues en el diario
      * de imagenes. Se buscan por la ruta del cliente: como cada
      * regrabacion saca al registro de la ruta del duplicado, se
      * vuelve a posicionar en la primera que le queda hasta que
      * no le quede ninguna.
       REASIGNAR-MAESTRO-VIVO.
           OPEN I-O archivo-maestro
           IF fs-maestro NOT = '00'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-HAY-MAS-MAESTRO
               MOVE ID-DUPLICADO TO maestro-ruta-cli
               MOVE ZEROS TO maestro-ruta-fecha
               START archivo-maestro
                   KEY IS NOT LESS THAN maestro-ruta-cliente
                   INVALID KEY
                       SET NO-HAY-MAS-MAESTRO TO TRUE
               END-START
               IF NOT NO-HAY-MAS-MAESTRO
                   READ archivo-maestro NEXT RECORD
                       AT END
                           SET NO-HAY-MAS-MAESTRO TO TRUE
                       NOT AT END
                           IF maestro-ruta-cli = ID-DUPLICADO
                               PERFORM REASIGNAR-UNA-VIVA
                           ELSE
                               SET NO-HAY-MAS-MAESTRO TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE archivo-maestro.

           MOVE 'MAESTRO' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           PERFORM ANOTAR-BITACORA
           MOVE maestro-cliente TO maestro-ruta-cli
           MOVE maestro-fecha TO maestro-ruta-fecha
           REWRITE registro-maestro
               INVALID KEY
                   DISPLAY 'FUSIONA: error al regrabar la clave '
           MOVE 'N' TO FIN-ANUAL
           OPEN INPUT archivo-anual
           IF fs-anual = '00'
               MOVE NOMBRE-ANUAL TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               MOVE SPACES TO NOMBRE-ANUAL-NUEVO
               STRING 'MAESTRO.' ANIO-ARCHIVO '.DAT.TMP'
                   DELIMITED BY SIZE INTO NOMBRE-ANUAL-NUEVO
                           SET NO-HAY-MAS-ANUAL TO TRUE
                       NOT AT END
                           MOVE registro-anual TO VISTA-ANUAL
                           MOVE registro-anual TO registro-anual-nuevo
                           IF VA-CLIENTE NUMERIC
                               AND VA-CLIENTE = ID-DUPLICADO
                               MOVE ID-SOBREVIVIENTE
                                   TO anual-nuevo-cliente
                               MOVE ID-SOBREVIVIENTE
                                   TO anual-nuevo-ruta-cli
                               ADD 1 TO REASIGNADAS-ANUAL
                           END-IF
                           WRITE registro-anual-nuevo
                               INVALID KEY
                                   DISPLAY 'FUSIONA: error al grabar '
                                       'el anual de trabajo, clave '
                                       anual-nuevo-clave
                                   MOVE 16 TO RETURN-CODE
                                   STOP RUN
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE archivo-anual
           WRITE linea-certificado
           MOVE SPACES TO linea-certificado
           WRITE linea-certificado.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'FUSIONA-CLIENTE' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
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
