       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIENDE-CASO.
       AUTHOR. Ejemplo.
      * Banco de trabajo de cumplimiento sobre los casos que abre la
      * vigilancia nocturna de fraccionamiento (CASOS.DAT): lista
      * los abiertos, muestra un caso con los datos del cliente y lo
      * cierra como revisado (R, sin operacion sospechosa) o como
      * denunciado al regulador (D), siempre con una conclusion
      * escrita. Un revisado todavia se puede pasar a denunciado si
      * aparece algo mas; un denunciado no se toca. El cierre queda
      * en el caso con el operador y la fecha, y en el diario de
      * imagenes: es lo que se le muestra a la inspeccion para
      * probar que alguien miro cada hallazgo. El listado T muestra
      * todos los casos con su estado y quien los cerro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT casos ASSIGN TO 'CASOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS caso-numero
               FILE STATUS IS fs-casos.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  casos.
           COPY CASOAML.
       FD  clientes.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
       01 fs-casos PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 NUMERO-BUSCADO PIC 9(6).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-TODOS VALUE 'T' 't'.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-REVISADO VALUE 'R' 'r'.
           88 ACCION-DENUNCIADO VALUE 'D' 'd'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-CASOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-CASOS VALUE 'S'.
       01 HAY-CLIENTES-SW PIC X VALUE 'N'.
           88 HAY-CLIENTES VALUE 'S'.
       01 SOLO-ABIERTOS PIC X VALUE 'S'.
           88 LISTAR-SOLO-ABIERTOS VALUE 'S'.
       01 ESTADO-NUEVO PIC X VALUE SPACE.
       01 CONCLUSION-TEXTO PIC X(40) VALUE SPACES.
       01 CASOS-LISTADOS PIC 9(5) VALUE ZERO.
       01 TOTAL-EDITADO PIC -(11)9.99.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Los casos de cumplimiento los atiende un operador senior
      * (nivel 2) registrado: el cierre tiene que tener nombre.
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'ATIENDE-CASO: el operador ' ws-operador
                   ' no tiene el nivel 2 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           OPEN I-O casos
           IF fs-casos NOT = '00'
               DISPLAY 'ATIENDE-CASO: sin CASOS.DAT (status='
                   fs-casos '), no hay casos que atender.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT clientes
           IF fs-clientes = '00'
               SET HAY-CLIENTES TO TRUE
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-LISTAR OR ACCION-TODOS
                       OR ACCION-CONSULTA OR ACCION-REVISADO
                       OR ACCION-DENUNCIADO OR ACCION-SALIR
                   DISPLAY 'ACCION (L=ABIERTOS T=TODOS C=CONSULTA '
                       'R=REVISADO D=DENUNCIADO S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-LISTAR OR ACCION-TODOS
                           OR ACCION-CONSULTA OR ACCION-REVISADO
                           OR ACCION-DENUNCIADO OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-REVISADO OR
                           ACCION-DENUNCIADO)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-LISTAR
                       MOVE 'S' TO SOLO-ABIERTOS
                       PERFORM LISTAR-CASOS
                   WHEN ACCION-TODOS
                       MOVE 'N' TO SOLO-ABIERTOS
                       PERFORM LISTAR-CASOS
                   WHEN ACCION-CONSULTA
                       PERFORM TRATAR-CONSULTA
                   WHEN ACCION-REVISADO
                       MOVE 'R' TO ESTADO-NUEVO
                       PERFORM TRATAR-CIERRE
                   WHEN ACCION-DENUNCIADO
                       MOVE 'D' TO ESTADO-NUEVO
                       PERFORM TRATAR-CIERRE
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE casos
           IF HAY-CLIENTES
               CLOSE clientes
           END-IF
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) los casos solo se consultan: VIGILAFRAC
      * graba CASOS.DAT en la cadena y un cierre en paralelo se
      * pisaria con el alta del caso. Los listados y la consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor cierra
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'ATIENDE-CASO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'ATIENDE-CASO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'ATIENDE-CASO: ACCION NO DISPONIBLE, SOLO '
               'CONSULTA HASTA QUE CIERRE LA VENTANA BATCH.'.

       LISTAR-CASOS.
           MOVE ZERO TO CASOS-LISTADOS
           MOVE 'N' TO FIN-CASOS
           MOVE ZEROS TO caso-numero
           START casos KEY IS NOT LESS THAN caso-numero
               INVALID KEY
                   SET NO-HAY-MAS-CASOS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-CASOS
               READ casos NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-CASOS TO TRUE
                   NOT AT END
                       IF CASO-ABIERTO OR NOT LISTAR-SOLO-ABIERTOS
                           PERFORM LISTAR-UN-CASO
                       END-IF
               END-READ
           END-PERFORM
           IF LISTAR-SOLO-ABIERTOS
               DISPLAY 'CASOS ABIERTOS: ' CASOS-LISTADOS
           ELSE
               DISPLAY 'CASOS EN EL ARCHIVO: ' CASOS-LISTADOS
           END-IF.

       LISTAR-UN-CASO.
           ADD 1 TO CASOS-LISTADOS
           MOVE caso-total TO TOTAL-EDITADO
           DISPLAY caso-numero ' CLI ' caso-cliente ' ' caso-tipo
               ' ' caso-desde '-' caso-hasta ' ' TOTAL-EDITADO
               ' ' caso-estado ' ' caso-operador ' '
               caso-fecha-cierre.

       TRATAR-CONSULTA.
           DISPLAY 'NUMERO DE CASO: '
           ACCEPT NUMERO-BUSCADO
           MOVE NUMERO-BUSCADO TO caso-numero
           READ casos
               INVALID KEY
                   DISPLAY 'NO EXISTE EL CASO ' NUMERO-BUSCADO
               NOT INVALID KEY
                   PERFORM MOSTRAR-CASO
           END-READ.

       MOSTRAR-CASO.
           MOVE caso-total TO TOTAL-EDITADO
           DISPLAY 'CASO        : ' caso-numero ' ABIERTO EL '
               caso-fecha-alta
           DISPLAY 'CLIENTE     : ' caso-cliente
           IF HAY-CLIENTES
               MOVE caso-cliente TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       DISPLAY '              (NO ESTA EN CLIENTES)'
                   NOT INVALID KEY
                       DISPLAY '              ' nombre-fd ' '
                           apellido-fd ' ESTADO ' cliente-estado
               END-READ
           END-IF
           IF CASO-FRACCIONADO
               DISPLAY 'PATRON      : DEPOSITOS BAJO EL UMBRAL QUE '
                   'SUMAN EL UMBRAL EN LA VENTANA'
           ELSE
               DISPLAY 'PATRON      : DEPOSITOS DEL MISMO DIA EN '
                   'VARIAS SUCURSALES'
           END-IF
           DISPLAY 'PERIODO     : ' caso-desde ' A ' caso-hasta
           DISPLAY 'DEPOSITOS   : ' caso-cantidad ' POR '
               TOTAL-EDITADO ' EN ' caso-sucursales ' SUCURSALES'
           DISPLAY 'ESTADO      : ' caso-estado
               ' (A=ABIERTO R=REVISADO D=DENUNCIADO)'
           IF NOT CASO-ABIERTO
               DISPLAY 'CERRADO POR : ' caso-operador ' EL '
                   caso-fecha-cierre
               DISPLAY 'CONCLUSION  : ' caso-conclusion
           END-IF.

      * Un abierto se cierra como revisado o denunciado; un revisado
      * solo puede pasar a denunciado. Lo denunciado ya es final.
       TRATAR-CIERRE.
           DISPLAY 'NUMERO DE CASO: '
           ACCEPT NUMERO-BUSCADO
           MOVE NUMERO-BUSCADO TO caso-numero
           READ casos
               INVALID KEY
                   DISPLAY 'NO EXISTE EL CASO ' NUMERO-BUSCADO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CASO-ABIERTO
                           PERFORM CERRAR-CASO
                       WHEN CASO-REVISADO AND ESTADO-NUEVO = 'D'
                           PERFORM CERRAR-CASO
                       WHEN OTHER
                           DISPLAY 'EL CASO ESTA EN ESTADO '
                               caso-estado ', NO SE PUEDE PASAR A '
                               ESTADO-NUEVO '.'
                   END-EVALUATE
           END-READ.

       CERRAR-CASO.
           PERFORM MOSTRAR-CASO
           MOVE SPACES TO CONCLUSION-TEXTO
           PERFORM UNTIL CONCLUSION-TEXTO NOT = SPACES
               DISPLAY 'CONCLUSION DE LA REVISION: '
               ACCEPT CONCLUSION-TEXTO
               IF CONCLUSION-TEXTO = SPACES
                   DISPLAY 'LA CONCLUSION NO PUEDE QUEDAR EN BLANCO.'
               END-IF
           END-PERFORM
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL CIERRE COMO ' ESTADO-NUEVO ' (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE registro-caso TO IMAGEN-ANTERIOR
               MOVE ESTADO-NUEVO TO caso-estado
               MOVE ws-operador TO caso-operador
               MOVE FECHA-PROCESO TO caso-fecha-cierre
               MOVE CONCLUSION-TEXTO TO caso-conclusion
               MOVE 'ATIENDE-CASO' TO l-jrn-programa
               MOVE 'CASOS' TO l-jrn-archivo
               MOVE 'MODIF' TO l-jrn-operacion
               MOVE IMAGEN-ANTERIOR TO l-jrn-antes
               MOVE SPACES TO l-jrn-despues
               MOVE registro-caso TO l-jrn-despues
               CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
                   l-jrn-operacion, l-jrn-antes, l-jrn-despues,
                   l-jrn-status
               IF l-jrn-status NOT = 0
                   DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                       'IMAGENES.'
               END-IF
               REWRITE registro-caso
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL CASO '
                           caso-numero
               END-REWRITE
               IF fs-casos = '00'
                   DISPLAY 'CASO ' caso-numero ' CERRADO COMO '
                       caso-estado '.'
               END-IF
           ELSE
               DISPLAY 'CIERRE CANCELADO, NO SE GRABO NADA.'
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'ATIENDE-CASO' TO l-sel-programa
           MOVE 'CASOS.DAT' TO l-sel-archivo
           MOVE version-casos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
