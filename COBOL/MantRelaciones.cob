       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-RELACION.
       AUTHOR. Ejemplo.
      * Mantenimiento de las relaciones entre clientes
      * RELACIONES.DAT, en el molde de MANT-PROMESA: cotitulares de
      * una cuenta (COTI), garantes de un prestamo (GARA) y tutores
      * de un cliente menor de edad (TUTO). El alta vincula dos
      * clientes existentes y distintos con el tipo y la fecha
      * desde la que rige (ENTER = fecha de proceso); el garante va
      * atado a un prestamo vigente del cliente y el tutor tiene que
      * ser mayor de edad. El cotitular se graba en los dos
      * sentidos. La baja no borra el vinculo: le pone la fecha
      * hasta la que rigio; un vinculo dado de baja se puede volver
      * a dar de alta y se reabre. La consulta muestra los vinculos
      * del cliente y aquellos en los que figura como garante o
      * tutor de otro. Cada alta y cada baja dejan su antes y
      * despues en el diario de imagenes.
      * El alta de clientes graba el tutor del menor y el alta de
      * prestamos el garante cuando el capital lo exige; esta
      * pantalla atiende los cambios posteriores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT relaciones ASSIGN TO 'RELACIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rel-clave
               FILE STATUS IS fs-relaciones.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.

       DATA DIVISION.
       FILE SECTION.
       FD  relaciones.
           COPY RELACION.
       FD  clientes.
           COPY CLIENTE.
       FD  prestamos.
           COPY PRESTAMO.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
       01 fs-relaciones PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 fs-prestamos PIC XX VALUE '00'.
       01 HAY-PRESTAMOS PIC X VALUE 'N'.
           88 PRESTAMOS-ABIERTO VALUE 'S'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 CLIENTE-BUSCADO PIC 9(6) VALUE ZEROS.
       01 RELACIONADO-BUSCADO PIC 9(6) VALUE ZEROS.
       01 PRESTAMO-BUSCADO PIC 9(5) VALUE ZEROS.
       01 TIPO-BUSCADO PIC X(4) VALUE SPACES.
           88 TIPO-COTITULAR VALUE 'COTI'.
           88 TIPO-GARANTE VALUE 'GARA'.
           88 TIPO-TUTOR VALUE 'TUTO'.
           88 TIPO-VALIDO VALUE 'COTI' 'GARA' 'TUTO'.
       01 FECHA-DESDE PIC 9(8) VALUE ZEROS.
       01 FECHA-HASTA PIC 9(8) VALUE ZEROS.
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-RELACIONES PIC X VALUE 'N'.
           88 NO-HAY-MAS-RELACIONES VALUE 'S'.
       01 DATOS-COMPLETOS PIC X VALUE 'N'.
           88 DATOS-OK VALUE 'S'.
       01 RELACION-EXISTENTE PIC X VALUE 'N'.
           88 EXISTE-RELACION VALUE 'S'.
       01 ENTRADA-TEXTO PIC X(30).
       01 RELACIONES-LISTADAS PIC 9(5) VALUE ZERO.
       01 NOMBRE-RELACIONADO PIC X(41) VALUE SPACES.
       01 LEYENDA-VIGENCIA PIC X(8) VALUE SPACES.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 REGISTRO-GUARDADO PIC X(100) VALUE SPACES.
           COPY VALPARM.
           COPY NOTPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Vincular clientes es un mantenimiento (nivel 2).
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-RELACION: el operador ' ws-operador
                   ' no esta habilitado para esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM ABRIR-RELACIONES
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT, STATUS='
                   fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Sin PRESTAMOS.DAT no hay prestamo que garantizar; el resto
      * de la pantalla trabaja igual.
           OPEN INPUT prestamos
           IF fs-prestamos = '00'
               SET PRESTAMOS-ABIERTO TO TRUE
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-CONSULTA
                       OR ACCION-BAJA OR ACCION-SALIR
                   DISPLAY 'ACCION (A=ALTA C=CONSULTA B=BAJA '
                       'S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-CONSULTA
                           OR ACCION-BAJA OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR
                           ACCION-BAJA)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-RELACION
                   WHEN ACCION-CONSULTA
                       PERFORM CONSULTAR-RELACIONES
                   WHEN ACCION-BAJA
                       PERFORM BAJA-RELACION
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE relaciones
           CLOSE clientes
           IF PRESTAMOS-ABIERTO
               CLOSE prestamos
           END-IF
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * la cadena regraba RELACIONES.DAT (las cartas de mora) y un
      * alta o una baja de ahora se cruzaria con ella. Con
      * FORZAR-VENTANA=S un supervisor actualiza igual y el forzado
      * queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-RELACION' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-RELACION: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-RELACION: ACCION NO DISPONIBLE, SOLO '
               'CONSULTA HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-RELACIONES.
           OPEN I-O relaciones
           IF fs-relaciones = '35'
               OPEN OUTPUT relaciones
               CLOSE relaciones
               OPEN I-O relaciones
           END-IF
           IF fs-relaciones NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR RELACIONES.DAT, STATUS='
                   fs-relaciones
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PEDIR-CLIENTE.
           MOVE ZEROS TO CLIENTE-BUSCADO
           PERFORM UNTIL CLIENTE-BUSCADO NOT = ZEROS
               DISPLAY 'CLIENTE (ID): '
               ACCEPT cliente-id-fd
               READ clientes
                   INVALID KEY
                       DISPLAY 'NO EXISTE ESE CLIENTE.'
                   NOT INVALID KEY
                       MOVE cliente-id-fd TO l-not-cliente
                       PERFORM AVISAR-NOTAS
                       DISPLAY 'CLIENTE: ' nombre-fd ' '
                           apellido-fd
                       MOVE cliente-id-fd TO CLIENTE-BUSCADO
               END-READ
           END-PERFORM.

       PEDIR-TIPO.
           MOVE SPACES TO TIPO-BUSCADO
           PERFORM UNTIL TIPO-VALIDO
               DISPLAY 'TIPO (COTI=COTITULAR GARA=GARANTE '
                   'TUTO=TUTOR): '
               ACCEPT TIPO-BUSCADO
               IF NOT TIPO-VALIDO
                   DISPLAY 'TIPO NO RECONOCIDO: ' TIPO-BUSCADO
               END-IF
           END-PERFORM.

      * El relacionado es otro cliente del maestro; el tutor tiene
      * que ser mayor de edad. Cero abandona.
       PEDIR-RELACIONADO.
           MOVE 'N' TO DATOS-COMPLETOS
           MOVE 9 TO RELACIONADO-BUSCADO
           PERFORM UNTIL DATOS-OK OR RELACIONADO-BUSCADO = ZEROS
               DISPLAY 'CLIENTE RELACIONADO (ID, 0=ABANDONA): '
               ACCEPT RELACIONADO-BUSCADO
               IF RELACIONADO-BUSCADO NOT = ZEROS
                   PERFORM VALIDAR-RELACIONADO
               END-IF
           END-PERFORM.

       VALIDAR-RELACIONADO.
           IF RELACIONADO-BUSCADO = CLIENTE-BUSCADO
               DISPLAY 'UN CLIENTE NO SE RELACIONA CONSIGO MISMO.'
           ELSE
               MOVE RELACIONADO-BUSCADO TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       DISPLAY 'NO EXISTE ESE CLIENTE.'
                   NOT INVALID KEY
                       DISPLAY 'RELACIONADO: ' nombre-fd ' '
                           apellido-fd
                       IF TIPO-TUTOR
                           AND (edad-fd NOT NUMERIC OR edad-fd < 18)
                           DISPLAY 'EL TUTOR TIENE QUE SER MAYOR '
                               'DE EDAD.'
                       ELSE
                           SET DATOS-OK TO TRUE
                       END-IF
               END-READ
           END-IF.

      * La garantia es de un prestamo vigente del propio cliente.
       PEDIR-PRESTAMO.
           MOVE ZEROS TO PRESTAMO-BUSCADO
           IF TIPO-GARANTE
               MOVE 'N' TO DATOS-COMPLETOS
               IF NOT PRESTAMOS-ABIERTO
                   DISPLAY 'NO HAY PRESTAMOS.DAT: NO HAY PRESTAMO '
                       'QUE GARANTIZAR.'
               ELSE
                   DISPLAY 'PRESTAMO GARANTIZADO (NUMERO): '
                   ACCEPT PRESTAMO-BUSCADO
                   MOVE PRESTAMO-BUSCADO TO pre-numero
                   READ prestamos
                       INVALID KEY
                           DISPLAY 'NO EXISTE EL PRESTAMO '
                               PRESTAMO-BUSCADO
                       NOT INVALID KEY
                           IF pre-cliente NOT = CLIENTE-BUSCADO
                               DISPLAY 'EL PRESTAMO ES DEL CLIENTE '
                                   pre-cliente
                           ELSE
                               IF NOT PRESTAMO-VIGENTE
                                   DISPLAY 'EL PRESTAMO NO ESTA '
                                       'VIGENTE.'
                               ELSE
                                   SET DATOS-OK TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * Fecha desde la que rige (ENTER = fecha de proceso).
       PEDIR-DESDE.
           MOVE ZEROS TO FECHA-DESDE
           PERFORM UNTIL FECHA-DESDE NOT = ZEROS
               DISPLAY 'RIGE DESDE (AAAAMMDD, ENTER=' FECHA-PROCESO
                   '): '
               MOVE SPACES TO ENTRADA-TEXTO
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO = SPACES
                   MOVE FECHA-PROCESO TO FECHA-DESDE
               ELSE
                   IF ENTRADA-TEXTO(1:8) NOT NUMERIC
                       DISPLAY 'LA FECHA DEBE SER NUMERICA.'
                   ELSE
                       MOVE ENTRADA-TEXTO(1:8) TO l-val-fecha
                       CALL 'VALFECHA' USING l-val-fecha,
                           l-val-status, l-val-motivo
                       IF l-val-status NOT = 0
                           DISPLAY 'FECHA INVALIDA.'
                       ELSE
                           MOVE l-val-fecha TO FECHA-DESDE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ALTA-RELACION.
           PERFORM PEDIR-CLIENTE
           PERFORM PEDIR-TIPO
           PERFORM PEDIR-RELACIONADO
           IF DATOS-OK
               PERFORM PEDIR-PRESTAMO
           END-IF
           IF NOT DATOS-OK
               DISPLAY 'ALTA ABANDONADA, NO SE GRABO NADA.'
           ELSE
               PERFORM LEER-RELACION
               IF EXISTE-RELACION AND rel-hasta = ZEROS
                   DISPLAY 'ESE VINCULO YA ESTA VIGENTE DESDE EL '
                       rel-desde '.'
               ELSE
                   PERFORM CARGAR-DATOS-ALTA
               END-IF
           END-IF.

       LEER-RELACION.
           MOVE 'N' TO RELACION-EXISTENTE
           MOVE CLIENTE-BUSCADO TO rel-cliente
           MOVE TIPO-BUSCADO TO rel-tipo
           MOVE RELACIONADO-BUSCADO TO rel-relacionado
           MOVE PRESTAMO-BUSCADO TO rel-prestamo
           READ relaciones
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EXISTE-RELACION TO TRUE
           END-READ.

      * Un vinculo dado de baja se reabre sobre el mismo registro,
      * con la vigencia nueva.
       CARGAR-DATOS-ALTA.
           PERFORM PEDIR-DESDE
           DISPLAY 'OBSERVACION (OPCIONAL): '
           MOVE SPACES TO ENTRADA-TEXTO
           ACCEPT ENTRADA-TEXTO
           MOVE SPACES TO IMAGEN-ANTERIOR
           IF EXISTE-RELACION
               MOVE registro-relacion TO IMAGEN-ANTERIOR
           END-IF
           MOVE SPACES TO registro-relacion
           MOVE CLIENTE-BUSCADO TO rel-cliente
           MOVE TIPO-BUSCADO TO rel-tipo
           MOVE RELACIONADO-BUSCADO TO rel-relacionado
           MOVE PRESTAMO-BUSCADO TO rel-prestamo
           MOVE FECHA-DESDE TO rel-desde
           MOVE ZEROS TO rel-hasta
           MOVE ws-operador TO rel-operador
           MOVE FECHA-PROCESO TO rel-fecha-alta
           MOVE ZEROS TO rel-aviso-mora
           MOVE ENTRADA-TEXTO TO rel-observacion
           PERFORM MOSTRAR-RELACION
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL ALTA (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               PERFORM GRABAR-RELACION
               IF fs-relaciones = '00' AND TIPO-COTITULAR
                   PERFORM GRABAR-ESPEJO
               END-IF
               IF fs-relaciones = '00'
                   DISPLAY 'VINCULO REGISTRADO.'
               END-IF
           ELSE
               DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
           END-IF.

       GRABAR-RELACION.
           IF EXISTE-RELACION
               MOVE 'MODIF' TO l-jrn-operacion
               REWRITE registro-relacion
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL VINCULO, '
                           'STATUS=' fs-relaciones
               END-REWRITE
           ELSE
               MOVE 'ALTA' TO l-jrn-operacion
               WRITE registro-relacion
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL VINCULO, STATUS='
                           fs-relaciones
               END-WRITE
           END-IF
           IF fs-relaciones = '00'
               PERFORM ANOTAR-BITACORA
           END-IF.

      * El cotitular queda tambien del lado del otro cliente, con
      * la misma vigencia, asi cada titular lo encuentra por su
      * propia clave.
       GRABAR-ESPEJO.
           MOVE registro-relacion TO REGISTRO-GUARDADO
           MOVE RELACIONADO-BUSCADO TO rel-cliente
           MOVE CLIENTE-BUSCADO TO rel-relacionado
           MOVE 'N' TO RELACION-EXISTENTE
           MOVE SPACES TO IMAGEN-ANTERIOR
           READ relaciones
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EXISTE-RELACION TO TRUE
                   MOVE registro-relacion TO IMAGEN-ANTERIOR
           END-READ
           MOVE REGISTRO-GUARDADO TO registro-relacion
           MOVE RELACIONADO-BUSCADO TO rel-cliente
           MOVE CLIENTE-BUSCADO TO rel-relacionado
           PERFORM GRABAR-RELACION.

       MOSTRAR-RELACION.
           DISPLAY 'CLIENTE    : ' rel-cliente
           DISPLAY 'TIPO       : ' rel-tipo
               ' (COTI=COTITULAR GARA=GARANTE TUTO=TUTOR)'
           DISPLAY 'RELACIONADO: ' rel-relacionado
           IF rel-prestamo NOT = ZEROS
               DISPLAY 'PRESTAMO   : ' rel-prestamo
           END-IF
           DISPLAY 'RIGE DESDE : ' rel-desde
           IF rel-hasta NOT = ZEROS
               DISPLAY 'HASTA      : ' rel-hasta
           END-IF
           IF rel-observacion NOT = SPACES
               DISPLAY 'OBSERVACION: ' rel-observacion
           END-IF.

      * La baja deja la fecha hasta la que rigio el vinculo (ENTER
      * = fecha de proceso), nunca anterior a su desde.
       BAJA-RELACION.
           PERFORM PEDIR-CLIENTE
           PERFORM PEDIR-TIPO
           DISPLAY 'CLIENTE RELACIONADO (ID): '
           ACCEPT RELACIONADO-BUSCADO
           MOVE ZEROS TO PRESTAMO-BUSCADO
           IF TIPO-GARANTE
               DISPLAY 'PRESTAMO GARANTIZADO (NUMERO): '
               ACCEPT PRESTAMO-BUSCADO
           END-IF
           PERFORM LEER-RELACION
           EVALUATE TRUE
               WHEN NOT EXISTE-RELACION
                   DISPLAY 'NO EXISTE ESE VINCULO.'
               WHEN rel-hasta NOT = ZEROS
                   DISPLAY 'EL VINCULO YA ESTA DADO DE BAJA DESDE EL '
                       rel-hasta '.'
               WHEN OTHER
                   PERFORM CERRAR-RELACION
           END-EVALUATE.

       CERRAR-RELACION.
           PERFORM MOSTRAR-RELACION
           MOVE ZEROS TO FECHA-HASTA
           PERFORM UNTIL FECHA-HASTA NOT = ZEROS
               DISPLAY 'RIGE HASTA (AAAAMMDD, ENTER=' FECHA-PROCESO
                   '): '
               MOVE SPACES TO ENTRADA-TEXTO
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO = SPACES
                   MOVE FECHA-PROCESO TO l-val-fecha
                   MOVE 0 TO l-val-status
               ELSE
                   IF ENTRADA-TEXTO(1:8) NOT NUMERIC
                       MOVE 1 TO l-val-status
                   ELSE
                       MOVE ENTRADA-TEXTO(1:8) TO l-val-fecha
                       CALL 'VALFECHA' USING l-val-fecha,
                           l-val-status, l-val-motivo
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN l-val-status NOT = 0
                       DISPLAY 'FECHA INVALIDA.'
                   WHEN l-val-fecha < rel-desde
                       DISPLAY 'LA BAJA NO PUEDE SER ANTERIOR AL '
                           'ALTA DEL VINCULO (' rel-desde ').'
                   WHEN OTHER
                       MOVE l-val-fecha TO FECHA-HASTA
               END-EVALUATE
           END-PERFORM
           IF TIPO-TUTOR
               DISPLAY 'AVISO: SI EL CLIENTE SIGUE SIENDO MENOR, '
                   'CARGUE SU NUEVO TUTOR.'
           END-IF
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA BAJA (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               PERFORM REGRABAR-BAJA
               IF fs-relaciones = '00' AND TIPO-COTITULAR
                   MOVE RELACIONADO-BUSCADO TO rel-cliente
                   MOVE CLIENTE-BUSCADO TO rel-relacionado
                   READ relaciones
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF rel-hasta = ZEROS
                               PERFORM REGRABAR-BAJA
                           END-IF
                   END-READ
               END-IF
               IF fs-relaciones = '00'
                   DISPLAY 'VINCULO DADO DE BAJA.'
               END-IF
           ELSE
               DISPLAY 'BAJA CANCELADA, NO SE GRABO NADA.'
           END-IF.

       REGRABAR-BAJA.
           MOVE SPACES TO IMAGEN-ANTERIOR
           MOVE registro-relacion TO IMAGEN-ANTERIOR
           MOVE FECHA-HASTA TO rel-hasta
           REWRITE registro-relacion
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR EL VINCULO, STATUS='
                       fs-relaciones
           END-REWRITE
           IF fs-relaciones = '00'
               MOVE 'MODIF' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA
           END-IF.

      * Los vinculos propios del cliente salen por su clave; los
      * que lo tienen como garante o tutor de otro cliente, con una
      * pasada por el archivo entero (el cotitular ya salio por su
      * propio registro espejo).
       CONSULTAR-RELACIONES.
           DISPLAY 'CLIENTE (ID): '
           ACCEPT CLIENTE-BUSCADO
           MOVE ZERO TO RELACIONES-LISTADAS
           MOVE 'N' TO FIN-RELACIONES
           MOVE CLIENTE-BUSCADO TO rel-cliente
           MOVE LOW-VALUES TO rel-tipo
           MOVE ZEROS TO rel-relacionado
           MOVE ZEROS TO rel-prestamo
           START relaciones KEY IS NOT LESS THAN rel-clave
               INVALID KEY
                   SET NO-HAY-MAS-RELACIONES TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-RELACIONES
               READ relaciones NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-RELACIONES TO TRUE
                   NOT AT END
                       IF rel-cliente NOT = CLIENTE-BUSCADO
                           SET NO-HAY-MAS-RELACIONES TO TRUE
                       ELSE
                           MOVE rel-relacionado TO cliente-id-fd
                           PERFORM LISTAR-UNA-RELACION
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO FIN-RELACIONES
           MOVE LOW-VALUES TO rel-clave
           START relaciones KEY IS NOT LESS THAN rel-clave
               INVALID KEY
                   SET NO-HAY-MAS-RELACIONES TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-RELACIONES
               READ relaciones NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-RELACIONES TO TRUE
                   NOT AT END
                       IF rel-relacionado = CLIENTE-BUSCADO
                           AND NOT RELACION-COTITULAR
                           MOVE rel-cliente TO cliente-id-fd
                           PERFORM LISTAR-UNA-RELACION
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY 'VINCULOS DEL CLIENTE: ' RELACIONES-LISTADAS.

      * Una linea por vinculo, con el nombre del otro cliente
      * (cliente-id-fd) y si rige a la fecha de proceso.
       LISTAR-UNA-RELACION.
           ADD 1 TO RELACIONES-LISTADAS
           MOVE SPACES TO NOMBRE-RELACIONADO
           READ clientes
               INVALID KEY
                   MOVE '(NO ESTA EN EL MAESTRO)'
                       TO NOMBRE-RELACIONADO
               NOT INVALID KEY
                   STRING nombre-fd ' ' apellido-fd
                       DELIMITED BY SIZE INTO NOMBRE-RELACIONADO
           END-READ
           IF rel-desde <= FECHA-PROCESO
               AND (rel-hasta = ZEROS OR rel-hasta > FECHA-PROCESO)
               MOVE 'VIGENTE' TO LEYENDA-VIGENCIA
           ELSE
               MOVE 'NO RIGE' TO LEYENDA-VIGENCIA
           END-IF
           EVALUATE TRUE
               WHEN rel-cliente NOT = CLIENTE-BUSCADO
                       AND RELACION-GARANTE
                   DISPLAY 'ES GARANTE DE ' cliente-id-fd ' '
                       NOMBRE-RELACIONADO ' PRESTAMO ' rel-prestamo
               WHEN rel-cliente NOT = CLIENTE-BUSCADO
                   DISPLAY 'ES TUTOR DE   ' cliente-id-fd ' '
                       NOMBRE-RELACIONADO
               WHEN RELACION-GARANTE
                   DISPLAY 'GARANTE       ' cliente-id-fd ' '
                       NOMBRE-RELACIONADO ' PRESTAMO ' rel-prestamo
               WHEN RELACION-TUTOR
                   DISPLAY 'TUTOR         ' cliente-id-fd ' '
                       NOMBRE-RELACIONADO
               WHEN OTHER
                   DISPLAY 'COTITULAR     ' cliente-id-fd ' '
                       NOMBRE-RELACIONADO
           END-EVALUATE
           DISPLAY '              DESDE ' rel-desde ' HASTA '
               rel-hasta ' ' LEYENDA-VIGENCIA.

       ANOTAR-BITACORA.
           MOVE 'MANT-RELACIO' TO l-jrn-programa
           MOVE 'RELACIONES' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-relacion TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-RELACIO' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-RELACION' TO l-sel-programa
           MOVE 'RELACIONES.DAT' TO l-sel-archivo
           MOVE version-relaciones TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
