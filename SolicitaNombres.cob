               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT documentos ASSIGN TO 'DOCUMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS doc-clave
               FILE STATUS IS fs-documentos.
           SELECT archivo-retirados ASSIGN TO 'RETIRADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-retirados.
           SELECT relaciones ASSIGN TO 'RELACIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rel-clave
               FILE STATUS IS fs-relaciones.

       DATA DIVISION.
       FILE SECTION.
       01  registro-siguiente-id PIC 9(6).
       FD  domicilios.
           COPY DOMICILIO.
       FD  documentos.
           COPY DOCUMENTO.
      * IDs quemados por la fusion de duplicados: un numero
      * retirado no vuelve a nacer con otra historia.
       FD  archivo-retirados.
       01  registro-retirado.
           05  ret-id          PIC 9(6).
           05  FILLER          PIC X(16).
       FD  relaciones.
           COPY RELACION.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
      * NOMBRE y EDAD vienen del layout de persona compartido con
      * RecordsRedefines.cob; APELLIDO es propio de este alta de
      * cliente y no forma parte del layout comun.
       01 fs-siguiente-id PIC XX VALUE '00'.
       01 fs-domicilios PIC XX VALUE '00'.
       01 fs-retirados PIC XX VALUE '00'.
       01 fs-documentos PIC XX VALUE '00'.
       01 DOCUMENTO-CARGADO PIC X VALUE 'N'.
           88 HAY-DOCUMENTO VALUE 'S'.
       01 FIN-CAPTURA-DOC PIC X VALUE 'N'.
           88 CAPTURA-DOC-TERMINADA VALUE 'S'.
       01 TIPO-DOC PIC X(3).
           88 TIPO-DOC-VALIDO VALUE 'DNI' 'PAS' 'CI ' 'LE ' 'LC '.
       01 FECHA-DOC-TEXTO PIC X(10).
       01 FECHA-DOC-VALIDA PIC X VALUE 'N'.
           88 FECHA-DOC-OK VALUE 'S'.
       01 FIN-RETIRADOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-RETIRADOS VALUE 'S'.
       01 ID-RETIRADO PIC X VALUE 'N'.
           88 ES-DUPLICADO VALUE 'S'.
       01 FIN-CLIENTES PIC X VALUE 'N'.
           88 NO-HAY-MAS-CLIENTES VALUE 'S'.
       01 CRIBA-RESULTADO PIC X VALUE 'N'.
           88 COINCIDE-CON-LISTA VALUE 'S'.
       01 fs-relaciones PIC XX VALUE '00'.
       01 TUTOR-ID PIC 9(6) VALUE ZEROS.
       01 TUTOR-CARGADO PIC X VALUE 'N'.
           88 HAY-TUTOR VALUE 'S'.
       01 FIN-CAPTURA-TUTOR PIC X VALUE 'N'.
           88 CAPTURA-TUTOR-TERMINADA VALUE 'S'.
       01 OPERADOR-ALTA PIC X(8) VALUE SPACES.
           COPY CRIPARM.
           COPY VENPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) el alta no arranca. Un supervisor puede forzarla
      * con FORZAR-VENTANA=S.
           MOVE "PIDE-NOMBRE" TO l-ven-programa.
           CALL "VENTANA" USING l-ven-programa, l-ven-status,
               l-ven-mensaje.
           IF l-ven-status NOT = 0
               DISPLAY l-ven-mensaje
           END-IF.
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SOLICI-NOMBRE THROUGH SOLICI-APELLIDO.
           PERFORM SOLICI-EDAD.
           PERFORM VERIFICAR-DUPLICADO.
               DISPLAY "YA EXISTE UN CLIENTE CON ESE NOMBRE Y APELLIDO."
               DISPLAY "NO SE AGREGA EL REGISTRO."
           ELSE
               PERFORM CRIBAR-NOMBRE
               PERFORM CAPTURAR-DOCUMENTO
               IF HAY-DOCUMENTO AND EDAD < 18
                   PERFORM CAPTURAR-TUTOR
               END-IF
               EVALUATE TRUE
                   WHEN NOT HAY-DOCUMENTO
                       DISPLAY "SIN UN DOCUMENTO DE IDENTIDAD "
                           "VIGENTE NO SE COMPLETA EL ALTA."
                       DISPLAY "NO SE AGREGA EL REGISTRO."
                   WHEN EDAD < 18 AND NOT HAY-TUTOR
                       CLOSE documentos
                       DISPLAY "UN MENOR DE EDAD NO SE DA DE ALTA "
                           "SIN UN TUTOR."
                       DISPLAY "NO SE AGREGA EL REGISTRO."
                   WHEN OTHER
                       PERFORM OBTENER-SIGUIENTE-ID
                       PERFORM GRABAR-CLIENTE
                       PERFORM GRABAR-DOCUMENTO
                       IF HAY-TUTOR
                           PERFORM GRABAR-TUTOR
                       END-IF
                       IF COINCIDE-CON-LISTA
                           PERFORM REGISTRAR-REVISION-LISTA
                       END-IF
                       PERFORM CAPTURAR-DOMICILIO
                       DISPLAY "SU NOMBRE ES:" NOMBRE
                           "SU APELLIDO ES: " APELLIDO
                           "SU EDAD ES: " EDAD
               END-EVALUATE
           END-IF.
           STOP RUN.

      * La regulacion exige un documento de identidad vigente por
      * cliente: el alta no se completa sin uno. Se pide antes de
      * tomar el ID, asi un alta abandonada no quema numero; tipo
      * en blanco abandona. El resto de los documentos se carga
      * despues por MANT-DOCUMENTO.
       CAPTURAR-DOCUMENTO.
           MOVE 'N' TO DOCUMENTO-CARGADO
           MOVE 'N' TO FIN-CAPTURA-DOC
           OPEN I-O documentos
           IF fs-documentos = '35'
               OPEN OUTPUT documentos
               CLOSE documentos
               OPEN I-O documentos
           END-IF
           IF fs-documentos NOT = '00'
               DISPLAY "NO SE PUDO ABRIR DOCUMENTOS.DAT, STATUS="
                   fs-documentos
               SET CAPTURA-DOC-TERMINADA TO TRUE
           END-IF
           PERFORM UNTIL CAPTURA-DOC-TERMINADA
               MOVE SPACES TO TIPO-DOC
               DISPLAY "TIPO DE DOCUMENTO (DNI PAS CI LE LC, "
                   "ENTER ABANDONA EL ALTA): "
               ACCEPT TIPO-DOC
               IF TIPO-DOC = SPACES
                   SET CAPTURA-DOC-TERMINADA TO TRUE
               ELSE
                   IF NOT TIPO-DOC-VALIDO
                       DISPLAY "TIPO NO RECONOCIDO: " TIPO-DOC
                   ELSE
                       PERFORM PEDIR-DATOS-DOCUMENTO
                   END-IF
               END-IF
           END-PERFORM
           IF NOT HAY-DOCUMENTO AND fs-documentos = '00'
               CLOSE documentos
           END-IF.

       PEDIR-DATOS-DOCUMENTO.
           MOVE SPACES TO registro-documento
           MOVE TIPO-DOC TO doc-tipo
           PERFORM UNTIL doc-numero NOT = SPACES
               DISPLAY "NUMERO DE DOCUMENTO: "
               ACCEPT doc-numero
           END-PERFORM
           PERFORM UNTIL doc-pais NOT = SPACES
               DISPLAY "PAIS EMISOR (3 LETRAS): "
               ACCEPT doc-pais
           END-PERFORM
           DISPLAY "FECHA DE EMISION (AAAAMMDD): "
           PERFORM LEER-FECHA-DOC
           IF FECHA-DOC-OK AND l-val-fecha > HOY
               DISPLAY "LA EMISION NO PUEDE SER FUTURA."
               MOVE 'N' TO FECHA-DOC-VALIDA
           END-IF
           IF FECHA-DOC-OK
               MOVE l-val-fecha TO doc-emision
               DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD): "
               PERFORM LEER-FECHA-DOC
               IF FECHA-DOC-OK AND l-val-fecha < HOY
                   DISPLAY "EL DOCUMENTO ESTA VENCIDO, EL ALTA "
                       "NECESITA UNO VIGENTE."
                   MOVE 'N' TO FECHA-DOC-VALIDA
               END-IF
               IF FECHA-DOC-OK AND l-val-fecha NOT > doc-emision
                   DISPLAY "EL VENCIMIENTO DEBE SER POSTERIOR A LA "
                       "EMISION."
                   MOVE 'N' TO FECHA-DOC-VALIDA
               END-IF
           END-IF
           IF FECHA-DOC-OK
               MOVE l-val-fecha TO doc-vencimiento
               SET HAY-DOCUMENTO TO TRUE
               SET CAPTURA-DOC-TERMINADA TO TRUE
           ELSE
               DISPLAY "DOCUMENTO NO ACEPTADO, VUELVA A CARGARLO."
           END-IF.

       LEER-FECHA-DOC.
           MOVE 'N' TO FECHA-DOC-VALIDA
           MOVE SPACES TO FECHA-DOC-TEXTO
           ACCEPT FECHA-DOC-TEXTO
           IF FECHA-DOC-TEXTO(1:8) NOT NUMERIC
               DISPLAY "LA FECHA DEBE SER NUMERICA."
           ELSE
               MOVE FECHA-DOC-TEXTO(1:8) TO l-val-fecha
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
               IF l-val-status NOT = 0
                   DISPLAY "FECHA INVALIDA."
               ELSE
                   MOVE 'S' TO FECHA-DOC-VALIDA
               END-IF
           END-IF.

      * Un menor de edad no se da de alta sin un tutor: otro
      * cliente ya registrado y mayor de edad. Como el documento,
      * se pide antes de tomar el ID; ID en blanco o cero abandona.
      * Los cambios posteriores de tutor van por MANT-RELACION.
       CAPTURAR-TUTOR.
           MOVE 'N' TO TUTOR-CARGADO
           MOVE 'N' TO FIN-CAPTURA-TUTOR
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY "NO HAY CLIENTES REGISTRADOS QUE PUEDAN SER "
                   "TUTORES."
               SET CAPTURA-TUTOR-TERMINADA TO TRUE
           END-IF
           PERFORM UNTIL CAPTURA-TUTOR-TERMINADA
               MOVE ZEROS TO TUTOR-ID
               DISPLAY "EL CLIENTE ES MENOR DE EDAD. ID DEL TUTOR "
                   "(ENTER ABANDONA EL ALTA): "
               ACCEPT TUTOR-ID
               IF TUTOR-ID = ZEROS
                   SET CAPTURA-TUTOR-TERMINADA TO TRUE
               ELSE
                   MOVE TUTOR-ID TO cliente-id-fd
                   READ clientes
                       INVALID KEY
                           DISPLAY "NO EXISTE ESE CLIENTE."
                       NOT INVALID KEY
                           IF edad-fd NOT NUMERIC OR edad-fd < 18
                               DISPLAY "EL TUTOR TIENE QUE SER "
                                   "MAYOR DE EDAD."
                           ELSE
                               DISPLAY "TUTOR: " nombre-fd " "
                                   apellido-fd
                               SET HAY-TUTOR TO TRUE
                               SET CAPTURA-TUTOR-TERMINADA TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           IF fs-clientes = '00'
               CLOSE clientes
           END-IF.

      * El vinculo con el tutor rige desde el alta, sin fecha de
      * baja, a nombre del operador de la sesion.
       GRABAR-TUTOR.
           ACCEPT OPERADOR-ALTA FROM ENVIRONMENT 'OPERADOR-ID'
           IF OPERADOR-ALTA = SPACES
               MOVE 'NOSIGN' TO OPERADOR-ALTA
           END-IF
           OPEN I-O relaciones
           IF fs-relaciones = '35'
               OPEN OUTPUT relaciones
               CLOSE relaciones
               OPEN I-O relaciones
           END-IF
           IF fs-relaciones NOT = '00'
               DISPLAY "NO SE PUDO ABRIR RELACIONES.DAT, STATUS="
                   fs-relaciones
               DISPLAY "CARGUE EL TUTOR POR MANT-RELACION."
           ELSE
               MOVE SPACES TO registro-relacion
               MOVE CLIENTE-ID TO rel-cliente
               MOVE 'TUTO' TO rel-tipo
               MOVE TUTOR-ID TO rel-relacionado
               MOVE ZEROS TO rel-prestamo
               MOVE HOY TO rel-desde
               MOVE ZEROS TO rel-hasta
               MOVE OPERADOR-ALTA TO rel-operador
               MOVE HOY TO rel-fecha-alta
               MOVE ZEROS TO rel-aviso-mora
               WRITE registro-relacion
                   INVALID KEY
                       DISPLAY "ERROR AL GRABAR EL TUTOR, STATUS="
                           fs-relaciones
               END-WRITE
               CLOSE relaciones
           END-IF.

       GRABAR-DOCUMENTO.
           MOVE CLIENTE-ID TO doc-cliente
           WRITE registro-documento
               INVALID KEY
                   DISPLAY "ERROR AL GRABAR EL DOCUMENTO, STATUS="
                       fs-documentos
           END-WRITE
           CLOSE documentos.

      * El domicilio se ofrece en el mismo alta, para que las
      * cartas y extractos del cliente nuevo salgan con direccion
      * desde el primer dia; se puede saltear y cargarlo despues
           IF fs-clientes = '35'
               OPEN OUTPUT clientes
               CLOSE clientes
               MOVE 'CLIENTES.DAT' TO l-sel-archivo
               MOVE version-clientes TO l-sel-version
               PERFORM ESTAMPAR-LAYOUT
               OPEN I-O clientes
           END-IF
           MOVE SPACES TO registro-cliente
           MOVE ZEROS TO cliente-ult-corte
           MOVE ZEROS TO cliente-ult-extracto
           MOVE 'A' TO cliente-estado
      * Un nombre que coincide con la lista de vigilancia nace
      * bloqueado: el posteo no le mueve dinero hasta que un
      * supervisor resuelva la revision.
           IF COINCIDE-CON-LISTA
               MOVE 'B' TO cliente-estado
           END-IF
           MOVE ZEROS TO cliente-ult-mov
           WRITE registro-cliente
           CLOSE clientes.

      * Antes de agregar al cliente, el nombre pasa por la criba de
      * la lista de vigilancia (CRIBANOM). Sin lista cargada el alta
      * sigue, con el aviso.
       CRIBAR-NOMBRE.
           MOVE 'N' TO CRIBA-RESULTADO
           MOVE 'C' TO l-cri-accion
           MOVE NOMBRE TO l-cri-nombre
           MOVE APELLIDO TO l-cri-apellido
           CALL 'CRIBANOM' USING l-cri-accion, l-cri-nombre,
               l-cri-apellido, l-cri-cliente, l-cri-origen,
               l-cri-estado-previo, l-cri-codigo-lista,
               l-cri-nombre-lista, l-cri-status
           EVALUATE l-cri-status
               WHEN 1
                   SET COINCIDE-CON-LISTA TO TRUE
                   DISPLAY "POSIBLE COINCIDENCIA CON LA LISTA DE "
                       "VIGILANCIA: " l-cri-codigo-lista " "
                       l-cri-nombre-lista
                   DISPLAY "EL CLIENTE SE AGREGA BLOQUEADO HASTA LA "
                       "REVISION DE UN SUPERVISOR."
               WHEN 2
                   DISPLAY "AVISO: NO HAY LISTA DE VIGILANCIA "
                       "CARGADA, EL NOMBRE NO SE CRIBO."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGISTRAR-REVISION-LISTA.
           MOVE 'R' TO l-cri-accion
           MOVE CLIENTE-ID TO l-cri-cliente
           MOVE 'A' TO l-cri-origen
           MOVE 'A' TO l-cri-estado-previo
           CALL 'CRIBANOM' USING l-cri-accion, l-cri-nombre,
               l-cri-apellido, l-cri-cliente, l-cri-origen,
               l-cri-estado-previo, l-cri-codigo-lista,
               l-cri-nombre-lista, l-cri-status
           IF l-cri-status = 9
               DISPLAY "AVISO: NO SE PUDO GRABAR LA REVISION EN "
                   "REVLISTA.DAT; AVISAR A CUMPLIMIENTO."
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'PIDE-NOMBRE' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOCUMENTOS.DAT' TO l-sel-archivo
           MOVE version-documentos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'RELACIONES.DAT' TO l-sel-archivo
           MOVE version-relaciones TO l-sel-version
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
