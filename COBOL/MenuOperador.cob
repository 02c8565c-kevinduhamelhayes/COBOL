       DATA DIVISION.
       FILE SECTION.
       FD  archivo-operadores.
           COPY OPERADOR.
       FD  archivo-novedades.
           COPY NOVEDAD.

       WORKING-STORAGE SECTION.
           COPY NIVPARM.
           COPY VENPARM.
       01  fs-operadores      PIC XX VALUE '00'.
       01  fin-operadores     PIC X VALUE 'N'.
           88  no-hay-mas-operadores VALUE 'S'.
               10  FILLER PIC X(2) VALUE '32'.
               10  FILLER PIC X(18) VALUE './REARMAINDICE'.
               10  FILLER PIC X(34) VALUE 'REARMAR INDICE DE TEXTO'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '33'.
               10  FILLER PIC X(18) VALUE './MANTPLAZO'.
               10  FILLER PIC X(34) VALUE 'PLAZOS FIJOS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '34'.
               10  FILLER PIC X(18) VALUE './MANTPAGO'.
               10  FILLER PIC X(34) VALUE 'PAGOS A OTROS BANCOS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '35'.
               10  FILLER PIC X(18) VALUE './APRUEBAPAGO'.
               10  FILLER PIC X(34)
                   VALUE 'LIBERAR PAGOS A OTROS BANCOS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '36'.
               10  FILLER PIC X(18) VALUE './ARQUEOCAJA'.
               10  FILLER PIC X(34) VALUE 'ARQUEO DE CAJA'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '37'.
               10  FILLER PIC X(18) VALUE './ATIENDECASO'.
               10  FILLER PIC X(34)
                   VALUE 'CASOS DE CUMPLIMIENTO'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '38'.
               10  FILLER PIC X(18) VALUE './ATIENDECRIBA'.
               10  FILLER PIC X(34)
                   VALUE 'REVISION LISTA DE VIGILANCIA'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '39'.
               10  FILLER PIC X(18) VALUE './MANTDOCUMENTO'.
               10  FILLER PIC X(34)
                   VALUE 'DOCUMENTOS DE IDENTIDAD'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '40'.
               10  FILLER PIC X(18) VALUE './RENTABCLI'.
               10  FILLER PIC X(34)
                   VALUE 'RENTABILIDAD POR CLIENTE'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '41'.
               10  FILLER PIC X(18) VALUE './MANTPRESUP'.
               10  FILLER PIC X(34) VALUE 'PRESUPUESTO CONTABLE'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '42'.
               10  FILLER PIC X(18) VALUE './PRESUPREAL'.
               10  FILLER PIC X(34)
                   VALUE 'PRESUPUESTO CONTRA REAL'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '43'.
               10  FILLER PIC X(18) VALUE './BALANCEGL'.
               10  FILLER PIC X(34)
                   VALUE 'BALANCE DE SUMAS Y SALDOS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '44'.
               10  FILLER PIC X(18) VALUE './RETENIDOS'.
               10  FILLER PIC X(34)
                   VALUE 'LISTADO DE CORREO RETENIDO'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '45'.
               10  FILLER PIC X(18) VALUE './CONSULTACONT'.
               10  FILLER PIC X(34)
                   VALUE 'HISTORIAL DE CONTACTOS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '46'.
               10  FILLER PIC X(18) VALUE './DISPUTAS'.
               10  FILLER PIC X(34) VALUE 'RECLAMOS DE CLIENTES'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '47'.
               10  FILLER PIC X(18) VALUE './MANTPERIODO'.
               10  FILLER PIC X(34)
                   VALUE 'CIERRE DE PERIODOS CONTABLES'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '48'.
               10  FILLER PIC X(18) VALUE './MANTOPERADOR'.
               10  FILLER PIC X(34)
                   VALUE 'MAESTRO DE OPERADORES'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '49'.
               10  FILLER PIC X(18) VALUE './COPIAENSAYO'.
               10  FILLER PIC X(34)
                   VALUE 'COPIA DISFRAZADA PARA ENSAYO'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '50'.
               10  FILLER PIC X(18) VALUE './CALIDADCLI'.
               10  FILLER PIC X(34)
                   VALUE 'CALIDAD DE DATOS DE CLIENTES'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '51'.
               10  FILLER PIC X(18) VALUE './CIERRECTA'.
               10  FILLER PIC X(34) VALUE 'CIERRE DE CUENTA'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '52'.
               10  FILLER PIC X(18) VALUE './MANTMANDATO'.
               10  FILLER PIC X(34)
                   VALUE 'MANDATOS DE DEBITO DIRECTO'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '53'.
               10  FILLER PIC X(18) VALUE './MANTHABER'.
               10  FILLER PIC X(34) VALUE 'CONVENIOS DE HABERES'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '54'.
               10  FILLER PIC X(18) VALUE './CONFIRMAS'.
               10  FILLER PIC X(34)
                   VALUE 'CONFIRMACION DE SALDOS (AUDITORIA)'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '55'.
               10  FILLER PIC X(18) VALUE './ATIENDECONF'.
               10  FILLER PIC X(34)
                   VALUE 'RESPUESTAS DE CONFIRMACION'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '56'.
               10  FILLER PIC X(18) VALUE './SIMTASAS'.
               10  FILLER PIC X(34)
                   VALUE 'SIMULACION DE CAMBIO DE TASAS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '57'.
               10  FILLER PIC X(18) VALUE './MANTPROMESA'.
               10  FILLER PIC X(34) VALUE 'PROMESAS DE PAGO'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '58'.
               10  FILLER PIC X(18) VALUE './PROPCAST'.
               10  FILLER PIC X(34) VALUE 'PROPONER CASTIGOS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '59'.
               10  FILLER PIC X(18) VALUE './APRUEBACAST'.
               10  FILLER PIC X(34) VALUE 'APROBAR CASTIGOS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '60'.
               10  FILLER PIC X(18) VALUE './RECUPEROS'.
               10  FILLER PIC X(34)
                   VALUE 'RECUPEROS DE CASTIGADOS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '61'.
               10  FILLER PIC X(18) VALUE './MANTRELACION'.
               10  FILLER PIC X(34)
                   VALUE 'RELACIONES ENTRE CLIENTES'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '62'.
               10  FILLER PIC X(18) VALUE './MANTPARAM'.
               10  FILLER PIC X(34)
                   VALUE 'PARAMETROS DEL NEGOCIO'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '63'.
               10  FILLER PIC X(18) VALUE './MANTPLAN'.
               10  FILLER PIC X(34)
                   VALUE 'PLAN DE LA NOCHE Y MANIFIESTO'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '64'.
               10  FILLER PIC X(18) VALUE './MANTFERIADO'.
               10  FILLER PIC X(34)
                   VALUE 'CALENDARIO DE FERIADOS'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '65'.
               10  FILLER PIC X(18) VALUE './EXTRAEMAE'.
               10  FILLER PIC X(34)
                   VALUE 'EXTRACCION DEL MAESTRO A PEDIDO'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '66'.
               10  FILLER PIC X(18) VALUE './DATOSCLI'.
               10  FILLER PIC X(34)
                   VALUE 'DATOS COMPLETOS DE UN CLIENTE'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '67'.
               10  FILLER PIC X(18) VALUE './TRASPASO'.
               10  FILLER PIC X(34) VALUE 'TRASPASO DE CARTERA'.
           05  FILLER.
               10  FILLER PIC X(2) VALUE '68'.
               10  FILLER PIC X(18) VALUE './CERTSALDO'.
               10  FILLER PIC X(34)
                   VALUE 'CERTIFICADOS SALDO / LIBRE DEUDA'.
       01  tabla-funciones-r REDEFINES tabla-funciones.
           05  funcion OCCURS 68 TIMES.
               10  fun-codigo      PIC X(2).
               10  fun-comando     PIC X(18).
               10  fun-descripcion PIC X(34).
       01  funciones-definidas PIC 9(2) VALUE 68.

      * Nivel de autorizacion que exige cada opcion del menu, en el
      * mismo orden de la tabla de funciones: 1 = operador, 2 =
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 1.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 2.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 3.
           05  FILLER PIC 9 VALUE 1.
       01  tabla-niveles-r REDEFINES tabla-niveles.
           05  fun-nivel PIC 9 OCCURS 68 TIMES.
      * Que hace cada opcion con los archivos que toca la cadena
      * nocturna, en el mismo orden de la tabla de funciones: A =
      * solo actualiza (no se despacha mientras la ventana batch
      * este abierta), M = mantenimiento con consulta (se despacha
      * igual y el programa queda en solo consulta), blanco = no
      * actualiza nada de la cadena. Cada programa controla ademas
      * la ventana por su cuenta con VENTANA, por si alguien lo
      * lanza por fuera del menu.
       01  tabla-actualiza.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE 'M'.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE ' '.
           05  FILLER PIC X VALUE 'A'.
           05  FILLER PIC X VALUE ' '.
       01  tabla-actualiza-r REDEFINES tabla-actualiza.
           05  fun-actualiza PIC X OCCURS 68 TIMES.
               88  FUN-SOLO-ACTUALIZA VALUE 'A'.
               88  FUN-CON-CONSULTA   VALUE 'M'.
       01  actualiza-elegida  PIC X VALUE SPACE.
           88  ELEGIDA-SOLO-ACTUALIZA VALUE 'A'.
           88  ELEGIDA-ACTUALIZA      VALUE 'A' 'M'.
       01  respuesta-forzar   PIC X VALUE 'N'.
           88  FORZAR-CONFIRMADO VALUE 'S' 's'.
       01  nivel-firmado      PIC 9 VALUE ZERO.
       01  nivel-requerido    PIC 9.
       01  operador-inhabilitado PIC X VALUE 'N'.
       01  fs-novedades       PIC XX VALUE '00'.
       01  fin-novedades      PIC X VALUE 'N'.
           88  no-hay-mas-novedades VALUE 'S'.
       MOSTRAR-MENU.
           DISPLAY ' '
           DISPLAY '--- MENU DEL OPERADOR ---'
           PERFORM CONSULTAR-VENTANA
           IF l-ven-status = 1
               DISPLAY '*** ' l-ven-mensaje
           END-IF
      * Con la ventana abierta las opciones que actualizan salen
      * marcadas: las A no se despachan, las M corren en consulta.
           PERFORM VARYING idx-funcion FROM 1 BY 1
                   UNTIL idx-funcion > funciones-definidas
               EVALUATE TRUE
                   WHEN l-ven-status NOT = 1
                       DISPLAY fun-codigo(idx-funcion) ' '
                           fun-descripcion(idx-funcion)
                   WHEN FUN-SOLO-ACTUALIZA(idx-funcion)
                       DISPLAY fun-codigo(idx-funcion) ' '
                           fun-descripcion(idx-funcion)
                           ' (NO DISPONIBLE: VENTANA BATCH)'
                   WHEN FUN-CON-CONSULTA(idx-funcion)
                       DISPLAY fun-codigo(idx-funcion) ' '
                           fun-descripcion(idx-funcion)
                           ' (SOLO CONSULTA)'
                   WHEN OTHER
                       DISPLAY fun-codigo(idx-funcion) ' '
                           fun-descripcion(idx-funcion)
               END-EVALUATE
           END-PERFORM
           DISPLAY '0  SALIR'
           DISPLAY 'Elija una funcion: '.
                   SET FUNCION-OK TO TRUE
                   MOVE fun-comando(idx-funcion) TO ws-comando
                   MOVE fun-nivel(idx-funcion) TO nivel-requerido
                   MOVE fun-actualiza(idx-funcion)
                       TO actualiza-elegida
               END-IF
           END-PERFORM
      * La puerta de entrada controla el nivel: una opcion que
                   nivel-firmado '.'
               MOVE 'N' TO funcion-hallada
           END-IF
           MOVE 'N' TO respuesta-forzar
           IF FUNCION-OK AND ELEGIDA-ACTUALIZA
               PERFORM CONTROLAR-VENTANA
           END-IF
           IF FUNCION-OK
               PERFORM ANTEPONER-OPERADOR
               CALL 'SYSTEM' USING ws-comando
               PERFORM VALIDAR-OPERADOR
               IF NOT FIRMA-OK
                   ADD 1 TO intentos-firma
                   IF operador-inhabilitado = 'S'
                       DISPLAY 'MENU: operador suspendido o fuera '
                           'de vigencia: ' operador-firmado
                   ELSE
                       DISPLAY 'MENU: operador no registrado: '
                           operador-firmado
                   END-IF
                   IF intentos-firma >= 3
                       DISPLAY 'MENU: tres intentos fallidos, '
                           'sesion cancelada.'
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-operadores
      * Registrado no basta: un ID suspendido o fuera de su vigencia
      * no firma. La regla vive en NIVELOPER, que la aplica tambien a
      * los binarios lanzados por fuera del menu.
           MOVE 'N' TO operador-inhabilitado
           IF FIRMA-OK
               MOVE operador-firmado TO l-niv-operador
               MOVE 1 TO l-niv-requerido
               CALL 'NIVELOPER' USING l-niv-operador,
                   l-niv-requerido, l-niv-status
               IF l-niv-status = 4 OR l-niv-status = 5
                   MOVE 'S' TO operador-inhabilitado
                   MOVE 'N' TO operador-valido
               END-IF
           END-IF.

      * El pase de turno en la cara: las novedades abiertas del
      * libro salen solas en cada firma de sesion, hasta que
       ANTEPONER-OPERADOR.
           MOVE ws-comando TO ws-comando-base
           MOVE SPACES TO ws-comando
           IF FORZAR-CONFIRMADO
               STRING 'env OPERADOR-ID=' operador-firmado
                   ' FORZAR-VENTANA=S ' ws-comando-base
                   DELIMITED BY SIZE INTO ws-comando
           ELSE
               STRING 'env OPERADOR-ID=' operador-firmado
                   ' ' ws-comando-base
                   DELIMITED BY SIZE INTO ws-comando
           END-IF.

       CONSULTAR-VENTANA.
           MOVE 'MENU-OPERADOR' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje.

      * Mientras la cadena nocturna corre (o la ventana horaria del
      * batch esta abierta) una opcion que actualiza no se despacha
      * tal cual. Un supervisor puede forzarla: el programa recibe
      * FORZAR-VENTANA=S y VENTANA anota el forzado en VENTANA.LOG.
      * Las opciones M sin forzar corren igual, en solo consulta.
       CONTROLAR-VENTANA.
           PERFORM CONSULTAR-VENTANA
           IF l-ven-status = 1
               DISPLAY 'MENU: ' l-ven-mensaje
               IF nivel-firmado >= 3
                   DISPLAY 'Forzar la ventana batch para la opcion '
                       opcion ' (S/N)? '
                   ACCEPT respuesta-forzar
               END-IF
               IF NOT FORZAR-CONFIRMADO
                   AND ELEGIDA-SOLO-ACTUALIZA
                   DISPLAY 'MENU: la opcion ' opcion
                       ' actualiza; no disponible hasta que '
                       'cierre la ventana batch.'
                   MOVE 'N' TO funcion-hallada
               END-IF
           END-IF.
