       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICA-SALDO.
       AUTHOR. Ejemplo.
      * Certificados de saldo y de libre deuda a pedido del cliente
      * (visa, alquiler, juzgado), que hasta ahora la sucursal
      * tipeaba como carta y firmaba alguien sin verificar nada.
      * Para un cliente y una fecha "al" el programa toma el saldo
      * de la historia de fotos nocturnas SALDOSHIST.DAT (la foto de
      * fecha mas alta que no supere la pedida, como CONSULTA-SALDO)
      * y arma el certificado con el importe en cifras y en letras
      * (MONTOLETRAS) y el bloque de direccion de DOMICILIOS.DAT.
      * El de libre deuda solo se emite si el cliente no tiene
      * prestamos vigentes ni castigados (PRESTAMOS.DAT), ni cuotas
      * vencidas sin cobrar (CUOTAS.DAT), ni reclamos abiertos o
      * resueltos a su favor esperando la correccion (DISPUTAS.DAT),
      * ni saldo deudor en la foto; si algo de eso aparece se
      * informa el motivo y no se toma numero. Prestamos y reclamos
      * no guardan historia: lo que se controla es su estado de hoy,
      * asi que un libre deuda a una fecha pasada exige ademas que
      * hoy no haya nada pendiente.
      * Los certificados salen numerados en forma correlativa
      * (NEXTCERT.DAT) al archivo imprimible CERTSALDO.OUT y quedan
      * asentados en el registro CERTSALDO.DAT con tipo, cliente,
      * fecha al, fecha de la foto, saldo, emision y operador; al
      * arrancar se controla que la numeracion no tenga huecos, como
      * en los recibos. Emitir exige nivel 2 (el certificado sale
      * con firma); la verificacion por numero, para contestar el
      * llamado de un tercero, esta abierta a cualquier operador y
      * solo lee el registro.
      * Un cliente con correo devuelto no recibe certificado: como
      * en los recibos, RETENIDO anota la retencion en CORREORET.DAT
      * y no se toma numero hasta que se cargue el domicilio nuevo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT domicilios ASSIGN TO 'DOMICILIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.
           SELECT disputas ASSIGN TO 'DISPUTAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dsp-numero
               FILE STATUS IS fs-disputas.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.
           SELECT archivo-historia ASSIGN TO 'SALDOSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-historia.
           SELECT archivo-certificados ASSIGN TO 'CERTSALDO.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-certificados.
           SELECT registro-certificados ASSIGN TO 'CERTSALDO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-registro.
           SELECT siguiente-certificado ASSIGN TO 'NEXTCERT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-siguiente.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  domicilios.
           COPY DOMICILIO.
       FD  prestamos.
           COPY PRESTAMO.
       FD  disputas.
           COPY DISPUTA.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  archivo-historia.
       01  registro-historia.
           05  his-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  his-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  his-saldo       PIC S9(9)V99.
       FD  archivo-certificados.
       01  registro-impresion PIC X(80).
      * Registro correlativo de certificados emitidos. Tipo S =
      * saldo, L = libre deuda; la fecha de la foto es la de
      * SALDOSHIST.DAT de donde salio el saldo certificado.
       FD  registro-certificados.
       01  registro-emitido.
           05  cer-numero      PIC 9(6).
           05  FILLER          PIC X.
           05  cer-tipo        PIC X.
               88  CERT-SALDO      VALUE 'S'.
               88  CERT-LIBRE-DEUDA VALUE 'L'.
           05  FILLER          PIC X.
           05  cer-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  cer-fecha-al    PIC 9(8).
           05  FILLER          PIC X.
           05  cer-fecha-foto  PIC 9(8).
           05  FILLER          PIC X.
           05  cer-saldo       PIC S9(9)V99.
           05  FILLER          PIC X.
           05  cer-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  cer-hora        PIC 9(6).
           05  FILLER          PIC X.
           05  cer-operador    PIC X(8).
       FD  siguiente-certificado.
       01  registro-siguiente PIC 9(6).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY LETPARM.
           COPY ABNPARM.
           COPY CNTPARM.
           COPY NIVPARM.
           COPY VALPARM.
           COPY RETPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-domicilios      PIC XX VALUE '00'.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-disputas        PIC XX VALUE '00'.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-historia        PIC XX VALUE '00'.
       01  fs-certificados    PIC XX VALUE '00'.
       01  fs-registro        PIC XX VALUE '00'.
       01  fs-siguiente       PIC XX VALUE '00'.
       01  fin-registro       PIC X VALUE 'N'.
           88  no-hay-mas-registro VALUE 'S'.
       01  fin-historia       PIC X VALUE 'N'.
           88  no-hay-mas-historia VALUE 'S'.
       01  fin-prestamos      PIC X VALUE 'N'.
           88  no-hay-mas-prestamos VALUE 'S'.
       01  fin-cuotas         PIC X VALUE 'N'.
           88  no-hay-mas-cuotas VALUE 'S'.
       01  fin-disputas       PIC X VALUE 'N'.
           88  no-hay-mas-disputas VALUE 'S'.
       01  fin-sesion         PIC X VALUE 'N'.
           88  SESION-TERMINADA VALUE 'S'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  nivel-operador     PIC X VALUE 'N'.
           88  PUEDE-EMITIR    VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  hora-sistema       PIC 9(8) VALUE ZERO.
       01  operacion          PIC X VALUE SPACE.
           88  OP-SALDO        VALUE 'S' 's'.
           88  OP-LIBRE-DEUDA  VALUE 'L' 'l'.
           88  OP-VERIFICAR    VALUE 'V' 'v'.
           88  OP-FIN          VALUE 'F' 'f'.
       01  tipo-pedido        PIC X VALUE SPACE.
       01  cliente-pedido     PIC 9(6).
       01  fecha-pedida       PIC 9(8).
       01  numero-pedido      PIC 9(6).
       01  cliente-hallado    PIC X VALUE 'N'.
           88  HAY-CLIENTE     VALUE 'S'.
       01  fecha-valida       PIC X VALUE 'N'.
           88  HAY-FECHA       VALUE 'S'.
       01  foto-hallada       PIC X VALUE 'N'.
           88  HAY-FOTO        VALUE 'S'.
       01  fecha-foto         PIC 9(8).
       01  saldo-foto         PIC S9(9)V99.
       01  certificado-hallado PIC X VALUE 'N'.
           88  HAY-CERTIFICADO VALUE 'S'.
      * Lo que impide un libre deuda, contado por motivo.
       01  impedimentos.
           05  prestamos-vigentes   PIC 9(3) VALUE ZERO.
           05  prestamos-castigados PIC 9(3) VALUE ZERO.
           05  cuotas-vencidas      PIC 9(4) VALUE ZERO.
           05  reclamos-abiertos    PIC 9(3) VALUE ZERO.
       01  importe-vencido    PIC S9(9)V99 VALUE ZERO.
       01  saldo-cuota        PIC S9(9)V99 VALUE ZERO.
       01  deuda-estado       PIC X VALUE 'N'.
           88  HAY-DEUDA       VALUE 'S'.
      * Prestamos del cliente pedido, para reconocer sus cuotas.
       01  prestamos-cliente  PIC 9(3) VALUE ZERO.
       01  tabla-prestamos-cliente.
           05  tpc-numero     PIC 9(5) OCCURS 50 TIMES.
       01  idx-pc             PIC 9(3) VALUE ZERO.
       01  cuota-del-cliente  PIC X VALUE 'N'.
           88  ES-DEL-CLIENTE  VALUE 'S'.
       01  numero-certificado PIC 9(6).
       01  numero-esperado    PIC 9(6) VALUE 1.
       01  huecos-numeracion  PIC 9(4) VALUE ZERO.
       01  nombre-cliente     PIC X(41).
       01  saldo-editado      PIC -(9)9.99.
       01  linea-impresion    PIC X(80).
       01  certificados-emitidos PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status = 0
               SET PUEDE-EMITIR TO TRUE
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           PERFORM CONTROLAR-NUMERACION

           PERFORM UNTIL SESION-TERMINADA
               DISPLAY 'Operacion (S=Certificado de saldo L=Libre '
                   'deuda V=Verificar un certificado F=Fin): '
               ACCEPT operacion
               EVALUATE TRUE
                   WHEN OP-FIN
                       SET SESION-TERMINADA TO TRUE
                   WHEN OP-VERIFICAR
                       PERFORM VERIFICAR-CERTIFICADO
                   WHEN (OP-SALDO OR OP-LIBRE-DEUDA)
                       AND NOT PUEDE-EMITIR
                       DISPLAY 'CERTIFICA-SALDO: el operador '
                           ws-operador ' no tiene el nivel 2 que '
                           'exige emitir un certificado.'
                   WHEN OP-SALDO
                       MOVE 'S' TO tipo-pedido
                       PERFORM PEDIR-CERTIFICADO
                   WHEN OP-LIBRE-DEUDA
                       MOVE 'L' TO tipo-pedido
                       PERFORM PEDIR-CERTIFICADO
                   WHEN OTHER
                       DISPLAY 'Operacion no reconocida: ' operacion
               END-EVALUATE
           END-PERFORM
           DISPLAY 'CERTIFICA-SALDO: ' certificados-emitidos
               ' certificados emitidos.'
           STOP RUN.

      * Control de huecos del registro correlativo, como en los
      * recibos: cada salto queda avisado en ALERTAS.DAT.
       CONTROLAR-NUMERACION.
           MOVE 'N' TO fin-registro
           OPEN INPUT registro-certificados
           IF fs-registro = '00'
               PERFORM UNTIL no-hay-mas-registro
                   READ registro-certificados
                       AT END
                           SET no-hay-mas-registro TO TRUE
                       NOT AT END
                           IF cer-numero NOT = numero-esperado
                               ADD 1 TO huecos-numeracion
                               DISPLAY 'CERTIFICA-SALDO: HUECO EN LA '
                                   'NUMERACION: se esperaba el '
                                   numero-esperado ' y aparece el '
                                   cer-numero '.'
                               MOVE cer-numero TO numero-esperado
                           END-IF
                           ADD 1 TO numero-esperado
                   END-READ
               END-PERFORM
               CLOSE registro-certificados
           END-IF
           IF huecos-numeracion > ZERO
               MOVE 'CERTIFSALDO' TO l-abn-programa
               MOVE 'A074' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING 'HUECOS EN LA NUMERACION DE CERTIFICADOS DE '
                   'SALDO: ' huecos-numeracion
                   DELIMITED BY SIZE INTO l-abn-texto
               CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
           END-IF.

      * Cliente y fecha al; sin fecha se certifica a la fecha de
      * proceso, y no se certifica un dia que todavia no paso.
       PEDIR-CERTIFICADO.
           DISPLAY 'Cliente: '
           ACCEPT cliente-pedido
           PERFORM BUSCAR-CLIENTE
           IF NOT HAY-CLIENTE
               DISPLAY 'No existe el cliente ' cliente-pedido '.'
           ELSE
               PERFORM PEDIR-FECHA
               IF HAY-FECHA
                   PERFORM BUSCAR-FOTO
                   IF NOT HAY-FOTO
                       DISPLAY 'Sin foto de saldos del cliente '
                           cliente-pedido ' hasta el '
                           fecha-pedida '; no se puede certificar.'
                   ELSE
                       IF tipo-pedido = 'L'
                           PERFORM CONTROLAR-DEUDA
                       END-IF
                       IF tipo-pedido = 'L' AND HAY-DEUDA
                           PERFORM INFORMAR-DEUDA
                       ELSE
                           PERFORM CONSULTAR-RETENIDO
                           IF l-ret-status NOT = 0
                               PERFORM INFORMAR-RETENIDO
                           ELSE
                               PERFORM EMITIR-CERTIFICADO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONSULTAR-RETENIDO.
           MOVE 'R' TO l-ret-accion
           MOVE cliente-pedido TO l-ret-cliente
           MOVE 'CERTSALD' TO l-ret-documento
           MOVE 'CERTIFSALDO' TO l-ret-programa
           CALL 'RETENIDO' USING l-ret-accion, l-ret-cliente,
               l-ret-documento, l-ret-programa, l-ret-fecha,
               l-ret-motivo, l-ret-status.

       INFORMAR-RETENIDO.
           DISPLAY 'El cliente ' cliente-pedido
               ' tiene correo devuelto desde ' l-ret-fecha
               ' (' l-ret-motivo ')'
           DISPLAY 'Certificado retenido hasta que se cargue el '
               'domicilio nuevo; no se tomo numero.'.

       BUSCAR-CLIENTE.
           MOVE 'N' TO cliente-hallado
           MOVE SPACES TO nombre-cliente
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'CERTIFICA-SALDO: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
           ELSE
               MOVE cliente-pedido TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET HAY-CLIENTE TO TRUE
                       STRING nombre-fd ' ' apellido-fd
                           DELIMITED BY SIZE INTO nombre-cliente
               END-READ
               CLOSE clientes
           END-IF.

       PEDIR-FECHA.
           MOVE 'N' TO fecha-valida
           DISPLAY 'Saldo al dia (AAAAMMDD, 0 = fecha de proceso '
               fecha-proceso '): '
           ACCEPT fecha-pedida
           IF fecha-pedida = ZERO
               MOVE fecha-proceso TO fecha-pedida
           END-IF
           MOVE fecha-pedida TO l-val-fecha
           CALL 'VALFECHA' USING l-val-fecha, l-val-status,
               l-val-motivo
           IF l-val-status NOT = 0
               DISPLAY 'Fecha invalida (' l-val-motivo ').'
           ELSE
               IF fecha-pedida > fecha-proceso
                   DISPLAY 'No se certifica un dia posterior a la '
                       'fecha de proceso ' fecha-proceso '.'
               ELSE
                   SET HAY-FECHA TO TRUE
               END-IF
           END-IF.

      * La foto vigente a la fecha pedida: la de fecha mas alta que
      * no la supera.
       BUSCAR-FOTO.
           MOVE 'N' TO foto-hallada
           MOVE ZERO TO fecha-foto
           MOVE ZERO TO saldo-foto
           MOVE 'N' TO fin-historia
           OPEN INPUT archivo-historia
           IF fs-historia NOT = '00'
               DISPLAY 'CERTIFICA-SALDO: sin SALDOSHIST.DAT '
                   '(status=' fs-historia '), la foto nocturna '
                   'todavia no corrio.'
           ELSE
               PERFORM UNTIL no-hay-mas-historia
                   READ archivo-historia
                       AT END
                           SET no-hay-mas-historia TO TRUE
                       NOT AT END
                           IF his-cliente = cliente-pedido
                               AND his-fecha <= fecha-pedida
                               AND his-fecha > fecha-foto
                               SET HAY-FOTO TO TRUE
                               MOVE his-fecha TO fecha-foto
                               MOVE his-saldo TO saldo-foto
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-historia
           END-IF.

      * Todo lo que impide decir que el cliente no nos debe nada.
      * Un archivo que no abre no se da por limpio: sin poder mirar
      * no se certifica.
       CONTROLAR-DEUDA.
           INITIALIZE impedimentos
           MOVE ZERO TO importe-vencido
           MOVE 'N' TO deuda-estado
           IF saldo-foto < ZERO
               SET HAY-DEUDA TO TRUE
           END-IF
           PERFORM REVISAR-PRESTAMOS
           PERFORM REVISAR-CUOTAS
           PERFORM REVISAR-DISPUTAS
           IF prestamos-vigentes > ZERO
               OR prestamos-castigados > ZERO
               OR cuotas-vencidas > ZERO
               OR reclamos-abiertos > ZERO
               SET HAY-DEUDA TO TRUE
           END-IF.

       REVISAR-PRESTAMOS.
           MOVE ZERO TO prestamos-cliente
           MOVE 'N' TO fin-prestamos
           OPEN INPUT prestamos
           IF fs-prestamos = '35'
               CONTINUE
           ELSE
               IF fs-prestamos NOT = '00'
                   DISPLAY 'CERTIFICA-SALDO: no se pudo abrir '
                       'PRESTAMOS.DAT, status=' fs-prestamos
                   SET HAY-DEUDA TO TRUE
               ELSE
                   MOVE ZEROS TO pre-numero
                   START prestamos KEY IS NOT LESS THAN pre-numero
                       INVALID KEY
                           SET no-hay-mas-prestamos TO TRUE
                   END-START
                   PERFORM UNTIL no-hay-mas-prestamos
                       READ prestamos NEXT RECORD
                           AT END
                               SET no-hay-mas-prestamos TO TRUE
                           NOT AT END
                               IF pre-cliente = cliente-pedido
                                   PERFORM ANOTAR-PRESTAMO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE prestamos
               END-IF
           END-IF.

       ANOTAR-PRESTAMO.
           IF PRESTAMO-VIGENTE
               ADD 1 TO prestamos-vigentes
           END-IF
           IF PRESTAMO-CASTIGADO
               ADD 1 TO prestamos-castigados
           END-IF
           IF prestamos-cliente < 50
               ADD 1 TO prestamos-cliente
               MOVE pre-numero TO tpc-numero(prestamos-cliente)
           END-IF.

      * Cuota vencida sin cobrar: levantada y sin cobrar (G) o
      * pendiente con el vencimiento ya pasado (P), de cualquier
      * prestamo del cliente.
       REVISAR-CUOTAS.
           IF prestamos-cliente > ZERO
               MOVE 'N' TO fin-cuotas
               OPEN INPUT archivo-cuotas
               IF fs-cuotas NOT = '00'
                   DISPLAY 'CERTIFICA-SALDO: sin CUOTAS.DAT (status='
                       fs-cuotas '), no se pueden revisar las cuotas.'
                   SET HAY-DEUDA TO TRUE
               ELSE
                   PERFORM UNTIL no-hay-mas-cuotas
                       READ archivo-cuotas
                           AT END
                               SET no-hay-mas-cuotas TO TRUE
                           NOT AT END
                               IF cuo-estado = 'G'
                                   OR (cuo-estado = 'P'
                                   AND cuo-vencimiento <= fecha-proceso)
                                   PERFORM ANOTAR-CUOTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE archivo-cuotas
               END-IF
           END-IF.

       ANOTAR-CUOTA.
           MOVE 'N' TO cuota-del-cliente
           PERFORM VARYING idx-pc FROM 1 BY 1
                   UNTIL idx-pc > prestamos-cliente
               IF tpc-numero(idx-pc) = cuo-prestamo
                   SET ES-DEL-CLIENTE TO TRUE
               END-IF
           END-PERFORM
           IF ES-DEL-CLIENTE
               IF cuo-cobrado NUMERIC
                   COMPUTE saldo-cuota = cuo-importe - cuo-cobrado
               ELSE
                   MOVE cuo-importe TO saldo-cuota
               END-IF
               ADD 1 TO cuotas-vencidas
               ADD saldo-cuota TO importe-vencido
           END-IF.

      * Un reclamo sin resolver, o resuelto a favor del cliente y
      * esperando la correccion, deja el saldo en discusion.
       REVISAR-DISPUTAS.
           MOVE 'N' TO fin-disputas
           OPEN INPUT disputas
           IF fs-disputas = '35'
               CONTINUE
           ELSE
               IF fs-disputas NOT = '00'
                   DISPLAY 'CERTIFICA-SALDO: no se pudo abrir '
                       'DISPUTAS.DAT, status=' fs-disputas
                   SET HAY-DEUDA TO TRUE
               ELSE
                   MOVE ZEROS TO dsp-numero
                   START disputas KEY IS NOT LESS THAN dsp-numero
                       INVALID KEY
                           SET no-hay-mas-disputas TO TRUE
                   END-START
                   PERFORM UNTIL no-hay-mas-disputas
                       READ disputas NEXT RECORD
                           AT END
                               SET no-hay-mas-disputas TO TRUE
                           NOT AT END
                               IF dsp-cliente = cliente-pedido
                                   AND (DISPUTA-SIN-RESOLVER
                                   OR DISPUTA-A-FAVOR)
                                   ADD 1 TO reclamos-abiertos
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE disputas
               END-IF
           END-IF.

       INFORMAR-DEUDA.
           DISPLAY 'NO SE EMITE LIBRE DEUDA para el cliente '
               cliente-pedido ' ' nombre-cliente
           IF saldo-foto < ZERO
               MOVE saldo-foto TO saldo-editado
               DISPLAY '  saldo deudor ' saldo-editado
                   ' en la foto del ' fecha-foto
           END-IF
           IF prestamos-vigentes > ZERO
               DISPLAY '  prestamos vigentes: ' prestamos-vigentes
           END-IF
           IF prestamos-castigados > ZERO
               DISPLAY '  prestamos castigados: '
                   prestamos-castigados
           END-IF
           IF cuotas-vencidas > ZERO
               MOVE importe-vencido TO saldo-editado
               DISPLAY '  cuotas vencidas sin cobrar: '
                   cuotas-vencidas ' por ' saldo-editado
           END-IF
           IF reclamos-abiertos > ZERO
               DISPLAY '  reclamos abiertos o a la espera de '
                   'correccion: ' reclamos-abiertos
           END-IF.

       EMITIR-CERTIFICADO.
           PERFORM OBTENER-NUMERO
           ACCEPT hora-sistema FROM TIME
           OPEN EXTEND archivo-certificados
           IF fs-certificados = '05' OR fs-certificados = '35'
               OPEN OUTPUT archivo-certificados
           END-IF
           IF fs-certificados NOT = '00'
               DISPLAY 'CERTIFICA-SALDO: no se pudo abrir '
                   'CERTSALDO.OUT, status=' fs-certificados
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ALL '=' TO registro-impresion
           WRITE registro-impresion
           MOVE SPACES TO linea-impresion
           IF tipo-pedido = 'L'
               STRING 'CERTIFICADO DE LIBRE DEUDA  NRO '
                   numero-certificado
                   DELIMITED BY SIZE INTO linea-impresion
           ELSE
               STRING 'CERTIFICADO DE SALDO  NRO '
                   numero-certificado
                   DELIMITED BY SIZE INTO linea-impresion
           END-IF
           MOVE 'EMITIDO EL' TO linea-impresion(52:10)
           MOVE fecha-proceso TO linea-impresion(63:8)
           WRITE registro-impresion FROM linea-impresion
           MOVE SPACES TO registro-impresion
           WRITE registro-impresion
           MOVE SPACES TO linea-impresion
           STRING 'CLIENTE ' cliente-pedido ' ' nombre-cliente
               DELIMITED BY SIZE INTO linea-impresion
           WRITE registro-impresion FROM linea-impresion
           PERFORM ESCRIBIR-BLOQUE-DOMICILIO
           MOVE SPACES TO registro-impresion
           WRITE registro-impresion
           MOVE saldo-foto TO saldo-editado
           IF tipo-pedido = 'L'
               MOVE SPACES TO linea-impresion
               STRING 'SE CERTIFICA QUE AL ' fecha-pedida
                   ' EL CLIENTE NO REGISTRA DEUDAS CON LA ENTIDAD:'
                   DELIMITED BY SIZE INTO linea-impresion
               WRITE registro-impresion FROM linea-impresion
               MOVE 'SIN PRESTAMOS PENDIENTES, SIN CUOTAS VENCIDAS '
                   TO linea-impresion
               MOVE 'IMPAGAS Y SIN RECLAMOS' TO linea-impresion(47:22)
               WRITE registro-impresion FROM linea-impresion
               MOVE SPACES TO linea-impresion
               STRING 'ABIERTOS. SALDO DE SUS CUENTAS '
                   saldo-editado
                   DELIMITED BY SIZE INTO linea-impresion
               WRITE registro-impresion FROM linea-impresion
           ELSE
               MOVE SPACES TO linea-impresion
               STRING 'SE CERTIFICA QUE AL ' fecha-pedida
                   ' EL SALDO DEL CLIENTE ES DE ' saldo-editado
                   DELIMITED BY SIZE INTO linea-impresion
               WRITE registro-impresion FROM linea-impresion
           END-IF
      * El importe en letras, por el mismo modulo de los recibos;
      * fuera de su rango el certificado lleva solo la cifra.
           IF saldo-foto > 9999999.99 OR saldo-foto < -9999999.99
               MOVE SPACES TO l-let-texto
               MOVE '(VER IMPORTE EN CIFRAS)' TO l-let-texto
           ELSE
               MOVE saldo-foto TO l-let-importe
               CALL 'MONTOLETRAS' USING l-let-importe, l-let-texto,
                   l-let-status
           END-IF
           MOVE SPACES TO linea-impresion
           STRING 'SON: ' l-let-texto(1:74)
               DELIMITED BY SIZE INTO linea-impresion
           WRITE registro-impresion FROM linea-impresion
           IF l-let-texto(75:74) NOT = SPACES
               MOVE SPACES TO linea-impresion
               MOVE l-let-texto(75:74) TO linea-impresion(6:74)
               WRITE registro-impresion FROM linea-impresion
           END-IF
           MOVE SPACES TO linea-impresion
           STRING 'SEGUN EL CIERRE DEL DIA ' fecha-foto '.'
               DELIMITED BY SIZE INTO linea-impresion
           WRITE registro-impresion FROM linea-impresion
           MOVE SPACES TO registro-impresion
           WRITE registro-impresion
           MOVE 'SE EXTIENDE EL PRESENTE A PEDIDO DEL INTERESADO. '
               TO linea-impresion
           MOVE 'PUEDE VERIFICARSE' TO linea-impresion(50:17)
           WRITE registro-impresion FROM linea-impresion
           MOVE SPACES TO linea-impresion
           STRING 'CON LA ENTIDAD INDICANDO EL NUMERO '
               numero-certificado '.'
               DELIMITED BY SIZE INTO linea-impresion
           WRITE registro-impresion FROM linea-impresion
           MOVE SPACES TO registro-impresion
           WRITE registro-impresion
           MOVE SPACES TO linea-impresion
           STRING 'FIRMA: ________________  OPERADOR '
               ws-operador
               DELIMITED BY SIZE INTO linea-impresion
           WRITE registro-impresion FROM linea-impresion
           CLOSE archivo-certificados

           PERFORM ASENTAR-CERTIFICADO
           PERFORM ANOTAR-CONTACTO
           ADD 1 TO certificados-emitidos
           DISPLAY 'Certificado ' numero-certificado ' emitido en '
               'CERTSALDO.OUT.'.

      * El bloque de direccion desde el maestro de domicilios; sin
      * domicilio el certificado sale igual.
       ESCRIBIR-BLOQUE-DOMICILIO.
           OPEN INPUT domicilios
           IF fs-domicilios = '00'
               MOVE cliente-pedido TO dom-cliente
               READ domicilios
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO linea-impresion
                       MOVE dom-calle TO linea-impresion
                       WRITE registro-impresion FROM linea-impresion
                       MOVE SPACES TO linea-impresion
                       STRING dom-ciudad ' (' dom-codpostal ')'
                           DELIMITED BY SIZE INTO linea-impresion
                       WRITE registro-impresion FROM linea-impresion
               END-READ
               CLOSE domicilios
           END-IF.

      * Numero correlativo con la misma mecanica de NEXTID.DAT.
       OBTENER-NUMERO.
           OPEN INPUT siguiente-certificado
           IF fs-siguiente = '00'
               READ siguiente-certificado INTO numero-certificado
               CLOSE siguiente-certificado
           ELSE
               MOVE 1 TO numero-certificado
           END-IF
           OPEN OUTPUT siguiente-certificado
           MOVE numero-certificado TO registro-siguiente
           ADD 1 TO registro-siguiente
           WRITE registro-siguiente
           CLOSE siguiente-certificado.

       ASENTAR-CERTIFICADO.
           OPEN EXTEND registro-certificados
           IF fs-registro = '05' OR fs-registro = '35'
               OPEN OUTPUT registro-certificados
           END-IF
           IF fs-registro NOT = '00'
               DISPLAY 'CERTIFICA-SALDO: no se pudo asentar el '
                   'certificado, status=' fs-registro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO registro-emitido
           MOVE numero-certificado TO cer-numero
           MOVE tipo-pedido TO cer-tipo
           MOVE cliente-pedido TO cer-cliente
           MOVE fecha-pedida TO cer-fecha-al
           MOVE fecha-foto TO cer-fecha-foto
           MOVE saldo-foto TO cer-saldo
           MOVE fecha-proceso TO cer-fecha
           MOVE hora-sistema(1:6) TO cer-hora
           MOVE ws-operador TO cer-operador
           WRITE registro-emitido
           CLOSE registro-certificados.

      * El certificado queda en el historial de contactos del
      * cliente con su numero; no pasa por la cola de impresion.
       ANOTAR-CONTACTO.
           MOVE cliente-pedido TO l-cnt-cliente
           IF tipo-pedido = 'L'
               MOVE 'LIBDEUDA' TO l-cnt-tipo
           ELSE
               MOVE 'CERTSAL' TO l-cnt-tipo
           END-IF
           MOVE 'CERTIFSALDO' TO l-cnt-programa
           MOVE numero-certificado TO l-cnt-documento
           MOVE ZEROS TO l-cnt-cola
           CALL 'CONTACTO' USING l-cnt-cliente, l-cnt-tipo,
               l-cnt-programa, l-cnt-documento, l-cnt-cola,
               l-cnt-status
           IF l-cnt-status NOT = 0
               DISPLAY 'CERTIFICA-SALDO: no se pudo anotar el '
                   'certificado en el historial de contactos.'
           END-IF.

      * Verificacion por numero para el llamado de un tercero: lo
      * que dice el registro, para compararlo con el papel que el
      * tercero tiene en la mano.
       VERIFICAR-CERTIFICADO.
           DISPLAY 'Numero de certificado: '
           ACCEPT numero-pedido
           MOVE 'N' TO certificado-hallado
           MOVE 'N' TO fin-registro
           OPEN INPUT registro-certificados
           IF fs-registro = '00'
               PERFORM UNTIL no-hay-mas-registro
                   READ registro-certificados
                       AT END
                           SET no-hay-mas-registro TO TRUE
                       NOT AT END
                           IF cer-numero = numero-pedido
                               SET HAY-CERTIFICADO TO TRUE
                               SET no-hay-mas-registro TO TRUE
                               PERFORM MOSTRAR-CERTIFICADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE registro-certificados
           END-IF
           IF NOT HAY-CERTIFICADO
               DISPLAY 'EL CERTIFICADO ' numero-pedido
                   ' NO FIGURA EN EL REGISTRO: NO ES VALIDO.'
           END-IF.

      * Se muestra con el registro recien leido, antes de cerrar.
       MOSTRAR-CERTIFICADO.
           MOVE cer-cliente TO cliente-pedido
           PERFORM BUSCAR-CLIENTE
           MOVE cer-saldo TO saldo-editado
           IF CERT-LIBRE-DEUDA
               DISPLAY 'CERTIFICADO ' cer-numero
                   ': LIBRE DEUDA, EMITIDO EL ' cer-fecha
           ELSE
               DISPLAY 'CERTIFICADO ' cer-numero
                   ': SALDO, EMITIDO EL ' cer-fecha
           END-IF
           DISPLAY '  CLIENTE ' cer-cliente ' ' nombre-cliente
           DISPLAY '  AL ' cer-fecha-al ' SALDO ' saldo-editado
               ' (CIERRE DEL ' cer-fecha-foto ')'
           DISPLAY '  FIRMADO POR EL OPERADOR ' cer-operador.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CERTIFICA-SALDO' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DISPUTAS.DAT' TO l-sel-archivo
           MOVE version-disputas TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
