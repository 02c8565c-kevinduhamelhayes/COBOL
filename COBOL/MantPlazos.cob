       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PLAZO.
       AUTHOR. Ejemplo.
      * Mantenimiento del maestro de plazos fijos PLAZOS.DAT, en el
      * molde de MANT-ORDEN: constitucion de un plazo (cliente
      * activo validado contra CLIENTES.DAT, capital por VALNUM y
      * cubierto por el saldo, plazo de 30/60/90 dias, tasa fija y
      * la instruccion de renovacion), consulta, cambio de la
      * instruccion de renovacion y listado. Constituir un plazo
      * saca el capital del saldo del cliente por la cadena normal:
      * el debito sale a PLAZOS.TXT, fuente generada del merge, y
      * se postea esa noche como cualquier transaccion, asi SALDOS
      * y FOTO-SALDOS siguen cuadrando. Como ese debito todavia
      * puede quedar suspendido en el posteo, el plazo se graba
      * pendiente (P) y lo activa el paso nocturno VENCE-PLAZOS
      * cuando ve el debito posteado; el mismo paso procesa el
      * vencimiento. El capital se controla contra el saldo
      * disponible (DISPONIBLE), que es contra lo que el posteo
      * prueba el debito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT plazos ASSIGN TO 'PLAZOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pla-numero
               FILE STATUS IS fs-plazos.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-generadas ASSIGN TO 'PLAZOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.
           SELECT archivo-feriados ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados.

       DATA DIVISION.
       FILE SECTION.
       FD  plazos.
           COPY PLAZOFIJO.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-generadas.
           COPY TRANSAC.
       FD  archivo-feriados.
       01  registro-feriado PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
           COPY FPRPARM.
           COPY FINPARM.
           COPY JRNPARM.
       01 fs-plazos PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 fs-generadas PIC XX VALUE '00'.
       01 fs-feriados PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 NUMERO-BUSCADO PIC 9(5).
       01 ULTIMO-NUMERO PIC 9(5) VALUE ZERO.
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-INSTRUCCION VALUE 'I' 'i'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-PLAZOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-PLAZOS VALUE 'S'.
       01 FIN-FERIADOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-FERIADOS VALUE 'S'.
       01 ENTRADA-TEXTO PIC X(33).
       01 PLAZOS-LISTADOS PIC 9(5) VALUE ZERO.
       01 IMPORTE-EDITADO PIC -(9)9.99.
       01 INTERES-EDITADO PIC -(9)9.99.
       01 TASA-EDITADA PIC ZZ9.9999.
       01 DIAS-TEXTO PIC X(3).
       01 RENOVACION-PEDIDA PIC X VALUE SPACE.
           88 PEDIDO-ACREDITA VALUE 'A' 'a'.
           88 PEDIDO-RENUEVA VALUE 'R' 'r'.
           88 PEDIDO-CAPITALIZA VALUE 'C' 'c'.
       01 SALDO-DISPONIBLE PIC S9(9)V99.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 DESCRIPCION-ARMADA PIC X(33).
      * Calculo del vencimiento: fecha de inicio mas los dias del
      * plazo, corrida al proximo dia habil como las ordenes.
       01 ENTERO-VENCIMIENTO PIC 9(9).
       01 DIA-SEMANA PIC 9.
       01 DIA-ES-HABIL PIC X VALUE 'N'.
           88 DIA-HABIL VALUE 'S'.
       01 INTENTOS-AVANCE PIC 9(3).
       01 FIN-ALTA PIC X VALUE 'N'.
           88 ALTA-ABANDONADA VALUE 'S'.
           COPY VALPARM.
           COPY NOTPARM.
           COPY DSPPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM ABRIR-PLAZOS
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT, STATUS='
                   fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-CONSULTA
                       OR ACCION-INSTRUCCION OR ACCION-LISTAR
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (A=ALTA C=CONSULTA '
                       'I=INSTRUCCION L=LISTAR S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-CONSULTA
                           OR ACCION-INSTRUCCION OR ACCION-LISTAR
                           OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR
                           ACCION-INSTRUCCION)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-PLAZO
                   WHEN ACCION-CONSULTA
                       PERFORM TRATAR-CONSULTA
                   WHEN ACCION-INSTRUCCION
                       PERFORM TRATAR-INSTRUCCION
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-PLAZOS
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE plazos
           CLOSE clientes
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-PLAZO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-PLAZO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-PLAZO: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-PLAZOS.
           OPEN I-O plazos
           IF fs-plazos = '35'
               OPEN OUTPUT plazos
               CLOSE plazos
               OPEN I-O plazos
           END-IF
           IF fs-plazos NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PLAZOS.DAT, STATUS='
                   fs-plazos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * El numero de plazo lo asigna el sistema: el siguiente al
      * mas alto del maestro, asi dos cajas no eligen el mismo.
       BUSCAR-ULTIMO-NUMERO.
           MOVE ZERO TO ULTIMO-NUMERO
           MOVE 'N' TO FIN-PLAZOS
           MOVE ZEROS TO pla-numero
           START plazos KEY IS NOT LESS THAN pla-numero
               INVALID KEY
                   SET NO-HAY-MAS-PLAZOS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-PLAZOS
               READ plazos NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PLAZOS TO TRUE
                   NOT AT END
                       MOVE pla-numero TO ULTIMO-NUMERO
               END-READ
           END-PERFORM.

       ALTA-PLAZO.
           PERFORM BUSCAR-ULTIMO-NUMERO
           IF ULTIMO-NUMERO = 99999
               DISPLAY 'NUMERACION DE PLAZOS AGOTADA.'
           ELSE
               MOVE SPACES TO registro-plazo
               COMPUTE pla-numero = ULTIMO-NUMERO + 1
               MOVE 'N' TO FIN-ALTA
               PERFORM PEDIR-CLIENTE
               IF NOT ALTA-ABANDONADA
                   PERFORM PEDIR-CAPITAL
               END-IF
               IF ALTA-ABANDONADA
                   DISPLAY 'ALTA ABANDONADA, NO SE GRABO NADA.'
               ELSE
                   PERFORM COMPLETAR-ALTA
               END-IF
           END-IF.

       COMPLETAR-ALTA.
           PERFORM PEDIR-DIAS
           PERFORM PEDIR-TASA
           PERFORM PEDIR-RENOVACION
           MOVE FECHA-PROCESO TO pla-inicio
           PERFORM CALCULAR-VENCIMIENTO
           MOVE 'P' TO pla-estado
           MOVE ZERO TO pla-renovaciones
           MOVE ZERO TO pla-ampliacion
           MOVE ws-operador TO pla-operador
           PERFORM MOSTRAR-PLAZO
           PERFORM MOSTRAR-INTERES-ESTIMADO
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA CONSTITUCION (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               PERFORM GRABAR-PLAZO
           ELSE
               DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
           END-IF.

      * Solo un cliente activo constituye plazos: el bloqueado o
      * fallecido no mueve dinero, y el inactivo se reactiva con un
      * movimiento comun antes. ID en blanco o cero abandona el
      * alta.
       PEDIR-CLIENTE.
           MOVE ZEROS TO pla-cliente
           PERFORM UNTIL pla-cliente NOT = ZEROS OR ALTA-ABANDONADA
               DISPLAY 'CLIENTE (ID, ENTER ABANDONA EL ALTA): '
               MOVE ZEROS TO cliente-id-fd
               ACCEPT cliente-id-fd
               IF cliente-id-fd = ZEROS
                   SET ALTA-ABANDONADA TO TRUE
               ELSE
                   PERFORM VALIDAR-CLIENTE
               END-IF
           END-PERFORM
           IF NOT ALTA-ABANDONADA
               PERFORM CALCULAR-DISPONIBLE
           END-IF.

       VALIDAR-CLIENTE.
           READ clientes
               INVALID KEY
                   DISPLAY 'NO EXISTE ESE CLIENTE.'
               NOT INVALID KEY
                   MOVE cliente-id-fd TO l-not-cliente
                   PERFORM AVISAR-NOTAS
                   IF NOT CLIENTE-ACTIVO
                       DISPLAY 'EL CLIENTE NO ESTA ACTIVO '
                           '(ESTADO ' cliente-estado ').'
                   ELSE
                       DISPLAY 'CLIENTE: ' nombre-fd ' '
                           apellido-fd
                       MOVE cliente-id-fd TO pla-cliente
                   END-IF
           END-READ.

      * El disponible es el saldo contable menos los cheques
      * depositados que todavia no cumplieron el clearing: es el
      * importe contra el que el posteo prueba el debito del
      * capital. Sin disponible no hay plazo que constituir.
       CALCULAR-DISPONIBLE.
           MOVE cliente-id-fd TO l-dsp-cliente
           IF cliente-saldo NUMERIC
               MOVE cliente-saldo TO l-dsp-saldo
           ELSE
               MOVE ZERO TO l-dsp-saldo
           END-IF
           CALL 'DISPONIBLE' USING l-dsp-cliente, l-dsp-saldo,
               l-dsp-retenido, l-dsp-cheques, l-dsp-disponible,
               l-dsp-status
           IF l-dsp-status NOT = 0
               DISPLAY 'NO SE PUDO LEER CHEQUES.DAT, EL DISPONIBLE '
                   'ES EL SALDO CONTABLE.'
           END-IF
           MOVE l-dsp-disponible TO SALDO-DISPONIBLE
           MOVE SALDO-DISPONIBLE TO IMPORTE-EDITADO
           DISPLAY 'SALDO DISPONIBLE: ' IMPORTE-EDITADO
           IF l-dsp-retenido > ZERO
               MOVE l-dsp-retenido TO IMPORTE-EDITADO
               DISPLAY 'RETENIDO POR ' l-dsp-cheques
                   ' CHEQUE(S) EN CLEARING: ' IMPORTE-EDITADO
           END-IF
           IF SALDO-DISPONIBLE NOT > ZERO
               DISPLAY 'EL CLIENTE NO TIENE SALDO DISPONIBLE PARA '
                   'UN PLAZO FIJO.'
               SET ALTA-ABANDONADA TO TRUE
           END-IF.

      * El capital tiene que estar en la cuenta: el plazo fijo no
      * se arma sobre el descubierto autorizado. Capital en blanco
      * o cero abandona el alta.
       PEDIR-CAPITAL.
           MOVE ZEROS TO pla-capital
           PERFORM UNTIL pla-capital NOT = ZEROS OR ALTA-ABANDONADA
               DISPLAY 'CAPITAL A INMOVILIZAR (ENTER ABANDONA EL '
                   'ALTA): '
               MOVE SPACES TO ENTRADA-TEXTO
               ACCEPT ENTRADA-TEXTO
               MOVE ENTRADA-TEXTO TO l-val-texto
               CALL 'VALNUM' USING l-val-texto, l-val-numero,
                   l-val-status, l-val-motivo
      * El tope es el de la libreria financiera y el del importe
      * de una transaccion: 9.999.999,99.
               EVALUATE TRUE
                   WHEN ENTRADA-TEXTO = SPACES
                       SET ALTA-ABANDONADA TO TRUE
                   WHEN l-val-status = 0 AND l-val-numero = ZERO
                       SET ALTA-ABANDONADA TO TRUE
                   WHEN l-val-status NOT = 0
                       OR l-val-numero NOT > ZERO
                       DISPLAY 'EL CAPITAL DEBE SER NUMERICO Y '
                           'MAYOR QUE CERO.'
                   WHEN l-val-numero > SALDO-DISPONIBLE
                       DISPLAY 'EL SALDO DISPONIBLE DEL CLIENTE NO '
                           'CUBRE ESE CAPITAL.'
                   WHEN l-val-numero > 9999999.99
                       DISPLAY 'EL CAPITAL SUPERA EL MAXIMO DE UNA '
                           'TRANSACCION.'
                   WHEN OTHER
                       MOVE l-val-numero TO pla-capital
               END-EVALUATE
           END-PERFORM.

       PEDIR-DIAS.
           MOVE ZEROS TO pla-dias
           PERFORM UNTIL pla-dias = 30 OR pla-dias = 60
                   OR pla-dias = 90
               DISPLAY 'PLAZO EN DIAS (30/60/90): '
               MOVE SPACES TO DIAS-TEXTO
               ACCEPT DIAS-TEXTO
               IF DIAS-TEXTO = '30' OR DIAS-TEXTO = '60'
                       OR DIAS-TEXTO = '90'
                   MOVE DIAS-TEXTO(1:2) TO pla-dias
               ELSE
                   DISPLAY 'EL PLAZO DEBE SER 30, 60 O 90 DIAS.'
               END-IF
           END-PERFORM.

       PEDIR-TASA.
           MOVE ZEROS TO pla-tasa
           PERFORM UNTIL pla-tasa NOT = ZEROS
               DISPLAY 'TASA NOMINAL ANUAL EN %: '
               MOVE SPACES TO ENTRADA-TEXTO
               ACCEPT ENTRADA-TEXTO
               MOVE ENTRADA-TEXTO TO l-val-texto
               CALL 'VALNUM' USING l-val-texto, l-val-numero,
                   l-val-status, l-val-motivo
               IF l-val-status NOT = 0 OR l-val-numero NOT > ZERO
                       OR l-val-numero NOT < 100
                   DISPLAY 'LA TASA DEBE SER MAYOR QUE CERO Y '
                       'MENOR QUE 100.'
               ELSE
                   MOVE l-val-numero TO pla-tasa
               END-IF
           END-PERFORM.

       PEDIR-RENOVACION.
           MOVE SPACE TO pla-renovacion
           PERFORM UNTIL PLAZO-ACREDITA OR PLAZO-RENUEVA
                   OR PLAZO-CAPITALIZA
               DISPLAY 'AL VENCER (A=ACREDITAR TODO R=RENOVAR '
                   'CAPITAL C=CAPITALIZAR): '
               ACCEPT RENOVACION-PEDIDA
               EVALUATE TRUE
                   WHEN PEDIDO-ACREDITA
                       MOVE 'A' TO pla-renovacion
                   WHEN PEDIDO-RENUEVA
                       MOVE 'R' TO pla-renovacion
                   WHEN PEDIDO-CAPITALIZA
                       MOVE 'C' TO pla-renovacion
               END-EVALUATE
               IF NOT (PLAZO-ACREDITA OR PLAZO-RENUEVA
                       OR PLAZO-CAPITALIZA)
                   DISPLAY 'INSTRUCCION NO RECONOCIDA.'
               END-IF
           END-PERFORM.

      * Vencimiento = inicio + dias del plazo, corrido al proximo
      * dia habil (ni fin de semana ni FERIADOS.DAT).
       CALCULAR-VENCIMIENTO.
           COMPUTE ENTERO-VENCIMIENTO =
               FUNCTION INTEGER-OF-DATE(pla-inicio) + pla-dias
           COMPUTE pla-vencimiento =
               FUNCTION DATE-OF-INTEGER(ENTERO-VENCIMIENTO)
           MOVE 'N' TO DIA-ES-HABIL
           MOVE ZERO TO INTENTOS-AVANCE
           PERFORM VERIFICAR-DIA-HABIL
           PERFORM UNTIL DIA-HABIL OR INTENTOS-AVANCE > 30
               ADD 1 TO ENTERO-VENCIMIENTO
               ADD 1 TO INTENTOS-AVANCE
               COMPUTE pla-vencimiento =
                   FUNCTION DATE-OF-INTEGER(ENTERO-VENCIMIENTO)
               PERFORM VERIFICAR-DIA-HABIL
           END-PERFORM.

       VERIFICAR-DIA-HABIL.
           MOVE 'S' TO DIA-ES-HABIL
           COMPUTE DIA-SEMANA =
               FUNCTION MOD(ENTERO-VENCIMIENTO, 7)
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 6
               MOVE 'N' TO DIA-ES-HABIL
           ELSE
               MOVE 'N' TO FIN-FERIADOS
               OPEN INPUT archivo-feriados
               IF fs-feriados = '00'
                   PERFORM UNTIL NO-HAY-MAS-FERIADOS
                       READ archivo-feriados
                           AT END
                               SET NO-HAY-MAS-FERIADOS TO TRUE
                           NOT AT END
                               IF registro-feriado
                                   = pla-vencimiento
                                   MOVE 'N' TO DIA-ES-HABIL
                                   SET NO-HAY-MAS-FERIADOS TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE archivo-feriados
               END-IF
           END-IF.

      * El interes al vencimiento, con el INTERES de la libreria
      * financiera, para que el cliente lo sepa al firmar.
       MOSTRAR-INTERES-ESTIMADO.
           MOVE pla-capital TO l-monto
           MOVE pla-tasa TO l-tasa
           COMPUTE l-dias =
               FUNCTION INTEGER-OF-DATE(pla-vencimiento)
               - FUNCTION INTEGER-OF-DATE(pla-inicio)
           CALL 'INTERES' USING l-monto, l-tasa, l-dias,
               l-resultado, l-status-fin
           IF l-status-fin = 0
               MOVE l-resultado TO INTERES-EDITADO
               DISPLAY 'INTERES AL VENCIMIENTO: ' INTERES-EDITADO
                   ' POR ' l-dias ' DIAS'
           END-IF.

      * El plazo se graba y su debito sale a la fuente generada en
      * el mismo acto: un plazo sin debito seria dinero duplicado.
      * Sin fuente donde escribir, el plazo no se graba. Queda
      * pendiente hasta que VENCE-PLAZOS vea el debito posteado.
       GRABAR-PLAZO.
           OPEN EXTEND archivo-generadas
           IF fs-generadas = '05' OR fs-generadas = '35'
               OPEN OUTPUT archivo-generadas
           END-IF
           IF fs-generadas NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PLAZOS.TXT, STATUS='
                   fs-generadas ', NO SE CONSTITUYE EL PLAZO.'
           ELSE
               WRITE registro-plazo
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR EL PLAZO '
                           pla-numero ', STATUS=' fs-plazos
               END-WRITE
               IF fs-plazos = '00'
                   PERFORM ESCRIBIR-DEBITO
                   PERFORM REGISTRAR-IMAGEN-ALTA
                   DISPLAY 'PLAZO FIJO ' pla-numero
                       ' GRABADO PENDIENTE DEL DEBITO DE ESTA '
                       'NOCHE, VENCE EL ' pla-vencimiento
               END-IF
               CLOSE archivo-generadas
           END-IF.

      * El debito del capital sale con la fecha de proceso, en
      * moneda base y sin sucursal (origen central), como las
      * demas fuentes generadas.
       ESCRIBIR-DEBITO.
           MOVE FECHA-PROCESO TO trans-fecha
           COMPUTE trans-importe = 0 - pla-capital
           MOVE SPACES TO DESCRIPCION-ARMADA
           STRING 'CONSTITUCION PLAZO FIJO ' pla-numero
               DELIMITED BY SIZE INTO DESCRIPCION-ARMADA
           MOVE DESCRIPCION-ARMADA TO trans-descripcion
           MOVE SPACES TO trans-moneda
           MOVE ZEROS TO trans-sucursal
           MOVE pla-cliente TO trans-cliente
           WRITE registro-transaccion
           IF fs-generadas NOT = '00'
               DISPLAY 'ERROR AL ESCRIBIR EL DEBITO DEL PLAZO '
                   pla-numero ', STATUS=' fs-generadas
           END-IF.

       REGISTRAR-IMAGEN-ALTA.
           MOVE 'MANT-PLAZO' TO l-jrn-programa
           MOVE 'PLAZOS' TO l-jrn-archivo
           MOVE 'ALTA' TO l-jrn-operacion
           MOVE SPACES TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-plazo TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.

       TRATAR-CONSULTA.
           DISPLAY 'NUMERO DE PLAZO: '
           ACCEPT NUMERO-BUSCADO
           MOVE NUMERO-BUSCADO TO pla-numero
           READ plazos
               INVALID KEY
                   DISPLAY 'NO EXISTE EL PLAZO ' NUMERO-BUSCADO
               NOT INVALID KEY
                   PERFORM MOSTRAR-PLAZO
                   IF NOT PLAZO-CANCELADO
                       PERFORM MOSTRAR-INTERES-ESTIMADO
                   END-IF
           END-READ.

       MOSTRAR-PLAZO.
           MOVE pla-capital TO IMPORTE-EDITADO
           MOVE pla-tasa TO TASA-EDITADA
           DISPLAY 'PLAZO      : ' pla-numero
           DISPLAY 'CLIENTE    : ' pla-cliente
           DISPLAY 'CAPITAL    : ' IMPORTE-EDITADO
           DISPLAY 'TASA ANUAL : ' TASA-EDITADA ' %'
           DISPLAY 'DIAS       : ' pla-dias
           DISPLAY 'DESDE/VENCE: ' pla-inicio ' A ' pla-vencimiento
           DISPLAY 'AL VENCER  : ' pla-renovacion
               ' (A=ACREDITA R=RENUEVA C=CAPITALIZA)'
           DISPLAY 'ESTADO     : ' pla-estado
               ' (P=PENDIENTE V=VIGENTE C=CANCELADO)'
               '  RENOVACIONES: ' pla-renovaciones
           IF pla-ampliacion NUMERIC
               AND pla-ampliacion NOT = ZERO
               MOVE pla-ampliacion TO IMPORTE-EDITADO
               DISPLAY 'AMPLIACION : ' IMPORTE-EDITADO
                   ' (INTERES A CAPITALIZAR, DEBITO SIN POSTEAR)'
           END-IF.

      * Lo unico modificable de un plazo vigente o pendiente es la
      * instruccion de renovacion: capital, tasa y fechas quedan
      * fijos hasta el vencimiento.
       TRATAR-INSTRUCCION.
           DISPLAY 'NUMERO DE PLAZO: '
           ACCEPT NUMERO-BUSCADO
           MOVE NUMERO-BUSCADO TO pla-numero
           READ plazos
               INVALID KEY
                   DISPLAY 'NO EXISTE EL PLAZO ' NUMERO-BUSCADO
               NOT INVALID KEY
                   IF PLAZO-CANCELADO
                       DISPLAY 'EL PLAZO YA ESTA CANCELADO.'
                   ELSE
                       PERFORM MODIFICAR-INSTRUCCION
                   END-IF
           END-READ.

       MODIFICAR-INSTRUCCION.
           PERFORM MOSTRAR-PLAZO
           MOVE SPACES TO IMAGEN-ANTERIOR
           MOVE registro-plazo TO IMAGEN-ANTERIOR
           PERFORM PEDIR-RENOVACION
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA NUEVA INSTRUCCION (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE 'MANT-PLAZO' TO l-jrn-programa
               MOVE 'PLAZOS' TO l-jrn-archivo
               MOVE 'MODIF' TO l-jrn-operacion
               MOVE IMAGEN-ANTERIOR TO l-jrn-antes
               MOVE SPACES TO l-jrn-despues
               MOVE registro-plazo TO l-jrn-despues
               CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
                   l-jrn-operacion, l-jrn-antes, l-jrn-despues,
                   l-jrn-status
               REWRITE registro-plazo
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL PLAZO '
                           pla-numero
               END-REWRITE
               IF fs-plazos = '00'
                   DISPLAY 'PLAZO ' pla-numero ' MODIFICADO.'
               END-IF
           ELSE
               DISPLAY 'MODIFICACION CANCELADA, NO SE GRABO NADA.'
           END-IF.

       LISTAR-PLAZOS.
           MOVE ZERO TO PLAZOS-LISTADOS
           MOVE 'N' TO FIN-PLAZOS
           MOVE ZEROS TO pla-numero
           START plazos KEY IS NOT LESS THAN pla-numero
               INVALID KEY
                   SET NO-HAY-MAS-PLAZOS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-PLAZOS
               READ plazos NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PLAZOS TO TRUE
                   NOT AT END
                       ADD 1 TO PLAZOS-LISTADOS
                       MOVE pla-capital TO IMPORTE-EDITADO
                       DISPLAY pla-numero ' CLI ' pla-cliente
                           ' ' IMPORTE-EDITADO ' VENCE '
                           pla-vencimiento ' ' pla-renovacion
                           ' ' pla-estado
               END-READ
           END-PERFORM
           DISPLAY 'PLAZOS EN EL MAESTRO: ' PLAZOS-LISTADOS.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'MANT-PLAZO' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-PLAZO' TO l-sel-programa
           MOVE 'PLAZOS.DAT' TO l-sel-archivo
           MOVE version-plazos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
