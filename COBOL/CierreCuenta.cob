       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-CUENTA.
       AUTHOR. Ejemplo.
      * Cierre de cuenta de un cliente con liquidacion final. El
      * operador senior pide el cliente y el programa primero
      * busca lo que impide cerrar: ordenes permanentes vigentes en
      * ORDENES.DAT, un prestamo vigente en PRESTAMOS.DAT, cheques
      * pendientes de clearing en CHEQUES.DAT, transacciones
      * diferidas en PENDIENTES.DAT, plazos fijos sin vencer en
      * PLAZOS.DAT, ordenes de pago a otros bancos sin acreditar
      * en PAGOS.DAT y mandatos de debito directo activos en
      * MANDATOS.DAT. Sin impedimentos arma la liquidacion:
      *  - el interes final por los dias desde la ultima corrida de
      *    intereses (ULTINTERES.DAT), con la banda de TASAS.DAT y
      *    el INTERES de la libreria, como INTERES-SALDOS;
      *  - el cargo de cierre, tarifa CIER de TARIFAS.DAT (fija o
      *    porcentaje del saldo), nunca mayor que lo que el cliente
      *    tiene para cobrar;
      *  - el pago del saldo que queda.
      * Confirmada, la liquidacion sale a CIERRES.TXT, fuente
      * generada del merge, y el pedido queda en CIERRES.DAT. El
      * cliente no se cierra aca: lo cierra COMPLETA-CIERRE despues
      * del posteo, cuando el saldo llega a cero, y la corrida de
      * extractos en modo cierre le emite el extracto final. Si en
      * el medio entro plata, al dia siguiente se puede pedir una
      * liquidacion complementaria que paga solo el saldo nuevo.
      * A un cliente con saldo deudor no se lo cierra: la deuda se
      * cancela antes. Bloqueados, fallecidos y restringidos
      * tampoco: el posteo no les deja salir la plata.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT cierres ASSIGN TO 'CIERRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cie-cliente
               FILE STATUS IS fs-cierres.
           SELECT ordenes ASSIGN TO 'ORDENES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-numero
               FILE STATUS IS fs-ordenes.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.
           SELECT tarifas ASSIGN TO 'TARIFAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tar-codigo
               FILE STATUS IS fs-tarifas.
           SELECT plazos ASSIGN TO 'PLAZOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pla-numero
               FILE STATUS IS fs-plazos.
           SELECT pagos ASSIGN TO 'PAGOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pag-numero
               FILE STATUS IS fs-pagos.
           SELECT mandatos ASSIGN TO 'MANDATOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS man-clave
               FILE STATUS IS fs-mandatos.
           SELECT archivo-cheques ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cheques.
           SELECT archivo-pendientes ASSIGN TO 'PENDIENTES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-pendientes.
           SELECT archivo-tasas ASSIGN TO 'TASAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-tasas.
           SELECT archivo-ultima ASSIGN TO 'ULTINTERES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-ultima.
           SELECT archivo-generadas ASSIGN TO 'CIERRES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  cierres.
           COPY CIERRE.
       FD  ordenes.
           COPY ORDENPER.
       FD  prestamos.
           COPY PRESTAMO.
       FD  tarifas.
           COPY TARIFA.
       FD  plazos.
           COPY PLAZOFIJO.
       FD  pagos.
           COPY PAGOSAL.
       FD  mandatos.
           COPY MANDATO.
       FD  archivo-cheques.
           COPY CHEQUE.
       FD  archivo-pendientes.
       01  registro-pendiente.
           05  pen-fecha          PIC 9(08).
           05  pen-importe        PIC S9(07)V99.
           05  pen-descripcion    PIC X(33).
           05  pen-moneda         PIC X(03).
           05  pen-sucursal       PIC 9(03).
           05  pen-cliente        PIC 9(06).
       FD  archivo-tasas.
       01  registro-tasa.
           05  tas-hasta       PIC 9(9).
           05  FILLER          PIC X.
           05  tas-tasa        PIC 9(3)V9(4).
       FD  archivo-ultima.
       01  registro-ultima PIC 9(8).
       FD  archivo-generadas.
           COPY TRANSAC.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY FPRPARM.
           COPY NIVPARM.
           COPY JRNPARM.
           COPY FINPARM.
           COPY NOTPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-cierres         PIC XX VALUE '00'.
       01  fs-ordenes         PIC XX VALUE '00'.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-tarifas         PIC XX VALUE '00'.
       01  fs-plazos          PIC XX VALUE '00'.
       01  fs-pagos           PIC XX VALUE '00'.
       01  fs-mandatos        PIC XX VALUE '00'.
       01  fs-cheques         PIC XX VALUE '00'.
       01  fs-pendientes      PIC XX VALUE '00'.
       01  fs-tasas           PIC XX VALUE '00'.
       01  fs-ultima          PIC XX VALUE '00'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fin-lectura        PIC X VALUE 'N'.
           88  no-hay-mas-registros VALUE 'S'.
       01  fin-sesion         PIC X VALUE 'N'.
           88  SESION-TERMINADA VALUE 'S'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  cliente-pedido     PIC 9(6).
       01  confirmacion       PIC X VALUE 'N'.
           88  CONFIRMADO      VALUE 'S' 's'.
       01  hay-pedido         PIC X VALUE 'N'.
           88  PEDIDO-EXISTE   VALUE 'S'.
       01  complementaria     PIC X VALUE 'N'.
           88  ES-COMPLEMENTARIA VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  entero-proceso     PIC 9(9).
       01  entero-ultima      PIC 9(9) VALUE ZERO.
       01  dias-devengo       PIC S9(5) VALUE ZERO.
       01  impedimentos       PIC 9(4) VALUE ZERO.
       01  saldo-actual       PIC S9(9)V99.
       01  interes-final      PIC S9(9)V99.
       01  cargo-cierre       PIC S9(9)V99.
       01  pago-final         PIC S9(9)V99.
       01  disponible         PIC S9(9)V99.
       01  importe-pendiente  PIC S9(9)V99.
       01  importe-tramo      PIC S9(7)V99.
       01  descripcion-armada PIC X(33).
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  importe-editado    PIC -(9)9.99.

       01  tabla-tasas.
           05  tasa-e OCCURS 20 TIMES.
               10  tab-hasta      PIC 9(9).
               10  tab-tasa       PIC 9(3)V9(4).
       01  tasas-cargadas     PIC 9(2) VALUE ZERO.
       01  idx-tasa           PIC 9(2).
       01  tasa-aplicable     PIC 9(3)V9(4).
       01  tasa-hallada       PIC X VALUE 'N'.
           88  HAY-TASA        VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Cerrar una cuenta exige nivel 2 (operador senior).
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'CIERRE-CUENTA: el operador ' ws-operador
                   ' no tiene el nivel 2 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'CIERRE-CUENTA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'CIERRE-CUENTA: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           PERFORM CARGAR-TASAS
           PERFORM LEER-ULTIMA-CORRIDA
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'CIERRE-CUENTA: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O cierres
           IF fs-cierres = '35'
               OPEN OUTPUT cierres
               CLOSE cierres
               OPEN I-O cierres
           END-IF
           IF fs-cierres NOT = '00'
               DISPLAY 'CIERRE-CUENTA: no se pudo abrir '
                   'CIERRES.DAT, status=' fs-cierres
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SESION-TERMINADA
               DISPLAY ' '
               DISPLAY 'Cliente a cerrar (0 = fin): '
               ACCEPT cliente-pedido
               IF cliente-pedido = ZERO
                   SET SESION-TERMINADA TO TRUE
               ELSE
                   PERFORM PROCESAR-CIERRE
               END-IF
           END-PERFORM
           CLOSE clientes
           CLOSE cierres
           STOP RUN.

      * Sin tabla de tasas el cierre sale sin interes final, con
      * aviso: es lo mismo que haria la corrida mensual.
       CARGAR-TASAS.
           OPEN INPUT archivo-tasas
           IF fs-tasas NOT = '00'
               DISPLAY 'CIERRE-CUENTA: falta TASAS.DAT (status='
                   fs-tasas '), los cierres salen sin interes.'
           ELSE
               MOVE 'N' TO fin-lectura
               PERFORM UNTIL no-hay-mas-registros
                   READ archivo-tasas
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF tasas-cargadas < 20
                               ADD 1 TO tasas-cargadas
                               MOVE tas-hasta
                                   TO tab-hasta(tasas-cargadas)
                               MOVE tas-tasa
                                   TO tab-tasa(tasas-cargadas)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-tasas
           END-IF.

      * El interes final cubre los dias desde la ultima corrida de
      * intereses; sin corrida previa no hay dias que devengar.
       LEER-ULTIMA-CORRIDA.
           OPEN INPUT archivo-ultima
           IF fs-ultima = '00'
               READ archivo-ultima
                   NOT AT END
                       IF registro-ultima NUMERIC
                           COMPUTE entero-ultima =
                               FUNCTION INTEGER-OF-DATE(
                               registro-ultima)
                       END-IF
               END-READ
               CLOSE archivo-ultima
           END-IF
           IF entero-ultima NOT = ZERO
               COMPUTE dias-devengo = entero-proceso - entero-ultima
           END-IF
           IF dias-devengo < ZERO
               MOVE ZERO TO dias-devengo
           END-IF.

       PROCESAR-CIERRE.
           MOVE cliente-pedido TO cliente-id-fd
           READ clientes
               INVALID KEY
                   DISPLAY 'No existe el cliente ' cliente-pedido
               NOT INVALID KEY
                   MOVE cliente-id-fd TO l-not-cliente
                   PERFORM AVISAR-NOTAS
                   PERFORM EVALUAR-CLIENTE
           END-READ.

       EVALUAR-CLIENTE.
           IF cliente-saldo NUMERIC
               MOVE cliente-saldo TO saldo-actual
           ELSE
               MOVE ZERO TO saldo-actual
           END-IF
           MOVE saldo-actual TO importe-editado
           DISPLAY 'Cliente ' cliente-id-fd ' ' nombre-fd ' '
               apellido-fd
           DISPLAY '  Estado ' cliente-estado '  Saldo '
               importe-editado
           MOVE 'N' TO complementaria
           MOVE cliente-id-fd TO cie-cliente
           READ cierres
               INVALID KEY
                   MOVE 'N' TO hay-pedido
               NOT INVALID KEY
                   SET PEDIDO-EXISTE TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN CLIENTE-CERRADO
                   DISPLAY 'La cuenta ya esta cerrada.'
               WHEN CLIENTE-CASTIGADO
                   DISPLAY 'El cliente esta castigado como '
                       'incobrable: no se cierra por aca.'
               WHEN CLIENTE-BLOQUEADO OR CLIENTE-FALLECIDO
                   OR CLIENTE-RESTRINGIDO
                   DISPLAY 'Un cliente bloqueado, fallecido o '
                       'restringido no se cierra por aca: el posteo '
                       'no le deja salir la plata.'
               WHEN PEDIDO-EXISTE AND CIERRE-PEDIDO
                   AND cie-fecha-pedido NOT < fecha-proceso
                   DISPLAY 'El cierre ya se pidio hoy; el cliente '
                       'se cierra despues del posteo de esta noche.'
               WHEN PEDIDO-EXISTE AND CIERRE-PEDIDO
                   AND saldo-actual = ZERO
                   DISPLAY 'El cierre esta pedido y el saldo ya es '
                       'cero: se completa en la proxima noche.'
               WHEN OTHER
                   IF PEDIDO-EXISTE AND CIERRE-PEDIDO
                       SET ES-COMPLEMENTARIA TO TRUE
                       DISPLAY 'Cierre pedido el ' cie-fecha-pedido
                           ' con saldo nuevo despues de la '
                           'liquidacion: va una complementaria.'
                   END-IF
                   PERFORM BUSCAR-IMPEDIMENTOS
                   IF impedimentos > ZERO
                       DISPLAY 'No se puede cerrar: ' impedimentos
                           ' impedimento(s) a resolver antes.'
                   ELSE
                       PERFORM CALCULAR-LIQUIDACION
                   END-IF
           END-EVALUATE.

      * Todo lo que seguiria moviendo la cuenta despues del cierre
      * tiene que resolverse antes; un archivo que no existe no
      * tiene nada pendiente.
       BUSCAR-IMPEDIMENTOS.
           MOVE ZERO TO impedimentos
           PERFORM BUSCAR-ORDENES
           PERFORM BUSCAR-PRESTAMOS
           PERFORM BUSCAR-CHEQUES
           PERFORM BUSCAR-PENDIENTES
           PERFORM BUSCAR-PLAZOS
           PERFORM BUSCAR-PAGOS
           PERFORM BUSCAR-MANDATOS.

       BUSCAR-ORDENES.
           OPEN INPUT ordenes
           IF fs-ordenes = '00'
               MOVE 'N' TO fin-lectura
               MOVE ZEROS TO ord-numero
               START ordenes KEY IS NOT LESS THAN ord-numero
                   INVALID KEY
                       SET no-hay-mas-registros TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-registros
                   READ ordenes NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF ord-cliente = cliente-id-fd
                               AND ord-hasta >= fecha-proceso
                               ADD 1 TO impedimentos
                               DISPLAY '  Orden permanente '
                                   ord-numero ' vigente hasta '
                                   ord-hasta
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ordenes
           END-IF.

       BUSCAR-PRESTAMOS.
           OPEN INPUT prestamos
           IF fs-prestamos = '00'
               MOVE 'N' TO fin-lectura
               MOVE ZEROS TO pre-numero
               START prestamos KEY IS NOT LESS THAN pre-numero
                   INVALID KEY
                       SET no-hay-mas-registros TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-registros
                   READ prestamos NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF pre-cliente = cliente-id-fd
                               AND PRESTAMO-VIGENTE
                               ADD 1 TO impedimentos
                               DISPLAY '  Prestamo ' pre-numero
                                   ' vigente'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prestamos
           END-IF.

       BUSCAR-CHEQUES.
           OPEN INPUT archivo-cheques
           IF fs-cheques = '00'
               MOVE 'N' TO fin-lectura
               PERFORM UNTIL no-hay-mas-registros
                   READ archivo-cheques
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF che-cliente = cliente-id-fd
                               AND che-estado = 'P'
                               ADD 1 TO impedimentos
                               MOVE che-importe TO importe-editado
                               DISPLAY '  Cheque ' che-clave
                                   ' del ' che-fecha ' por '
                                   importe-editado
                                   ' pendiente de clearing'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-cheques
           END-IF.

       BUSCAR-PENDIENTES.
           OPEN INPUT archivo-pendientes
           IF fs-pendientes = '00'
               MOVE 'N' TO fin-lectura
               PERFORM UNTIL no-hay-mas-registros
                   READ archivo-pendientes
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF pen-cliente = cliente-id-fd
                               ADD 1 TO impedimentos
                               MOVE pen-importe TO importe-editado
                               DISPLAY '  Transaccion diferida al '
                                   pen-fecha ' por '
                                   importe-editado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-pendientes
           END-IF.

      * Un plazo pendiente o vigente devuelve capital e interes al
      * vencer: con la cuenta cerrada ese credito quedaria
      * suspendido.
       BUSCAR-PLAZOS.
           OPEN INPUT plazos
           IF fs-plazos = '00'
               MOVE 'N' TO fin-lectura
               MOVE ZEROS TO pla-numero
               START plazos KEY IS NOT LESS THAN pla-numero
                   INVALID KEY
                       SET no-hay-mas-registros TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-registros
                   READ plazos NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF pla-cliente = cliente-id-fd
                               AND (PLAZO-VIGENTE OR PLAZO-PENDIENTE)
                               ADD 1 TO impedimentos
                               MOVE pla-capital TO importe-editado
                               DISPLAY '  Plazo fijo ' pla-numero
                                   ' por ' importe-editado
                                   ' vence el ' pla-vencimiento
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE plazos
           END-IF.

      * Un pago cargado o liberado todavia sale esta noche, y uno
      * enviado puede volver devuelto por el banco y reacreditarse:
      * solo el acreditado (o el que nunca salio) deja de moverse.
       BUSCAR-PAGOS.
           OPEN INPUT pagos
           IF fs-pagos = '00'
               MOVE 'N' TO fin-lectura
               MOVE ZEROS TO pag-numero
               START pagos KEY IS NOT LESS THAN pag-numero
                   INVALID KEY
                       SET no-hay-mas-registros TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-registros
                   READ pagos NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF pag-cliente = cliente-id-fd
                               AND (PAGO-CARGADO OR PAGO-LIBERADO
                                   OR PAGO-ENVIADO)
                               ADD 1 TO impedimentos
                               MOVE pag-importe TO importe-editado
                               DISPLAY '  Orden de pago ' pag-numero
                                   ' por ' importe-editado
                                   ' en estado ' pag-estado
                                   ' sin acreditar'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE pagos
           END-IF.

      * Con un mandato activo la empresa puede seguir mandando
      * cobros contra la cuenta; se revoca antes de cerrar.
       BUSCAR-MANDATOS.
           OPEN INPUT mandatos
           IF fs-mandatos = '00'
               MOVE 'N' TO fin-lectura
               MOVE LOW-VALUES TO man-clave
               START mandatos KEY IS NOT LESS THAN man-clave
                   INVALID KEY
                       SET no-hay-mas-registros TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-registros
                   READ mandatos NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF man-cliente = cliente-id-fd
                               AND MANDATO-ACTIVO
                               ADD 1 TO impedimentos
                               DISPLAY '  Mandato de debito '
                                   man-compania ' '
                                   man-referencia ' activo'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE mandatos
           END-IF.

      * Interes y cargo solo en la liquidacion original; la
      * complementaria paga lo que entro despues.
       CALCULAR-LIQUIDACION.
           MOVE ZERO TO interes-final
           MOVE ZERO TO cargo-cierre
           IF NOT ES-COMPLEMENTARIA
               PERFORM CALCULAR-INTERES
               PERFORM CALCULAR-CARGO
           END-IF
           COMPUTE disponible = saldo-actual + interes-final
           IF disponible < ZERO
               MOVE disponible TO importe-editado
               DISPLAY 'El cliente queda con saldo deudor de '
                   importe-editado ': la deuda se cancela antes '
                   'del cierre.'
           ELSE
               IF cargo-cierre > disponible
                   MOVE disponible TO cargo-cierre
               END-IF
               COMPUTE pago-final = disponible - cargo-cierre
               PERFORM MOSTRAR-LIQUIDACION
               MOVE 'N' TO confirmacion
               DISPLAY 'Confirma el cierre (S/N)? '
               ACCEPT confirmacion
               IF CONFIRMADO
                   PERFORM GRABAR-LIQUIDACION
               ELSE
                   DISPLAY 'Cierre cancelado, no se grabo nada.'
               END-IF
           END-IF.

      * Mismo criterio que INTERES-SALDOS: devengan los activos con
      * saldo positivo en la primera banda que alcanza al saldo.
       CALCULAR-INTERES.
           IF CLIENTE-ACTIVO
               AND saldo-actual > ZERO
               AND dias-devengo > ZERO
               MOVE 'N' TO tasa-hallada
               PERFORM VARYING idx-tasa FROM 1 BY 1
                       UNTIL idx-tasa > tasas-cargadas
                       OR HAY-TASA
                   IF saldo-actual <= tab-hasta(idx-tasa)
                       SET HAY-TASA TO TRUE
                       MOVE tab-tasa(idx-tasa) TO tasa-aplicable
                   END-IF
               END-PERFORM
               IF HAY-TASA AND tasa-aplicable > ZERO
                   MOVE saldo-actual TO l-monto
                   MOVE tasa-aplicable TO l-tasa
                   MOVE dias-devengo TO l-dias
                   CALL 'INTERES' USING l-monto, l-tasa, l-dias,
                       l-resultado, l-status-fin
                   IF l-status-fin = 0 AND l-resultado > ZERO
                       MOVE l-resultado TO interes-final
                   ELSE
                       IF l-status-fin NOT = 0
                           DISPLAY 'INTERES desbordo: el cierre '
                               'sale sin interes final.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * La tarifa CIER es un cargo por evento; sin ella el cierre
      * no tiene cargo.
       CALCULAR-CARGO.
           OPEN INPUT tarifas
           IF fs-tarifas = '00'
               MOVE 'CIER' TO tar-codigo
               READ tarifas
                   INVALID KEY
                       DISPLAY 'Sin tarifa CIER en TARIFAS.DAT: el '
                           'cierre no tiene cargo.'
                   NOT INVALID KEY
                       IF tar-modo = 'P'
                           IF saldo-actual > ZERO
                               COMPUTE cargo-cierre ROUNDED =
                                   saldo-actual * tar-valor / 100
                           END-IF
                       ELSE
                           MOVE tar-valor TO cargo-cierre
                       END-IF
               END-READ
               CLOSE tarifas
           ELSE
               DISPLAY 'Sin TARIFAS.DAT: el cierre no tiene cargo.'
           END-IF.

       MOSTRAR-LIQUIDACION.
           DISPLAY 'Liquidacion final al ' fecha-proceso ':'
           MOVE saldo-actual TO importe-editado
           DISPLAY '  Saldo actual     ' importe-editado
           MOVE interes-final TO importe-editado
           DISPLAY '  Interes final    ' importe-editado
               ' (' dias-devengo ' dias)'
           COMPUTE importe-editado = 0 - cargo-cierre
           DISPLAY '  Cargo de cierre  ' importe-editado
           COMPUTE importe-editado = 0 - pago-final
           DISPLAY '  Pago al cliente  ' importe-editado.

      * La liquidacion sale al merge como tres transacciones del
      * cliente; las descripciones caen en las reglas de categoria
      * de intereses, comisiones y pagos salientes.
       GRABAR-LIQUIDACION.
           OPEN EXTEND archivo-generadas
           IF fs-generadas = '05' OR fs-generadas = '35'
               OPEN OUTPUT archivo-generadas
           END-IF
           IF fs-generadas NOT = '00'
               DISPLAY 'CIERRE-CUENTA: no se pudo abrir '
                   'CIERRES.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF interes-final > ZERO
               MOVE SPACES TO descripcion-armada
               STRING 'INTERES SALDO CIERRE ' cliente-id-fd
                   DELIMITED BY SIZE INTO descripcion-armada
               MOVE interes-final TO importe-tramo
               PERFORM ESCRIBIR-TRANSACCION
           END-IF
           IF cargo-cierre > ZERO
               MOVE SPACES TO descripcion-armada
               STRING 'CARGO CIER CIERRE CUENTA ' cliente-id-fd
                   DELIMITED BY SIZE INTO descripcion-armada
               COMPUTE importe-tramo = 0 - cargo-cierre
               PERFORM ESCRIBIR-TRANSACCION
           END-IF
           MOVE SPACES TO descripcion-armada
           STRING 'PAGO CIERRE CUENTA ' cliente-id-fd
               DELIMITED BY SIZE INTO descripcion-armada
           MOVE pago-final TO importe-pendiente
           PERFORM UNTIL importe-pendiente = ZERO
               IF importe-pendiente > 9999999.99
                   MOVE 9999999.99 TO importe-tramo
               ELSE
                   MOVE importe-pendiente TO importe-tramo
               END-IF
               SUBTRACT importe-tramo FROM importe-pendiente
               COMPUTE importe-tramo = 0 - importe-tramo
               PERFORM ESCRIBIR-TRANSACCION
           END-PERFORM
           CLOSE archivo-generadas
           PERFORM GRABAR-PEDIDO
           DISPLAY 'Liquidacion enviada al merge de esta noche; el '
               'cliente se cierra cuando el saldo llegue a cero.'.

       ESCRIBIR-TRANSACCION.
           MOVE fecha-proceso TO trans-fecha
           MOVE importe-tramo TO trans-importe
           MOVE descripcion-armada TO trans-descripcion
           MOVE SPACES TO trans-moneda
           MOVE ZEROS TO trans-sucursal
           MOVE cliente-id-fd TO trans-cliente
           WRITE registro-transaccion
           IF fs-generadas NOT = '00'
               DISPLAY 'CIERRE-CUENTA: error al escribir '
                   'CIERRES.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       GRABAR-PEDIDO.
           IF ES-COMPLEMENTARIA
               MOVE registro-cierre TO imagen-anterior
               ADD pago-final TO cie-pago
               MOVE fecha-proceso TO cie-fecha-pedido
               MOVE ws-operador TO cie-operador
               MOVE 'MODIF' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA
               REWRITE registro-cierre
                   INVALID KEY
                       PERFORM ERROR-CIERRES
               END-REWRITE
           ELSE
               MOVE SPACES TO imagen-anterior
               IF PEDIDO-EXISTE
                   MOVE registro-cierre TO imagen-anterior
               END-IF
               MOVE SPACES TO registro-cierre
               MOVE cliente-id-fd TO cie-cliente
               SET CIERRE-PEDIDO TO TRUE
               MOVE fecha-proceso TO cie-fecha-pedido
               MOVE ws-operador TO cie-operador
               MOVE saldo-actual TO cie-saldo-pedido
               MOVE interes-final TO cie-interes
               MOVE cargo-cierre TO cie-cargo
               MOVE pago-final TO cie-pago
               MOVE ZEROS TO cie-fecha-cierre
               MOVE ZEROS TO cie-extracto
               IF PEDIDO-EXISTE
                   MOVE 'MODIF' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA
                   REWRITE registro-cierre
                       INVALID KEY
                           PERFORM ERROR-CIERRES
                   END-REWRITE
               ELSE
                   MOVE 'ALTA' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA
                   WRITE registro-cierre
                       INVALID KEY
                           PERFORM ERROR-CIERRES
                   END-WRITE
               END-IF
           END-IF.

       ANOTAR-BITACORA.
           MOVE 'CIERRECTA' TO l-jrn-programa
           MOVE 'CIERRES' TO l-jrn-archivo
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-cierre TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: no se pudo grabar el diario de '
                   'imagenes.'
           END-IF.

       ERROR-CIERRES.
           DISPLAY 'CIERRE-CUENTA: error al grabar CIERRES.DAT para '
               'el cliente ' cliente-id-fd ', status=' fs-cierres
               '; la liquidacion ya esta en CIERRES.TXT.'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * Aviso de las notas de alta prioridad del cliente apenas se
      * lo trae a pantalla (NOTASCLI).
       AVISAR-NOTAS.
           MOVE 'B' TO l-not-accion
           MOVE 'CIERRECTA' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CIERRE-CUENTA' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CIERRES.DAT' TO l-sel-archivo
           MOVE version-cierres TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'ORDENES.DAT' TO l-sel-archivo
           MOVE version-ordenes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'TARIFAS.DAT' TO l-sel-archivo
           MOVE version-tarifas TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PLAZOS.DAT' TO l-sel-archivo
           MOVE version-plazos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PAGOS.DAT' TO l-sel-archivo
           MOVE version-pagos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'MANDATOS.DAT' TO l-sel-archivo
           MOVE version-mandatos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
