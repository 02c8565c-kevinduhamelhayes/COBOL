               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-suspenso ASSIGN TO 'SUSPENSO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT archivo-cheques ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cheques.
      * Pagos de prestamo: la transaccion posteada que paga un
      * prestamo queda anotada para la aplicacion nocturna contra
      * las cuotas, en vez de esperar al operador.
           SELECT archivo-pagos-prestamo ASSIGN TO 'PAGOPRE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-pagos-prestamo.
      * Deposito de transacciones con fecha futura: en vez de
      * postear hoy lo que vale manana (o de que la sucursal lo
      * guarde en un cajon), la transaccion espera aca y el paso de
      * sucursal pueda corregirlo y remandarlo.
      *   F1 = fecha no numerica    F2 = fecha invalida
      *   I1 = importe no numerico
      *   T1 = transferencia mal formada (destino no numerico, igual
      *        al ordenante, o importe que no es un debito)
       FD  archivo-rechazos.
       01  registro-rechazo.
           05  rech-codigo        PIC X(02).
       01  registro-pendiente PIC X(62).
       FD  archivo-cheques.
           COPY CHEQUE.
       FD  archivo-pagos-prestamo.
           COPY PAGOPRE.
       FD  archivo-simulacro.
       01  registro-simulacro PIC X(100).
       FD  checkpoint-posteo.
       01  registro-chk PIC X(160).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
       01  fin-de-archivo      PIC X VALUE 'N'.
           88  eof             VALUE 'S'.
           88  not-eof         VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  transacciones-suspendidas PIC 9(5) VALUE ZERO.

      * Transferencia entre clientes: la sucursal manda UNA linea a
      * nombre del cliente que paga, con importe negativo y la
      * descripcion 'TRANSF A nnnnnn ...' que nombra al que cobra.
      * El posteo la parte en dos patas de claves consecutivas, el
      * debito al ordenante y el credito al beneficiario, y cada
      * pata cita en su descripcion al otro cliente y la clave de
      * la otra pata. Van las dos o ninguna: si cualquiera de los
      * dos clientes no pasa el control, la linea entera va al
      * suspenso tal como llego.
       01  transaccion-original   PIC X(62).
       01  cliente-origen-transf  PIC 9(6).
       01  cliente-destino-transf PIC 9(6).
       01  clave-debito-transf    PIC 9(7).
       01  clave-credito-transf   PIC 9(7).
       01  importe-base-transf    PIC S9(07)V99.
      * La pata de credito no es una linea llegada de la sucursal:
      * su disposicion sale sin sucursal, para que la conciliacion
      * y los acuses cuenten una sola vez la linea recibida.
       01  pata-transferencia     PIC X VALUE 'N'.
           88  PATA-DERIVADA       VALUE 'S'.
      * Recupero de un castigado: el credito que llega a su nombre
      * se postea como cualquiera y detras va una segunda pata con
      * el importe en contra y la descripcion 'RECUPERO INCOBRABLE
      * CLAVE nnnnnnn' (la clave del credito), que la regla de
      * categorias lleva a RECU. El saldo del castigado no se mueve
      * y contabilidad ve lo que volvio como ingreso por recupero.
       01  clave-credito-recupero PIC 9(7).
       01  importe-base-recupero  PIC S9(07)V99.

      * Vistas de lo ya posteado (corridas anteriores en maestro.dat
      * mas lo escrito en esta corrida): contra esta tabla se detecta
      * la retransmision de una sucursal antes de volver a postearla.
       01  dias-ventana-vistas PIC 9(4) VALUE 90.
       01  entero-ventana     PIC 9(9).
       01  fecha-desde-vistas PIC 9(8).
       01  largo-comparado    PIC 9(2).
       01  transaccion-duplicada PIC X VALUE 'N'.
           88  es-duplicada    VALUE 'S'.
       01  fs-rechazos        PIC XX VALUE '00'.
           COPY VALPARM.
           COPY FPRPARM.
           COPY IDXPARM.
           COPY PERPARM.
      * Fecha con la que la transaccion queda en el maestro y en la
      * salida: la suya, o la del periodo abierto si contabilidad ya
      * cerro su mes. El ultimo mes hallado abierto se recuerda para
      * no consultar PERIODOS.DAT con cada transaccion.
       01  fecha-contable     PIC 9(8).
       01  mes-abierto-visto  PIC 9(6) VALUE ZERO.
       01  transacciones-desviadas PIC 9(5) VALUE ZERO.

       01  registro-trailer REDEFINES registro-salida.
           05  trailer-marca      PIC X(07).
       01  proyectado-hallado PIC X VALUE 'N'.
           88  PROYECTADO-OK   VALUE 'S'.
       01  saldo-corriente-lim PIC S9(11)V99.
      * Un debito se controla contra el disponible: el saldo menos
      * los cheques depositados que siguen en clearing. Si solo la
      * retencion lo deja afuera, el motivo lo dice.
           COPY DSPPARM.
       01  motivo-limite      PIC X(30) VALUE SPACES.
       01  fs-pendientes      PIC XX VALUE '00'.
       01  transacciones-diferidas PIC 9(5) VALUE ZERO.
       01  fs-cheques         PIC XX VALUE '00'.
       01  cheques-registrados PIC 9(5) VALUE ZERO.
       01  fs-pagos-prestamo  PIC XX VALUE '00'.
       01  pagos-prestamo-registrados PIC 9(5) VALUE ZERO.
       01  prestamo-referido  PIC 9(5) VALUE ZERO.
       01  pago-prestamo-sw   PIC X VALUE 'N'.
           88  ES-PAGO-PRESTAMO VALUE 'S'.
       01  pos-referencia     PIC 9(2).
       01  fs-simulacro       PIC XX VALUE '00'.
       01  ws-simulacro       PIC X VALUE SPACE.
           88  MODO-SIMULACRO  VALUE 'S' 's'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           PERFORM ARMAR-NOMBRE-GENERACION
      * Con POSTEO-SIMULACRO=S la pasada corre entera -- validacion,
      * duplicados, cliente, conversion, limite -- pero no escribe
               transacciones-rechazadas
           DISPLAY 'Diferidas a fecha futura : '
               transacciones-diferidas
           DISPLAY 'Llevadas de mes cerrado  : '
               transacciones-desviadas
           PERFORM MOSTRAR-SUBTOTALES-MONEDA
           PERFORM MOSTRAR-TOTALES-SUCURSAL
           PERFORM GRABAR-CONTROL
               AND NOT MODO-SIMULACRO
               OPEN OUTPUT archivo-maestro
               CLOSE archivo-maestro
               MOVE 'maestro.dat' TO l-sel-archivo
               MOVE version-maestro TO l-sel-version
               PERFORM ESTAMPAR-LAYOUT
               OPEN I-O archivo-maestro
           END-IF
           IF fs-maestro NOT = '00'
           END-PERFORM.

       ARMAR-VENTANA-VISTAS.
           MOVE 'DUPLICADOS-VENTANA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-ventana-texto
           IF ws-ventana-texto NUMERIC
               MOVE ws-ventana-texto TO dias-ventana-vistas
           END-IF
           IF codigo-rechazo = SPACES
               AND trans-importe NOT NUMERIC
               MOVE 'I1' TO codigo-rechazo
           END-IF
      * Una transferencia tiene que nombrar un beneficiario numerico
      * distinto del ordenante y llegar como debito del ordenante.
           IF codigo-rechazo = SPACES
               AND trans-descripcion(1:9) = 'TRANSF A '
               IF trans-descripcion(10:6) NOT NUMERIC
                   OR trans-descripcion(10:6) = trans-cliente
                   OR trans-importe NOT < ZERO
                   MOVE 'T1' TO codigo-rechazo
               END-IF
           END-IF.

       PROCESAR-VALIDADA.
                   MOVE 'DUPLICADA' TO motivo-suspenso
                   PERFORM SUSPENDER-TRANSACCION
               ELSE
                   IF trans-descripcion(1:9) = 'TRANSF A '
                       PERFORM POSTEAR-TRANSFERENCIA
                   ELSE
                       PERFORM POSTEAR-TRANSACCION
                   END-IF
               END-IF
           END-IF.

                           MOVE 'CLIENTE FALLECIDO'
                               TO motivo-suspenso
                       END-IF
      * Una cuenta cerrada tampoco: lo que llegue despues del
      * cierre lo resuelve el turno de la manana.
                       IF CLIENTE-CERRADO
                           MOVE 'N' TO cliente-valido
                           MOVE 'CLIENTE CERRADO'
                               TO motivo-suspenso
                       END-IF
      * Un restringido (sin documento de identidad vigente) sigue
      * recibiendo creditos, pero no le sale plata: el debito va al
      * suspenso hasta que cargue un documento.
                       IF CLIENTE-RESTRINGIDO AND trans-importe < ZERO
                           MOVE 'N' TO cliente-valido
                           MOVE 'CLIENTE RESTRINGIDO SIN DOC'
                               TO motivo-suspenso
                       END-IF
      * A un castigado no se le debita nada mas: su deuda ya se dio
      * de baja. Lo que pague se postea como recupero.
                       IF CLIENTE-CASTIGADO AND trans-importe < ZERO
                           MOVE 'N' TO cliente-valido
                           MOVE 'CLIENTE CASTIGADO'
                               TO motivo-suspenso
                       END-IF
               END-READ
           END-IF.

           END-IF
           ADD 1 TO transacciones-suspendidas.

      * La pata de debito de una transferencia queda en el maestro
      * con la descripcion reescrita ('TRANSF A nnnnnn CLAVE ...'):
      * contra ella la retransmision se reconoce por el prefijo con
      * el beneficiario, no por la descripcion entera.
       VERIFICAR-DUPLICADA.
           MOVE 'N' TO transaccion-duplicada
           IF trans-descripcion(1:9) = 'TRANSF A '
               MOVE 15 TO largo-comparado
           ELSE
               MOVE 33 TO largo-comparado
           END-IF
           PERFORM VARYING idx-vista FROM 1 BY 1
                   UNTIL idx-vista > vistas-cargadas
                   OR es-duplicada
               IF vista-fecha(idx-vista) = trans-fecha
                   AND vista-importe(idx-vista) = trans-importe
                   AND vista-descripcion(idx-vista)
                       (1:largo-comparado)
                       = trans-descripcion(1:largo-comparado)
                   AND vista-sucursal(idx-vista) = trans-sucursal
                   SET es-duplicada TO TRUE
               END-IF
      * autorice a proposito con AUTORIZA-SOBREGIRO=S.
           PERFORM VERIFICAR-LIMITE
           IF NOT LIMITE-OK
               MOVE motivo-limite TO motivo-suspenso
               PERFORM SUSPENDER-TRANSACCION
           ELSE
      * El propio asiento del castigo entra como un credito mas; lo
      * que llegue despues a nombre del castigado es recupero.
               IF CLIENTE-CASTIGADO AND trans-importe > ZERO
                   AND trans-descripcion(1:18)
                       NOT = 'CASTIGO INCOBRABLE'
                   PERFORM POSTEAR-RECUPERO
               ELSE
                   PERFORM POSTEAR-CUERPO
               END-IF
           END-IF.

      * El credito y su pata de recupero van en claves consecutivas
      * por el mismo POSTEAR-CUERPO; la segunda pata no es una linea
      * llegada de la sucursal y sale como derivada, igual que el
      * credito de una transferencia.
       POSTEAR-RECUPERO.
           IF contador > 9999998 OR vistas-cargadas >= 9998
               DISPLAY 'ERROR: no queda lugar en maestro.dat o en la '
                   'tabla de vistas para las dos patas del recupero.'
               PERFORM ABEND-RUN
           END-IF
           MOVE registro-transaccion TO transaccion-original
           MOVE contador TO clave-credito-recupero
           MOVE importe-base TO importe-base-recupero
           PERFORM POSTEAR-CUERPO
           COMPUTE trans-importe = 0 - trans-importe
           MOVE SPACES TO trans-descripcion
           STRING 'RECUPERO INCOBRABLE CLAVE ' clave-credito-recupero
               DELIMITED BY SIZE INTO trans-descripcion
           COMPUTE importe-base = 0 - importe-base-recupero
           SET PATA-DERIVADA TO TRUE
           PERFORM POSTEAR-CUERPO
           MOVE 'N' TO pata-transferencia
           MOVE transaccion-original TO registro-transaccion
           MOVE importe-base-recupero TO importe-base.

       POSTEAR-CUERPO.
           PERFORM FIJAR-FECHA-CONTABLE
           MOVE contador TO maestro-clave
           MOVE fecha-contable TO maestro-fecha
           MOVE importe-base TO maestro-importe
           MOVE trans-descripcion TO maestro-descripcion
           MOVE trans-cliente TO maestro-cliente
           PERFORM CLASIFICAR-DESCRIPCION
           MOVE categoria-asignada TO maestro-categoria
           IF NOT MODO-SIMULACRO
               MOVE fecha-contable TO salida-fecha
               MOVE trans-importe TO salida-importe
               MOVE trans-descripcion TO salida-descripcion
               MOVE moneda-transaccion TO salida-moneda
                       'status=' fs-salida
                   PERFORM ABEND-RUN
               END-IF
               MOVE maestro-cliente TO maestro-ruta-cli
               MOVE maestro-fecha TO maestro-ruta-fecha
               WRITE registro-maestro
                   INVALID KEY
                       DISPLAY
               IF maestro-descripcion(1:7) = 'CHEQUE '
                   PERFORM REGISTRAR-CHEQUE
               END-IF
               PERFORM RECONOCER-PAGO-PRESTAMO
               IF ES-PAGO-PRESTAMO
                   PERFORM REGISTRAR-PAGO-PRESTAMO
               END-IF
               MOVE SPACES TO registro-disposicion
               MOVE 'P' TO disp-tipo
               MOVE maestro-clave TO disp-clave
           ADD 1 TO registros-escritos
           ADD 1 TO contador.

      * Una transaccion atrasada de un mes que contabilidad ya
      * cerro no mueve ese mes: se postea en el periodo abierto
      * vigente y el modulo PERIODO deja la auditoria del desvio. En
      * simulacro solo se consulta y el desvio queda en el reporte.
       FIJAR-FECHA-CONTABLE.
           MOVE trans-fecha TO fecha-contable
           IF trans-fecha(1:6) NOT = mes-abierto-visto
               IF MODO-SIMULACRO
                   MOVE 'C' TO l-per-accion
               ELSE
                   MOVE 'M' TO l-per-accion
               END-IF
               MOVE trans-fecha TO l-per-fecha
               MOVE 'POSTEO' TO l-per-programa
               MOVE SPACES TO l-per-referencia
               STRING 'CLAVE ' contador ' ' trans-descripcion
                   DELIMITED BY SIZE INTO l-per-referencia
               CALL 'PERIODO' USING l-per-accion, l-per-fecha,
                   l-per-programa, l-per-referencia, l-per-destino,
                   l-per-status
               IF l-per-status = 0
                   MOVE trans-fecha(1:6) TO mes-abierto-visto
               ELSE
                   MOVE l-per-destino TO fecha-contable
                   ADD 1 TO transacciones-desviadas
                   IF MODO-SIMULACRO
                       MOVE SPACES TO linea-simulacro
                       STRING 'DESVIO A ' fecha-contable ' '
                           registro-transaccion
                           DELIMITED BY SIZE INTO linea-simulacro
                       PERFORM ANOTAR-SIMULACRO
                   END-IF
               END-IF
           END-IF.

      * Transferencia entre clientes: el ordenante ya paso
      * VERIFICAR-CLIENTE y el control de duplicados y su registro
      * esta en el buffer. Se controla su limite con el debito y
      * despues al beneficiario (existencia, estado y limite con el
      * credito); solo si los dos pasan se postean las dos patas,
      * en claves consecutivas para que ninguna quede sin la otra.
       POSTEAR-TRANSFERENCIA.
           IF contador = ZERO OR contador > 9999998
               DISPLAY 'ERROR: maestro.dat agoto el espacio de '
                   'claves 9(7), corresponde archivar con el '
                   'cierre anual.'
               PERFORM ABEND-RUN
           END-IF
           IF vistas-cargadas >= 9998
               DISPLAY 'ERROR: la tabla de vistas del control de '
                   'duplicados llego a 9999 registros, corresponde '
                   'archivar o reorganizar el maestro.'
               PERFORM ABEND-RUN
           END-IF
           PERFORM CONVERTIR-A-BASE
           MOVE trans-cliente TO cliente-origen-transf
           MOVE trans-descripcion(10:6) TO cliente-destino-transf
           MOVE importe-base TO importe-base-transf
           PERFORM VERIFICAR-LIMITE
           IF NOT LIMITE-OK
               MOVE motivo-limite TO motivo-suspenso
               PERFORM SUSPENDER-TRANSACCION
           ELSE
               PERFORM VERIFICAR-DESTINO-TRANSF
               IF NOT CLIENTE-OK
                   PERFORM SUSPENDER-TRANSACCION
               ELSE
                   PERFORM POSTEAR-PATAS-TRANSF
               END-IF
           END-IF.

      * El beneficiario pasa las mismas reglas que cualquier
      * cliente de una transaccion, con el motivo marcado como del
      * destino para que el turno de la manana sepa cual fallo.
       VERIFICAR-DESTINO-TRANSF.
           MOVE 'S' TO cliente-valido
           MOVE cliente-destino-transf TO cliente-id-fd
           READ clientes
               INVALID KEY
                   MOVE 'N' TO cliente-valido
                   MOVE 'TRANSF: DESTINO INEXISTENTE'
                       TO motivo-suspenso
               NOT INVALID KEY
                   IF CLIENTE-BLOQUEADO
                       MOVE 'N' TO cliente-valido
                       MOVE 'TRANSF: DESTINO BLOQUEADO'
                           TO motivo-suspenso
                   END-IF
                   IF CLIENTE-FALLECIDO
                       MOVE 'N' TO cliente-valido
                       MOVE 'TRANSF: DESTINO FALLECIDO'
                           TO motivo-suspenso
                   END-IF
                   IF CLIENTE-CERRADO
                       MOVE 'N' TO cliente-valido
                       MOVE 'TRANSF: DESTINO CERRADO'
                           TO motivo-suspenso
                   END-IF
                   IF CLIENTE-CASTIGADO
                       MOVE 'N' TO cliente-valido
                       MOVE 'TRANSF: DESTINO CASTIGADO'
                           TO motivo-suspenso
                   END-IF
           END-READ
           IF CLIENTE-OK
               COMPUTE importe-base = 0 - importe-base-transf
               PERFORM VERIFICAR-LIMITE
               MOVE importe-base-transf TO importe-base
               IF NOT LIMITE-OK
                   MOVE 'N' TO cliente-valido
                   MOVE 'TRANSF: DESTINO SOBRE LIMITE'
                       TO motivo-suspenso
               END-IF
           END-IF.

      * Las dos patas pasan por el mismo POSTEAR-CUERPO que
      * cualquier transaccion (salida, maestro, saldo, disposicion,
      * indice, simulacro); antes de cada una se relee el cliente
      * de esa pata para que ACTUALIZAR-SALDO regrabe el correcto.
      * Al terminar, la transaccion vuelve a quedar como llego.
       POSTEAR-PATAS-TRANSF.
           MOVE registro-transaccion TO transaccion-original
           MOVE contador TO clave-debito-transf
           COMPUTE clave-credito-transf = contador + 1
           MOVE cliente-origen-transf TO cliente-id-fd
           PERFORM RELEER-CLIENTE-TRANSF
           MOVE SPACES TO trans-descripcion
           STRING 'TRANSF A ' cliente-destino-transf
               ' CLAVE ' clave-credito-transf
               DELIMITED BY SIZE INTO trans-descripcion
           MOVE importe-base-transf TO importe-base
           PERFORM POSTEAR-CUERPO
           MOVE transaccion-original TO registro-transaccion
           MOVE cliente-destino-transf TO cliente-id-fd
           PERFORM RELEER-CLIENTE-TRANSF
           MOVE cliente-destino-transf TO trans-cliente
           COMPUTE trans-importe = 0 - trans-importe
           MOVE SPACES TO trans-descripcion
           STRING 'TRANSF DE ' cliente-origen-transf
               ' CLAVE ' clave-debito-transf
               DELIMITED BY SIZE INTO trans-descripcion
           COMPUTE importe-base = 0 - importe-base-transf
           SET PATA-DERIVADA TO TRUE
           PERFORM POSTEAR-CUERPO
           MOVE 'N' TO pata-transferencia
           MOVE transaccion-original TO registro-transaccion
           MOVE importe-base-transf TO importe-base.

       RELEER-CLIENTE-TRANSF.
           READ clientes
               INVALID KEY
                   DISPLAY 'ERROR: no se pudo releer el cliente '
                       cliente-id-fd ' de la transferencia.'
                   PERFORM ABEND-RUN
           END-READ.

       CARGAR-LIMITE-DEFECTO.
           MOVE 'LIMITE-CREDITO-DEF' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-limite-texto
           IF ws-limite-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-limite-texto) = 0
               COMPUTE limite-defecto =
                   FUNCTION NUMVAL(ws-limite-texto)
           END-IF
           MOVE 'AUTORIZA-SOBREGIRO' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-autoriza
           IF SOBREGIRO-AUTORIZADO
               DISPLAY 'AVISO: sobregiros autorizados por el '
                   'supervisor en esta corrida.'
      * el limite vigente es el propio del cliente o, sin el, el
      * del shop por defecto. Solo un saldo proyectado por debajo
      * de -limite perfora; con la autorizacion del supervisor el
      * posteo pasa igual y queda el aviso por consola. Para un
      * debito el saldo de partida es el disponible (DISPONIBLE
      * descuenta los cheques todavia en clearing).
       VERIFICAR-LIMITE.
           MOVE 'S' TO dentro-del-limite
           MOVE 'SOBRE LIMITE DE CREDITO' TO motivo-limite
           MOVE ZERO TO l-dsp-retenido
           IF cliente-limite NUMERIC
               AND cliente-limite NOT = ZEROS
               MOVE cliente-limite TO limite-vigente
               IF MODO-SIMULACRO
                   PERFORM TOMAR-SALDO-PROYECTADO
               END-IF
               IF importe-base < ZERO
                   PERFORM DESCONTAR-CHEQUES-CLEARING
               END-IF
               COMPUTE saldo-proyectado =
                   saldo-corriente-lim + importe-base
               IF saldo-proyectado < ZERO
                           'autorizacion del supervisor.'
                   ELSE
                       MOVE 'N' TO dentro-del-limite
                       IF l-dsp-retenido > ZERO
                           AND saldo-proyectado + l-dsp-retenido
                               + limite-vigente NOT < ZERO
                           MOVE 'SOBRE DISPONIBLE POR CHEQUES'
                               TO motivo-limite
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DESCONTAR-CHEQUES-CLEARING.
           MOVE cliente-id-fd TO l-dsp-cliente
           MOVE saldo-corriente-lim TO l-dsp-saldo
           CALL 'DISPONIBLE' USING l-dsp-cliente, l-dsp-saldo,
               l-dsp-retenido, l-dsp-cheques, l-dsp-disponible,
               l-dsp-status
           IF l-dsp-status NOT = 0
               DISPLAY 'AVISO: no se pudo leer CHEQUES.DAT para el '
                   'disponible del cliente ' cliente-id-fd
           END-IF
           IF l-dsp-retenido > ZERO
               SUBTRACT l-dsp-retenido FROM saldo-corriente-lim
           END-IF.

       TOMAR-SALDO-PROYECTADO.
           MOVE 'N' TO proyectado-hallado
           PERFORM VARYING idx-proyectado FROM 1 BY 1
           IF CLIENTE-INACTIVO
               MOVE 'A' TO cliente-estado
           END-IF
      * Un cliente sin radicar queda radicado en la sucursal de su
      * primera transaccion; la pata derivada no cuenta (el cliente
      * no opero en esa sucursal) y una vez radicado solo lo mueve
      * el traspaso de cartera.
           IF (cliente-sucursal NOT NUMERIC
                   OR cliente-sucursal = ZEROS)
               AND NOT PATA-DERIVADA
               AND trans-sucursal NUMERIC
               AND trans-sucursal NOT = ZEROS
               MOVE trans-sucursal TO cliente-sucursal
           END-IF
           MOVE SPACES TO imagen-cli-despues
           MOVE registro-cliente TO imagen-cli-despues
           MOVE 'POSTEO' TO l-jrn-programa
      * destino, no repite la basura.
       GRABAR-DISPOSICION.
           MOVE fecha-numerica TO disp-fecha
           EVALUATE TRUE
               WHEN PATA-DERIVADA
                   MOVE ZEROS TO disp-sucursal
               WHEN trans-sucursal NUMERIC
                   MOVE trans-sucursal TO disp-sucursal
               WHEN OTHER
                   MOVE ZEROS TO disp-sucursal
           END-EVALUATE
           IF disp-tipo = 'P'
               MOVE moneda-transaccion TO disp-moneda
           ELSE
           CLOSE archivo-cheques
           ADD 1 TO cheques-registrados.

      * Un pago de prestamo se reconoce por la categoria PRES de
      * las reglas o por una referencia PRESTAMO nnnnn en la
      * descripcion; la cuota que levanta la corrida de cuotas
      * (CUOTA PRESTAMO ...) trae la misma referencia y no es pago.
       RECONOCER-PAGO-PRESTAMO.
           MOVE 'N' TO pago-prestamo-sw
           MOVE ZERO TO prestamo-referido
           IF maestro-descripcion(1:15) NOT = 'CUOTA PRESTAMO '
               PERFORM VARYING pos-referencia FROM 1 BY 1
                       UNTIL pos-referencia > 20
                       OR prestamo-referido NOT = ZERO
                   IF maestro-descripcion(pos-referencia:9)
                       = 'PRESTAMO '
                       AND maestro-descripcion(pos-referencia + 9:5)
                           IS NUMERIC
                       MOVE maestro-descripcion(pos-referencia + 9:5)
                           TO prestamo-referido
                   END-IF
               END-PERFORM
               IF maestro-categoria = 'PRES'
                   OR prestamo-referido NOT = ZERO
                   SET ES-PAGO-PRESTAMO TO TRUE
               END-IF
           END-IF.

      * El pago queda pendiente de aplicar en el registro de pagos
      * de prestamo, con la clave del posteo como referencia.
      * Apertura EXTEND con fallback, como los logs.
       REGISTRAR-PAGO-PRESTAMO.
           OPEN EXTEND archivo-pagos-prestamo
           IF fs-pagos-prestamo = '05' OR fs-pagos-prestamo = '35'
               OPEN OUTPUT archivo-pagos-prestamo
           END-IF
           IF fs-pagos-prestamo NOT = '00'
               DISPLAY 'ERROR: no se pudo abrir PAGOPRE.DAT, '
                   'status=' fs-pagos-prestamo
               PERFORM ABEND-RUN
           END-IF
           MOVE SPACES TO registro-pago-prestamo
           MOVE maestro-clave TO ppr-clave
           MOVE maestro-fecha TO ppr-fecha
           MOVE maestro-cliente TO ppr-cliente
           MOVE maestro-importe TO ppr-importe
           MOVE prestamo-referido TO ppr-prestamo
           MOVE 'P' TO ppr-estado
           MOVE maestro-descripcion TO ppr-descripcion
           WRITE registro-pago-prestamo
           CLOSE archivo-pagos-prestamo
           ADD 1 TO pagos-prestamo-registrados.

      * Carga la tabla de cambio del dia. Si COTIZA.DAT no esta, la
      * corrida sigue: solo puede postear moneda base, y la primera
      * transaccion en otra moneda la corta con su mensaje.
               l-abn-texto
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'POSTEO' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'FileReadWrite' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
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
