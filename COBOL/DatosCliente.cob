       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATOS-CLIENTE.
       AUTHOR. Ejemplo.
      * Todo lo que el banco guarda de un cliente, a pedido (del
      * propio cliente o de un juzgado): lo que antes era un dia de
      * recorrer pantallas sale en una sola corrida. Dado el ID del
      * cliente y quien lo pide, junta:
      *   - su registro de CLIENTES.DAT y su domicilio de
      *     DOMICILIOS.DAT;
      *   - todas sus transacciones, del maestro vivo y de los
      *     anuales MAESTRO.AAAA.DAT (leidos por la ruta
      *     cliente+fecha; el anio que no existe se saltea);
      *   - las fotos de saldo de SALDOSHIST.DAT;
      *   - sus prestamos de PRESTAMOS.DAT con las cuotas de cada
      *     uno de CUOTAS.DAT;
      *   - sus ordenes permanentes de ORDENES.DAT;
      *   - sus cheques de CHEQUES.DAT;
      *   - las cartas y documentos que se le emitieron
      *     (CONTACTOS.DAT) y los recibos de sus transacciones
      *     (RECIBOS.DAT);
      *   - cada cambio del diario de imagenes IMAGENES.LOG sobre un
      *     registro suyo, con fecha, hora, el programa y el
      *     operador que lo hizo, el antes y el despues (el
      *     operador sale en blanco en los cambios grabados antes
      *     de que el diario lo registrara). El cliente se reconoce en
      *     la imagen por la posicion de su ID en el layout de cada
      *     archivo (tabla-imagenes).
      * Sale DATOS.nnnnnn.RPT por REPWRITE para leer y entregar, y
      * DATOS.nnnnnn.CSV para otra maquina: un renglon por dato,
      * la primera columna dice el tipo (CLIENTE, DOMICILIO,
      * MOVIMIENTO, SALDO, PRESTAMO, CUOTA, ORDEN, CHEQUE,
      * CONTACTO, RECIBO, CAMBIO) y las demas siguen el orden del
      * layout de ese archivo; importes con signo y punto decimal,
      * textos entre comillas.
      * Sacar estos datos es en si un hecho de auditoria: corre solo
      * con un operador firmado de nivel 3, y cada corrida -- la
      * que exporto y la rechazada -- deja un renglon en
      * DATOSCLI.LOG con fecha, hora, operador, cliente, quien lo
      * pidio, archivo generado y cantidad de datos.
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
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.
           SELECT archivo-historia ASSIGN TO 'SALDOSHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-historia.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-prestamos.
           SELECT archivo-cuotas ASSIGN TO 'CUOTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotas.
           SELECT ordenes ASSIGN TO 'ORDENES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-numero
               FILE STATUS IS fs-ordenes.
           SELECT archivo-cheques ASSIGN TO 'CHEQUES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cheques.
           SELECT contactos ASSIGN TO 'CONTACTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS con-clave
               FILE STATUS IS fs-contactos.
           SELECT registro-recibos ASSIGN TO 'RECIBOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-recibos.
           SELECT diario-imagenes ASSIGN TO 'IMAGENES.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-diario.
           SELECT archivo-csv ASSIGN DYNAMIC nombre-csv
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-csv.
           SELECT archivo-log ASSIGN TO 'DATOSCLI.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-log.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  domicilios.
           COPY DOMICILIO.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-anual.
           COPY MAEANUAL.
       FD  archivo-historia.
       01  registro-historia.
           05  his-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  his-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  his-saldo       PIC S9(9)V99.
       FD  prestamos.
           COPY PRESTAMO.
       FD  archivo-cuotas.
           COPY CUOTA.
       FD  ordenes.
           COPY ORDENPER.
       FD  archivo-cheques.
           COPY CHEQUE.
       FD  contactos.
           COPY HISTCONT.
      * Registro correlativo de recibos emitidos, el que lleva
      * EMITE-RECIBO.
       FD  registro-recibos.
       01  registro-emitido.
           05  rec-numero      PIC 9(6).
           05  FILLER          PIC X.
           05  rec-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  rec-clave       PIC 9(7).
           05  FILLER          PIC X.
           05  rec-operador    PIC X(8).
       FD  diario-imagenes.
           COPY IMAGEN.
       FD  archivo-csv.
       01  registro-csv       PIC X(320).
       FD  archivo-log.
       01  registro-log       PIC X(160).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY NIVPARM.
           COPY REPPARM.
           COPY FPRPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-domicilios      PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-anual           PIC XX VALUE '00'.
       01  fs-historia        PIC XX VALUE '00'.
       01  fs-prestamos       PIC XX VALUE '00'.
       01  fs-cuotas          PIC XX VALUE '00'.
       01  fs-ordenes         PIC XX VALUE '00'.
       01  fs-cheques         PIC XX VALUE '00'.
       01  fs-contactos       PIC XX VALUE '00'.
       01  fs-recibos         PIC XX VALUE '00'.
       01  fs-diario          PIC XX VALUE '00'.
       01  fs-csv             PIC XX VALUE '00'.
       01  fs-log             PIC XX VALUE '00'.
       01  fin-lectura        PIC X VALUE 'N'.
           88  no-hay-mas-registros VALUE 'S'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  fecha-proceso      PIC 9(8).
       01  anio-proceso       PIC 9(4).
       01  anio-archivo       PIC 9(4).
       01  anuales-leidos     PIC 9(3) VALUE ZERO.
       01  nombre-anual       PIC X(30) VALUE SPACES.
       01  nombre-csv         PIC X(30) VALUE SPACES.
       01  nombre-reporte     PIC X(30) VALUE SPACES.
       01  cliente-pedido     PIC 9(6) VALUE ZERO.
       01  cliente-texto REDEFINES cliente-pedido PIC X(6).
       01  solicitante        PIC X(40) VALUE SPACES.
       01  hora-sistema       PIC 9(8).

      * Lo que se junto de cada fuente, para el pie del reporte y
      * el log.
       01  cantidad-seccion   PIC 9(7).
       01  datos-exportados   PIC 9(7) VALUE ZERO.
       01  total-movimientos  PIC S9(11)V99.
       01  nombre-seccion     PIC X(50).
       01  archivo-seccion    PIC X(14).

      * Claves de las transacciones del cliente (vivas y anuales),
      * para reconocer sus recibos en RECIBOS.DAT.
       01  tabla-claves.
           05  clave-cliente  PIC 9(7) OCCURS 9999 TIMES.
      * La transaccion en curso, del maestro vivo o de un anual, y
      * de donde salio (VIVO o A.AAAA).
       01  vista-movimiento.
           05  vm-clave        PIC 9(7).
           05  vm-fecha        PIC 9(8).
           05  vm-importe      PIC S9(7)V99.
           05  vm-descripcion  PIC X(33).
           05  vm-cliente      PIC 9(6).
           05  vm-moneda       PIC X(3).
           05  vm-importe-orig PIC S9(7)V99.
           05  vm-sucursal     PIC 9(3).
           05  vm-categoria    PIC X(4).
       01  origen-movimiento  PIC X(6).
       01  claves-cargadas    PIC 9(4) VALUE ZERO.
       01  idx-clave          PIC 9(4).
       01  claves-desbordadas PIC X VALUE 'N'.
           88  CLAVES-LLENAS   VALUE 'S'.
       01  clave-hallada      PIC X VALUE 'N'.
           88  CLAVE-DEL-CLIENTE VALUE 'S'.

      * Prestamos del cliente, para tomar sus cuotas.
       01  tabla-prestamos.
           05  prestamo-cliente PIC 9(5) OCCURS 100 TIMES.
       01  prestamos-cargados PIC 9(3) VALUE ZERO.
       01  idx-prestamo       PIC 9(3).
       01  prestamo-hallado   PIC X VALUE 'N'.
           88  PRESTAMO-DEL-CLIENTE VALUE 'S'.

      * Donde esta el ID del cliente dentro de la imagen de cada
      * archivo que pasa por BITACORA (posicion del campo cliente
      * en su layout); RELACIONES lo tiene dos veces, como titular
      * y como relacionado.
       01  tabla-imagenes.
           05  FILLER PIC X(15) VALUE 'CLIENTES    001'.
           05  FILLER PIC X(15) VALUE 'DOMICILIOS  001'.
           05  FILLER PIC X(15) VALUE 'MAESTRO     058'.
           05  FILLER PIC X(15) VALUE 'PRESTAMOS   006'.
           05  FILLER PIC X(15) VALUE 'PLAZOS      006'.
           05  FILLER PIC X(15) VALUE 'CIERRES     001'.
           05  FILLER PIC X(15) VALUE 'MANDATOS    027'.
           05  FILLER PIC X(15) VALUE 'PROMESAS    001'.
           05  FILLER PIC X(15) VALUE 'NOTAS       001'.
           05  FILLER PIC X(15) VALUE 'CONVENIOS   007'.
           05  FILLER PIC X(15) VALUE 'DISPUTAS    007'.
           05  FILLER PIC X(15) VALUE 'CASOS       007'.
           05  FILLER PIC X(15) VALUE 'CASTIGOS    001'.
           05  FILLER PIC X(15) VALUE 'CONFIRMAC   009'.
           05  FILLER PIC X(15) VALUE 'DEVCORREO   001'.
           05  FILLER PIC X(15) VALUE 'DOCUMENTOS  001'.
           05  FILLER PIC X(15) VALUE 'PAGOS       007'.
           05  FILLER PIC X(15) VALUE 'NORECLAMO   001'.
           05  FILLER PIC X(15) VALUE 'RELACIONES  001'.
           05  FILLER PIC X(15) VALUE 'RELACIONES  011'.
       01  tabla-imagenes-r REDEFINES tabla-imagenes.
           05  imagen-e OCCURS 20 TIMES.
               10  tim-archivo    PIC X(12).
               10  tim-posicion   PIC 9(3).
       01  imagenes-definidas PIC 9(2) VALUE 20.
       01  idx-imagen         PIC 9(2).
       01  imagen-hallada     PIC X VALUE 'N'.
           88  IMAGEN-DEL-CLIENTE VALUE 'S'.

      * Armado del CSV: cada valor se recorta de blancos antes de
      * agregarlo al renglon.
       01  campo-texto        PIC X(120).
       01  campo-desde        PIC 9(3).
       01  campo-hasta        PIC 9(3).
       01  campo-con-comillas PIC X VALUE 'N'.
           88  CAMPO-ES-TEXTO  VALUE 'S'.
       01  puntero-csv        PIC 9(3).
       01  importe-editado    PIC -(9)9.99.
       01  tasa-editada       PIC ZZ9.9999.
       01  linea-reporte      PIC X(80).
       01  total-editado      PIC -(11)9.99.

      * Renglon de DATOSCLI.LOG.
       01  linea-log.
           05  log-fecha      PIC 9(8).
           05  FILLER         PIC X VALUE SPACE.
           05  log-hora       PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  log-operador   PIC X(8).
           05  FILLER         PIC X VALUE SPACE.
           05  log-resultado  PIC X(10).
           05  FILLER         PIC X VALUE SPACE.
           05  log-cliente    PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  log-solicitante PIC X(40).
           05  FILLER         PIC X VALUE SPACE.
           05  log-salida     PIC X(30).
           05  FILLER         PIC X VALUE SPACE.
           05  log-cantidad   PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE SPACES TO log-salida
           MOVE ZERO TO log-cantidad
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           DISPLAY 'Cliente: ' WITH NO ADVANCING
           ACCEPT cliente-pedido
           DISPLAY 'Pedido por (cliente, juzgado y expediente): '
               WITH NO ADVANCING
           ACCEPT solicitante
           MOVE cliente-pedido TO log-cliente
           MOVE solicitante TO log-solicitante
           PERFORM CONTROLAR-OPERADOR
           IF cliente-pedido = ZERO OR solicitante = SPACES
               DISPLAY 'DATOS-CLIENTE: hacen falta el cliente y '
                   'quien pide los datos.'
               MOVE 'SIN PEDIDO' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE fecha-proceso(1:4) TO anio-proceso

           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'DATOS-CLIENTE: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 'SIN ARCHIVO' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE cliente-pedido TO cliente-id-fd
           READ clientes
               INVALID KEY
                   DISPLAY 'DATOS-CLIENTE: el cliente '
                       cliente-pedido ' no existe.'
                   CLOSE clientes
                   MOVE 'NO EXISTE' TO log-resultado
                   PERFORM REGISTRAR-CORRIDA
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ

           STRING 'DATOS.' cliente-pedido '.CSV'
               DELIMITED BY SIZE INTO nombre-csv
           STRING 'DATOS.' cliente-pedido '.RPT'
               DELIMITED BY SIZE INTO nombre-reporte
           MOVE nombre-csv TO log-salida
           PERFORM ABRIR-SALIDAS

           PERFORM EXPORTAR-CLIENTE
           CLOSE clientes
           PERFORM EXPORTAR-DOMICILIO
           PERFORM EXPORTAR-MOVIMIENTOS
           PERFORM EXPORTAR-SALDOS
           PERFORM EXPORTAR-PRESTAMOS
           PERFORM EXPORTAR-CUOTAS
           PERFORM EXPORTAR-ORDENES
           PERFORM EXPORTAR-CHEQUES
           PERFORM EXPORTAR-CONTACTOS
           PERFORM EXPORTAR-RECIBOS
           PERFORM EXPORTAR-CAMBIOS

           CLOSE archivo-csv
           MOVE SPACES TO linea-reporte
           STRING 'DATOS EXPORTADOS: ' datos-exportados
               '   ANUALES LEIDOS: ' anuales-leidos
               DELIMITED BY SIZE INTO linea-reporte
           MOVE linea-reporte TO l-rep-linea
           MOVE 'T' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte
           STRING 'CSV: ' nombre-csv
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE

           MOVE 'EXPORTADO' TO log-resultado
           MOVE datos-exportados TO log-cantidad
           PERFORM REGISTRAR-CORRIDA
           DISPLAY 'DATOS-CLIENTE: ' datos-exportados
               ' datos del cliente ' cliente-pedido ' en DATOS.'
               cliente-pedido '.RPT y .CSV'
           STOP RUN.

      *----------------------------------------------------------------
      * Solo un operador firmado de nivel 3 saca todos los datos de
      * una persona; el intento rechazado tambien queda en el log.
      *----------------------------------------------------------------
       CONTROLAR-OPERADOR.
           IF ws-operador = SPACES
               DISPLAY 'DATOS-CLIENTE: sin OPERADOR-ID no se '
                   'exportan datos; firmar la sesion desde el menu.'
               MOVE 'NOSIGN' TO ws-operador
               MOVE 'SIN FIRMA' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'DATOS-CLIENTE: el operador ' ws-operador
                   ' no tiene el nivel 3 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 'SIN NIVEL' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ABRIR-SALIDAS.
           OPEN OUTPUT archivo-csv
           IF fs-csv NOT = '00'
               DISPLAY 'DATOS-CLIENTE: no se pudo crear '
                   nombre-csv ', status=' fs-csv
               MOVE 'SIN SALIDA' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'A' TO l-rep-accion
           MOVE nombre-reporte TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'DATOS COMPLETOS DEL CLIENTE ' cliente-pedido
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte
           STRING 'PEDIDO POR: ' solicitante
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           STRING 'OPERADOR ' ws-operador
               '   FECHA DE PROCESO ' fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA.

      *----------------------------------------------------------------
      * Registro del cliente, campo por campo.
      *----------------------------------------------------------------
       EXPORTAR-CLIENTE.
           MOVE 'CLIENTE (CLIENTES.DAT)' TO nombre-seccion
           PERFORM TITULAR-SECCION
           STRING 'NOMBRE: ' nombre-fd ' ' apellido-fd
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE cliente-saldo TO importe-editado
           STRING 'EDAD: ' edad-fd '  NACIMIENTO: ' cliente-fecnac
               '  ESTADO: ' cliente-estado '  SALDO: '
               importe-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE cliente-limite TO importe-editado
           STRING 'CICLO: ' cliente-ciclo '  ULT.CORTE: '
               cliente-ult-corte '  ULT.EXTRACTO: '
               cliente-ult-extracto '  ULT.MOV: ' cliente-ult-mov
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           STRING 'LIMITE: ' importe-editado
               '  SUCURSAL: ' cliente-sucursal
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA

           MOVE 'CLIENTE' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE cliente-id-fd TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE nombre-fd TO campo-texto
           PERFORM AGREGAR-TEXTO
           MOVE apellido-fd TO campo-texto
           PERFORM AGREGAR-TEXTO
           MOVE edad-fd TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cliente-saldo TO importe-editado
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cliente-ciclo TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cliente-ult-corte TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cliente-ult-extracto TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cliente-fecnac TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cliente-estado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cliente-ult-mov TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cliente-limite TO importe-editado
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cliente-sucursal TO campo-texto
           PERFORM AGREGAR-CAMPO
           PERFORM GRABAR-CSV
           MOVE 1 TO cantidad-seccion
           PERFORM CERRAR-SECCION.

       EXPORTAR-DOMICILIO.
           MOVE 'DOMICILIO (DOMICILIOS.DAT)' TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE ZERO TO cantidad-seccion
           OPEN INPUT domicilios
           IF fs-domicilios NOT = '00'
               MOVE 'DOMICILIOS.DAT' TO archivo-seccion
               PERFORM AVISAR-SIN-ARCHIVO
           ELSE
               MOVE cliente-pedido TO dom-cliente
               READ domicilios
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO cantidad-seccion
                       STRING 'CALLE: ' dom-calle '  CIUDAD: '
                           dom-ciudad
                           DELIMITED BY SIZE INTO linea-reporte
                       PERFORM ESCRIBIR-LINEA
                       STRING 'COD.POSTAL: ' dom-codpostal
                           '  TELEFONO: ' dom-telefono
                           DELIMITED BY SIZE INTO linea-reporte
                       PERFORM ESCRIBIR-LINEA
                       MOVE 'DOMICILIO' TO campo-texto
                       PERFORM INICIAR-CSV
                       MOVE dom-cliente TO campo-texto
                       PERFORM AGREGAR-CAMPO
                       MOVE dom-calle TO campo-texto
                       PERFORM AGREGAR-TEXTO
                       MOVE dom-ciudad TO campo-texto
                       PERFORM AGREGAR-TEXTO
                       MOVE dom-codpostal TO campo-texto
                       PERFORM AGREGAR-TEXTO
                       MOVE dom-telefono TO campo-texto
                       PERFORM AGREGAR-TEXTO
                       PERFORM GRABAR-CSV
               END-READ
               CLOSE domicilios
           END-IF
           PERFORM CERRAR-SECCION.

      *----------------------------------------------------------------
      * Transacciones: el maestro vivo y todos los anuales que haya
      * desde 1990 (como la migracion de claves), por la ruta
      * cliente+fecha.
      *----------------------------------------------------------------
       EXPORTAR-MOVIMIENTOS.
           MOVE 'TRANSACCIONES (MAESTRO Y ANUALES)'
               TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE 'ORIGEN CLAVE   FECHA    SUC MON      IMPORTE '
               TO linea-reporte
           MOVE 'DESCRIPCION' TO linea-reporte(47:11)
           PERFORM ESCRIBIR-LINEA
           MOVE ZERO TO cantidad-seccion
           MOVE ZERO TO total-movimientos
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               MOVE 'maestro.dat' TO archivo-seccion
               PERFORM AVISAR-SIN-ARCHIVO
           ELSE
               MOVE 'N' TO fin-lectura
               MOVE cliente-pedido TO maestro-ruta-cli
               MOVE ZEROS TO maestro-ruta-fecha
               START archivo-maestro
                   KEY IS NOT LESS THAN maestro-ruta-cliente
                   INVALID KEY
                       SET no-hay-mas-registros TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-registros
                   READ archivo-maestro NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF maestro-ruta-cli NOT = cliente-pedido
                               SET no-hay-mas-registros TO TRUE
                           ELSE
                               MOVE registro-maestro
                                   TO vista-movimiento
                               MOVE 'VIVO' TO origen-movimiento
                               PERFORM ANOTAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-maestro
           END-IF
           PERFORM LEER-UN-ANUAL
               VARYING anio-archivo FROM 1990 BY 1
               UNTIL anio-archivo > anio-proceso
           IF CLAVES-LLENAS
               MOVE 'MAS DE 9999 TRANSACCIONES: LOS RECIBOS DE LAS '
                   TO linea-reporte
               MOVE 'DEMAS NO SE RECONOCEN' TO linea-reporte(47:21)
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE total-movimientos TO total-editado
           STRING 'TOTAL EN MONEDA BASE: ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM CERRAR-SECCION.

      * El anual tiene el registro del maestro; se lo mira con la
      * misma vista que al vivo.
       LEER-UN-ANUAL.
           MOVE SPACES TO nombre-anual
           STRING 'MAESTRO.' anio-archivo '.DAT'
               DELIMITED BY SIZE INTO nombre-anual
           OPEN INPUT archivo-anual
           IF fs-anual = '00'
               MOVE nombre-anual TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               ADD 1 TO anuales-leidos
               MOVE 'N' TO fin-lectura
               MOVE cliente-pedido TO anual-ruta-cli
               MOVE ZEROS TO anual-ruta-fecha
               START archivo-anual
                   KEY IS NOT LESS THAN anual-ruta-cliente
                   INVALID KEY
                       SET no-hay-mas-registros TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-registros
                   READ archivo-anual NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF anual-ruta-cli NOT = cliente-pedido
                               SET no-hay-mas-registros TO TRUE
                           ELSE
                               MOVE registro-anual
                                   TO vista-movimiento
                               STRING 'A.' anio-archivo
                                   DELIMITED BY SIZE
                                   INTO origen-movimiento
                               PERFORM ANOTAR-MOVIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-anual
           END-IF.

       ANOTAR-MOVIMIENTO.
           ADD 1 TO cantidad-seccion
           ADD vm-importe TO total-movimientos
           IF claves-cargadas < 9999
               ADD 1 TO claves-cargadas
               MOVE vm-clave TO clave-cliente(claves-cargadas)
           ELSE
               SET CLAVES-LLENAS TO TRUE
           END-IF
           MOVE vm-importe TO importe-editado
           STRING origen-movimiento ' ' vm-clave ' '
               vm-fecha ' ' vm-sucursal ' '
               vm-moneda ' ' importe-editado ' '
               vm-descripcion
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'MOVIMIENTO' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE origen-movimiento TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE vm-clave TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE vm-fecha TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE vm-importe TO importe-editado
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE vm-descripcion TO campo-texto
           PERFORM AGREGAR-TEXTO
           MOVE vm-cliente TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE vm-moneda TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE vm-importe-orig TO importe-editado
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE vm-sucursal TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE vm-categoria TO campo-texto
           PERFORM AGREGAR-CAMPO
           PERFORM GRABAR-CSV.

      *----------------------------------------------------------------
      * Fotos de saldo de la historia nocturna.
      *----------------------------------------------------------------
       EXPORTAR-SALDOS.
           MOVE 'FOTOS DE SALDO (SALDOSHIST.DAT)' TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE ZERO TO cantidad-seccion
           OPEN INPUT archivo-historia
           IF fs-historia NOT = '00'
               MOVE 'SALDOSHIST.DAT' TO archivo-seccion
               PERFORM AVISAR-SIN-ARCHIVO
           ELSE
               MOVE 'N' TO fin-lectura
               PERFORM UNTIL no-hay-mas-registros
                   READ archivo-historia
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF his-cliente = cliente-pedido
                               PERFORM ANOTAR-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-historia
           END-IF
           PERFORM CERRAR-SECCION.

       ANOTAR-SALDO.
           ADD 1 TO cantidad-seccion
           MOVE his-saldo TO importe-editado
           STRING his-fecha ' ' importe-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'SALDO' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE his-fecha TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE his-cliente TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           PERFORM GRABAR-CSV.

      *----------------------------------------------------------------
      * Prestamos: el indexado entero (la clave es el numero de
      * prestamo); los del cliente quedan anotados para las cuotas.
      *----------------------------------------------------------------
       EXPORTAR-PRESTAMOS.
           MOVE 'PRESTAMOS (PRESTAMOS.DAT)' TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE ZERO TO cantidad-seccion
           OPEN INPUT prestamos
           IF fs-prestamos NOT = '00'
               MOVE 'PRESTAMOS.DAT' TO archivo-seccion
               PERFORM AVISAR-SIN-ARCHIVO
           ELSE
               MOVE 'N' TO fin-lectura
               PERFORM UNTIL no-hay-mas-registros
                   READ prestamos NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF pre-cliente = cliente-pedido
                               PERFORM ANOTAR-PRESTAMO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE prestamos
           END-IF
           PERFORM CERRAR-SECCION.

       ANOTAR-PRESTAMO.
           ADD 1 TO cantidad-seccion
           IF prestamos-cargados < 100
               ADD 1 TO prestamos-cargados
               MOVE pre-numero TO prestamo-cliente(prestamos-cargados)
           END-IF
           MOVE pre-capital TO importe-editado
           MOVE pre-tasa TO tasa-editada
           STRING 'PRESTAMO ' pre-numero '  CAPITAL ' importe-editado
               '  TASA ' tasa-editada '  PLAZO ' pre-plazo
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           STRING '         INICIO ' pre-fecha-inicio
               '  ESTADO ' pre-estado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'PRESTAMO' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE pre-numero TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE pre-cliente TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE tasa-editada TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE pre-plazo TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE pre-fecha-inicio TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE pre-estado TO campo-texto
           PERFORM AGREGAR-CAMPO
           PERFORM GRABAR-CSV.

       EXPORTAR-CUOTAS.
           MOVE 'CUOTAS DE SUS PRESTAMOS (CUOTAS.DAT)'
               TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE ZERO TO cantidad-seccion
           IF prestamos-cargados > ZERO
               OPEN INPUT archivo-cuotas
               IF fs-cuotas NOT = '00'
                   MOVE 'CUOTAS.DAT' TO archivo-seccion
                   PERFORM AVISAR-SIN-ARCHIVO
               ELSE
                   MOVE 'PREST NRO VENCIMIE       IMPORTE      INTERES'
                       TO linea-reporte
                   MOVE '      CAPITAL E      COBRADO'
                       TO linea-reporte(46:28)
                   PERFORM ESCRIBIR-LINEA
                   MOVE 'N' TO fin-lectura
                   PERFORM UNTIL no-hay-mas-registros
                       READ archivo-cuotas
                           AT END
                               SET no-hay-mas-registros TO TRUE
                           NOT AT END
                               PERFORM BUSCAR-PRESTAMO
                               IF PRESTAMO-DEL-CLIENTE
                                   PERFORM ANOTAR-CUOTA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE archivo-cuotas
               END-IF
           END-IF
           PERFORM CERRAR-SECCION.

       BUSCAR-PRESTAMO.
           MOVE 'N' TO prestamo-hallado
           PERFORM VARYING idx-prestamo FROM 1 BY 1
                   UNTIL idx-prestamo > prestamos-cargados
                   OR PRESTAMO-DEL-CLIENTE
               IF prestamo-cliente(idx-prestamo) = cuo-prestamo
                   SET PRESTAMO-DEL-CLIENTE TO TRUE
               END-IF
           END-PERFORM.

       ANOTAR-CUOTA.
           ADD 1 TO cantidad-seccion
           MOVE 'CUOTA' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE cuo-prestamo TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cuo-numero TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cuo-vencimiento TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cuo-importe TO importe-editado
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           STRING cuo-prestamo ' ' cuo-numero ' ' cuo-vencimiento
               ' ' importe-editado
               DELIMITED BY SIZE INTO linea-reporte
           MOVE cuo-interes TO importe-editado
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE importe-editado TO linea-reporte(33:13)
           MOVE cuo-capital TO importe-editado
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE importe-editado TO linea-reporte(46:13)
           MOVE cuo-estado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE cuo-estado TO linea-reporte(60:1)
           MOVE cuo-cobrado TO importe-editado
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE importe-editado TO linea-reporte(61:13)
           MOVE cuo-recordado TO campo-texto
           PERFORM AGREGAR-CAMPO
           PERFORM GRABAR-CSV
           PERFORM ESCRIBIR-LINEA.

      *----------------------------------------------------------------
      * Ordenes permanentes: el indexado entero, por numero.
      *----------------------------------------------------------------
       EXPORTAR-ORDENES.
           MOVE 'ORDENES PERMANENTES (ORDENES.DAT)'
               TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE ZERO TO cantidad-seccion
           OPEN INPUT ordenes
           IF fs-ordenes NOT = '00'
               MOVE 'ORDENES.DAT' TO archivo-seccion
               PERFORM AVISAR-SIN-ARCHIVO
           ELSE
               MOVE 'N' TO fin-lectura
               PERFORM UNTIL no-hay-mas-registros
                   READ ordenes NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF ord-cliente = cliente-pedido
                               PERFORM ANOTAR-ORDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ordenes
           END-IF
           PERFORM CERRAR-SECCION.

       ANOTAR-ORDEN.
           ADD 1 TO cantidad-seccion
           MOVE ord-importe TO importe-editado
           STRING 'ORDEN ' ord-numero ' ' ord-moneda ' '
               importe-editado ' ' ord-descripcion
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           STRING '      FRECUENCIA ' ord-frecuencia ' DIA ' ord-dia
               '  DESDE ' ord-desde '  HASTA ' ord-hasta
               '  ULTIMA ' ord-ult-generada
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'ORDEN' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE ord-numero TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE ord-cliente TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE ord-moneda TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE ord-descripcion TO campo-texto
           PERFORM AGREGAR-TEXTO
           MOVE ord-frecuencia TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE ord-dia TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE ord-desde TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE ord-hasta TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE ord-ult-generada TO campo-texto
           PERFORM AGREGAR-CAMPO
           PERFORM GRABAR-CSV.

       EXPORTAR-CHEQUES.
           MOVE 'CHEQUES (CHEQUES.DAT)' TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE ZERO TO cantidad-seccion
           OPEN INPUT archivo-cheques
           IF fs-cheques NOT = '00'
               MOVE 'CHEQUES.DAT' TO archivo-seccion
               PERFORM AVISAR-SIN-ARCHIVO
           ELSE
               MOVE 'N' TO fin-lectura
               PERFORM UNTIL no-hay-mas-registros
                   READ archivo-cheques
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF che-cliente = cliente-pedido
                               PERFORM ANOTAR-CHEQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-cheques
           END-IF
           PERFORM CERRAR-SECCION.

       ANOTAR-CHEQUE.
           ADD 1 TO cantidad-seccion
           MOVE che-importe TO importe-editado
           STRING 'CHEQUE ' che-clave ' ' che-fecha ' '
               importe-editado ' ' che-estado ' ' che-descripcion
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'CHEQUE' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE che-clave TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE che-fecha TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE che-cliente TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE importe-editado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE che-estado TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE che-descripcion TO campo-texto
           PERFORM AGREGAR-TEXTO
           PERFORM GRABAR-CSV.

      *----------------------------------------------------------------
      * Cartas y documentos emitidos: el historial de contactos
      * desde la primera clave del cliente.
      *----------------------------------------------------------------
       EXPORTAR-CONTACTOS.
           MOVE 'CARTAS Y DOCUMENTOS EMITIDOS (CONTACTOS.DAT)'
               TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE ZERO TO cantidad-seccion
           OPEN INPUT contactos
           IF fs-contactos NOT = '00'
               MOVE 'CONTACTOS.DAT' TO archivo-seccion
               PERFORM AVISAR-SIN-ARCHIVO
           ELSE
               MOVE 'N' TO fin-lectura
               MOVE cliente-pedido TO con-cliente
               MOVE ZEROS TO con-fecha
               MOVE ZEROS TO con-secuencia
               START contactos KEY IS NOT LESS THAN con-clave
                   INVALID KEY
                       SET no-hay-mas-registros TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-registros
                   READ contactos NEXT RECORD
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           IF con-cliente NOT = cliente-pedido
                               SET no-hay-mas-registros TO TRUE
                           ELSE
                               PERFORM ANOTAR-CONTACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE contactos
           END-IF
           PERFORM CERRAR-SECCION.

       ANOTAR-CONTACTO.
           ADD 1 TO cantidad-seccion
           STRING con-fecha ' ' con-secuencia ' ' con-tipo ' '
               con-programa ' ' con-documento ' COLA ' con-cola
               ' ' con-operador
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'CONTACTO' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE con-cliente TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE con-fecha TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE con-secuencia TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE con-tipo TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE con-programa TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE con-documento TO campo-texto
           PERFORM AGREGAR-TEXTO
           MOVE con-cola TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE con-operador TO campo-texto
           PERFORM AGREGAR-CAMPO
           PERFORM GRABAR-CSV.

      * El recibo apunta a una transaccion; es del cliente si la
      * clave esta entre las suyas.
       EXPORTAR-RECIBOS.
           MOVE 'RECIBOS EMITIDOS (RECIBOS.DAT)' TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE ZERO TO cantidad-seccion
           IF claves-cargadas > ZERO
               OPEN INPUT registro-recibos
               IF fs-recibos NOT = '00'
                   MOVE 'RECIBOS.DAT' TO archivo-seccion
                   PERFORM AVISAR-SIN-ARCHIVO
               ELSE
                   MOVE 'N' TO fin-lectura
                   PERFORM UNTIL no-hay-mas-registros
                       READ registro-recibos
                           AT END
                               SET no-hay-mas-registros TO TRUE
                           NOT AT END
                               PERFORM BUSCAR-CLAVE
                               IF CLAVE-DEL-CLIENTE
                                   PERFORM ANOTAR-RECIBO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE registro-recibos
               END-IF
           END-IF
           PERFORM CERRAR-SECCION.

       BUSCAR-CLAVE.
           MOVE 'N' TO clave-hallada
           PERFORM VARYING idx-clave FROM 1 BY 1
                   UNTIL idx-clave > claves-cargadas
                   OR CLAVE-DEL-CLIENTE
               IF clave-cliente(idx-clave) = rec-clave
                   SET CLAVE-DEL-CLIENTE TO TRUE
               END-IF
           END-PERFORM.

       ANOTAR-RECIBO.
           ADD 1 TO cantidad-seccion
           STRING 'RECIBO ' rec-numero ' DEL ' rec-fecha
               ' POR LA CLAVE ' rec-clave ' OPERADOR ' rec-operador
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE 'RECIBO' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE rec-numero TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE rec-fecha TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE rec-clave TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE rec-operador TO campo-texto
           PERFORM AGREGAR-CAMPO
           PERFORM GRABAR-CSV.

      *----------------------------------------------------------------
      * Diario de imagenes: cada cambio cuyo antes o despues lleva
      * el ID del cliente en la posicion de su archivo.
      *----------------------------------------------------------------
       EXPORTAR-CAMBIOS.
           MOVE 'CAMBIOS A SUS REGISTROS (IMAGENES.LOG)'
               TO nombre-seccion
           PERFORM TITULAR-SECCION
           MOVE ZERO TO cantidad-seccion
           OPEN INPUT diario-imagenes
           IF fs-diario NOT = '00'
               MOVE 'IMAGENES.LOG' TO archivo-seccion
               PERFORM AVISAR-SIN-ARCHIVO
           ELSE
               MOVE 'N' TO fin-lectura
               PERFORM UNTIL no-hay-mas-registros
                   READ diario-imagenes
                       AT END
                           SET no-hay-mas-registros TO TRUE
                       NOT AT END
                           PERFORM EVALUAR-IMAGEN
                           IF IMAGEN-DEL-CLIENTE
                               PERFORM ANOTAR-CAMBIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE diario-imagenes
           END-IF
           PERFORM CERRAR-SECCION.

       EVALUAR-IMAGEN.
           MOVE 'N' TO imagen-hallada
           PERFORM VARYING idx-imagen FROM 1 BY 1
                   UNTIL idx-imagen > imagenes-definidas
                   OR IMAGEN-DEL-CLIENTE
               IF tim-archivo(idx-imagen) = img-archivo
                   IF img-antes(tim-posicion(idx-imagen):6)
                           = cliente-texto
                       OR img-despues(tim-posicion(idx-imagen):6)
                           = cliente-texto
                       SET IMAGEN-DEL-CLIENTE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       ANOTAR-CAMBIO.
           ADD 1 TO cantidad-seccion
           IF img-operador = SPACES
               STRING img-fecha ' ' img-hora(1:6) ' ' img-archivo
                   ' ' img-operacion ' POR ' img-programa
                   DELIMITED BY SIZE INTO linea-reporte
           ELSE
               STRING img-fecha ' ' img-hora(1:6) ' ' img-archivo
                   ' ' img-operacion ' POR ' img-programa
                   ' OPERADOR ' img-operador
                   DELIMITED BY SIZE INTO linea-reporte
           END-IF
           PERFORM ESCRIBIR-LINEA
           IF img-antes NOT = SPACES
               STRING '   ANTES   ' img-antes(1:60)
                   DELIMITED BY SIZE INTO linea-reporte
               PERFORM ESCRIBIR-LINEA
               IF img-antes(61:60) NOT = SPACES
                   STRING '           ' img-antes(61:60)
                       DELIMITED BY SIZE INTO linea-reporte
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-IF
           IF img-despues NOT = SPACES
               STRING '   DESPUES ' img-despues(1:60)
                   DELIMITED BY SIZE INTO linea-reporte
               PERFORM ESCRIBIR-LINEA
               IF img-despues(61:60) NOT = SPACES
                   STRING '           ' img-despues(61:60)
                       DELIMITED BY SIZE INTO linea-reporte
                   PERFORM ESCRIBIR-LINEA
               END-IF
           END-IF
           MOVE 'CAMBIO' TO campo-texto
           PERFORM INICIAR-CSV
           MOVE img-fecha TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE img-hora TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE img-programa TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE img-archivo TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE img-operacion TO campo-texto
           PERFORM AGREGAR-CAMPO
           MOVE img-antes TO campo-texto
           PERFORM AGREGAR-TEXTO
           MOVE img-despues TO campo-texto
           PERFORM AGREGAR-TEXTO
           MOVE img-operador TO campo-texto
           PERFORM AGREGAR-CAMPO
           PERFORM GRABAR-CSV.

      *----------------------------------------------------------------
      * Rotulos de cada seccion del reporte y su cantidad al pie; la
      * fuente que no existe se informa como tal, no como vacia.
      *----------------------------------------------------------------
       TITULAR-SECCION.
           PERFORM ESCRIBIR-LINEA
           MOVE nombre-seccion TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE ALL '-' TO linea-reporte(1:40)
           PERFORM ESCRIBIR-LINEA.

       CERRAR-SECCION.
           ADD cantidad-seccion TO datos-exportados
           STRING '   CANTIDAD: ' cantidad-seccion
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       AVISAR-SIN-ARCHIVO.
           STRING '   NO HAY ' archivo-seccion
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA.

      *----------------------------------------------------------------
      * Renglon del CSV: el tipo llega en campo-texto; cada valor
      * se agrega sin los blancos de relleno, y los textos entre
      * comillas (pueden traer comas).
      *----------------------------------------------------------------
       INICIAR-CSV.
           MOVE SPACES TO registro-csv
           MOVE 1 TO puntero-csv
           STRING campo-texto DELIMITED BY SPACE
               INTO registro-csv WITH POINTER puntero-csv.

       AGREGAR-TEXTO.
           SET CAMPO-ES-TEXTO TO TRUE
           PERFORM AGREGAR-CAMPO
           MOVE 'N' TO campo-con-comillas.

       AGREGAR-CAMPO.
           STRING ',' DELIMITED BY SIZE INTO registro-csv
               WITH POINTER puntero-csv
           IF CAMPO-ES-TEXTO
               STRING '"' DELIMITED BY SIZE INTO registro-csv
                   WITH POINTER puntero-csv
           END-IF
           MOVE 1 TO campo-desde
           PERFORM UNTIL campo-desde > 120
                   OR campo-texto(campo-desde:1) NOT = SPACE
               ADD 1 TO campo-desde
           END-PERFORM
           MOVE 120 TO campo-hasta
           PERFORM UNTIL campo-hasta < campo-desde
                   OR campo-texto(campo-hasta:1) NOT = SPACE
               SUBTRACT 1 FROM campo-hasta
           END-PERFORM
           IF campo-hasta >= campo-desde
               STRING campo-texto(campo-desde:
                   campo-hasta - campo-desde + 1)
                   DELIMITED BY SIZE INTO registro-csv
                   WITH POINTER puntero-csv
           END-IF
           IF CAMPO-ES-TEXTO
               STRING '"' DELIMITED BY SIZE INTO registro-csv
                   WITH POINTER puntero-csv
           END-IF.

       GRABAR-CSV.
           WRITE registro-csv
           IF fs-csv NOT = '00'
               DISPLAY 'DATOS-CLIENTE: error al escribir '
                   nombre-csv ', status=' fs-csv
               MOVE 'ERROR CSV' TO log-resultado
               PERFORM REGISTRAR-CORRIDA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'DATOS-CLI' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'DATOS-CLIENTE: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * Renglon de auditoria en DATOSCLI.LOG; apertura EXTEND con
      * fallback a OUTPUT la primera vez, como los logs de
      * auditoria del resto del shop.
      *----------------------------------------------------------------
       REGISTRAR-CORRIDA.
           ACCEPT log-fecha FROM DATE YYYYMMDD
           ACCEPT hora-sistema FROM TIME
           MOVE hora-sistema(1:6) TO log-hora
           MOVE ws-operador TO log-operador
           OPEN EXTEND archivo-log
           IF fs-log NOT = '00'
               OPEN OUTPUT archivo-log
           END-IF
           MOVE linea-log TO registro-log
           WRITE registro-log
           CLOSE archivo-log.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'DATOS-CLIENTE' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'ORDENES.DAT' TO l-sel-archivo
           MOVE version-ordenes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CONTACTOS.DAT' TO l-sel-archivo
           MOVE version-contactos TO l-sel-version
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
