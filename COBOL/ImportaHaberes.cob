       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-HABERES.
       AUTHOR. Ejemplo.
      * Paso nocturno de acreditacion de haberes. Corre antes del
      * merge: recorre el directorio de empresas COMPANIAS.DAT y
      * para cada empresa que dejo su nomina HABERES.<empresa>.TXT
      * (cabecera con empresa, fecha de pago, cantidad y total
      * declarados, y una linea por empleado) hace:
      *  1. Control del archivo entero: cabecera de la misma
      *     empresa, cantidad y total que cuadran con las lineas,
      *     convenio de haberes activo en CONVENIOS.DAT, nomina no
      *     acreditada ya (misma fecha de pago) y cuenta de la
      *     empresa habilitada. Una nomina con fecha de pago futura
      *     queda en espera, sin tocar, hasta su fecha.
      *  2. Control de cada linea: importe valido, cliente activo
      *     en CLIENTES.DAT y vinculado como empleado activo de la
      *     empresa en EMPLEADOS.DAT con el mismo legajo.
      *  3. El total de lo aceptado tiene que estar cubierto por el
      *     saldo disponible de la cuenta de la empresa.
      * Si la nomina pasa, cada linea aceptada sale como credito al
      * empleado y el total como un solo debito a la empresa, a
      * HABERES.TXT (fuente generada del merge), y el convenio anota
      * la fecha de pago. La empresa recibe su lista de rechazos
      * RECHHAB.AAAAMMDD.<empresa>.TXT: la nomina rechazada entera
      * con el motivo, o las lineas rechazadas una por una. El
      * archivo ya procesado se renombra a .PROCESADO. El detalle de
      * la corrida queda en HABERES.RPT; una nomina rechazada entera
      * deja la corrida en RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT companias ASSIGN TO 'COMPANIAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS comp-codigo
               FILE STATUS IS fs-companias.
           SELECT convenios ASSIGN TO 'CONVENIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cnv-compania
               FILE STATUS IS fs-convenios.
           SELECT empleados ASSIGN TO 'EMPLEADOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS emp-clave
               FILE STATUS IS fs-empleados.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-nomina ASSIGN DYNAMIC ws-nombre-nomina
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-nomina.
           SELECT archivo-rechazos ASSIGN DYNAMIC ws-nombre-rechazos
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-rechazos.
           SELECT archivo-generadas ASSIGN TO 'HABERES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-generadas.
           SELECT reporte ASSIGN TO 'HABERES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  companias.
           COPY COMPANIA.
       FD  convenios.
           COPY CONVENIO.
       FD  empleados.
           COPY EMPLEADO.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-nomina.
           COPY NOMINA.
       FD  archivo-rechazos.
       01  registro-rechazo PIC X(80).
       FD  archivo-generadas.
           COPY TRANSAC.
       FD  reporte.
       01  linea-reporte PIC X(100).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY DSPPARM.
       01  fs-companias       PIC XX VALUE '00'.
       01  fs-convenios       PIC XX VALUE '00'.
       01  fs-empleados       PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-nomina          PIC XX VALUE '00'.
       01  fs-rechazos        PIC XX VALUE '00'.
       01  fs-generadas       PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-companias      PIC X VALUE 'N'.
           88  no-hay-mas-companias VALUE 'S'.
       01  fin-nomina         PIC X VALUE 'N'.
           88  no-hay-mas-nomina VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  ws-nombre-nomina   PIC X(40) VALUE SPACES.
       01  ws-nombre-rechazos PIC X(40) VALUE SPACES.
       01  ws-comando-mv      PIC X(100) VALUE SPACES.
       01  descripcion-armada PIC X(33).
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  linea-rechazo      PIC X(80) VALUE SPACES.
       01  importe-editado    PIC -(11)9.99.
       01  nominas-acreditadas PIC 9(3) VALUE ZERO.
       01  nominas-rechazadas PIC 9(3) VALUE ZERO.
       01  nominas-en-espera  PIC 9(3) VALUE ZERO.

      * Cabecera de la nomina en curso y lo que realmente trae.
       01  hubo-cabecera      PIC X VALUE 'N'.
           88  HAY-CABECERA    VALUE 'S'.
       01  cab-compania       PIC X(6).
       01  cab-fecha-pago     PIC 9(8).
       01  cab-cantidad       PIC 9(6).
       01  cab-total          PIC 9(11)V99.
       01  contadas           PIC 9(6).
       01  sumadas            PIC 9(11)V99.
       01  motivo-archivo     PIC X(40).
       01  nomina-en-espera   PIC X VALUE 'N'.
           88  NOMINA-ESPERA   VALUE 'S'.
       01  aceptadas          PIC 9(6).
       01  rechazadas         PIC 9(6).
       01  total-aceptado     PIC 9(11)V99.

      * Lineas de la nomina en curso, validadas en tabla antes de
      * generar nada: la nomina se acredita entera o no se acredita.
       01  tabla-nomina.
           05  linea-nomina-e OCCURS 3000 TIMES.
               10  tn-cliente     PIC 9(6).
               10  tn-legajo      PIC X(10).
               10  tn-importe     PIC 9(7)V99.
               10  tn-nombre      PIC X(30).
               10  tn-motivo      PIC X(30).
       01  lineas-cargadas    PIC 9(4) VALUE ZERO.
       01  idx-linea          PIC 9(4).

       01  linea-detalle-rechazo.
           05  drc-legajo      PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  drc-cliente     PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  drc-importe     PIC -(7)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  drc-motivo      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           OPEN INPUT companias
           IF fs-companias = '35'
               DISPLAY 'IMPORTA-HABERES: sin COMPANIAS.DAT, no hay '
                   'empresas que paguen haberes.'
               STOP RUN
           END-IF
           IF fs-companias NOT = '00'
               DISPLAY 'IMPORTA-HABERES: no se pudo abrir '
                   'COMPANIAS.DAT, status=' fs-companias
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O convenios
           IF fs-convenios = '35'
               OPEN OUTPUT convenios
               CLOSE convenios
               OPEN I-O convenios
           END-IF
           IF fs-convenios NOT = '00'
               DISPLAY 'IMPORTA-HABERES: no se pudo abrir '
                   'CONVENIOS.DAT, status=' fs-convenios
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT empleados
           IF fs-empleados = '35'
               OPEN OUTPUT empleados
               CLOSE empleados
               OPEN INPUT empleados
           END-IF
           IF fs-empleados NOT = '00'
               DISPLAY 'IMPORTA-HABERES: no se pudo abrir '
                   'EMPLEADOS.DAT, status=' fs-empleados
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'IMPORTA-HABERES: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'IMPORTA-HABERES: no se pudo crear '
                   'HABERES.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'ACREDITACION DE HABERES - PROCESO DEL '
               fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           OPEN EXTEND archivo-generadas
           IF fs-generadas = '05' OR fs-generadas = '35'
               OPEN OUTPUT archivo-generadas
           END-IF
           IF fs-generadas NOT = '00'
               DISPLAY 'IMPORTA-HABERES: no se pudo abrir '
                   'HABERES.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LOW-VALUES TO comp-codigo
           START companias KEY IS NOT LESS THAN comp-codigo
               INVALID KEY
                   SET no-hay-mas-companias TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-companias
               READ companias NEXT RECORD
                   AT END
                       SET no-hay-mas-companias TO TRUE
                   NOT AT END
                       PERFORM TRATAR-EMPRESA
               END-READ
           END-PERFORM

           CLOSE archivo-generadas
           CLOSE companias
           CLOSE convenios
           CLOSE empleados
           CLOSE clientes
           MOVE SPACES TO linea-reporte
           STRING 'NOMINAS ACREDITADAS: ' nominas-acreditadas
               ' RECHAZADAS: ' nominas-rechazadas
               ' EN ESPERA: ' nominas-en-espera
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           CLOSE reporte
           DISPLAY 'IMPORTA-HABERES: ' nominas-acreditadas
               ' nominas acreditadas, ' nominas-rechazadas
               ' rechazadas, ' nominas-en-espera ' en espera.'
           IF nominas-rechazadas > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Una empresa sin nomina esta noche no recibe nada.
       TRATAR-EMPRESA.
           MOVE SPACES TO ws-nombre-nomina
           STRING 'HABERES.' comp-codigo DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ws-nombre-nomina
           OPEN INPUT archivo-nomina
           IF fs-nomina = '00'
               PERFORM CARGAR-NOMINA
               CLOSE archivo-nomina
               PERFORM CONTROLAR-NOMINA
               IF NOMINA-ESPERA
                   ADD 1 TO nominas-en-espera
                   MOVE SPACES TO linea-reporte
                   STRING 'EN ESPERA ' comp-codigo
                       ' PAGO DEL ' cab-fecha-pago
                       DELIMITED BY SIZE INTO linea-reporte
                   WRITE linea-reporte
               ELSE
                   PERFORM RESOLVER-NOMINA
               END-IF
           END-IF.

      * Carga la nomina entera: la cabecera a sus campos y las
      * lineas de empleado a la tabla, contando y sumando lo que
      * realmente viene para compararlo con lo declarado.
       CARGAR-NOMINA.
           MOVE 'N' TO hubo-cabecera
           MOVE 'N' TO fin-nomina
           MOVE SPACES TO cab-compania
           MOVE ZEROS TO cab-fecha-pago
           MOVE ZEROS TO cab-cantidad
           MOVE ZEROS TO cab-total
           MOVE ZERO TO contadas
           MOVE ZERO TO sumadas
           MOVE ZERO TO lineas-cargadas
           MOVE SPACES TO motivo-archivo
           PERFORM UNTIL no-hay-mas-nomina
               READ archivo-nomina
                   AT END
                       SET no-hay-mas-nomina TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN NOMINA-CABECERA
                               AND NOT HAY-CABECERA
                               PERFORM TOMAR-CABECERA
                           WHEN NOMINA-DETALLE
                               PERFORM TOMAR-LINEA
                           WHEN OTHER
                               MOVE 'LINEA DE TIPO DESCONOCIDO'
                                   TO motivo-archivo
                       END-EVALUATE
               END-READ
           END-PERFORM.

       TOMAR-CABECERA.
           SET HAY-CABECERA TO TRUE
           MOVE nom-compania TO cab-compania
           IF nom-fecha-pago NUMERIC
               MOVE nom-fecha-pago TO cab-fecha-pago
           END-IF
           IF nom-cantidad NUMERIC
               MOVE nom-cantidad TO cab-cantidad
           END-IF
           IF nom-total NUMERIC
               MOVE nom-total TO cab-total
           END-IF.

       TOMAR-LINEA.
           ADD 1 TO contadas
           IF lineas-cargadas < 3000
               ADD 1 TO lineas-cargadas
               MOVE SPACES TO tn-motivo(lineas-cargadas)
               MOVE nom-legajo TO tn-legajo(lineas-cargadas)
               MOVE nom-nombre TO tn-nombre(lineas-cargadas)
               IF nom-cliente NUMERIC
                   MOVE nom-cliente TO tn-cliente(lineas-cargadas)
               ELSE
                   MOVE ZEROS TO tn-cliente(lineas-cargadas)
               END-IF
               IF nom-importe NUMERIC
                   MOVE nom-importe TO tn-importe(lineas-cargadas)
                   ADD nom-importe TO sumadas
               ELSE
                   MOVE ZEROS TO tn-importe(lineas-cargadas)
               END-IF
           ELSE
               MOVE 'MAS DE 3000 EMPLEADOS EN LA NOMINA'
                   TO motivo-archivo
           END-IF.

      * Los controles del archivo entero, en orden: el primero que
      * falla es el motivo del rechazo de toda la nomina.
       CONTROLAR-NOMINA.
           MOVE 'N' TO nomina-en-espera
           IF motivo-archivo = SPACES
               IF NOT HAY-CABECERA
                   OR cab-compania NOT = comp-codigo
                   OR cab-fecha-pago = ZEROS
                   MOVE 'CABECERA AUSENTE O DE OTRA EMPRESA'
                       TO motivo-archivo
               END-IF
           END-IF
           IF motivo-archivo = SPACES
               IF cab-cantidad NOT = contadas
                   OR cab-total NOT = sumadas
                   MOVE 'CANTIDAD O TOTAL DECLARADO NO CUADRA'
                       TO motivo-archivo
               END-IF
           END-IF
           IF motivo-archivo = SPACES
               MOVE comp-codigo TO cnv-compania
               READ convenios
                   INVALID KEY
                       MOVE 'SIN CONVENIO DE HABERES'
                           TO motivo-archivo
                   NOT INVALID KEY
                       IF NOT CONVENIO-ACTIVO
                           MOVE 'CONVENIO DE HABERES SUSPENDIDO'
                               TO motivo-archivo
                       END-IF
               END-READ
           END-IF
           IF motivo-archivo = SPACES
               IF cab-fecha-pago = cnv-ult-pago
                   MOVE 'NOMINA YA ACREDITADA' TO motivo-archivo
               END-IF
           END-IF
           IF motivo-archivo = SPACES
               AND cab-fecha-pago > fecha-proceso
               SET NOMINA-ESPERA TO TRUE
           END-IF
           IF motivo-archivo = SPACES
               AND NOT NOMINA-ESPERA
               MOVE cnv-cuenta TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       MOVE 'CUENTA DE LA EMPRESA INEXISTENTE'
                           TO motivo-archivo
                   NOT INVALID KEY
                       IF NOT CLIENTE-ACTIVO
                           MOVE 'CUENTA DE LA EMPRESA NO HABILITADA'
                               TO motivo-archivo
                       END-IF
               END-READ
           END-IF
           IF motivo-archivo = SPACES
               AND NOT NOMINA-ESPERA
               PERFORM CONTROLAR-LINEAS
               PERFORM CONTROLAR-FONDOS
           END-IF.

       CONTROLAR-LINEAS.
           MOVE ZERO TO aceptadas
           MOVE ZERO TO rechazadas
           MOVE ZERO TO total-aceptado
           PERFORM VARYING idx-linea FROM 1 BY 1
                   UNTIL idx-linea > lineas-cargadas
               PERFORM CONTROLAR-UNA-LINEA
               IF tn-motivo(idx-linea) = SPACES
                   ADD 1 TO aceptadas
                   ADD tn-importe(idx-linea) TO total-aceptado
               ELSE
                   ADD 1 TO rechazadas
               END-IF
           END-PERFORM.

       CONTROLAR-UNA-LINEA.
           IF tn-importe(idx-linea) = ZERO
               OR tn-cliente(idx-linea) = ZEROS
               MOVE 'LINEA INVALIDA' TO tn-motivo(idx-linea)
           END-IF
           IF tn-motivo(idx-linea) = SPACES
               MOVE tn-cliente(idx-linea) TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       MOVE 'CLIENTE INEXISTENTE'
                           TO tn-motivo(idx-linea)
                   NOT INVALID KEY
                       IF NOT CLIENTE-ACTIVO
                           MOVE 'CUENTA NO HABILITADA'
                               TO tn-motivo(idx-linea)
                       END-IF
               END-READ
           END-IF
           IF tn-motivo(idx-linea) = SPACES
               MOVE comp-codigo TO emp-compania
               MOVE tn-cliente(idx-linea) TO emp-cliente
               READ empleados
                   INVALID KEY
                       MOVE 'NO ES EMPLEADO DE LA EMPRESA'
                           TO tn-motivo(idx-linea)
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT EMPLEADO-ACTIVO
                               MOVE 'EMPLEADO DADO DE BAJA'
                                   TO tn-motivo(idx-linea)
                           WHEN emp-legajo NOT = tn-legajo(idx-linea)
                               MOVE 'LEGAJO NO COINCIDE'
                                   TO tn-motivo(idx-linea)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF.

      * El total aceptado sale de la cuenta de la empresa: su saldo
      * disponible (neto de cheques en clearing) tiene que cubrirlo.
       CONTROLAR-FONDOS.
           IF aceptadas = ZERO
               MOVE 'NINGUNA LINEA ACEPTADA' TO motivo-archivo
           ELSE
               MOVE cnv-cuenta TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       MOVE ZERO TO cliente-saldo
               END-READ
               MOVE cnv-cuenta TO l-dsp-cliente
               IF cliente-saldo NUMERIC
                   MOVE cliente-saldo TO l-dsp-saldo
               ELSE
                   MOVE ZERO TO l-dsp-saldo
               END-IF
               CALL 'DISPONIBLE' USING l-dsp-cliente, l-dsp-saldo,
                   l-dsp-retenido, l-dsp-cheques, l-dsp-disponible,
                   l-dsp-status
               IF l-dsp-status NOT = 0
                   DISPLAY 'IMPORTA-HABERES: no se pudo leer '
                       'CHEQUES.DAT, la empresa ' comp-codigo
                       ' va por su saldo.'
               END-IF
               IF total-aceptado > l-dsp-disponible
                   MOVE 'FONDOS INSUFICIENTES DE LA EMPRESA'
                       TO motivo-archivo
               END-IF
           END-IF.

      * Arma la lista de rechazos de la empresa y, si la nomina
      * paso, genera los creditos y el debito y anota el convenio.
       RESOLVER-NOMINA.
           MOVE SPACES TO ws-nombre-rechazos
           STRING 'RECHHAB.' fecha-proceso '.' DELIMITED BY SIZE
               comp-codigo DELIMITED BY SPACE
               '.TXT' DELIMITED BY SIZE
               INTO ws-nombre-rechazos
           OPEN OUTPUT archivo-rechazos
           IF fs-rechazos NOT = '00'
               DISPLAY 'IMPORTA-HABERES: no se pudo crear '
                   ws-nombre-rechazos ', status=' fs-rechazos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-rechazo
           STRING 'RECHAZOS DE LA NOMINA ' comp-codigo
               ' PAGO DEL ' cab-fecha-pago ' PROCESO DEL '
               fecha-proceso
               DELIMITED BY SIZE INTO linea-rechazo
           PERFORM ESCRIBIR-RECHAZO
           MOVE comp-nombre TO linea-rechazo
           PERFORM ESCRIBIR-RECHAZO
           PERFORM ESCRIBIR-RECHAZO
           MOVE SPACES TO linea-reporte
           IF motivo-archivo NOT = SPACES
               ADD 1 TO nominas-rechazadas
               STRING 'NOMINA RECHAZADA ENTERA: ' motivo-archivo
                   DELIMITED BY SIZE INTO linea-rechazo
               PERFORM ESCRIBIR-RECHAZO
               MOVE sumadas TO importe-editado
               STRING 'LINEAS RECIBIDAS ' contadas ' POR '
                   importe-editado ', NINGUNA ACREDITADA.'
                   DELIMITED BY SIZE INTO linea-rechazo
               PERFORM ESCRIBIR-RECHAZO
               STRING 'RECHAZADA ' comp-codigo ' PAGO DEL '
                   cab-fecha-pago ' ' motivo-archivo
                   DELIMITED BY SIZE INTO linea-reporte
           ELSE
               ADD 1 TO nominas-acreditadas
               PERFORM VARYING idx-linea FROM 1 BY 1
                       UNTIL idx-linea > lineas-cargadas
                   IF tn-motivo(idx-linea) = SPACES
                       PERFORM ACREDITAR-LINEA
                   ELSE
                       PERFORM LISTAR-LINEA-RECHAZADA
                   END-IF
               END-PERFORM
               PERFORM DEBITAR-EMPRESA
               PERFORM ANOTAR-CONVENIO
               PERFORM ESCRIBIR-RECHAZO
               MOVE total-aceptado TO importe-editado
               STRING 'RECIBIDAS ' contadas ' ACREDITADAS '
                   aceptadas ' RECHAZADAS ' rechazadas
                   DELIMITED BY SIZE INTO linea-rechazo
               PERFORM ESCRIBIR-RECHAZO
               STRING 'TOTAL ACREDITADO ' importe-editado
                   DELIMITED BY SIZE INTO linea-rechazo
               PERFORM ESCRIBIR-RECHAZO
               STRING 'ACREDITADA ' comp-codigo ' PAGO DEL '
                   cab-fecha-pago ' LINEAS ' aceptadas
                   ' RECHAZADAS ' rechazadas ' TOTAL '
                   importe-editado
                   DELIMITED BY SIZE INTO linea-reporte
           END-IF
           WRITE linea-reporte
           CLOSE archivo-rechazos
           MOVE SPACES TO ws-comando-mv
           STRING 'mv ' ws-nombre-nomina DELIMITED BY SPACE
               ' HABERES.' DELIMITED BY SIZE
               comp-codigo DELIMITED BY SPACE
               '.PROCESADO' DELIMITED BY SIZE
               INTO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv
           DISPLAY 'IMPORTA-HABERES: ' ws-nombre-rechazos
               ' para ' contadas ' lineas.'.

       ACREDITAR-LINEA.
           MOVE fecha-proceso TO trans-fecha
           MOVE tn-importe(idx-linea) TO trans-importe
           MOVE SPACES TO descripcion-armada
           STRING 'HABERES ' comp-codigo ' ' cab-fecha-pago ' '
               tn-legajo(idx-linea)
               DELIMITED BY SIZE INTO descripcion-armada
           MOVE tn-cliente(idx-linea) TO trans-cliente
           PERFORM ESCRIBIR-TRANSACCION.

      * Un solo debito a la cuenta de la empresa por el total de lo
      * acreditado, no por el declarado: lo rechazado no sale.
       DEBITAR-EMPRESA.
           MOVE fecha-proceso TO trans-fecha
           COMPUTE trans-importe = 0 - total-aceptado
           MOVE SPACES TO descripcion-armada
           STRING 'PAGO HABERES ' comp-codigo ' ' cab-fecha-pago
               DELIMITED BY SIZE INTO descripcion-armada
           MOVE cnv-cuenta TO trans-cliente
           PERFORM ESCRIBIR-TRANSACCION.

       ESCRIBIR-TRANSACCION.
           MOVE descripcion-armada TO trans-descripcion
           MOVE SPACES TO trans-moneda
           MOVE ZEROS TO trans-sucursal
           WRITE registro-transaccion
           IF fs-generadas NOT = '00'
               DISPLAY 'IMPORTA-HABERES: error al escribir '
                   'HABERES.TXT, status=' fs-generadas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LISTAR-LINEA-RECHAZADA.
           MOVE tn-legajo(idx-linea) TO drc-legajo
           MOVE tn-cliente(idx-linea) TO drc-cliente
           MOVE tn-importe(idx-linea) TO drc-importe
           MOVE tn-motivo(idx-linea) TO drc-motivo
           MOVE linea-detalle-rechazo TO linea-rechazo
           PERFORM ESCRIBIR-RECHAZO.

       ANOTAR-CONVENIO.
           MOVE SPACES TO imagen-anterior
           MOVE registro-convenio TO imagen-anterior
           MOVE cab-fecha-pago TO cnv-ult-pago
           MOVE 'IMPHABERES' TO l-jrn-programa
           MOVE 'CONVENIOS' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-convenio TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'IMPORTA-HABERES: no se pudo grabar el '
                   'diario de imagenes.'
           END-IF
           REWRITE registro-convenio
               INVALID KEY
                   DISPLAY 'IMPORTA-HABERES: error al regrabar el '
                       'convenio de ' cnv-compania
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       ESCRIBIR-RECHAZO.
           MOVE linea-rechazo TO registro-rechazo
           WRITE registro-rechazo
           IF fs-rechazos NOT = '00'
               DISPLAY 'IMPORTA-HABERES: error al escribir '
                   ws-nombre-rechazos ', status=' fs-rechazos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-rechazo.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'IMPORTA-HABERES' TO l-sel-programa
           MOVE 'COMPANIAS.DAT' TO l-sel-archivo
           MOVE version-companias TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CONVENIOS.DAT' TO l-sel-archivo
           MOVE version-convenios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'EMPLEADOS.DAT' TO l-sel-archivo
           MOVE version-empleados TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
