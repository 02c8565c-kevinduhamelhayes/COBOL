       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVUELO.
       AUTHOR. Ejemplo.
      * Control previo de la noche: corre como primer paso del plan,
      * antes de tocar nada, y revisa de una sola vez todo lo que la
      * cadena va a necesitar, en vez de descubrirlo paso por paso a
      * las tres de la manana:
      *   - los archivos de sucursal que MANIFIESTO.DAT espera para
      *     el dia de la fecha de proceso (ACEPTAR-FALTANTES=S los
      *     baja a aviso, como en el merge);
      *   - que COTIZA.DAT tenga cambio para cada moneda y fecha que
      *     aparece en esos archivos y en las fuentes generadas que
      *     ya esperan al merge, porque el posteo corta con la
      *     primera que no lo tiene;
      *   - que exista el binario de cada paso de JOBPLAN.DAT;
      *   - que los maestros indexados abran limpios (maestro.dat y
      *     CLIENTES.DAT tienen que existir; los demas pueden no
      *     estar todavia, pero si estan tienen que abrir);
      *   - que FERIADOS.DAT cubra el anio de proceso y, dentro de
      *     COBERTURA-FERIADOS dias (60 si no se informa), el anio
      *     siguiente; y desde el 1 de noviembre, que el anio
      *     siguiente no tenga menos feriados que el de proceso;
      *   - que el disco de trabajo tenga ESPACIO-MINIMO-MB megas
      *     libres (100 si no se informa) para los sort y los
      *     archivos de trabajo.
      * Cada control deja su linea en PREVUELO.RPT (OK, AVISO o
      * BLOQUEA). Un control que bloquea corta la cadena via ALERTA
      * con el total de bloqueos; los avisos solos dejan un AVISO y
      * la noche sigue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-manifiesto ASSIGN TO 'MANIFIESTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-manifiesto.
           SELECT archivo-feriados ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados.
           SELECT archivo-entrada ASSIGN DYNAMIC nombre-entrada
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-entrada.
           SELECT archivo-cotizaciones ASSIGN TO 'COTIZA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cotizaciones.
           SELECT archivo-jobplan ASSIGN TO 'JOBPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-jobplan.
           SELECT archivo-espacio ASSIGN TO 'PREVUELO.DF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-espacio.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-indexado.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-indexado.
           SELECT sucursales ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-indexado.
           SELECT domicilios ASSIGN TO 'DOMICILIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-indexado.
           SELECT saldos-gl ASSIGN TO 'GLSALDOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gls-cuenta
               FILE STATUS IS fs-indexado.
           SELECT plazos ASSIGN TO 'PLAZOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pla-numero
               FILE STATUS IS fs-indexado.
           SELECT ordenes ASSIGN TO 'ORDENES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ord-numero
               FILE STATUS IS fs-indexado.
           SELECT prestamos ASSIGN TO 'PRESTAMOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-numero
               FILE STATUS IS fs-indexado.
           SELECT pagos ASSIGN TO 'PAGOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pag-numero
               FILE STATUS IS fs-indexado.
           SELECT tarifas ASSIGN TO 'TARIFAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS tar-codigo
               FILE STATUS IS fs-indexado.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-manifiesto.
       01  registro-manifiesto.
           05  man-codigo      PIC 9(3).
           05  FILLER          PIC X.
           05  man-dias        PIC X(7).
       FD  archivo-feriados.
       01  registro-feriado PIC 9(8).
       FD  archivo-entrada.
           COPY TRANSAC.
       FD  archivo-cotizaciones.
       01  registro-cotizacion.
           05  cot-fecha          PIC 9(08).
           05  FILLER             PIC X(01).
           05  cot-moneda         PIC X(03).
           05  FILLER             PIC X(01).
           05  cot-valor          PIC 9(05)V9(04).
       FD  archivo-jobplan.
       01  registro-jobplan PIC X(92).
       FD  archivo-espacio.
       01  registro-espacio PIC X(200).
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  clientes.
           COPY CLIENTE.
       FD  sucursales.
           COPY SUCURSAL.
       FD  domicilios.
           COPY DOMICILIO.
       FD  saldos-gl.
           COPY GLSALDO.
       FD  plazos.
           COPY PLAZOFIJO.
       FD  ordenes.
           COPY ORDENPER.
       FD  prestamos.
           COPY PRESTAMO.
       FD  pagos.
           COPY PAGOSAL.
       FD  tarifas.
           COPY TARIFA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY REPPARM.
           COPY ABNPARM.
       01  fs-manifiesto      PIC XX VALUE '00'.
       01  fs-feriados        PIC XX VALUE '00'.
       01  fs-entrada         PIC XX VALUE '00'.
       01  fs-cotizaciones    PIC XX VALUE '00'.
       01  fs-jobplan         PIC XX VALUE '00'.
       01  fs-espacio         PIC XX VALUE '00'.
       01  fs-indexado        PIC XX VALUE '00'.
       01  fin-archivo        PIC X VALUE 'N'.
           88  no-hay-mas     VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  entero-proceso     PIC 9(9).
       01  dia-semana         PIC 9.
       01  dia-feriado        PIC X VALUE 'N'.
           88  ES-FERIADO      VALUE 'S'.
       01  ws-aceptar         PIC X VALUE SPACE.
           88  FALTANTES-ACEPTADOS VALUE 'S' 's'.
       01  parametro-texto    PIC X(10) VALUE SPACES.
       01  nombre-entrada     PIC X(30) VALUE SPACES.
       01  ws-comando         PIC X(100) VALUE SPACES.

      * Resultado de cada control: el nombre del control, OK, AVISO
      * o BLOQUEA, y el detalle para el operador.
       01  resultado-control  PIC X(7).
       01  nombre-control     PIC X(12).
       01  detalle-control    PIC X(56).
       01  controles-hechos   PIC 9(4) VALUE ZERO.
       01  controles-aviso    PIC 9(4) VALUE ZERO.
       01  controles-bloqueo  PIC 9(4) VALUE ZERO.

      * Pares fecha-moneda vistos en las entradas que necesitan
      * cotizacion (todo lo que no es PES ni blanco).
       01  tabla-pares.
           05  par-e OCCURS 200 TIMES.
               10  par-fecha      PIC 9(8).
               10  par-moneda     PIC X(3).
               10  par-cotizado   PIC X.
       01  pares-cargados     PIC 9(3) VALUE ZERO.
       01  idx-par            PIC 9(3).
       01  par-encontrado     PIC X VALUE 'N'.
           88  PAR-YA-ANOTADO  VALUE 'S'.
       01  transacciones-vistas PIC 9(7) VALUE ZERO.
      * Fuentes generadas que el merge junta con las sucursales (la
      * misma lista que MERGE-SUCURSALES); las que ya estan al
      * arrancar la noche aportan sus monedas al control.
       01  tabla-fuentes.
           05  FILLER PIC X(30) VALUE 'RECARGOS.TXT'.
           05  FILLER PIC X(30) VALUE 'SUSPLIB.TXT'.
           05  FILLER PIC X(30) VALUE 'REENVIO.TXT'.
           05  FILLER PIC X(30) VALUE 'REVALUA.TXT'.
           05  FILLER PIC X(30) VALUE 'INTERES.TXT'.
           05  FILLER PIC X(30) VALUE 'RETENCION.TXT'.
           05  FILLER PIC X(30) VALUE 'CARGOS.TXT'.
           05  FILLER PIC X(30) VALUE 'PENDLIB.TXT'.
           05  FILLER PIC X(30) VALUE 'ORDENES.TXT'.
           05  FILLER PIC X(30) VALUE 'CUOTAS.TXT'.
           05  FILLER PIC X(30) VALUE 'MANUALES.TXT'.
           05  FILLER PIC X(30) VALUE 'CHEQDEV.TXT'.
           05  FILLER PIC X(30) VALUE 'PLAZOS.TXT'.
           05  FILLER PIC X(30) VALUE 'PAGOS.TXT'.
           05  FILLER PIC X(30) VALUE 'NORECLAMO.TXT'.
           05  FILLER PIC X(30) VALUE 'CIERRES.TXT'.
           05  FILLER PIC X(30) VALUE 'DEBITOS.TXT'.
           05  FILLER PIC X(30) VALUE 'HABERES.TXT'.
           05  FILLER PIC X(30) VALUE 'CASTIGOS.TXT'.
           05  FILLER PIC X(30) VALUE 'PREVISION.TXT'.
           05  FILLER PIC X(30) VALUE 'AJINTERES.TXT'.
       01  tabla-fuentes-r REDEFINES tabla-fuentes.
           05  fue-nombre OCCURS 21 TIMES PIC X(30).
       01  idx-fuente         PIC 9(2).

      * Comando de cada paso del plan y el binario que invoca: el
      * primer './' del comando hasta el siguiente blanco.
       01  comando-paso       PIC X(86).
       01  binario-paso       PIC X(40).
       01  idx-comando        PIC 9(3).
       01  inicio-binario     PIC 9(3).
       01  largo-binario      PIC 9(3).
       01  pasos-revisados    PIC 9(3) VALUE ZERO.
       01  pasos-sin-binario  PIC 9(3) VALUE ZERO.

      * Indexado en prueba: nombre, si tiene que existir, y el
      * status de la apertura.
       01  nombre-indexado    PIC X(16).
       01  indexado-requerido PIC X VALUE 'N'.
           88  INDEXADO-OBLIGATORIO VALUE 'S'.

      * Calendario: anio de la fecha de proceso, el del horizonte
      * de cobertura y la ultima fecha cargada en cada uno.
       01  dias-cobertura     PIC 9(3) VALUE 60.
       01  fecha-horizonte    PIC 9(8).
       01  feriados-anio      PIC 9(4) VALUE ZERO.
       01  feriados-horizonte PIC 9(4) VALUE ZERO.
       01  ultimo-feriado     PIC 9(8) VALUE ZERO.
      * Desde el 1 de noviembre el anio siguiente tiene que tener
      * por lo menos tantos feriados cargados como el de proceso.
       01  anio-siguiente     PIC 9(4) VALUE ZERO.
       01  feriados-siguiente PIC 9(4) VALUE ZERO.

      * Espacio libre del disco de trabajo, de la salida de df en
      * bloques de 1K (sistema, bloques, usados, libres, ...).
       01  espacio-minimo-mb  PIC 9(7) VALUE 100.
       01  espacio-libre-mb   PIC 9(9) VALUE ZERO.
       01  espacio-campos.
           05  esp-sistema     PIC X(40).
           05  esp-bloques     PIC X(15).
           05  esp-usados      PIC X(15).
           05  esp-libres      PIC X(15).
       01  lineas-espacio     PIC 9 VALUE ZERO.
       01  espacio-leido      PIC X VALUE 'N'.
           88  HAY-ESPACIO-LEIDO VALUE 'S'.

       01  linea-titulo.
           05  FILLER PIC X(56)
               VALUE 'CONTROL PREVIO DE LA CORRIDA NOCTURNA'.
       01  linea-encabezado.
           05  FILLER PIC X(13) VALUE 'CONTROL'.
           05  FILLER PIC X(8) VALUE 'RESULT.'.
           05  FILLER PIC X(56) VALUE 'DETALLE'.
       01  linea-control.
           05  lin-control     PIC X(12).
           05  FILLER          PIC X VALUE SPACE.
           05  lin-resultado   PIC X(7).
           05  FILLER          PIC X VALUE SPACE.
           05  lin-detalle     PIC X(56).
           05  FILLER          PIC X(3) VALUE SPACES.
       01  linea-reporte      PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           COMPUTE dia-semana = FUNCTION MOD(entero-proceso, 7)
           IF dia-semana = 0
               MOVE 7 TO dia-semana
           END-IF
           ACCEPT ws-aceptar FROM ENVIRONMENT 'ACEPTAR-FALTANTES'
           MOVE SPACES TO parametro-texto
           ACCEPT parametro-texto
               FROM ENVIRONMENT 'COBERTURA-FERIADOS'
           IF parametro-texto(1:3) IS NUMERIC
               MOVE parametro-texto(1:3) TO dias-cobertura
           END-IF
           MOVE SPACES TO parametro-texto
           ACCEPT parametro-texto
               FROM ENVIRONMENT 'ESPACIO-MINIMO-MB'
           IF parametro-texto(1:7) IS NUMERIC
               MOVE parametro-texto(1:7) TO espacio-minimo-mb
           END-IF

           MOVE 'A' TO l-rep-accion
           MOVE 'PREVUELO.RPT' TO l-rep-archivo
           MOVE linea-titulo TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte
           STRING 'FECHA DE PROCESO ' fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE linea-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA

           PERFORM CONTROLAR-FERIADOS
           PERFORM CONTROLAR-MANIFIESTO
           PERFORM CONTROLAR-COTIZACIONES
           PERFORM CONTROLAR-BINARIOS
           PERFORM CONTROLAR-INDEXADOS
           PERFORM CONTROLAR-ESPACIO

           MOVE SPACES TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO linea-reporte
           STRING 'CONTROLES: ' controles-hechos
               '  AVISOS: ' controles-aviso
               '  BLOQUEOS: ' controles-bloqueo
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO linea-reporte
           IF controles-bloqueo > ZERO
               MOVE 'LA CORRIDA NO PUEDE ARRANCAR.' TO linea-reporte
           ELSE
               MOVE 'LA CORRIDA PUEDE ARRANCAR.' TO linea-reporte
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE

           DISPLAY 'PREVUELO: ' controles-hechos ' controles, '
               controles-aviso ' avisos, ' controles-bloqueo
               ' bloqueos (ver PREVUELO.RPT).'
           MOVE 'PREVUELO' TO l-abn-programa
           IF controles-bloqueo > ZERO
               MOVE 'E063' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING 'PREVUELO: ' controles-bloqueo
                   ' CONTROLES BLOQUEAN, VER PREVUELO.RPT'
                   DELIMITED BY SIZE INTO l-abn-texto
               CALL 'ALERTA' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
           END-IF
           IF controles-aviso > ZERO
               MOVE 'A063' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING 'PREVUELO: ' controles-aviso
                   ' AVISOS, VER PREVUELO.RPT'
                   DELIMITED BY SIZE INTO l-abn-texto
               CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
           END-IF
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      * El calendario tiene que tener fechas del anio de proceso;
      * si el horizonte de cobertura cae en el anio siguiente,
      * tambien de ese. Sin FERIADOS.DAT la cadena solo reconoce
      * fines de semana y correria en un feriado.
       CONTROLAR-FERIADOS.
           MOVE 'FERIADOS' TO nombre-control
           COMPUTE fecha-horizonte = FUNCTION DATE-OF-INTEGER(
               entero-proceso + dias-cobertura)
           MOVE fecha-proceso(1:4) TO anio-siguiente
           ADD 1 TO anio-siguiente
           MOVE 'N' TO fin-archivo
           OPEN INPUT archivo-feriados
           IF fs-feriados NOT = '00'
               MOVE 'BLOQUEA' TO resultado-control
               MOVE 'SIN FERIADOS.DAT: LA CADENA NO RECONOCE FERIADOS'
                   TO detalle-control
               PERFORM ANOTAR-CONTROL
           ELSE
               PERFORM UNTIL no-hay-mas
                   READ archivo-feriados
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           PERFORM MIRAR-FERIADO
                   END-READ
               END-PERFORM
               CLOSE archivo-feriados
               EVALUATE TRUE
                   WHEN feriados-anio = ZERO
                       MOVE 'BLOQUEA' TO resultado-control
                       MOVE SPACES TO detalle-control
                       STRING 'FERIADOS.DAT NO TIENE FECHAS DEL '
                           fecha-proceso(1:4)
                           DELIMITED BY SIZE INTO detalle-control
                   WHEN fecha-horizonte(1:4) NOT = fecha-proceso(1:4)
                       AND feriados-horizonte = ZERO
                       MOVE 'AVISO' TO resultado-control
                       MOVE SPACES TO detalle-control
                       STRING 'FALTAN LOS FERIADOS DEL '
                           fecha-horizonte(1:4) ', ULTIMO CARGADO '
                           ultimo-feriado
                           DELIMITED BY SIZE INTO detalle-control
                   WHEN OTHER
                       MOVE 'OK' TO resultado-control
                       MOVE SPACES TO detalle-control
                       STRING 'CUBIERTO HASTA ' ultimo-feriado
                           DELIMITED BY SIZE INTO detalle-control
               END-EVALUATE
               PERFORM ANOTAR-CONTROL
               IF fecha-proceso(5:4) >= '1101'
                   PERFORM CONTROLAR-ANIO-SIGUIENTE
               END-IF
           END-IF.

      * Cambio de anio: si nadie cargo los feriados del anio que
      * viene, la cadena correria el 1 de enero. Se avisa en el
      * reporte y con su propia alerta en ALERTAS.DAT, sin cortar
      * la noche (todavia hay tiempo de cargarlos con MANTFERIADO).
       CONTROLAR-ANIO-SIGUIENTE.
           MOVE 'FERIADOS SIG' TO nombre-control
           IF feriados-siguiente < feriados-anio
               MOVE 'AVISO' TO resultado-control
               MOVE SPACES TO detalle-control
               STRING 'EL ' anio-siguiente ' TIENE '
                   feriados-siguiente ' FERIADOS CONTRA '
                   feriados-anio ' DEL ' fecha-proceso(1:4)
                   DELIMITED BY SIZE INTO detalle-control
               PERFORM ANOTAR-CONTROL
               MOVE 'PREVUELO' TO l-abn-programa
               MOVE 'A072' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING 'FERIADOS DEL ' anio-siguiente ' INCOMPLETOS: '
                   feriados-siguiente ' CARGADOS, ' feriados-anio
                   ' EN EL ' fecha-proceso(1:4)
                   DELIMITED BY SIZE INTO l-abn-texto
               CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
           ELSE
               MOVE 'OK' TO resultado-control
               MOVE SPACES TO detalle-control
               STRING 'EL ' anio-siguiente ' TIENE '
                   feriados-siguiente ' FERIADOS CARGADOS'
                   DELIMITED BY SIZE INTO detalle-control
               PERFORM ANOTAR-CONTROL
           END-IF.

       MIRAR-FERIADO.
           IF registro-feriado IS NUMERIC
               IF registro-feriado > ultimo-feriado
                   MOVE registro-feriado TO ultimo-feriado
               END-IF
               IF registro-feriado = fecha-proceso
                   SET ES-FERIADO TO TRUE
               END-IF
               IF registro-feriado(1:4) = fecha-proceso(1:4)
                   ADD 1 TO feriados-anio
               END-IF
               IF registro-feriado(1:4) = fecha-horizonte(1:4)
                   ADD 1 TO feriados-horizonte
               END-IF
               IF registro-feriado(1:4) = anio-siguiente
                   ADD 1 TO feriados-siguiente
               END-IF
           END-IF.

      * Los archivos de sucursal que el manifiesto espera hoy, con
      * el mismo criterio que el merge: en feriado nadie esta
      * obligado, y solo hay archivo definido para 1 a 3. Cada
      * archivo presente se recorre para juntar sus monedas.
       CONTROLAR-MANIFIESTO.
           MOVE 'MANIFIESTO' TO nombre-control
           OPEN INPUT archivo-manifiesto
           IF fs-manifiesto NOT = '00'
               MOVE 'AVISO' TO resultado-control
               MOVE 'SIN MANIFIESTO.DAT, NO SE SABE QUE SE ESPERA'
                   TO detalle-control
               PERFORM ANOTAR-CONTROL
           ELSE
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-manifiesto
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           PERFORM CONTROLAR-UNA-ESPERADA
                   END-READ
               END-PERFORM
               CLOSE archivo-manifiesto
           END-IF
           PERFORM VARYING idx-fuente FROM 1 BY 1
                   UNTIL idx-fuente > 21
               MOVE fue-nombre(idx-fuente) TO nombre-entrada
               PERFORM JUNTAR-MONEDAS
           END-PERFORM.

       CONTROLAR-UNA-ESPERADA.
           MOVE SPACES TO nombre-entrada
           IF man-codigo >= 1 AND man-codigo <= 3
               STRING 'SUCURSAL' man-codigo(3:1) '.TXT'
                   DELIMITED BY SIZE INTO nombre-entrada
           END-IF
           EVALUATE TRUE
               WHEN man-dias(dia-semana:1) NOT = 'S' OR ES-FERIADO
                   IF nombre-entrada NOT = SPACES
                       PERFORM JUNTAR-MONEDAS
                   END-IF
               WHEN nombre-entrada = SPACES
                   MOVE 'AVISO' TO resultado-control
                   MOVE SPACES TO detalle-control
                   STRING 'SUCURSAL ' man-codigo
                       ' SIN ARCHIVO DEFINIDO EN EL MERGE'
                       DELIMITED BY SIZE INTO detalle-control
                   PERFORM ANOTAR-CONTROL
               WHEN OTHER
                   OPEN INPUT archivo-entrada
                   IF fs-entrada = '00'
                       CLOSE archivo-entrada
                       MOVE 'OK' TO resultado-control
                       MOVE SPACES TO detalle-control
                       STRING nombre-entrada ' PRESENTE'
                           DELIMITED BY SIZE INTO detalle-control
                       PERFORM ANOTAR-CONTROL
                       PERFORM JUNTAR-MONEDAS
                   ELSE
                       IF FALTANTES-ACEPTADOS
                           MOVE 'AVISO' TO resultado-control
                       ELSE
                           MOVE 'BLOQUEA' TO resultado-control
                       END-IF
                       MOVE SPACES TO detalle-control
                       STRING 'FALTA ' nombre-entrada
                           ', ESPERADO HOY'
                           DELIMITED BY SIZE INTO detalle-control
                       PERFORM ANOTAR-CONTROL
                   END-IF
           END-EVALUATE.

      * Anota cada par fecha-moneda distinto de la entrada que no
      * sea moneda base. Una entrada ausente no aporta nada.
       JUNTAR-MONEDAS.
           OPEN INPUT archivo-entrada
           IF fs-entrada = '00'
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-entrada
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           ADD 1 TO transacciones-vistas
                           IF trans-moneda NOT = SPACES
                               AND trans-moneda NOT = 'PES'
                               PERFORM ANOTAR-PAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-entrada
           END-IF
           MOVE 'N' TO fin-archivo.

       ANOTAR-PAR.
           MOVE 'N' TO par-encontrado
           PERFORM VARYING idx-par FROM 1 BY 1
                   UNTIL idx-par > pares-cargados OR PAR-YA-ANOTADO
               IF par-fecha(idx-par) = trans-fecha
                   AND par-moneda(idx-par) = trans-moneda
                   SET PAR-YA-ANOTADO TO TRUE
               END-IF
           END-PERFORM
           IF NOT PAR-YA-ANOTADO
               IF pares-cargados < 200
                   ADD 1 TO pares-cargados
                   MOVE trans-fecha TO par-fecha(pares-cargados)
                   MOVE trans-moneda TO par-moneda(pares-cargados)
                   MOVE 'N' TO par-cotizado(pares-cargados)
               ELSE
                   DISPLAY 'PREVUELO: mas de 200 pares fecha-moneda '
                       'en las entradas, no se controlan todos.'
               END-IF
           END-IF.

      * Cada par anotado necesita su linea en COTIZA.DAT: el posteo
      * corta la noche con la primera transaccion sin cambio.
       CONTROLAR-COTIZACIONES.
           MOVE 'COTIZACION' TO nombre-control
           IF pares-cargados = ZERO
               MOVE 'OK' TO resultado-control
               MOVE SPACES TO detalle-control
               STRING 'SIN MONEDA EXTRANJERA EN '
                   transacciones-vistas ' TRANSACCIONES'
                   DELIMITED BY SIZE INTO detalle-control
               PERFORM ANOTAR-CONTROL
           ELSE
               OPEN INPUT archivo-cotizaciones
               IF fs-cotizaciones = '00'
                   MOVE 'N' TO fin-archivo
                   PERFORM UNTIL no-hay-mas
                       READ archivo-cotizaciones
                           AT END
                               SET no-hay-mas TO TRUE
                           NOT AT END
                               PERFORM MARCAR-COTIZADO
                       END-READ
                   END-PERFORM
                   CLOSE archivo-cotizaciones
               END-IF
               PERFORM INFORMAR-PAR
                   VARYING idx-par FROM 1 BY 1
                   UNTIL idx-par > pares-cargados
           END-IF.

       MARCAR-COTIZADO.
           PERFORM VARYING idx-par FROM 1 BY 1
                   UNTIL idx-par > pares-cargados
               IF par-fecha(idx-par) = cot-fecha
                   AND par-moneda(idx-par) = cot-moneda
                   MOVE 'S' TO par-cotizado(idx-par)
               END-IF
           END-PERFORM.

       INFORMAR-PAR.
           MOVE SPACES TO detalle-control
           IF par-cotizado(idx-par) = 'S'
               MOVE 'OK' TO resultado-control
               STRING par-moneda(idx-par) ' DEL '
                   par-fecha(idx-par) ' COTIZADA'
                   DELIMITED BY SIZE INTO detalle-control
           ELSE
               MOVE 'BLOQUEA' TO resultado-control
               STRING 'SIN COTIZACION DE ' par-moneda(idx-par)
                   ' DEL ' par-fecha(idx-par) ' EN COTIZA.DAT'
                   DELIMITED BY SIZE INTO detalle-control
           END-IF
           PERFORM ANOTAR-CONTROL.

      * Cada paso del plan tiene que encontrar su binario; se
      * prueba con test -x, como lo va a lanzar DAILYRUN.
       CONTROLAR-BINARIOS.
           MOVE 'BINARIOS' TO nombre-control
           OPEN INPUT archivo-jobplan
           IF fs-jobplan NOT = '00'
               MOVE 'AVISO' TO resultado-control
               MOVE 'SIN JOBPLAN.DAT, CORRE LA CADENA FIJA'
                   TO detalle-control
               PERFORM ANOTAR-CONTROL
           ELSE
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-jobplan
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           MOVE registro-jobplan(7:86)
                               TO comando-paso
                           PERFORM PROBAR-BINARIO
                   END-READ
               END-PERFORM
               CLOSE archivo-jobplan
               IF pasos-sin-binario = ZERO
                   MOVE 'OK' TO resultado-control
                   MOVE SPACES TO detalle-control
                   STRING pasos-revisados ' PASOS DEL PLAN CON SU '
                       'BINARIO'
                       DELIMITED BY SIZE INTO detalle-control
                   PERFORM ANOTAR-CONTROL
               END-IF
           END-IF.

       PROBAR-BINARIO.
           MOVE ZERO TO inicio-binario
           PERFORM VARYING idx-comando FROM 1 BY 1
                   UNTIL idx-comando > 85 OR inicio-binario > ZERO
               IF comando-paso(idx-comando:2) = './'
                   MOVE idx-comando TO inicio-binario
               END-IF
           END-PERFORM
           IF inicio-binario > ZERO
               ADD 1 TO pasos-revisados
               MOVE ZERO TO largo-binario
               PERFORM VARYING idx-comando FROM inicio-binario BY 1
                       UNTIL idx-comando > 86
                       OR comando-paso(idx-comando:1) = SPACE
                   ADD 1 TO largo-binario
               END-PERFORM
               IF largo-binario > 40
                   MOVE 40 TO largo-binario
               END-IF
               MOVE SPACES TO binario-paso
               MOVE comando-paso(inicio-binario:largo-binario)
                   TO binario-paso
               MOVE SPACES TO ws-comando
               STRING 'test -x ' binario-paso
                   DELIMITED BY SIZE INTO ws-comando
               CALL 'SYSTEM' USING ws-comando
               IF RETURN-CODE NOT = ZERO
                   ADD 1 TO pasos-sin-binario
                   MOVE 'BLOQUEA' TO resultado-control
                   MOVE SPACES TO detalle-control
                   STRING 'NO ESTA EL BINARIO ' binario-paso
                       DELIMITED BY SIZE INTO detalle-control
                   PERFORM ANOTAR-CONTROL
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF.

      * Apertura de prueba de los maestros indexados de la noche:
      * un status que no sea 00 (o 35 en uno que todavia puede no
      * existir) es un archivo roto o de otro layout.
       CONTROLAR-INDEXADOS.
           MOVE 'INDEXADOS' TO nombre-control
           MOVE 'maestro.dat' TO nombre-indexado
           MOVE 'S' TO indexado-requerido
           OPEN INPUT archivo-maestro
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE archivo-maestro
           END-IF
           MOVE 'CLIENTES.DAT' TO nombre-indexado
           OPEN INPUT clientes
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE clientes
           END-IF
           MOVE 'N' TO indexado-requerido
           MOVE 'SUCURSALES.DAT' TO nombre-indexado
           OPEN INPUT sucursales
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE sucursales
           END-IF
           MOVE 'DOMICILIOS.DAT' TO nombre-indexado
           OPEN INPUT domicilios
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE domicilios
           END-IF
           MOVE 'GLSALDOS.DAT' TO nombre-indexado
           OPEN INPUT saldos-gl
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE saldos-gl
           END-IF
           MOVE 'PLAZOS.DAT' TO nombre-indexado
           OPEN INPUT plazos
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE plazos
           END-IF
           MOVE 'ORDENES.DAT' TO nombre-indexado
           OPEN INPUT ordenes
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE ordenes
           END-IF
           MOVE 'PRESTAMOS.DAT' TO nombre-indexado
           OPEN INPUT prestamos
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE prestamos
           END-IF
           MOVE 'PAGOS.DAT' TO nombre-indexado
           OPEN INPUT pagos
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE pagos
           END-IF
           MOVE 'TARIFAS.DAT' TO nombre-indexado
           OPEN INPUT tarifas
           PERFORM INFORMAR-INDEXADO
           IF fs-indexado = '00'
               CLOSE tarifas
           END-IF.

       INFORMAR-INDEXADO.
           MOVE SPACES TO detalle-control
           EVALUATE TRUE
               WHEN fs-indexado = '00'
                   MOVE 'OK' TO resultado-control
                   STRING nombre-indexado ' ABRE BIEN'
                       DELIMITED BY SIZE INTO detalle-control
               WHEN fs-indexado = '35'
                   AND NOT INDEXADO-OBLIGATORIO
                   MOVE 'OK' TO resultado-control
                   STRING nombre-indexado ' NO EXISTE TODAVIA'
                       DELIMITED BY SIZE INTO detalle-control
               WHEN OTHER
                   MOVE 'BLOQUEA' TO resultado-control
                   STRING nombre-indexado ' NO ABRE, STATUS='
                       fs-indexado
                       DELIMITED BY SIZE INTO detalle-control
           END-EVALUATE
           PERFORM ANOTAR-CONTROL.

      * El espacio libre sale de df sobre el directorio de trabajo;
      * si no se puede medir queda como aviso.
       CONTROLAR-ESPACIO.
           MOVE 'ESPACIO' TO nombre-control
           MOVE 'df -Pk . > PREVUELO.DF' TO ws-comando
           CALL 'SYSTEM' USING ws-comando
           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO lineas-espacio
           OPEN INPUT archivo-espacio
           IF fs-espacio = '00'
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL no-hay-mas
                   READ archivo-espacio
                       AT END
                           SET no-hay-mas TO TRUE
                       NOT AT END
                           ADD 1 TO lineas-espacio
                           IF lineas-espacio = 2
                               PERFORM LEER-ESPACIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-espacio
               DELETE FILE archivo-espacio
           END-IF
           MOVE SPACES TO detalle-control
           EVALUATE TRUE
               WHEN NOT HAY-ESPACIO-LEIDO
                   MOVE 'AVISO' TO resultado-control
                   MOVE 'NO SE PUDO MEDIR EL ESPACIO LIBRE'
                       TO detalle-control
               WHEN espacio-libre-mb < espacio-minimo-mb
                   MOVE 'BLOQUEA' TO resultado-control
                   STRING 'LIBRES ' espacio-libre-mb ' MB, MINIMO '
                       espacio-minimo-mb ' MB'
                       DELIMITED BY SIZE INTO detalle-control
               WHEN OTHER
                   MOVE 'OK' TO resultado-control
                   STRING 'LIBRES ' espacio-libre-mb ' MB'
                       DELIMITED BY SIZE INTO detalle-control
           END-EVALUATE
           PERFORM ANOTAR-CONTROL.

       LEER-ESPACIO.
           MOVE SPACES TO espacio-campos
           UNSTRING registro-espacio DELIMITED BY ALL SPACE
               INTO esp-sistema, esp-bloques, esp-usados,
                   esp-libres
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(esp-libres) = 0
               COMPUTE espacio-libre-mb =
                   FUNCTION NUMVAL(esp-libres) / 1024
               SET HAY-ESPACIO-LEIDO TO TRUE
           END-IF.

       ANOTAR-CONTROL.
           ADD 1 TO controles-hechos
           EVALUATE resultado-control
               WHEN 'AVISO'
                   ADD 1 TO controles-aviso
               WHEN 'BLOQUEA'
                   ADD 1 TO controles-bloqueo
                   DISPLAY 'PREVUELO: BLOQUEA ' nombre-control ' '
                       detalle-control
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE nombre-control TO lin-control
           MOVE resultado-control TO lin-resultado
           MOVE detalle-control TO lin-detalle
           MOVE linea-control TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE.

       LLAMAR-REPWRITE.
           MOVE 'PREVUELO' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'PREVUELO: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'PREVUELO' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'GLSALDOS.DAT' TO l-sel-archivo
           MOVE version-glsaldos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PLAZOS.DAT' TO l-sel-archivo
           MOVE version-plazos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'ORDENES.DAT' TO l-sel-archivo
           MOVE version-ordenes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PRESTAMOS.DAT' TO l-sel-archivo
           MOVE version-prestamos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'PAGOS.DAT' TO l-sel-archivo
           MOVE version-pagos TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'TARIFAS.DAT' TO l-sel-archivo
           MOVE version-tarifas TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
