       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILA-FRACCION.
       AUTHOR. Ejemplo.
      * Vigilancia nocturna de fraccionamiento sobre maestro.dat.
      * INFORME-REG solo ve la transaccion suelta que alcanza el
      * umbral (UMBRAL-REG); el que parte el efectivo en varios
      * depositos apenas por debajo no aparece nunca. Este paso
      * busca, por cliente, dos patrones en los depositos bajo el
      * umbral:
      *   F  los de la ventana movil que termina en la fecha de
      *      proceso (VENTANA-FRACC dias, 5 si no esta) suman el
      *      umbral o mas, con al menos dos depositos;
      *   S  en la fecha de proceso deposito en SUCURSALES-FRACC
      *      sucursales distintas o mas (3 si no esta).
      * Cada hallazgo abre un caso en CASOS.DAT para que
      * cumplimiento lo revise en ATIENDE-CASO, y sale en VIGILA.RPT.
      * Un caso no se vuelve a abrir mientras no haya depositos
      * posteriores a los que ya lo dispararon: cumplimiento mira
      * cada hallazgo una vez, no todas las noches que dura la
      * ventana. El maestro esta indexado por clave de alta, asi que
      * los depositos de la ventana se ordenan por cliente con un
      * SORT y se evaluan con corte de control.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT casos ASSIGN TO 'CASOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS caso-numero
               FILE STATUS IS fs-casos.
           SELECT reporte ASSIGN TO 'VIGILA.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  casos.
           COPY CASOAML.
       FD  reporte.
       01  linea-reporte PIC X(100).
       SD  archivo-orden.
       01  registro-orden.
           05  orden-cliente   PIC 9(06).
           05  orden-fecha     PIC 9(08).
           05  orden-sucursal  PIC 9(03).
           05  orden-importe   PIC S9(07)V99.
           05  orden-clave     PIC 9(07).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY JRNPARM.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-casos           PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  fin-orden          PIC X VALUE 'N'.
           88  no-hay-mas-orden VALUE 'S'.
       01  fin-casos          PIC X VALUE 'N'.
           88  no-hay-mas-casos VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  fecha-desde        PIC 9(8).
       01  entero-proceso     PIC 9(9).
       01  parametro-texto    PIC X(12) VALUE SPACES.
       01  umbral             PIC 9(9)V99 VALUE 100000.
       01  dias-ventana       PIC 9(3) VALUE 5.
       01  sucursales-minimo  PIC 9(3) VALUE 3.

      * Acumulado del cliente en curso del corte de control.
       01  cliente-corte      PIC 9(6) VALUE ZERO.
       01  grupo-abierto      PIC X VALUE 'N'.
           88  HAY-GRUPO       VALUE 'S'.
       01  ventana-cantidad   PIC 9(4).
       01  ventana-total      PIC S9(11)V99.
       01  ventana-desde      PIC 9(8).
       01  ventana-hasta      PIC 9(8).
       01  ventana-sucursales PIC 9(3).
       01  dia-cantidad       PIC 9(4).
       01  dia-total          PIC S9(11)V99.
       01  dia-sucursales     PIC 9(3).
       01  sucursal-anterior  PIC 9(3).
      * Sucursales distintas del cliente en toda la ventana.
       01  tabla-sucursales-cliente.
           05  suc-cliente-e  PIC 9(3) OCCURS 50 TIMES.
       01  idx-sucursal       PIC 9(3).
       01  sucursal-vista     PIC X VALUE 'N'.
           88  SUCURSAL-YA-VISTA VALUE 'S'.
       01  fecha-anterior     PIC 9(8).

      * Casos ya abiertos, por cliente y patron, con la ultima fecha
      * de deposito que cubren.
       01  tabla-casos.
           05  caso-e OCCURS 2000 TIMES.
               10  tc-cliente     PIC 9(6).
               10  tc-tipo        PIC X.
               10  tc-hasta       PIC 9(8).
       01  casos-cargados     PIC 9(4) VALUE ZERO.
       01  idx-caso           PIC 9(4).
       01  caso-cubierto      PIC X VALUE 'N'.
           88  YA-CUBIERTO     VALUE 'S'.
       01  ultimo-numero      PIC 9(6) VALUE ZERO.
       01  casos-nuevos       PIC 9(5) VALUE ZERO.
       01  hallazgos-cubiertos PIC 9(5) VALUE ZERO.
       01  depositos-vistos   PIC 9(7) VALUE ZERO.

      * Datos del hallazgo a registrar.
       01  hallazgo-tipo      PIC X.
       01  hallazgo-desde     PIC 9(8).
       01  hallazgo-hasta     PIC 9(8).
       01  hallazgo-cantidad  PIC 9(4).
       01  hallazgo-total     PIC S9(11)V99.
       01  hallazgo-sucursales PIC 9(3).

       01  linea-detalle.
           05  det-numero      PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  det-cliente     PIC 9(6).
           05  FILLER          PIC X VALUE SPACE.
           05  det-patron      PIC X(14).
           05  FILLER          PIC X VALUE SPACE.
           05  det-desde       PIC 9(8).
           05  FILLER          PIC X VALUE '-'.
           05  det-hasta       PIC 9(8).
           05  FILLER          PIC X VALUE SPACE.
           05  det-cantidad    PIC ZZZ9.
           05  FILLER          PIC X(6) VALUE ' DEPS '.
           05  det-total       PIC -(11)9.99.
           05  FILLER          PIC X(6) VALUE ' SUCS '.
           05  det-sucursales  PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE 'UMBRAL-REG' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(parametro-texto) = 0
               COMPUTE umbral = FUNCTION NUMVAL(parametro-texto)
           END-IF
           MOVE SPACES TO parametro-texto
           MOVE 'VENTANA-FRACC' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(parametro-texto) = 0
               COMPUTE dias-ventana =
                   FUNCTION NUMVAL(parametro-texto)
           END-IF
           IF dias-ventana = ZERO
               MOVE 1 TO dias-ventana
           END-IF
           MOVE SPACES TO parametro-texto
           MOVE 'SUCURSALES-FRACC' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(parametro-texto) = 0
               COMPUTE sucursales-minimo =
                   FUNCTION NUMVAL(parametro-texto)
           END-IF
           IF sucursales-minimo < 2
               MOVE 2 TO sucursales-minimo
           END-IF
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           COMPUTE fecha-desde = FUNCTION DATE-OF-INTEGER(
               entero-proceso - dias-ventana + 1)
           DISPLAY 'VIGILA-FRACCION: umbral ' umbral ' ventana '
               fecha-desde ' a ' fecha-proceso

           OPEN I-O casos
           IF fs-casos = '35'
               OPEN OUTPUT casos
               CLOSE casos
               OPEN I-O casos
           END-IF
           IF fs-casos NOT = '00'
               DISPLAY 'VIGILA-FRACCION: no se pudo abrir CASOS.DAT, '
                   'status=' fs-casos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-CASOS
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'VIGILA-FRACCION: no se pudo crear '
                   'VIGILA.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'VIGILANCIA DE FRACCIONAMIENTO AL ' fecha-proceso
               ' - CASOS ABIERTOS'
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO linea-reporte
           WRITE linea-reporte

           SORT archivo-orden
               ON ASCENDING KEY orden-cliente
               ON ASCENDING KEY orden-fecha
               ON ASCENDING KEY orden-sucursal
               INPUT PROCEDURE IS LEER-MAESTRO
               OUTPUT PROCEDURE IS EVALUAR-CLIENTES

           MOVE SPACES TO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO linea-reporte
           STRING 'DEPOSITOS BAJO UMBRAL EN LA VENTANA: '
               depositos-vistos '  CASOS NUEVOS: ' casos-nuevos
               '  YA CUBIERTOS: ' hallazgos-cubiertos
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           CLOSE reporte
           CLOSE casos
           DISPLAY 'VIGILA-FRACCION: ' casos-nuevos ' casos nuevos, '
               hallazgos-cubiertos ' hallazgos ya cubiertos por un '
               'caso anterior.'
           STOP RUN.

      * Casos existentes: el ultimo numero usado y, por cliente y
      * patron, la ultima fecha de deposito ya cubierta.
       CARGAR-CASOS.
           MOVE ZEROS TO caso-numero
           START casos KEY IS NOT LESS THAN caso-numero
               INVALID KEY
                   SET no-hay-mas-casos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-casos
               READ casos NEXT RECORD
                   AT END
                       SET no-hay-mas-casos TO TRUE
                   NOT AT END
                       MOVE caso-numero TO ultimo-numero
                       PERFORM ANOTAR-CASO-EXISTENTE
               END-READ
           END-PERFORM.

       ANOTAR-CASO-EXISTENTE.
           MOVE 'N' TO caso-cubierto
           PERFORM VARYING idx-caso FROM 1 BY 1
                   UNTIL idx-caso > casos-cargados OR YA-CUBIERTO
               IF tc-cliente(idx-caso) = caso-cliente
                   AND tc-tipo(idx-caso) = caso-tipo
                   SET YA-CUBIERTO TO TRUE
                   IF caso-hasta > tc-hasta(idx-caso)
                       MOVE caso-hasta TO tc-hasta(idx-caso)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT YA-CUBIERTO
               IF casos-cargados < 2000
                   ADD 1 TO casos-cargados
                   MOVE caso-cliente TO tc-cliente(casos-cargados)
                   MOVE caso-tipo TO tc-tipo(casos-cargados)
                   MOVE caso-hasta TO tc-hasta(casos-cargados)
               ELSE
                   DISPLAY 'VIGILA-FRACCION: mas de 2000 clientes '
                       'con casos; ampliar la tabla.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Entran al orden los depositos (importe positivo) de la
      * ventana, con cliente, por debajo del umbral: lo que alcanza
      * el umbral ya lo declara INFORME-REG.
       LEER-MAESTRO.
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'VIGILA-FRACCION: no se pudo abrir '
                   'maestro.dat, status=' fs-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO maestro-clave
           START archivo-maestro KEY IS NOT LESS THAN maestro-clave
               INVALID KEY
                   SET no-hay-mas-maestro TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-maestro
               READ archivo-maestro NEXT RECORD
                   AT END
                       SET no-hay-mas-maestro TO TRUE
                   NOT AT END
                       IF maestro-fecha >= fecha-desde
                           AND maestro-fecha <= fecha-proceso
                           AND maestro-cliente NUMERIC
                           AND maestro-cliente NOT = ZEROS
                           AND maestro-importe > ZERO
                           AND maestro-importe < umbral
                           PERFORM SOLTAR-DEPOSITO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-maestro.

       SOLTAR-DEPOSITO.
           MOVE maestro-cliente TO orden-cliente
           MOVE maestro-fecha TO orden-fecha
           IF maestro-sucursal NUMERIC
               MOVE maestro-sucursal TO orden-sucursal
           ELSE
               MOVE ZEROS TO orden-sucursal
           END-IF
           MOVE maestro-importe TO orden-importe
           MOVE maestro-clave TO orden-clave
           RELEASE registro-orden
           ADD 1 TO depositos-vistos.

      * Corte de control por cliente. Dentro del cliente vienen por
      * fecha y sucursal, asi que una sucursal distinta se cuenta
      * cuando cambia respecto del deposito anterior del mismo dia.
       EVALUAR-CLIENTES.
           PERFORM UNTIL no-hay-mas-orden
               RETURN archivo-orden
                   AT END
                       SET no-hay-mas-orden TO TRUE
                   NOT AT END
                       IF orden-cliente NOT = cliente-corte
                               OR NOT HAY-GRUPO
                           IF HAY-GRUPO
                               PERFORM CERRAR-CLIENTE
                           END-IF
                           PERFORM ABRIR-CLIENTE
                       END-IF
                       PERFORM ACUMULAR-DEPOSITO
               END-RETURN
           END-PERFORM
           IF HAY-GRUPO
               PERFORM CERRAR-CLIENTE
           END-IF.

       ABRIR-CLIENTE.
           SET HAY-GRUPO TO TRUE
           MOVE orden-cliente TO cliente-corte
           MOVE ZERO TO ventana-cantidad
           MOVE ZERO TO ventana-total
           MOVE orden-fecha TO ventana-desde
           MOVE orden-fecha TO ventana-hasta
           MOVE ZERO TO ventana-sucursales
           MOVE ZERO TO dia-cantidad
           MOVE ZERO TO dia-total
           MOVE ZERO TO dia-sucursales
           MOVE ZEROS TO fecha-anterior
           MOVE ZEROS TO sucursal-anterior.

       ACUMULAR-DEPOSITO.
           ADD 1 TO ventana-cantidad
           ADD orden-importe TO ventana-total
           MOVE orden-fecha TO ventana-hasta
           PERFORM CONTAR-SUCURSAL-VENTANA
           IF orden-fecha = fecha-proceso
               ADD 1 TO dia-cantidad
               ADD orden-importe TO dia-total
               IF orden-fecha NOT = fecha-anterior
                   OR orden-sucursal NOT = sucursal-anterior
                   ADD 1 TO dia-sucursales
               END-IF
           END-IF
           MOVE orden-fecha TO fecha-anterior
           MOVE orden-sucursal TO sucursal-anterior.

       CONTAR-SUCURSAL-VENTANA.
           MOVE 'N' TO sucursal-vista
           PERFORM VARYING idx-sucursal FROM 1 BY 1
                   UNTIL idx-sucursal > ventana-sucursales
                   OR SUCURSAL-YA-VISTA
               IF suc-cliente-e(idx-sucursal) = orden-sucursal
                   SET SUCURSAL-YA-VISTA TO TRUE
               END-IF
           END-PERFORM
           IF NOT SUCURSAL-YA-VISTA
               AND ventana-sucursales < 50
               ADD 1 TO ventana-sucursales
               MOVE orden-sucursal
                   TO suc-cliente-e(ventana-sucursales)
           END-IF.

       CERRAR-CLIENTE.
           IF ventana-cantidad >= 2
               AND ventana-total >= umbral
               MOVE 'F' TO hallazgo-tipo
               MOVE ventana-desde TO hallazgo-desde
               MOVE ventana-hasta TO hallazgo-hasta
               MOVE ventana-cantidad TO hallazgo-cantidad
               MOVE ventana-total TO hallazgo-total
               MOVE ventana-sucursales TO hallazgo-sucursales
               PERFORM REGISTRAR-HALLAZGO
           END-IF
           IF dia-sucursales >= sucursales-minimo
               MOVE 'S' TO hallazgo-tipo
               MOVE fecha-proceso TO hallazgo-desde
               MOVE fecha-proceso TO hallazgo-hasta
               MOVE dia-cantidad TO hallazgo-cantidad
               MOVE dia-total TO hallazgo-total
               MOVE dia-sucursales TO hallazgo-sucursales
               PERFORM REGISTRAR-HALLAZGO
           END-IF.

      * Un hallazgo cuyos depositos ya cubre un caso anterior del
      * mismo cliente y patron no abre otro: solo un deposito nuevo
      * (posterior al ultimo cubierto) reabre la vigilancia.
       REGISTRAR-HALLAZGO.
           MOVE 'N' TO caso-cubierto
           PERFORM VARYING idx-caso FROM 1 BY 1
                   UNTIL idx-caso > casos-cargados OR YA-CUBIERTO
               IF tc-cliente(idx-caso) = cliente-corte
                   AND tc-tipo(idx-caso) = hallazgo-tipo
                   AND tc-hasta(idx-caso) >= hallazgo-hasta
                   SET YA-CUBIERTO TO TRUE
               END-IF
           END-PERFORM
           IF YA-CUBIERTO
               ADD 1 TO hallazgos-cubiertos
           ELSE
               PERFORM ABRIR-CASO
           END-IF.

       ABRIR-CASO.
           ADD 1 TO ultimo-numero
           MOVE SPACES TO registro-caso
           MOVE ultimo-numero TO caso-numero
           MOVE cliente-corte TO caso-cliente
           MOVE hallazgo-tipo TO caso-tipo
           MOVE fecha-proceso TO caso-fecha-alta
           MOVE hallazgo-desde TO caso-desde
           MOVE hallazgo-hasta TO caso-hasta
           MOVE hallazgo-cantidad TO caso-cantidad
           MOVE hallazgo-total TO caso-total
           MOVE hallazgo-sucursales TO caso-sucursales
           MOVE 'A' TO caso-estado
           MOVE SPACES TO caso-operador
           MOVE ZEROS TO caso-fecha-cierre
           MOVE SPACES TO caso-conclusion
           WRITE registro-caso
               INVALID KEY
                   DISPLAY 'VIGILA-FRACCION: error al grabar el caso '
                       caso-numero
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           MOVE 'VIGILA-FRACC' TO l-jrn-programa
           MOVE 'CASOS' TO l-jrn-archivo
           MOVE 'ALTA' TO l-jrn-operacion
           MOVE SPACES TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-caso TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: no se pudo grabar el diario de '
                   'imagenes.'
           END-IF
           ADD 1 TO casos-nuevos
           MOVE caso-numero TO det-numero
           MOVE caso-cliente TO det-cliente
           IF CASO-FRACCIONADO
               MOVE 'FRACCIONADO' TO det-patron
           ELSE
               MOVE 'VARIAS SUCURS.' TO det-patron
           END-IF
           MOVE caso-desde TO det-desde
           MOVE caso-hasta TO det-hasta
           MOVE caso-cantidad TO det-cantidad
           MOVE caso-total TO det-total
           MOVE caso-sucursales TO det-sucursales
           WRITE linea-reporte FROM linea-detalle.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'VIGILA-FRACC' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'VIGILA-FRACCION' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CASOS.DAT' TO l-sel-archivo
           MOVE version-casos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
