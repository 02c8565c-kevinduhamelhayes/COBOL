       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PLAN.
       AUTHOR. Ejemplo.
      * Mantenimiento del plan de trabajo de la noche (JOBPLAN.DAT)
      * y del manifiesto de archivos de sucursal (MANIFIESTO.DAT),
      * que hasta ahora se editaban a mano: una columna corrida en
      * el plan hizo que DAILYRUN leyera mal un paso, y un codigo
      * mal tipeado en el manifiesto dio por esperado el archivo de
      * una sucursal que no existe. Aca todo se valida antes de
      * grabar:
      *   - el numero de paso es unico (el 000 es la verificacion
      *     fija de DAILYRUN y no va en el plan);
      *   - la cadena corre en el orden del archivo: un paso nuevo
      *     entra en el lugar de su numero salvo que se lo ubique a
      *     proposito antes de otro, y la verificacion senala cada
      *     paso que corre despues de uno de numero mayor;
      *   - la accion es C (cortar) o A (avisar);
      *   - la frecuencia es una de las que entiende DAILYRUN:
      *     D, Sn (n de 1=lunes a 7=domingo), M o Ammdd;
      *   - el binario que invoca el comando existe;
      *   - cada sucursal del manifiesto esta activa en
      *     SUCURSALES.DAT y sus dias son siete marcas S/N.
      * El plan efectivo de una fecha lista que pasos corresponden
      * esa noche y que archivos de sucursal se esperan, en
      * pantalla y en PLANEFECT.RPT para imprimir. Es funcion de
      * supervisor (nivel 3) aunque el binario se lance por fuera
      * del menu. Cada cambio regraba el archivo entero por .NEW,
      * como los demas maestros secuenciales del shop, y queda en
      * el diario de imagenes con el operador que lo hizo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-jobplan ASSIGN TO 'JOBPLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-jobplan.
           SELECT jobplan-nuevo ASSIGN TO 'JOBPLAN.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-jobplan-nuevo.
           SELECT archivo-manifiesto ASSIGN TO 'MANIFIESTO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-manifiesto.
           SELECT manifiesto-nuevo ASSIGN TO 'MANIFIESTO.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-manifiesto-nuevo.
           SELECT sucursales-maestro ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-sucursales-m.
           SELECT archivo-feriados ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados.

       DATA DIVISION.
       FILE SECTION.
      * El mismo registro que lee DAILYRUN, con la vista cruda para
      * un plan del formato viejo (sin frecuencia).
       FD  archivo-jobplan.
       01  registro-jobplan.
           05  plan-paso       PIC 9(3).
           05  FILLER          PIC X.
           05  plan-accion     PIC X.
           05  FILLER          PIC X.
           05  plan-frec       PIC X(5).
           05  FILLER          PIC X.
           05  plan-comando    PIC X(80).
       01  registro-jobplan-crudo.
           05  FILLER          PIC X(6).
           05  crudo-comando   PIC X(86).
       FD  jobplan-nuevo.
       01  linea-jobplan-nuevo PIC X(92).
       FD  archivo-manifiesto.
       01  registro-manifiesto.
           05  man-codigo      PIC 9(3).
           05  FILLER          PIC X.
           05  man-dias        PIC X(7).
       FD  manifiesto-nuevo.
       01  linea-manifiesto-nuevo PIC X(11).
       FD  sucursales-maestro.
           COPY SUCURSAL.
       FD  archivo-feriados.
       01  registro-feriado PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
           COPY VALPARM.
           COPY REPPARM.
       01 fs-jobplan PIC XX VALUE '00'.
       01 fs-jobplan-nuevo PIC XX VALUE '00'.
       01 fs-manifiesto PIC XX VALUE '00'.
       01 fs-manifiesto-nuevo PIC XX VALUE '00'.
       01 fs-sucursales-m PIC XX VALUE '00'.
       01 fs-feriados PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 ws-comando-mv PIC X(100) VALUE SPACES.
       01 COMANDO-PRUEBA PIC X(100) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).

      * El plan en memoria, en el orden del archivo (que es el
      * orden en que corre la cadena), con el mismo tope de 60
      * pasos de la tabla de DAILYRUN.
       01 TABLA-PASOS.
           05 TAB-PASO OCCURS 60 TIMES.
               10 TAB-NUMERO PIC 9(3).
               10 FILLER PIC X.
               10 TAB-ACCION PIC X.
               10 FILLER PIC X.
               10 TAB-FREC PIC X(5).
               10 FILLER PIC X.
               10 TAB-COMANDO PIC X(80).
       01 CANT-PASOS PIC 9(2) VALUE ZERO.
       01 IDX-PASO PIC 9(2) VALUE ZERO.
       01 IDX-OTRO PIC 9(2) VALUE ZERO.
       01 POS-PASO PIC 9(2) VALUE ZERO.
       01 POS-INSERTAR PIC 9(2) VALUE ZERO.
       01 POS-POR-NUMERO PIC 9(2) VALUE ZERO.
       01 LINEAS-LEIDAS PIC 9(3) VALUE ZERO.
       01 LINEAS-ILEGIBLES PIC 9(3) VALUE ZERO.
       01 FIN-JOBPLAN PIC X VALUE 'N'.
           88 NO-HAY-MAS-PLAN VALUE 'S'.

      * El manifiesto en memoria: codigo de sucursal y las siete
      * marcas S/N de lunes a domingo.
       01 TABLA-MANIFIESTO.
           05 TAB-SUCURSAL OCCURS 100 TIMES.
               10 TAB-SUC-CODIGO PIC 9(3).
               10 FILLER PIC X.
               10 TAB-SUC-DIAS PIC X(7).
       01 CANT-SUCURSALES PIC 9(3) VALUE ZERO.
       01 IDX-SUC PIC 9(3) VALUE ZERO.
       01 IDX-SUC-OTRA PIC 9(3) VALUE ZERO.
       01 POS-SUC PIC 9(3) VALUE ZERO.
       01 FIN-MANIFIESTO PIC X VALUE 'N'.
           88 NO-HAY-MAS-MANIFIESTO VALUE 'S'.
       01 SUCURSALES-ABIERTO PIC X VALUE 'N'.
           88 MAESTRO-SUCURSALES-OK VALUE 'S'.

       01 TABLA-FERIADOS.
           05 TAB-FERIADO PIC 9(8) OCCURS 200 TIMES.
       01 CANT-FERIADOS PIC 9(3) VALUE ZERO.
       01 IDX-FERIADO PIC 9(3) VALUE ZERO.
       01 FIN-FERIADOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-FERIADOS VALUE 'S'.

      * Datos pedidos en pantalla.
       01 ENTRADA-TEXTO PIC X(10) VALUE SPACES.
       01 COMANDO-TEXTO PIC X(80) VALUE SPACES.
       01 COMANDO-PEDIDO PIC X(80) VALUE SPACES.
       01 PASO-PEDIDO PIC 9(3) VALUE ZERO.
       01 PASO-NUEVO PIC 9(3) VALUE ZERO.
       01 ACCION-PASO PIC X VALUE SPACE.
       01 FREC-PEDIDA PIC X(5) VALUE SPACES.
       01 ACCION-ACTUAL PIC X VALUE SPACE.
       01 FREC-ACTUAL PIC X(5) VALUE SPACES.
       01 SUC-PEDIDA PIC 9(3) VALUE ZERO.
       01 DIAS-PEDIDOS PIC X(7) VALUE SPACES.
       01 IDX-DIA PIC 9 VALUE ZERO.
       01 FECHA-PLAN PIC 9(8) VALUE ZERO.
       01 NUMERO-VALIDO-SW PIC X VALUE 'N'.
           88 NUMERO-VALIDO VALUE 'S'.
       01 ACCION-VALIDA-SW PIC X VALUE 'N'.
           88 ACCION-PASO-VALIDA VALUE 'S'.
       01 FREC-VALIDA-SW PIC X VALUE 'N'.
           88 FRECUENCIA-VALIDA VALUE 'S'.
       01 COMANDO-VALIDO-SW PIC X VALUE 'N'.
           88 COMANDO-VALIDO VALUE 'S'.
       01 DIAS-VALIDOS-SW PIC X VALUE 'N'.
           88 DIAS-VALIDOS VALUE 'S'.
       01 FECHA-VALIDA-SW PIC X VALUE 'N'.
           88 FECHA-VALIDA VALUE 'S'.
       01 SUCURSAL-VALIDA-SW PIC X VALUE 'N'.
           88 SUCURSAL-VALIDA VALUE 'S'.
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-MODIFICAR VALUE 'M' 'm'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-DIAS VALUE 'D' 'd'.
           88 ACCION-QUITAR VALUE 'Q' 'q'.
           88 ACCION-MANIFIESTO VALUE 'T' 't'.
           88 ACCION-VERIFICAR VALUE 'V' 'v'.
           88 ACCION-EFECTIVO VALUE 'E' 'e'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.

      * Binario del comando de un paso: lo que sigue al primer ./
      * hasta el blanco, probado con test -x como en PREVUELO.
       01 INICIO-BINARIO PIC 9(2) VALUE ZERO.
       01 LARGO-BINARIO PIC 9(2) VALUE ZERO.
       01 IDX-COMANDO PIC 9(2) VALUE ZERO.
       01 BINARIO-PASO PIC X(40) VALUE SPACES.
       01 BINARIO-SW PIC X VALUE 'N'.
           88 BINARIO-PRESENTE VALUE 'S'.

      * Decision de frecuencia, con el mismo criterio que
      * 5500-DECIDIR-FRECUENCIA de DAILYRUN.
       01 FREC-TRABAJO PIC X(5).
       01 FREC-DETALLE REDEFINES FREC-TRABAJO.
           05 FREC-TIPO PIC X.
           05 FREC-RESTO PIC X(4).
       01 DIA-PEDIDO PIC 9.
       01 MMDD-PEDIDO PIC 9(4).
       01 ENTERO-PLAN PIC 9(9).
       01 DIA-SEMANA-PLAN PIC 9.
       01 FECHA-HABIL-AUX PIC 9(8).
       01 ENTERO-HABIL-AUX PIC 9(9).
       01 DIA-SEMANA-AUX PIC 9.
       01 AUX-ES-HABIL PIC X VALUE 'N'.
           88 AUX-HABIL VALUE 'S'.
       01 INTENTOS-HABIL PIC 9(3).
       01 PROXIMO-HABIL PIC 9(8).
       01 ANTERIOR-HABIL PIC 9(8).
       01 PASO-CORRESPONDE PIC X VALUE 'S'.
           88 PASO-DEBIDO VALUE 'S'.
       01 FECHA-NO-HABIL PIC X VALUE 'N'.
           88 PLAN-DIA-NO-HABIL VALUE 'S'.
       01 PASOS-DEBIDOS PIC 9(2) VALUE ZERO.
       01 SUCURSALES-ESPERADAS PIC 9(3) VALUE ZERO.
       01 PROBLEMAS-HALLADOS PIC 9(3) VALUE ZERO.
       01 AVISOS-ORDEN PIC 9(3) VALUE ZERO.
       01 MARCA-ORDEN PIC X VALUE SPACE.

       01 LINEA-EFECTIVO.
           05 EF-PASO PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 EF-ACCION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 EF-FREC PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 EF-SITUACION PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 EF-COMANDO PIC X(53).
       01 LINEA-SUCURSAL.
           05 FILLER PIC X(9) VALUE 'SUCURSAL '.
           05 ES-CODIGO PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 ES-NOMBRE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 ES-DIAS PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 ES-SITUACION PIC X(28).

      * Imagen para el diario: la linea del archivo y, en la
      * imagen posterior, el operador que hizo el cambio.
       01 LINEA-ANTES PIC X(92) VALUE SPACES.
       01 LINEA-DESPUES PIC X(92) VALUE SPACES.
       01 IMAGEN-PLAN.
           05 IMG-LINEA PIC X(92).
           05 FILLER PIC X.
           05 IMG-OPERADOR PIC X(8).
           05 FILLER PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * El plan de la noche y el manifiesto son de supervisor.
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-PLAN: EL OPERADOR ' ws-operador
                   ' NO TIENE EL NIVEL 3 QUE EXIGE ESTA FUNCION '
                   '(STATUS=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           OPEN INPUT sucursales-maestro
           IF fs-sucursales-m = '00'
               SET MAESTRO-SUCURSALES-OK TO TRUE
           ELSE
               DISPLAY 'MANT-PLAN: NO SE PUDO ABRIR SUCURSALES.DAT '
                   '(STATUS=' fs-sucursales-m '), EL MANIFIESTO NO '
                   'SE PUEDE MODIFICAR.'
           END-IF
           PERFORM CARGAR-FERIADOS
           PERFORM CARGAR-PLAN
           PERFORM CARGAR-MANIFIESTO
           PERFORM VERIFICAR-TODO
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-MODIFICAR
                       OR ACCION-BAJA OR ACCION-LISTAR
                       OR ACCION-DIAS OR ACCION-QUITAR
                       OR ACCION-MANIFIESTO OR ACCION-VERIFICAR
                       OR ACCION-EFECTIVO OR ACCION-SALIR
                   DISPLAY 'PLAN:       A=ALTA M=MODIFICAR B=BAJA '
                       'L=LISTAR'
                   DISPLAY 'MANIFIESTO: D=DIAS DE SUCURSAL Q=QUITAR '
                       'T=LISTAR'
                   DISPLAY 'V=VERIFICAR E=PLAN EFECTIVO DE UNA FECHA '
                       'S=SALIR    ACCION: '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-MODIFICAR
                           OR ACCION-BAJA OR ACCION-LISTAR
                           OR ACCION-DIAS OR ACCION-QUITAR
                           OR ACCION-MANIFIESTO OR ACCION-VERIFICAR
                           OR ACCION-EFECTIVO OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR
                           ACCION-MODIFICAR OR ACCION-BAJA OR
                           ACCION-DIAS OR ACCION-QUITAR)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-PASO
                   WHEN ACCION-MODIFICAR
                       PERFORM MODIFICAR-PASO
                   WHEN ACCION-BAJA
                       PERFORM BAJA-PASO
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-PLAN
                   WHEN ACCION-DIAS
                       PERFORM DIAS-SUCURSAL
                   WHEN ACCION-QUITAR
                       PERFORM QUITAR-SUCURSAL
                   WHEN ACCION-MANIFIESTO
                       PERFORM LISTAR-MANIFIESTO
                   WHEN ACCION-VERIFICAR
                       PERFORM VERIFICAR-TODO
                   WHEN ACCION-EFECTIVO
                       PERFORM PLAN-EFECTIVO
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           IF MAESTRO-SUCURSALES-OK
               CLOSE sucursales-maestro
           END-IF
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-PLAN' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-PLAN: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-PLAN: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

      * Carga el plan en el orden del archivo. Un renglon del
      * formato viejo (sin frecuencia) se toma como diario, igual
      * que en DAILYRUN, y al grabar queda en el formato nuevo. Un
      * renglon sin numero de paso legible no se puede mantener:
      * se muestra, y el supervisor decide si sigue sabiendo que
      * el primer cambio que grabe lo deja afuera del plan.
       CARGAR-PLAN.
           MOVE ZERO TO CANT-PASOS
           MOVE ZERO TO LINEAS-LEIDAS
           MOVE ZERO TO LINEAS-ILEGIBLES
           MOVE 'N' TO FIN-JOBPLAN
           OPEN INPUT archivo-jobplan
           IF fs-jobplan = '35'
               DISPLAY 'MANT-PLAN: NO HAY JOBPLAN.DAT, SE ARRANCA '
                   'UN PLAN VACIO.'
           ELSE
               IF fs-jobplan NOT = '00'
                   DISPLAY 'NO SE PUDO ABRIR JOBPLAN.DAT, STATUS='
                       fs-jobplan
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL NO-HAY-MAS-PLAN
                   READ archivo-jobplan
                       AT END
                           SET NO-HAY-MAS-PLAN TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           IF registro-jobplan NOT = SPACES
                               PERFORM TOMAR-RENGLON-PLAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-jobplan
           END-IF
           IF LINEAS-ILEGIBLES > ZERO
               MOVE 'N' TO CONFIRMACION
               DISPLAY 'JOBPLAN.DAT TIENE ' LINEAS-ILEGIBLES
                   ' RENGLONES QUE NO SE PUEDEN MANTENER Y QUE '
                   'SALEN DEL PLAN AL GRABAR. SIGUE (S/N)? '
               ACCEPT CONFIRMACION
               IF NOT CONFIRMADO
                   DISPLAY 'MANT-PLAN: NO SE TOCO NADA.'
                   STOP RUN
               END-IF
           END-IF.

       TOMAR-RENGLON-PLAN.
           IF plan-paso NOT NUMERIC
               ADD 1 TO LINEAS-ILEGIBLES
               DISPLAY 'RENGLON ' LINEAS-LEIDAS ' SIN NUMERO DE '
                   'PASO LEGIBLE: ' registro-jobplan(1:50)
           ELSE
               IF CANT-PASOS >= 60
                   ADD 1 TO LINEAS-ILEGIBLES
                   DISPLAY 'RENGLON ' LINEAS-LEIDAS ' PASA LOS 60 '
                       'PASOS QUE LEE DAILYRUN: '
                       registro-jobplan(1:50)
               ELSE
                   ADD 1 TO CANT-PASOS
                   MOVE SPACES TO TAB-PASO(CANT-PASOS)
                   MOVE plan-paso TO TAB-NUMERO(CANT-PASOS)
                   MOVE plan-accion TO TAB-ACCION(CANT-PASOS)
                   IF plan-frec(1:1) = 'D'
                       OR plan-frec(1:1) = 'S'
                       OR plan-frec(1:1) = 'M'
                       OR plan-frec(1:1) = 'A'
                       MOVE plan-frec TO TAB-FREC(CANT-PASOS)
                       MOVE plan-comando TO TAB-COMANDO(CANT-PASOS)
                   ELSE
                       MOVE 'D' TO TAB-FREC(CANT-PASOS)
                       MOVE crudo-comando
                           TO TAB-COMANDO(CANT-PASOS)
                       DISPLAY 'PASO ' plan-paso ' EN FORMATO '
                           'VIEJO, SE TOMA COMO DIARIO.'
                   END-IF
               END-IF
           END-IF.

       CARGAR-MANIFIESTO.
           MOVE ZERO TO CANT-SUCURSALES
           MOVE 'N' TO FIN-MANIFIESTO
           OPEN INPUT archivo-manifiesto
           IF fs-manifiesto = '35'
               DISPLAY 'MANT-PLAN: NO HAY MANIFIESTO.DAT, SE '
                   'ARRANCA UN MANIFIESTO VACIO.'
           ELSE
               IF fs-manifiesto NOT = '00'
                   DISPLAY 'NO SE PUDO ABRIR MANIFIESTO.DAT, STATUS='
                       fs-manifiesto
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL NO-HAY-MAS-MANIFIESTO
                   READ archivo-manifiesto
                       AT END
                           SET NO-HAY-MAS-MANIFIESTO TO TRUE
                       NOT AT END
                           IF registro-manifiesto NOT = SPACES
                               PERFORM TOMAR-RENGLON-MANIFIESTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-manifiesto
           END-IF.

       TOMAR-RENGLON-MANIFIESTO.
           IF man-codigo NOT NUMERIC
               DISPLAY 'MANIFIESTO.DAT: RENGLON SIN CODIGO DE '
                   'SUCURSAL LEGIBLE, SALE AL GRABAR: '
                   registro-manifiesto
           ELSE
               IF CANT-SUCURSALES >= 100
                   DISPLAY 'MANT-PLAN: MAS DE 100 SUCURSALES EN EL '
                       'MANIFIESTO, NO SE PUEDE MANTENER.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CANT-SUCURSALES
               MOVE SPACES TO TAB-SUCURSAL(CANT-SUCURSALES)
               MOVE man-codigo TO TAB-SUC-CODIGO(CANT-SUCURSALES)
               MOVE man-dias TO TAB-SUC-DIAS(CANT-SUCURSALES)
           END-IF.

      * Los feriados se cargan una vez para el plan efectivo.
       CARGAR-FERIADOS.
           MOVE ZERO TO CANT-FERIADOS
           MOVE 'N' TO FIN-FERIADOS
           OPEN INPUT archivo-feriados
           IF fs-feriados = '00'
               PERFORM UNTIL NO-HAY-MAS-FERIADOS
                   READ archivo-feriados
                       AT END
                           SET NO-HAY-MAS-FERIADOS TO TRUE
                       NOT AT END
                           IF registro-feriado NUMERIC
                               AND CANT-FERIADOS < 200
                               ADD 1 TO CANT-FERIADOS
                               MOVE registro-feriado
                                   TO TAB-FERIADO(CANT-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-feriados
           END-IF.

      * Verificacion completa del plan y del manifiesto como estan
      * en memoria: corre al entrar (para ver lo que dejo la
      * edicion a mano) y cuando el supervisor la pide.
       VERIFICAR-TODO.
           MOVE ZERO TO PROBLEMAS-HALLADOS
           MOVE ZERO TO AVISOS-ORDEN
           PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > CANT-PASOS
               PERFORM VERIFICAR-PASO
           END-PERFORM
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > CANT-SUCURSALES
               PERFORM VERIFICAR-SUCURSAL
           END-PERFORM
           DISPLAY 'VERIFICACION: ' CANT-PASOS ' PASOS, '
               CANT-SUCURSALES ' SUCURSALES, ' PROBLEMAS-HALLADOS
               ' PROBLEMAS, ' AVISOS-ORDEN ' PASOS FUERA DEL ORDEN '
               'NUMERICO.'.

       VERIFICAR-PASO.
           IF TAB-NUMERO(IDX-PASO) = ZERO
               ADD 1 TO PROBLEMAS-HALLADOS
               DISPLAY 'PASO 000: RESERVADO PARA LA VERIFICACION '
                   'FIJA DE DAILYRUN.'
           END-IF
           PERFORM VARYING IDX-OTRO FROM 1 BY 1
                   UNTIL IDX-OTRO >= IDX-PASO
               IF TAB-NUMERO(IDX-OTRO) = TAB-NUMERO(IDX-PASO)
                   ADD 1 TO PROBLEMAS-HALLADOS
                   DISPLAY 'PASO ' TAB-NUMERO(IDX-PASO)
                       ': REPETIDO EN LOS RENGLONES ' IDX-OTRO
                       ' Y ' IDX-PASO '.'
               END-IF
           END-PERFORM
           IF IDX-PASO > 1
               IF TAB-NUMERO(IDX-PASO) < TAB-NUMERO(IDX-PASO - 1)
                   ADD 1 TO AVISOS-ORDEN
                   DISPLAY 'PASO ' TAB-NUMERO(IDX-PASO)
                       ': AVISO, CORRE DESPUES DEL PASO '
                       TAB-NUMERO(IDX-PASO - 1) '.'
               END-IF
           END-IF
           IF TAB-ACCION(IDX-PASO) NOT = 'C'
               AND TAB-ACCION(IDX-PASO) NOT = 'A'
               ADD 1 TO PROBLEMAS-HALLADOS
               DISPLAY 'PASO ' TAB-NUMERO(IDX-PASO)
                   ': ACCION ' TAB-ACCION(IDX-PASO)
                   ' INVALIDA (C O A).'
           END-IF
           MOVE TAB-FREC(IDX-PASO) TO FREC-TRABAJO
           PERFORM VALIDAR-FRECUENCIA
           IF NOT FRECUENCIA-VALIDA
               ADD 1 TO PROBLEMAS-HALLADOS
               DISPLAY 'PASO ' TAB-NUMERO(IDX-PASO)
                   ': FRECUENCIA ' TAB-FREC(IDX-PASO)
                   ' QUE DAILYRUN NO ENTIENDE.'
           END-IF
           MOVE TAB-COMANDO(IDX-PASO) TO COMANDO-TEXTO
           PERFORM PROBAR-BINARIO
           IF NOT BINARIO-PRESENTE
               ADD 1 TO PROBLEMAS-HALLADOS
               DISPLAY 'PASO ' TAB-NUMERO(IDX-PASO)
                   ': NO ESTA EL BINARIO DE '
                   TAB-COMANDO(IDX-PASO)(1:40)
           END-IF.

       VERIFICAR-SUCURSAL.
           PERFORM VARYING IDX-SUC-OTRA FROM 1 BY 1
                   UNTIL IDX-SUC-OTRA >= IDX-SUC
               IF TAB-SUC-CODIGO(IDX-SUC-OTRA)
                   = TAB-SUC-CODIGO(IDX-SUC)
                   ADD 1 TO PROBLEMAS-HALLADOS
                   DISPLAY 'MANIFIESTO: SUCURSAL '
                       TAB-SUC-CODIGO(IDX-SUC) ' REPETIDA.'
               END-IF
           END-PERFORM
           MOVE TAB-SUC-DIAS(IDX-SUC) TO DIAS-PEDIDOS
           PERFORM VALIDAR-DIAS
           IF NOT DIAS-VALIDOS
               ADD 1 TO PROBLEMAS-HALLADOS
               DISPLAY 'MANIFIESTO: SUCURSAL '
                   TAB-SUC-CODIGO(IDX-SUC) ' CON DIAS INVALIDOS: '
                   TAB-SUC-DIAS(IDX-SUC)
           END-IF
           MOVE TAB-SUC-CODIGO(IDX-SUC) TO SUC-PEDIDA
           PERFORM VALIDAR-SUCURSAL
           IF NOT SUCURSAL-VALIDA
               ADD 1 TO PROBLEMAS-HALLADOS
           END-IF.

      * Las frecuencias que entiende DAILYRUN, sin los arreglos que
      * el encadenador hace con una mal escrita (tomarla como
      * diaria o como lunes): aca se rechaza. El mmdd anual se
      * controla como fecha de un anio bisiesto, asi vale el 0229.
       VALIDAR-FRECUENCIA.
           MOVE 'N' TO FREC-VALIDA-SW
           EVALUATE FREC-TIPO
               WHEN 'D'
               WHEN 'M'
                   IF FREC-RESTO = SPACES
                       SET FRECUENCIA-VALIDA TO TRUE
                   END-IF
               WHEN 'S'
                   IF FREC-RESTO(1:1) >= '1'
                       AND FREC-RESTO(1:1) <= '7'
                       AND FREC-RESTO(2:3) = SPACES
                       SET FRECUENCIA-VALIDA TO TRUE
                   END-IF
               WHEN 'A'
                   IF FREC-RESTO NUMERIC
                       MOVE FREC-RESTO TO MMDD-PEDIDO
                       COMPUTE l-val-fecha = 20000000 + MMDD-PEDIDO
                       CALL 'VALFECHA' USING l-val-fecha,
                           l-val-status, l-val-motivo
                       IF l-val-status = 0
                           SET FRECUENCIA-VALIDA TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       VALIDAR-DIAS.
           SET DIAS-VALIDOS TO TRUE
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 7
               IF DIAS-PEDIDOS(IDX-DIA:1) NOT = 'S'
                   AND DIAS-PEDIDOS(IDX-DIA:1) NOT = 'N'
                   MOVE 'N' TO DIAS-VALIDOS-SW
               END-IF
           END-PERFORM.

      * La sucursal tiene que estar en SUCURSALES.DAT y activa: una
      * dada de baja ya no manda archivo.
       VALIDAR-SUCURSAL.
           MOVE 'N' TO SUCURSAL-VALIDA-SW
           MOVE SPACES TO sucm-nombre
           IF NOT MAESTRO-SUCURSALES-OK
               DISPLAY 'MANIFIESTO: SUCURSAL ' SUC-PEDIDA
                   ' SIN CONTROLAR, NO HAY SUCURSALES.DAT.'
           ELSE
               MOVE SUC-PEDIDA TO sucm-codigo
               READ sucursales-maestro
                   INVALID KEY
                       MOVE SPACES TO sucm-nombre
                       DISPLAY 'MANIFIESTO: LA SUCURSAL ' SUC-PEDIDA
                           ' NO ESTA EN SUCURSALES.DAT.'
                   NOT INVALID KEY
                       IF SUCURSAL-ACTIVA
                           SET SUCURSAL-VALIDA TO TRUE
                       ELSE
                           DISPLAY 'MANIFIESTO: LA SUCURSAL '
                               SUC-PEDIDA ' ESTA DADA DE BAJA EN '
                               'SUCURSALES.DAT.'
                       END-IF
               END-READ
           END-IF.

       PROBAR-BINARIO.
           MOVE 'N' TO BINARIO-SW
           MOVE ZERO TO INICIO-BINARIO
           PERFORM VARYING IDX-COMANDO FROM 1 BY 1
                   UNTIL IDX-COMANDO > 79 OR INICIO-BINARIO > ZERO
               IF COMANDO-TEXTO(IDX-COMANDO:2) = './'
                   MOVE IDX-COMANDO TO INICIO-BINARIO
               END-IF
           END-PERFORM
           IF INICIO-BINARIO > ZERO
               MOVE ZERO TO LARGO-BINARIO
               PERFORM VARYING IDX-COMANDO FROM INICIO-BINARIO BY 1
                       UNTIL IDX-COMANDO > 80
                       OR COMANDO-TEXTO(IDX-COMANDO:1) = SPACE
                   ADD 1 TO LARGO-BINARIO
               END-PERFORM
               IF LARGO-BINARIO > 40
                   MOVE 40 TO LARGO-BINARIO
               END-IF
               MOVE SPACES TO BINARIO-PASO
               MOVE COMANDO-TEXTO(INICIO-BINARIO:LARGO-BINARIO)
                   TO BINARIO-PASO
               MOVE SPACES TO COMANDO-PRUEBA
               STRING 'test -x ' BINARIO-PASO
                   DELIMITED BY SIZE INTO COMANDO-PRUEBA
               CALL 'SYSTEM' USING COMANDO-PRUEBA
               IF RETURN-CODE = ZERO
                   SET BINARIO-PRESENTE TO TRUE
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF.

      * Deja en POS-PASO la posicion del paso pedido en el plan, o
      * cero si no figura.
       BUSCAR-PASO.
           MOVE ZERO TO POS-PASO
           PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > CANT-PASOS OR POS-PASO NOT = ZERO
               IF TAB-NUMERO(IDX-PASO) = PASO-PEDIDO
                   MOVE IDX-PASO TO POS-PASO
               END-IF
           END-PERFORM.

       PEDIR-NUMERO-PASO.
           MOVE 'N' TO NUMERO-VALIDO-SW
           PERFORM UNTIL NUMERO-VALIDO
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'NUMERO DE PASO (001 A 999): '
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO(1:3) IS NUMERIC
                   AND ENTRADA-TEXTO(4:7) = SPACES
                   AND ENTRADA-TEXTO(1:3) NOT = '000'
                   MOVE ENTRADA-TEXTO(1:3) TO PASO-PEDIDO
                   SET NUMERO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'NUMERO INVALIDO, TRES DIGITOS DE 001 A '
                       '999: ' ENTRADA-TEXTO
               END-IF
           END-PERFORM
           PERFORM BUSCAR-PASO.

      * Accion, frecuencia y comando: con un valor actual en el
      * campo, ENTER lo conserva (modificacion); en blanco es
      * obligatorio (alta).
       PEDIR-ACCION-PASO.
           MOVE ACCION-PASO TO ACCION-ACTUAL
           MOVE 'N' TO ACCION-VALIDA-SW
           PERFORM UNTIL ACCION-PASO-VALIDA
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'ANTE UNA FALLA (C=CORTA LA CADENA, '
                   'A=SOLO AVISA) [' ACCION-PASO ']: '
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO NOT = SPACES
                   MOVE ENTRADA-TEXTO(1:1) TO ACCION-PASO
               END-IF
               IF (ACCION-PASO = 'C' OR ACCION-PASO = 'A')
                   AND ENTRADA-TEXTO(2:9) = SPACES
                   SET ACCION-PASO-VALIDA TO TRUE
               ELSE
                   DISPLAY 'ACCION INVALIDA, C O A: ' ENTRADA-TEXTO
                   MOVE ACCION-ACTUAL TO ACCION-PASO
               END-IF
           END-PERFORM.

       PEDIR-FRECUENCIA.
           MOVE FREC-PEDIDA TO FREC-ACTUAL
           MOVE 'N' TO FREC-VALIDA-SW
           PERFORM UNTIL FRECUENCIA-VALIDA
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'FRECUENCIA: D=DIARIO  Sn=SEMANAL EL DIA n '
                   '(1=LUNES ... 7=DOMINGO)'
               DISPLAY '            M=ULTIMO HABIL DEL MES  '
                   'Ammdd=ANUAL DESDE EL mmdd [' FREC-PEDIDA ']: '
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO NOT = SPACES
                   MOVE ENTRADA-TEXTO(1:5) TO FREC-PEDIDA
               END-IF
               MOVE FREC-PEDIDA TO FREC-TRABAJO
               PERFORM VALIDAR-FRECUENCIA
               IF ENTRADA-TEXTO(6:5) NOT = SPACES
                   MOVE 'N' TO FREC-VALIDA-SW
               END-IF
               IF NOT FRECUENCIA-VALIDA
                   DISPLAY 'FRECUENCIA INVALIDA: ' ENTRADA-TEXTO
                   MOVE FREC-ACTUAL TO FREC-PEDIDA
               END-IF
           END-PERFORM.

       PEDIR-COMANDO.
           MOVE 'N' TO COMANDO-VALIDO-SW
           PERFORM UNTIL COMANDO-VALIDO
               MOVE SPACES TO COMANDO-TEXTO
               DISPLAY 'COMANDO (./BINARIO, CON env ... ADELANTE SI '
                   'LLEVA VARIABLES):'
               IF COMANDO-PEDIDO NOT = SPACES
                   DISPLAY '[' COMANDO-PEDIDO ']'
               END-IF
               ACCEPT COMANDO-TEXTO
               IF COMANDO-TEXTO = SPACES
                   MOVE COMANDO-PEDIDO TO COMANDO-TEXTO
               END-IF
               IF COMANDO-TEXTO = SPACES
                   DISPLAY 'EL COMANDO NO PUEDE ESTAR EN BLANCO.'
               ELSE
                   PERFORM PROBAR-BINARIO
                   IF BINARIO-PRESENTE
                       MOVE COMANDO-TEXTO TO COMANDO-PEDIDO
                       SET COMANDO-VALIDO TO TRUE
                   ELSE
                       IF INICIO-BINARIO = ZERO
                           DISPLAY 'EL COMANDO NO INVOCA UN ./BINARIO.'
                       ELSE
                           DISPLAY 'NO ESTA EL BINARIO '
                               BINARIO-PASO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * El lugar del paso nuevo en la cadena: por defecto antes del
      * primer paso de numero mayor (el lugar de su numero); el
      * supervisor puede ubicarlo antes de otro paso a proposito, y
      * se le avisa que queda fuera del orden numerico.
       PEDIR-POSICION.
           MOVE PASO-PEDIDO TO PASO-NUEVO
           MOVE ZERO TO POS-POR-NUMERO
           PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > CANT-PASOS
                   OR POS-POR-NUMERO NOT = ZERO
               IF TAB-NUMERO(IDX-PASO) > PASO-PEDIDO
                   MOVE IDX-PASO TO POS-POR-NUMERO
               END-IF
           END-PERFORM
           IF POS-POR-NUMERO = ZERO
               COMPUTE POS-POR-NUMERO = CANT-PASOS + 1
           END-IF
           MOVE ZERO TO POS-INSERTAR
           PERFORM UNTIL POS-INSERTAR NOT = ZERO
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'CORRE ANTES DEL PASO (ENTER = EN EL LUGAR DE '
                   'SU NUMERO): '
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO = SPACES
                   MOVE POS-POR-NUMERO TO POS-INSERTAR
               ELSE
                   IF ENTRADA-TEXTO(1:3) IS NUMERIC
                       AND ENTRADA-TEXTO(4:7) = SPACES
                       MOVE ENTRADA-TEXTO(1:3) TO PASO-PEDIDO
                       PERFORM BUSCAR-PASO
                       MOVE POS-PASO TO POS-INSERTAR
                       MOVE PASO-NUEVO TO PASO-PEDIDO
                   END-IF
                   IF POS-INSERTAR = ZERO
                       DISPLAY 'NO HAY UN PASO ' ENTRADA-TEXTO(1:3)
                           ' EN EL PLAN.'
                   END-IF
               END-IF
           END-PERFORM
           IF POS-INSERTAR NOT = POS-POR-NUMERO
               DISPLAY 'AVISO: EL PASO QUEDA FUERA DEL ORDEN '
                   'NUMERICO DE LA CADENA.'
           END-IF.

       ALTA-PASO.
           IF CANT-PASOS >= 60
               DISPLAY 'EL PLAN YA TIENE 60 PASOS, EL MAXIMO QUE LEE '
                   'DAILYRUN.'
           ELSE
               PERFORM PEDIR-NUMERO-PASO
               IF POS-PASO NOT = ZERO
                   DISPLAY 'EL PASO ' PASO-PEDIDO ' YA ESTA EN EL '
                       'PLAN.'
               ELSE
                   MOVE SPACE TO ACCION-PASO
                   PERFORM PEDIR-ACCION-PASO
                   MOVE SPACES TO FREC-PEDIDA
                   PERFORM PEDIR-FRECUENCIA
                   MOVE SPACES TO COMANDO-PEDIDO
                   PERFORM PEDIR-COMANDO
                   MOVE SPACES TO registro-jobplan
                   MOVE PASO-PEDIDO TO plan-paso
                   MOVE ACCION-PASO TO plan-accion
                   MOVE FREC-PEDIDA TO plan-frec
                   MOVE COMANDO-PEDIDO TO plan-comando
                   PERFORM PEDIR-POSICION
                   MOVE 'N' TO CONFIRMACION
                   DISPLAY 'CONFIRMA EL ALTA DE: ' registro-jobplan
                   DISPLAY '(S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMADO
                       PERFORM VARYING IDX-PASO FROM CANT-PASOS BY -1
                               UNTIL IDX-PASO < POS-INSERTAR
                           MOVE TAB-PASO(IDX-PASO)
                               TO TAB-PASO(IDX-PASO + 1)
                       END-PERFORM
                       ADD 1 TO CANT-PASOS
                       MOVE registro-jobplan TO TAB-PASO(POS-INSERTAR)
                       MOVE SPACES TO LINEA-ANTES
                       MOVE registro-jobplan TO LINEA-DESPUES
                       MOVE 'ALTA' TO l-jrn-operacion
                       PERFORM GRABAR-PLAN
                       DISPLAY 'PASO ' plan-paso ' AGREGADO AL PLAN.'
                   ELSE
                       DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
                   END-IF
               END-IF
           END-IF.

       MODIFICAR-PASO.
           PERFORM PEDIR-NUMERO-PASO
           IF POS-PASO = ZERO
               DISPLAY 'EL PASO ' PASO-PEDIDO ' NO ESTA EN EL PLAN.'
           ELSE
               MOVE TAB-PASO(POS-PASO) TO LINEA-ANTES
               DISPLAY 'ACTUAL: ' LINEA-ANTES
               MOVE TAB-ACCION(POS-PASO) TO ACCION-PASO
               PERFORM PEDIR-ACCION-PASO
               MOVE TAB-FREC(POS-PASO) TO FREC-PEDIDA
               PERFORM PEDIR-FRECUENCIA
               MOVE TAB-COMANDO(POS-PASO) TO COMANDO-PEDIDO
               PERFORM PEDIR-COMANDO
               MOVE TAB-PASO(POS-PASO) TO registro-jobplan
               MOVE ACCION-PASO TO plan-accion
               MOVE FREC-PEDIDA TO plan-frec
               MOVE COMANDO-PEDIDO TO plan-comando
               IF registro-jobplan = LINEA-ANTES
                   DISPLAY 'EL PASO NO CAMBIA.'
               ELSE
                   MOVE 'N' TO CONFIRMACION
                   DISPLAY 'CONFIRMA EL CAMBIO A: ' registro-jobplan
                   DISPLAY '(S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMADO
                       MOVE registro-jobplan TO TAB-PASO(POS-PASO)
                       MOVE registro-jobplan TO LINEA-DESPUES
                       MOVE 'MODIF' TO l-jrn-operacion
                       PERFORM GRABAR-PLAN
                       DISPLAY 'PASO ' plan-paso ' MODIFICADO.'
                   ELSE
                       DISPLAY 'CAMBIO CANCELADO, NO SE GRABO NADA.'
                   END-IF
               END-IF
           END-IF.

       BAJA-PASO.
           PERFORM PEDIR-NUMERO-PASO
           IF POS-PASO = ZERO
               DISPLAY 'EL PASO ' PASO-PEDIDO ' NO ESTA EN EL PLAN.'
           ELSE
               MOVE TAB-PASO(POS-PASO) TO LINEA-ANTES
               MOVE 'N' TO CONFIRMACION
               DISPLAY 'CONFIRMA LA BAJA DE: ' LINEA-ANTES
               DISPLAY '(S/N)? '
               ACCEPT CONFIRMACION
               IF CONFIRMADO
                   PERFORM VARYING IDX-PASO FROM POS-PASO BY 1
                           UNTIL IDX-PASO >= CANT-PASOS
                       MOVE TAB-PASO(IDX-PASO + 1)
                           TO TAB-PASO(IDX-PASO)
                   END-PERFORM
                   SUBTRACT 1 FROM CANT-PASOS
                   MOVE SPACES TO LINEA-DESPUES
                   MOVE 'BAJA' TO l-jrn-operacion
                   PERFORM GRABAR-PLAN
                   DISPLAY 'PASO ' PASO-PEDIDO ' SACADO DEL PLAN.'
               ELSE
                   DISPLAY 'BAJA CANCELADA, NO SE GRABO NADA.'
               END-IF
           END-IF.

       LISTAR-PLAN.
           DISPLAY 'ORD PASO A FREC  COMANDO'
           PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > CANT-PASOS
               MOVE SPACE TO MARCA-ORDEN
               IF IDX-PASO > 1
                   IF TAB-NUMERO(IDX-PASO) < TAB-NUMERO(IDX-PASO - 1)
                       MOVE '<' TO MARCA-ORDEN
                   END-IF
               END-IF
               DISPLAY IDX-PASO MARCA-ORDEN ' ' TAB-NUMERO(IDX-PASO)
                   '  ' TAB-ACCION(IDX-PASO) ' ' TAB-FREC(IDX-PASO)
                   ' ' TAB-COMANDO(IDX-PASO)(1:60)
           END-PERFORM
           DISPLAY 'PASOS EN EL PLAN: ' CANT-PASOS
               '  (< = CORRE DESPUES DE UN PASO DE NUMERO MAYOR)'.

      * Alta de una sucursal en el manifiesto o cambio de sus dias.
       DIAS-SUCURSAL.
           IF NOT MAESTRO-SUCURSALES-OK
               DISPLAY 'SIN SUCURSALES.DAT NO SE PUEDE VALIDAR LA '
                   'SUCURSAL.'
           ELSE
               PERFORM PEDIR-SUCURSAL
               PERFORM VALIDAR-SUCURSAL
               IF SUCURSAL-VALIDA
                   PERFORM BUSCAR-SUCURSAL
                   DISPLAY 'SUCURSAL ' SUC-PEDIDA ' ' sucm-nombre
                   MOVE SPACES TO LINEA-ANTES
                   IF POS-SUC NOT = ZERO
                       MOVE TAB-SUCURSAL(POS-SUC) TO LINEA-ANTES
                       DISPLAY 'DIAS ACTUALES (LUNES A DOMINGO): '
                           TAB-SUC-DIAS(POS-SUC)
                   END-IF
                   IF SUC-PEDIDA > 3
                       DISPLAY 'AVISO: EL MERGE SOLO TIENE ARCHIVO '
                           'DEFINIDO PARA LAS SUCURSALES 1 A 3.'
                   END-IF
                   PERFORM PEDIR-DIAS
                   MOVE SPACES TO registro-manifiesto
                   MOVE SUC-PEDIDA TO man-codigo
                   MOVE DIAS-PEDIDOS TO man-dias
                   IF registro-manifiesto = LINEA-ANTES
                       DISPLAY 'LOS DIAS NO CAMBIAN.'
                   ELSE
                       MOVE 'N' TO CONFIRMACION
                       DISPLAY 'CONFIRMA ' registro-manifiesto
                           ' (S/N)? '
                       ACCEPT CONFIRMACION
                       IF CONFIRMADO
                           PERFORM GUARDAR-SUCURSAL
                       ELSE
                           DISPLAY 'CAMBIO CANCELADO, NO SE GRABO '
                               'NADA.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GUARDAR-SUCURSAL.
           IF POS-SUC = ZERO
               IF CANT-SUCURSALES >= 100
                   DISPLAY 'NO HAY LUGAR PARA MAS SUCURSALES EN EL '
                       'MANIFIESTO.'
               ELSE
                   ADD 1 TO CANT-SUCURSALES
                   MOVE registro-manifiesto
                       TO TAB-SUCURSAL(CANT-SUCURSALES)
                   MOVE registro-manifiesto TO LINEA-DESPUES
                   MOVE 'ALTA' TO l-jrn-operacion
                   PERFORM GRABAR-MANIFIESTO
                   DISPLAY 'SUCURSAL ' SUC-PEDIDA
                       ' AGREGADA AL MANIFIESTO.'
               END-IF
           ELSE
               MOVE registro-manifiesto TO TAB-SUCURSAL(POS-SUC)
               MOVE registro-manifiesto TO LINEA-DESPUES
               MOVE 'MODIF' TO l-jrn-operacion
               PERFORM GRABAR-MANIFIESTO
               DISPLAY 'DIAS DE LA SUCURSAL ' SUC-PEDIDA
                   ' ACTUALIZADOS.'
           END-IF.

      * Sacar una sucursal del manifiesto no exige que siga en
      * SUCURSALES.DAT: justamente se saca la que ya no manda.
       QUITAR-SUCURSAL.
           PERFORM PEDIR-SUCURSAL
           PERFORM BUSCAR-SUCURSAL
           IF POS-SUC = ZERO
               DISPLAY 'LA SUCURSAL ' SUC-PEDIDA ' NO ESTA EN EL '
                   'MANIFIESTO.'
           ELSE
               MOVE TAB-SUCURSAL(POS-SUC) TO LINEA-ANTES
               MOVE 'N' TO CONFIRMACION
               DISPLAY 'CONFIRMA QUITAR ' TAB-SUCURSAL(POS-SUC)
                   ' DEL MANIFIESTO (S/N)? '
               ACCEPT CONFIRMACION
               IF CONFIRMADO
                   PERFORM VARYING IDX-SUC FROM POS-SUC BY 1
                           UNTIL IDX-SUC >= CANT-SUCURSALES
                       MOVE TAB-SUCURSAL(IDX-SUC + 1)
                           TO TAB-SUCURSAL(IDX-SUC)
                   END-PERFORM
                   SUBTRACT 1 FROM CANT-SUCURSALES
                   MOVE SPACES TO LINEA-DESPUES
                   MOVE 'BAJA' TO l-jrn-operacion
                   PERFORM GRABAR-MANIFIESTO
                   DISPLAY 'SUCURSAL ' SUC-PEDIDA
                       ' QUITADA DEL MANIFIESTO.'
               ELSE
                   DISPLAY 'BAJA CANCELADA, NO SE GRABO NADA.'
               END-IF
           END-IF.

       LISTAR-MANIFIESTO.
           DISPLAY 'SUCURSAL     NOMBRE                         '
               'LMMJVSD'
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > CANT-SUCURSALES
               MOVE TAB-SUC-CODIGO(IDX-SUC) TO SUC-PEDIDA
               PERFORM VALIDAR-SUCURSAL
               MOVE SUC-PEDIDA TO ES-CODIGO
               MOVE sucm-nombre TO ES-NOMBRE
               MOVE TAB-SUC-DIAS(IDX-SUC) TO ES-DIAS
               MOVE SPACES TO ES-SITUACION
               IF NOT SUCURSAL-VALIDA
                   MOVE 'NO VALIDA EN SUCURSALES.DAT' TO ES-SITUACION
               END-IF
               DISPLAY LINEA-SUCURSAL
           END-PERFORM
           DISPLAY 'SUCURSALES EN EL MANIFIESTO: ' CANT-SUCURSALES.

       BUSCAR-SUCURSAL.
           MOVE ZERO TO POS-SUC
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > CANT-SUCURSALES
                   OR POS-SUC NOT = ZERO
               IF TAB-SUC-CODIGO(IDX-SUC) = SUC-PEDIDA
                   MOVE IDX-SUC TO POS-SUC
               END-IF
           END-PERFORM.

       PEDIR-SUCURSAL.
           MOVE 'N' TO NUMERO-VALIDO-SW
           PERFORM UNTIL NUMERO-VALIDO
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'CODIGO DE SUCURSAL (3 DIGITOS): '
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO(1:3) IS NUMERIC
                   AND ENTRADA-TEXTO(4:7) = SPACES
                   MOVE ENTRADA-TEXTO(1:3) TO SUC-PEDIDA
                   SET NUMERO-VALIDO TO TRUE
               ELSE
                   DISPLAY 'CODIGO INVALIDO: ' ENTRADA-TEXTO
               END-IF
           END-PERFORM.

       PEDIR-DIAS.
           MOVE 'N' TO DIAS-VALIDOS-SW
           PERFORM UNTIL DIAS-VALIDOS
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'DIAS QUE MANDA ARCHIVO, LUNES A DOMINGO'
               DISPLAY '(SIETE MARCAS S/N, POR EJEMPLO SSSSSNN): '
               ACCEPT ENTRADA-TEXTO
               MOVE ENTRADA-TEXTO(1:7) TO DIAS-PEDIDOS
               PERFORM VALIDAR-DIAS
               IF ENTRADA-TEXTO(8:3) NOT = SPACES
                   MOVE 'N' TO DIAS-VALIDOS-SW
               END-IF
               IF NOT DIAS-VALIDOS
                   DISPLAY 'DIAS INVALIDOS, SIETE S O N: '
                       ENTRADA-TEXTO
               END-IF
           END-PERFORM.

      * Plan efectivo de una fecha: que pasos corresponden esa
      * noche segun su frecuencia y que sucursales tienen que
      * mandar archivo, con el mismo criterio de DAILYRUN y del
      * merge. Sale en pantalla y en PLANEFECT.RPT.
       PLAN-EFECTIVO.
           PERFORM PEDIR-FECHA-PLAN
           COMPUTE ENTERO-PLAN = FUNCTION INTEGER-OF-DATE(FECHA-PLAN)
           COMPUTE DIA-SEMANA-PLAN = FUNCTION MOD(ENTERO-PLAN, 7)
           IF DIA-SEMANA-PLAN = 0
               MOVE 7 TO DIA-SEMANA-PLAN
           END-IF
           MOVE FECHA-PLAN TO FECHA-HABIL-AUX
           MOVE ENTERO-PLAN TO ENTERO-HABIL-AUX
           PERFORM ES-DIA-HABIL
           MOVE 'N' TO FECHA-NO-HABIL
           IF NOT AUX-HABIL
               SET PLAN-DIA-NO-HABIL TO TRUE
           END-IF
           MOVE 'A' TO l-rep-accion
           MOVE 'PLANEFECT.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'PLAN EFECTIVO DE LA CADENA PARA EL ' FECHA-PLAN
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           IF PLAN-DIA-NO-HABIL
               MOVE SPACES TO l-rep-linea
               STRING FECHA-PLAN ' NO ES DIA HABIL: LA CADENA NO '
                   'CORRE SIN CORRER-DIA-NO-HABIL=S'
                   DELIMITED BY SIZE INTO l-rep-linea
               PERFORM LINEA-EFECTIVA
           END-IF
           MOVE 'PASO A FREC  SITUACION      COMANDO' TO l-rep-linea
           PERFORM LINEA-EFECTIVA
           MOVE ZERO TO PASOS-DEBIDOS
           PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > CANT-PASOS
               MOVE TAB-FREC(IDX-PASO) TO FREC-TRABAJO
               PERFORM DECIDIR-FRECUENCIA
               MOVE TAB-NUMERO(IDX-PASO) TO EF-PASO
               MOVE TAB-ACCION(IDX-PASO) TO EF-ACCION
               MOVE TAB-FREC(IDX-PASO) TO EF-FREC
               MOVE TAB-COMANDO(IDX-PASO) TO EF-COMANDO
               IF PASO-DEBIDO
                   ADD 1 TO PASOS-DEBIDOS
                   MOVE 'CORRE' TO EF-SITUACION
               ELSE
                   MOVE 'NO CORRESPONDE' TO EF-SITUACION
               END-IF
               MOVE LINEA-EFECTIVO TO l-rep-linea
               PERFORM LINEA-EFECTIVA
           END-PERFORM
           MOVE SPACES TO l-rep-linea
           STRING 'PASOS QUE CORREN: ' PASOS-DEBIDOS ' DE '
               CANT-PASOS DELIMITED BY SIZE INTO l-rep-linea
           PERFORM LINEA-EFECTIVA
           MOVE SPACES TO l-rep-linea
           PERFORM LINEA-EFECTIVA
           MOVE 'ARCHIVOS DE SUCURSAL ESPERADOS' TO l-rep-linea
           PERFORM LINEA-EFECTIVA
           MOVE ZERO TO SUCURSALES-ESPERADAS
           IF PLAN-DIA-NO-HABIL
               MOVE SPACES TO l-rep-linea
               STRING 'DIA NO HABIL: NINGUNA SUCURSAL ESTA OBLIGADA '
                   'A MANDAR ARCHIVO' DELIMITED BY SIZE INTO l-rep-linea
               PERFORM LINEA-EFECTIVA
           ELSE
               PERFORM VARYING IDX-SUC FROM 1 BY 1
                       UNTIL IDX-SUC > CANT-SUCURSALES
                   IF TAB-SUC-DIAS(IDX-SUC)(DIA-SEMANA-PLAN:1) = 'S'
                       ADD 1 TO SUCURSALES-ESPERADAS
                       MOVE TAB-SUC-CODIGO(IDX-SUC) TO SUC-PEDIDA
                       PERFORM VALIDAR-SUCURSAL
                       MOVE SUC-PEDIDA TO ES-CODIGO
                       MOVE sucm-nombre TO ES-NOMBRE
                       MOVE TAB-SUC-DIAS(IDX-SUC) TO ES-DIAS
                       MOVE SPACES TO ES-SITUACION
                       IF NOT SUCURSAL-VALIDA
                           MOVE 'NO VALIDA EN SUCURSALES.DAT'
                               TO ES-SITUACION
                       END-IF
                       MOVE LINEA-SUCURSAL TO l-rep-linea
                       PERFORM LINEA-EFECTIVA
                   END-IF
               END-PERFORM
               MOVE SPACES TO l-rep-linea
               STRING 'SUCURSALES ESPERADAS: ' SUCURSALES-ESPERADAS
                   DELIMITED BY SIZE INTO l-rep-linea
               PERFORM LINEA-EFECTIVA
           END-IF
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           DISPLAY 'PLAN EFECTIVO GRABADO EN PLANEFECT.RPT.'.

       PEDIR-FECHA-PLAN.
           MOVE 'N' TO FECHA-VALIDA-SW
           PERFORM UNTIL FECHA-VALIDA
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'FECHA DE LA CORRIDA (AAAAMMDD, ENTER = '
                   FECHA-PROCESO '): '
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO = SPACES
                   MOVE FECHA-PROCESO TO FECHA-PLAN
                   SET FECHA-VALIDA TO TRUE
               ELSE
                   IF ENTRADA-TEXTO(1:8) IS NUMERIC
                       AND ENTRADA-TEXTO(9:2) = SPACES
                       MOVE ENTRADA-TEXTO(1:8) TO FECHA-PLAN
                       MOVE FECHA-PLAN TO l-val-fecha
                       CALL 'VALFECHA' USING l-val-fecha,
                           l-val-status, l-val-motivo
                       IF l-val-status = 0
                           SET FECHA-VALIDA TO TRUE
                       END-IF
                   END-IF
                   IF NOT FECHA-VALIDA
                       DISPLAY 'FECHA INVALIDA, AAAAMMDD O ENTER: '
                           ENTRADA-TEXTO
                   END-IF
               END-IF
           END-PERFORM.

       LINEA-EFECTIVA.
           DISPLAY l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE.

       LLAMAR-REPWRITE.
           MOVE 'MANTPLAN' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'MANT-PLAN: ERROR DEL ESCRITOR DE REPORTES, '
                   'STATUS=' l-rep-status
           END-IF.

      * Si el paso vence en FECHA-PLAN segun su frecuencia: diario
      * siempre; semanal en su dia; mensual en el ultimo dia habil
      * del mes; anual en el primer dia habil desde su mmdd.
       DECIDIR-FRECUENCIA.
           MOVE 'S' TO PASO-CORRESPONDE
           EVALUATE FREC-TIPO
               WHEN 'D'
                   CONTINUE
               WHEN 'S'
                   IF FREC-RESTO(1:1) NUMERIC
                       MOVE FREC-RESTO(1:1) TO DIA-PEDIDO
                   ELSE
                       MOVE 1 TO DIA-PEDIDO
                   END-IF
                   IF DIA-SEMANA-PLAN NOT = DIA-PEDIDO
                       MOVE 'N' TO PASO-CORRESPONDE
                   END-IF
               WHEN 'M'
                   PERFORM PROXIMO-DIA-HABIL
                   IF PROXIMO-HABIL(1:6) = FECHA-PLAN(1:6)
                       MOVE 'N' TO PASO-CORRESPONDE
                   END-IF
               WHEN 'A'
                   IF FREC-RESTO NUMERIC
                       MOVE FREC-RESTO TO MMDD-PEDIDO
                       PERFORM DIA-HABIL-ANTERIOR
                       IF FECHA-PLAN(5:4) < MMDD-PEDIDO
                           MOVE 'N' TO PASO-CORRESPONDE
                       ELSE
                           IF ANTERIOR-HABIL(1:4) = FECHA-PLAN(1:4)
                               AND ANTERIOR-HABIL(5:4)
                                   >= MMDD-PEDIDO
                               MOVE 'N' TO PASO-CORRESPONDE
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PROXIMO-DIA-HABIL.
           MOVE ENTERO-PLAN TO ENTERO-HABIL-AUX
           MOVE 'N' TO AUX-ES-HABIL
           MOVE ZERO TO INTENTOS-HABIL
           PERFORM UNTIL AUX-HABIL OR INTENTOS-HABIL > 366
               ADD 1 TO ENTERO-HABIL-AUX
               ADD 1 TO INTENTOS-HABIL
               COMPUTE FECHA-HABIL-AUX =
                   FUNCTION DATE-OF-INTEGER(ENTERO-HABIL-AUX)
               PERFORM ES-DIA-HABIL
           END-PERFORM
           MOVE FECHA-HABIL-AUX TO PROXIMO-HABIL.

       DIA-HABIL-ANTERIOR.
           MOVE ENTERO-PLAN TO ENTERO-HABIL-AUX
           MOVE 'N' TO AUX-ES-HABIL
           MOVE ZERO TO INTENTOS-HABIL
           PERFORM UNTIL AUX-HABIL OR INTENTOS-HABIL > 366
               SUBTRACT 1 FROM ENTERO-HABIL-AUX
               ADD 1 TO INTENTOS-HABIL
               COMPUTE FECHA-HABIL-AUX =
                   FUNCTION DATE-OF-INTEGER(ENTERO-HABIL-AUX)
               PERFORM ES-DIA-HABIL
           END-PERFORM
           MOVE FECHA-HABIL-AUX TO ANTERIOR-HABIL.

       ES-DIA-HABIL.
           MOVE 'S' TO AUX-ES-HABIL
           COMPUTE DIA-SEMANA-AUX = FUNCTION MOD(ENTERO-HABIL-AUX, 7)
           IF DIA-SEMANA-AUX = 0 OR DIA-SEMANA-AUX = 6
               MOVE 'N' TO AUX-ES-HABIL
           ELSE
               PERFORM VARYING IDX-FERIADO FROM 1 BY 1
                       UNTIL IDX-FERIADO > CANT-FERIADOS
                   IF TAB-FERIADO(IDX-FERIADO) = FECHA-HABIL-AUX
                       MOVE 'N' TO AUX-ES-HABIL
                   END-IF
               END-PERFORM
           END-IF.

      * Anota el cambio en el diario y regraba el plan entero por
      * JOBPLAN.NEW.
       GRABAR-PLAN.
           MOVE 'JOBPLAN' TO l-jrn-archivo
           PERFORM ANOTAR-BITACORA
           OPEN OUTPUT jobplan-nuevo
           IF fs-jobplan-nuevo NOT = '00'
               DISPLAY 'NO SE PUDO CREAR JOBPLAN.NEW, STATUS='
                   fs-jobplan-nuevo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-PASO FROM 1 BY 1
                   UNTIL IDX-PASO > CANT-PASOS
               MOVE TAB-PASO(IDX-PASO) TO linea-jobplan-nuevo
               WRITE linea-jobplan-nuevo
           END-PERFORM
           CLOSE jobplan-nuevo
           MOVE 'mv JOBPLAN.NEW JOBPLAN.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv.

       GRABAR-MANIFIESTO.
           MOVE 'MANIFIESTO' TO l-jrn-archivo
           PERFORM ANOTAR-BITACORA
           OPEN OUTPUT manifiesto-nuevo
           IF fs-manifiesto-nuevo NOT = '00'
               DISPLAY 'NO SE PUDO CREAR MANIFIESTO.NEW, STATUS='
                   fs-manifiesto-nuevo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-SUC FROM 1 BY 1
                   UNTIL IDX-SUC > CANT-SUCURSALES
               MOVE TAB-SUCURSAL(IDX-SUC) TO linea-manifiesto-nuevo
               WRITE linea-manifiesto-nuevo
           END-PERFORM
           CLOSE manifiesto-nuevo
           MOVE 'mv MANIFIESTO.NEW MANIFIESTO.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv.

      * La imagen anterior es el renglon como estaba; la posterior
      * lleva el renglon nuevo (en blanco en una baja) y el
      * operador que hizo el cambio.
       ANOTAR-BITACORA.
           MOVE 'MANT-PLAN' TO l-jrn-programa
           MOVE SPACES TO l-jrn-antes
           MOVE LINEA-ANTES TO l-jrn-antes
           MOVE SPACES TO IMAGEN-PLAN
           MOVE LINEA-DESPUES TO IMG-LINEA
           MOVE ws-operador TO IMG-OPERADOR
           MOVE IMAGEN-PLAN TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-PLAN' TO l-sel-programa
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
