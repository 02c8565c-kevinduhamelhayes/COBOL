       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-FERIADO.
       AUTHOR. Ejemplo.
      * Mantenimiento del calendario de feriados FERIADOS.DAT, que
      * hasta ahora se tipeaba a mano y del que dependen el calculo
      * de dias habiles, el avance de FECHAPROC al proximo habil,
      * el corrimiento de las ordenes permanentes y el control de
      * dia de DAILYRUN. Alta, baja y listado por anio, con la
      * fecha validada por VALFECHA; lo que ya paso (anterior a la
      * fecha de proceso) no se toca, porque los calculos de esos
      * dias ya se hicieron con el calendario como estaba.
      * FERIADOS.DAT sigue siendo una fecha AAAAMMDD por renglon,
      * como lo leen todos los programas; los feriados de fecha fija
      * (los que caen el mismo dia todos los anios) se llevan aparte
      * en FERFIJOS.DAT con su descripcion, y la copia al anio
      * siguiente los carga de ahi para que el supervisor revise el
      * calendario nuevo y agregue los moviles. El archivo se
      * regraba ordenado por FERIADOS.NEW. Es funcion de supervisor
      * (nivel 3) y cada cambio queda en el diario de imagenes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-feriados ASSIGN TO 'FERIADOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados.
           SELECT feriados-nuevo ASSIGN TO 'FERIADOS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feriados-nuevo.
           SELECT archivo-fijos ASSIGN TO 'FERFIJOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-fijos.
           SELECT fijos-nuevo ASSIGN TO 'FERFIJOS.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-fijos-nuevo.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-feriados.
       01  registro-feriado PIC 9(8).
       FD  feriados-nuevo.
       01  linea-feriado-nuevo PIC 9(8).
      * Feriado de fecha fija: mes y dia, y la descripcion.
       FD  archivo-fijos.
       01  registro-fijo.
           05  fij-mmdd        PIC 9(4).
           05  FILLER          PIC X.
           05  fij-descripcion PIC X(30).
       FD  fijos-nuevo.
       01  linea-fijo-nuevo PIC X(35).

       WORKING-STORAGE SECTION.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
           COPY VALPARM.
       01 fs-feriados PIC XX VALUE '00'.
       01 fs-feriados-nuevo PIC XX VALUE '00'.
       01 fs-fijos PIC XX VALUE '00'.
       01 fs-fijos-nuevo PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 ws-comando-mv PIC X(100) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 FECHA-PROCESO-R REDEFINES FECHA-PROCESO.
           05 ANIO-PROCESO PIC 9(4).
           05 FILLER PIC 9(4).

      * El calendario en memoria, siempre en orden de fecha.
       01 TABLA-FERIADOS.
           05 TAB-FERIADO PIC 9(8) OCCURS 500 TIMES.
       01 CANT-FERIADOS PIC 9(3) VALUE ZERO.
       01 IDX-FERIADO PIC 9(3) VALUE ZERO.
       01 POS-FERIADO PIC 9(3) VALUE ZERO.
       01 POS-INSERTAR PIC 9(3) VALUE ZERO.
       01 FIN-FERIADOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-FERIADOS VALUE 'S'.

       01 TABLA-FIJOS.
           05 TAB-FIJO OCCURS 50 TIMES.
               10 TAB-FIJO-MMDD PIC 9(4).
               10 FILLER PIC X.
               10 TAB-FIJO-DESCRIPCION PIC X(30).
       01 CANT-FIJOS PIC 9(2) VALUE ZERO.
       01 IDX-FIJO PIC 9(2) VALUE ZERO.
       01 POS-FIJO PIC 9(2) VALUE ZERO.
       01 FIN-FIJOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-FIJOS VALUE 'S'.

       01 NOMBRES-DIAS.
           05 FILLER PIC X(9) VALUE 'LUNES'.
           05 FILLER PIC X(9) VALUE 'MARTES'.
           05 FILLER PIC X(9) VALUE 'MIERCOLES'.
           05 FILLER PIC X(9) VALUE 'JUEVES'.
           05 FILLER PIC X(9) VALUE 'VIERNES'.
           05 FILLER PIC X(9) VALUE 'SABADO'.
           05 FILLER PIC X(9) VALUE 'DOMINGO'.
       01 NOMBRES-DIAS-R REDEFINES NOMBRES-DIAS.
           05 NOMBRE-DIA PIC X(9) OCCURS 7 TIMES.

       01 ENTRADA-TEXTO PIC X(10) VALUE SPACES.
       01 FECHA-PEDIDA PIC 9(8) VALUE ZERO.
       01 FECHA-PEDIDA-R REDEFINES FECHA-PEDIDA.
           05 FECHA-PEDIDA-ANIO PIC 9(4).
           05 FECHA-PEDIDA-MMDD PIC 9(4).
       01 ANIO-PEDIDO PIC 9(4) VALUE ZERO.
       01 ANIO-DESTINO PIC 9(4) VALUE ZERO.
       01 DESCRIPCION-PEDIDA PIC X(30) VALUE SPACES.
       01 ENTERO-FECHA PIC 9(9).
       01 DIA-SEMANA PIC 9.
       01 FERIADOS-DEL-ANIO PIC 9(3) VALUE ZERO.
       01 FERIADOS-SIGUIENTE PIC 9(3) VALUE ZERO.
       01 FERIADOS-COPIADOS PIC 9(3) VALUE ZERO.
       01 FECHA-VALIDA-SW PIC X VALUE 'N'.
           88 FECHA-VALIDA VALUE 'S'.
       01 ANIO-VALIDO-SW PIC X VALUE 'N'.
           88 ANIO-VALIDO VALUE 'S'.
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-COPIAR VALUE 'C' 'c'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 IMAGEN-POSTERIOR PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * El calendario de la cadena es de supervisor.
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-FERIADO: EL OPERADOR ' ws-operador
                   ' NO TIENE EL NIVEL 3 QUE EXIGE ESTA FUNCION '
                   '(STATUS=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM CARGAR-FERIADOS
           PERFORM CARGAR-FIJOS
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-BAJA
                       OR ACCION-LISTAR OR ACCION-COPIAR
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (A=ALTA B=BAJA L=LISTAR ANIO '
                       'C=COPIAR FIJOS AL ANIO SIGUIENTE S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-BAJA
                           OR ACCION-LISTAR OR ACCION-COPIAR
                           OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR ACCION-BAJA OR
                           ACCION-COPIAR)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-FERIADO
                   WHEN ACCION-BAJA
                       PERFORM BAJA-FERIADO
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-ANIO
                   WHEN ACCION-COPIAR
                       PERFORM COPIAR-FIJOS
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-FERIADO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-FERIADO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-FERIADO: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

      * Carga el calendario y lo deja ordenado: el archivo tipeado
      * a mano puede traer fechas fuera de orden o repetidas, y un
      * renglon que no es una fecha se muestra y sale al grabar.
       CARGAR-FERIADOS.
           MOVE ZERO TO CANT-FERIADOS
           MOVE 'N' TO FIN-FERIADOS
           OPEN INPUT archivo-feriados
           IF fs-feriados = '35'
               DISPLAY 'MANT-FERIADO: NO HAY FERIADOS.DAT, SE '
                   'ARRANCA UN CALENDARIO VACIO.'
           ELSE
               IF fs-feriados NOT = '00'
                   DISPLAY 'NO SE PUDO ABRIR FERIADOS.DAT, STATUS='
                       fs-feriados
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL NO-HAY-MAS-FERIADOS
                   READ archivo-feriados
                       AT END
                           SET NO-HAY-MAS-FERIADOS TO TRUE
                       NOT AT END
                           PERFORM TOMAR-FERIADO
                   END-READ
               END-PERFORM
               CLOSE archivo-feriados
           END-IF.

       TOMAR-FERIADO.
           IF registro-feriado NOT NUMERIC
               DISPLAY 'FERIADOS.DAT: RENGLON QUE NO ES UNA FECHA, '
                   'SALE AL GRABAR: ' registro-feriado
           ELSE
               MOVE registro-feriado TO FECHA-PEDIDA
               PERFORM BUSCAR-FERIADO
               IF POS-FERIADO NOT = ZERO
                   DISPLAY 'FERIADOS.DAT: ' FECHA-PEDIDA
                       ' REPETIDO, QUEDA UNA VEZ AL GRABAR.'
               ELSE
                   IF CANT-FERIADOS >= 500
                       DISPLAY 'MANT-FERIADO: MAS DE 500 FERIADOS, '
                           'NO SE PUEDE MANTENER EL CALENDARIO.'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM INSERTAR-FERIADO
               END-IF
           END-IF.

       CARGAR-FIJOS.
           MOVE ZERO TO CANT-FIJOS
           MOVE 'N' TO FIN-FIJOS
           OPEN INPUT archivo-fijos
           IF fs-fijos = '00'
               PERFORM UNTIL NO-HAY-MAS-FIJOS
                   READ archivo-fijos
                       AT END
                           SET NO-HAY-MAS-FIJOS TO TRUE
                       NOT AT END
                           IF fij-mmdd NUMERIC AND CANT-FIJOS < 50
                               ADD 1 TO CANT-FIJOS
                               MOVE registro-fijo
                                   TO TAB-FIJO(CANT-FIJOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-fijos
           END-IF.

      * Deja en POS-FERIADO la posicion de FECHA-PEDIDA en el
      * calendario, o cero si no esta; en POS-INSERTAR queda el
      * lugar que le toca por orden de fecha.
       BUSCAR-FERIADO.
           MOVE ZERO TO POS-FERIADO
           MOVE ZERO TO POS-INSERTAR
           PERFORM VARYING IDX-FERIADO FROM 1 BY 1
                   UNTIL IDX-FERIADO > CANT-FERIADOS
                   OR POS-INSERTAR NOT = ZERO
               IF TAB-FERIADO(IDX-FERIADO) = FECHA-PEDIDA
                   MOVE IDX-FERIADO TO POS-FERIADO
               END-IF
               IF TAB-FERIADO(IDX-FERIADO) >= FECHA-PEDIDA
                   MOVE IDX-FERIADO TO POS-INSERTAR
               END-IF
           END-PERFORM
           IF POS-INSERTAR = ZERO
               COMPUTE POS-INSERTAR = CANT-FERIADOS + 1
           END-IF.

       INSERTAR-FERIADO.
           PERFORM VARYING IDX-FERIADO FROM CANT-FERIADOS BY -1
                   UNTIL IDX-FERIADO < POS-INSERTAR
               MOVE TAB-FERIADO(IDX-FERIADO)
                   TO TAB-FERIADO(IDX-FERIADO + 1)
           END-PERFORM
           ADD 1 TO CANT-FERIADOS
           MOVE FECHA-PEDIDA TO TAB-FERIADO(POS-INSERTAR).

       BUSCAR-FIJO.
           MOVE ZERO TO POS-FIJO
           PERFORM VARYING IDX-FIJO FROM 1 BY 1
                   UNTIL IDX-FIJO > CANT-FIJOS OR POS-FIJO NOT = ZERO
               IF TAB-FIJO-MMDD(IDX-FIJO) = FECHA-PEDIDA-MMDD
                   MOVE IDX-FIJO TO POS-FIJO
               END-IF
           END-PERFORM.

       PEDIR-FECHA.
           MOVE 'N' TO FECHA-VALIDA-SW
           PERFORM UNTIL FECHA-VALIDA
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'FECHA DEL FERIADO (AAAAMMDD): '
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO(1:8) IS NUMERIC
                   AND ENTRADA-TEXTO(9:2) = SPACES
                   MOVE ENTRADA-TEXTO(1:8) TO FECHA-PEDIDA
                   MOVE FECHA-PEDIDA TO l-val-fecha
                   CALL 'VALFECHA' USING l-val-fecha,
                       l-val-status, l-val-motivo
                   IF l-val-status = 0
                       SET FECHA-VALIDA TO TRUE
                   END-IF
               END-IF
               IF NOT FECHA-VALIDA
                   DISPLAY 'FECHA INVALIDA, AAAAMMDD: ' ENTRADA-TEXTO
               END-IF
           END-PERFORM
           COMPUTE ENTERO-FECHA = FUNCTION INTEGER-OF-DATE(
               FECHA-PEDIDA)
           COMPUTE DIA-SEMANA = FUNCTION MOD(ENTERO-FECHA, 7)
           IF DIA-SEMANA = 0
               MOVE 7 TO DIA-SEMANA
           END-IF.

       PEDIR-ANIO.
           MOVE 'N' TO ANIO-VALIDO-SW
           PERFORM UNTIL ANIO-VALIDO
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'ANIO (AAAA, ENTER = ' ANIO-PROCESO
                   '): '
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO = SPACES
                   MOVE ANIO-PROCESO TO ANIO-PEDIDO
                   SET ANIO-VALIDO TO TRUE
               ELSE
                   IF ENTRADA-TEXTO(1:4) IS NUMERIC
                       AND ENTRADA-TEXTO(5:6) = SPACES
                       AND ENTRADA-TEXTO(1:4) > '1900'
                       MOVE ENTRADA-TEXTO(1:4) TO ANIO-PEDIDO
                       SET ANIO-VALIDO TO TRUE
                   ELSE
                       DISPLAY 'ANIO INVALIDO: ' ENTRADA-TEXTO
                   END-IF
               END-IF
           END-PERFORM.

      * Un feriado nuevo no puede ser anterior a la fecha de
      * proceso. Si cae sabado o domingo se avisa (ese dia ya no
      * era habil), y si es de fecha fija se anota en FERFIJOS.DAT
      * para las copias de los anios que vienen.
       ALTA-FERIADO.
           PERFORM PEDIR-FECHA
           PERFORM BUSCAR-FERIADO
           IF POS-FERIADO NOT = ZERO
               DISPLAY 'EL ' FECHA-PEDIDA ' YA ES FERIADO.'
           ELSE
               IF FECHA-PEDIDA < FECHA-PROCESO
                   DISPLAY 'EL ' FECHA-PEDIDA ' ES ANTERIOR A LA '
                       'FECHA DE PROCESO ' FECHA-PROCESO
                       ', NO SE CARGA.'
               ELSE
                   IF CANT-FERIADOS >= 500
                       DISPLAY 'NO HAY LUGAR PARA MAS FERIADOS.'
                   ELSE
                       PERFORM CONFIRMAR-ALTA
                   END-IF
               END-IF
           END-IF.

       CONFIRMAR-ALTA.
           IF DIA-SEMANA > 5
               DISPLAY 'AVISO: EL ' FECHA-PEDIDA ' CAE '
                   NOMBRE-DIA(DIA-SEMANA) ', YA NO ERA HABIL.'
           END-IF
           PERFORM BUSCAR-FIJO
           IF POS-FIJO = ZERO
               MOVE 'N' TO CONFIRMACION
               DISPLAY 'ES DE FECHA FIJA, EL MISMO DIA TODOS LOS '
                   'ANIOS (S/N)? '
               ACCEPT CONFIRMACION
               IF CONFIRMADO
                   MOVE SPACES TO DESCRIPCION-PEDIDA
                   PERFORM UNTIL DESCRIPCION-PEDIDA NOT = SPACES
                       DISPLAY 'DESCRIPCION DEL FERIADO: '
                       ACCEPT DESCRIPCION-PEDIDA
                   END-PERFORM
               END-IF
           ELSE
               DISPLAY 'FECHA FIJA: '
                   TAB-FIJO-DESCRIPCION(POS-FIJO)
           END-IF
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL FERIADO DEL ' NOMBRE-DIA(DIA-SEMANA)
               ' ' FECHA-PEDIDA ' (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               PERFORM INSERTAR-FERIADO
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE SPACES TO IMAGEN-POSTERIOR
               MOVE FECHA-PEDIDA TO IMAGEN-POSTERIOR(1:8)
               MOVE 'ALTA' TO l-jrn-operacion
               PERFORM GRABAR-FERIADOS
               IF POS-FIJO = ZERO AND DESCRIPCION-PEDIDA NOT = SPACES
                   PERFORM AGREGAR-FIJO
               END-IF
               DISPLAY 'FERIADO ' FECHA-PEDIDA ' CARGADO.'
           ELSE
               DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
           END-IF
           MOVE SPACES TO DESCRIPCION-PEDIDA.

       AGREGAR-FIJO.
           IF CANT-FIJOS >= 50
               DISPLAY 'NO HAY LUGAR PARA MAS FERIADOS FIJOS.'
           ELSE
               ADD 1 TO CANT-FIJOS
               MOVE SPACES TO TAB-FIJO(CANT-FIJOS)
               MOVE FECHA-PEDIDA-MMDD TO TAB-FIJO-MMDD(CANT-FIJOS)
               MOVE DESCRIPCION-PEDIDA
                   TO TAB-FIJO-DESCRIPCION(CANT-FIJOS)
               MOVE SPACES TO IMAGEN-ANTERIOR
               MOVE SPACES TO IMAGEN-POSTERIOR
               MOVE TAB-FIJO(CANT-FIJOS) TO IMAGEN-POSTERIOR
               MOVE 'ALTA' TO l-jrn-operacion
               PERFORM GRABAR-FIJOS
           END-IF.

      * Un feriado que ya paso no se saca: los vencimientos y los
      * dias habiles de esa fecha ya se calcularon con el.
       BAJA-FERIADO.
           PERFORM PEDIR-FECHA
           PERFORM BUSCAR-FERIADO
           IF POS-FERIADO = ZERO
               DISPLAY 'EL ' FECHA-PEDIDA ' NO ES FERIADO.'
           ELSE
               IF FECHA-PEDIDA < FECHA-PROCESO
                   DISPLAY 'EL ' FECHA-PEDIDA ' YA PASO, NO SE SACA '
                       'DEL CALENDARIO.'
               ELSE
                   MOVE 'N' TO CONFIRMACION
                   DISPLAY 'CONFIRMA SACAR EL FERIADO DEL '
                       FECHA-PEDIDA ' (S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMADO
                       PERFORM VARYING IDX-FERIADO FROM POS-FERIADO
                               BY 1 UNTIL IDX-FERIADO >= CANT-FERIADOS
                           MOVE TAB-FERIADO(IDX-FERIADO + 1)
                               TO TAB-FERIADO(IDX-FERIADO)
                       END-PERFORM
                       SUBTRACT 1 FROM CANT-FERIADOS
                       MOVE SPACES TO IMAGEN-ANTERIOR
                       MOVE SPACES TO IMAGEN-POSTERIOR
                       MOVE FECHA-PEDIDA TO IMAGEN-ANTERIOR(1:8)
                       MOVE 'BAJA' TO l-jrn-operacion
                       PERFORM GRABAR-FERIADOS
                       DISPLAY 'FERIADO ' FECHA-PEDIDA ' SACADO.'
                       PERFORM BAJA-FIJO
                   ELSE
                       DISPLAY 'BAJA CANCELADA, NO SE GRABO NADA.'
                   END-IF
               END-IF
           END-IF.

      * Si la fecha sacada era de fecha fija, el supervisor decide
      * si deja de serlo para los anios que vienen.
       BAJA-FIJO.
           PERFORM BUSCAR-FIJO
           IF POS-FIJO NOT = ZERO
               MOVE 'N' TO CONFIRMACION
               DISPLAY 'ERA DE FECHA FIJA ('
                   TAB-FIJO-DESCRIPCION(POS-FIJO)
                   '). DEJA DE COPIARSE A LOS ANIOS SIGUIENTES (S/N)? '
               ACCEPT CONFIRMACION
               IF CONFIRMADO
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   MOVE SPACES TO IMAGEN-POSTERIOR
                   MOVE TAB-FIJO(POS-FIJO) TO IMAGEN-ANTERIOR
                   PERFORM VARYING IDX-FIJO FROM POS-FIJO BY 1
                           UNTIL IDX-FIJO >= CANT-FIJOS
                       MOVE TAB-FIJO(IDX-FIJO + 1)
                           TO TAB-FIJO(IDX-FIJO)
                   END-PERFORM
                   SUBTRACT 1 FROM CANT-FIJOS
                   MOVE 'BAJA' TO l-jrn-operacion
                   PERFORM GRABAR-FIJOS
               END-IF
           END-IF.

       LISTAR-ANIO.
           PERFORM PEDIR-ANIO
           MOVE ZERO TO FERIADOS-DEL-ANIO
           MOVE ZERO TO FERIADOS-SIGUIENTE
           DISPLAY 'FERIADOS DEL ' ANIO-PEDIDO
           PERFORM VARYING IDX-FERIADO FROM 1 BY 1
                   UNTIL IDX-FERIADO > CANT-FERIADOS
               MOVE TAB-FERIADO(IDX-FERIADO) TO FECHA-PEDIDA
               IF FECHA-PEDIDA-ANIO = ANIO-PEDIDO
                   ADD 1 TO FERIADOS-DEL-ANIO
                   PERFORM MOSTRAR-FERIADO
               END-IF
               IF FECHA-PEDIDA-ANIO = ANIO-PEDIDO + 1
                   ADD 1 TO FERIADOS-SIGUIENTE
               END-IF
           END-PERFORM
           DISPLAY 'FERIADOS DEL ' ANIO-PEDIDO ': ' FERIADOS-DEL-ANIO
               '   CARGADOS PARA EL ANIO SIGUIENTE: '
               FERIADOS-SIGUIENTE.

       MOSTRAR-FERIADO.
           COMPUTE ENTERO-FECHA = FUNCTION INTEGER-OF-DATE(
               FECHA-PEDIDA)
           COMPUTE DIA-SEMANA = FUNCTION MOD(ENTERO-FECHA, 7)
           IF DIA-SEMANA = 0
               MOVE 7 TO DIA-SEMANA
           END-IF
           PERFORM BUSCAR-FIJO
           IF POS-FIJO = ZERO
               DISPLAY FECHA-PEDIDA ' ' NOMBRE-DIA(DIA-SEMANA)
                   ' MOVIL'
           ELSE
               DISPLAY FECHA-PEDIDA ' ' NOMBRE-DIA(DIA-SEMANA)
                   ' FIJO  ' TAB-FIJO-DESCRIPCION(POS-FIJO)
           END-IF.

      * Copia los feriados de fecha fija al anio siguiente al de
      * proceso (o al que se indique) y lista el calendario que
      * queda para revisarlo: los moviles se cargan despues con el
      * alta. Un 29 de febrero fijo se saltea en un anio comun.
       COPIAR-FIJOS.
           COMPUTE ANIO-DESTINO = ANIO-PROCESO + 1
           MOVE SPACES TO ENTRADA-TEXTO
           DISPLAY 'ANIO AL QUE SE COPIAN LOS FERIADOS FIJOS '
               '(ENTER = ' ANIO-DESTINO '): '
           ACCEPT ENTRADA-TEXTO
           IF ENTRADA-TEXTO(1:4) IS NUMERIC
               AND ENTRADA-TEXTO(5:6) = SPACES
               MOVE ENTRADA-TEXTO(1:4) TO ANIO-DESTINO
           END-IF
           IF ANIO-DESTINO < ANIO-PROCESO
               DISPLAY 'EL ' ANIO-DESTINO ' YA PASO, NO SE COPIA.'
           ELSE
               IF CANT-FIJOS = ZERO
                   DISPLAY 'NO HAY FERIADOS DE FECHA FIJA EN '
                       'FERFIJOS.DAT.'
               ELSE
                   MOVE 'N' TO CONFIRMACION
                   DISPLAY 'CONFIRMA COPIAR ' CANT-FIJOS
                       ' FERIADOS FIJOS AL ' ANIO-DESTINO ' (S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMADO
                       PERFORM COPIAR-UN-ANIO
                   ELSE
                       DISPLAY 'COPIA CANCELADA, NO SE GRABO NADA.'
                   END-IF
               END-IF
           END-IF.

       COPIAR-UN-ANIO.
           MOVE ZERO TO FERIADOS-COPIADOS
           PERFORM VARYING IDX-FIJO FROM 1 BY 1
                   UNTIL IDX-FIJO > CANT-FIJOS
               MOVE ANIO-DESTINO TO FECHA-PEDIDA-ANIO
               MOVE TAB-FIJO-MMDD(IDX-FIJO) TO FECHA-PEDIDA-MMDD
               MOVE FECHA-PEDIDA TO l-val-fecha
               CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                   l-val-motivo
               IF l-val-status NOT = 0
                   DISPLAY 'SE SALTEA ' FECHA-PEDIDA ' ('
                       TAB-FIJO-DESCRIPCION(IDX-FIJO)
                       '), NO EXISTE ESE ANIO.'
               ELSE
                   PERFORM BUSCAR-FERIADO
                   IF POS-FERIADO = ZERO
                       AND FECHA-PEDIDA >= FECHA-PROCESO
                       AND CANT-FERIADOS < 500
                       PERFORM INSERTAR-FERIADO
                       ADD 1 TO FERIADOS-COPIADOS
                       MOVE SPACES TO IMAGEN-ANTERIOR
                       MOVE SPACES TO IMAGEN-POSTERIOR
                       MOVE FECHA-PEDIDA TO IMAGEN-POSTERIOR(1:8)
                       MOVE 'ALTA' TO l-jrn-operacion
                       PERFORM ANOTAR-BITACORA
                   END-IF
               END-IF
           END-PERFORM
           IF FERIADOS-COPIADOS > ZERO
               PERFORM REGRABAR-FERIADOS
           END-IF
           DISPLAY FERIADOS-COPIADOS ' FERIADOS FIJOS COPIADOS AL '
               ANIO-DESTINO '. REVISE EL CALENDARIO Y CARGUE LOS '
               'MOVILES:'
           MOVE ANIO-DESTINO TO ANIO-PEDIDO
           MOVE ZERO TO FERIADOS-DEL-ANIO
           PERFORM VARYING IDX-FERIADO FROM 1 BY 1
                   UNTIL IDX-FERIADO > CANT-FERIADOS
               MOVE TAB-FERIADO(IDX-FERIADO) TO FECHA-PEDIDA
               IF FECHA-PEDIDA-ANIO = ANIO-PEDIDO
                   ADD 1 TO FERIADOS-DEL-ANIO
                   PERFORM MOSTRAR-FERIADO
               END-IF
           END-PERFORM
           DISPLAY 'FERIADOS DEL ' ANIO-PEDIDO ': ' FERIADOS-DEL-ANIO.

      * Anota el cambio en el diario y regraba el calendario
      * entero, ordenado, por FERIADOS.NEW.
       GRABAR-FERIADOS.
           PERFORM ANOTAR-BITACORA
           PERFORM REGRABAR-FERIADOS.

       REGRABAR-FERIADOS.
           OPEN OUTPUT feriados-nuevo
           IF fs-feriados-nuevo NOT = '00'
               DISPLAY 'NO SE PUDO CREAR FERIADOS.NEW, STATUS='
                   fs-feriados-nuevo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-FERIADO FROM 1 BY 1
                   UNTIL IDX-FERIADO > CANT-FERIADOS
               MOVE TAB-FERIADO(IDX-FERIADO) TO linea-feriado-nuevo
               WRITE linea-feriado-nuevo
           END-PERFORM
           CLOSE feriados-nuevo
           MOVE 'mv FERIADOS.NEW FERIADOS.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv.

       GRABAR-FIJOS.
           MOVE 'FERFIJOS' TO l-jrn-archivo
           PERFORM ANOTAR-BITACORA-ARCHIVO
           OPEN OUTPUT fijos-nuevo
           IF fs-fijos-nuevo NOT = '00'
               DISPLAY 'NO SE PUDO CREAR FERFIJOS.NEW, STATUS='
                   fs-fijos-nuevo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-FIJO FROM 1 BY 1
                   UNTIL IDX-FIJO > CANT-FIJOS
               MOVE TAB-FIJO(IDX-FIJO) TO linea-fijo-nuevo
               WRITE linea-fijo-nuevo
           END-PERFORM
           CLOSE fijos-nuevo
           MOVE 'mv FERFIJOS.NEW FERFIJOS.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv.

       ANOTAR-BITACORA.
           MOVE 'FERIADOS' TO l-jrn-archivo
           PERFORM ANOTAR-BITACORA-ARCHIVO.

       ANOTAR-BITACORA-ARCHIVO.
           MOVE 'MANT-FERIADO' TO l-jrn-programa
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE IMAGEN-POSTERIOR TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.
