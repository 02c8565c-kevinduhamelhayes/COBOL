       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-OPER.
       AUTHOR. Ejemplo.
      * Mantenimiento del maestro de operadores OPERADORES.DAT, que
      * hasta ahora se editaba a mano: alta de un ID, cambio de
      * nivel, suspension y rehabilitacion, y las fechas de
      * vigencia (desde / hasta) con las que el personal temporario
      * pierde el acceso solo, porque NIVELOPER y la firma del menu
      * rechazan un ID fuera de su vigencia. Es funcion de
      * supervisor (nivel 3) aunque el binario se lance por fuera
      * del menu, y un supervisor no puede subirse el nivel a si
      * mismo ni suspenderse. Cada cambio queda en el diario de
      * imagenes (BITACORA) con el registro antes y despues.
      * El archivo se carga entero en memoria y cada cambio
      * confirmado lo regraba por OPERADORES.NEW, como el resto de
      * los maestros secuenciales del shop.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-operadores ASSIGN TO 'OPERADORES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-operadores.
           SELECT operadores-nuevo ASSIGN TO 'OPERADORES.NEW'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-operadores-nuevo.

       DATA DIVISION.
       FILE SECTION.
       FD  archivo-operadores.
       01  linea-operador PIC X(61).
       FD  operadores-nuevo.
       01  linea-operador-nuevo PIC X(61).

       WORKING-STORAGE SECTION.
           COPY OPERADOR.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
       01 fs-operadores PIC XX VALUE '00'.
       01 fs-operadores-nuevo PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 ws-comando-mv PIC X(100) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 TABLA-OPERADORES.
           05 TAB-OPERADOR PIC X(61) OCCURS 200 TIMES.
       01 CANT-OPERADORES PIC 9(3) VALUE ZERO.
       01 IDX-OPERADOR PIC 9(3) VALUE ZERO.
       01 POS-OPERADOR PIC 9(3) VALUE ZERO.
       01 ID-PEDIDO PIC X(8) VALUE SPACES.
       01 NIVEL-TEXTO PIC X(2) VALUE SPACES.
       01 NIVEL-NUEVO PIC 9 VALUE ZERO.
       01 NIVEL-ACTUAL PIC 9 VALUE ZERO.
       01 NOMBRE-NUEVO PIC X(30) VALUE SPACES.
       01 ENTRADA-TEXTO PIC X(10) VALUE SPACES.
       01 FECHA-PEDIDA PIC 9(8) VALUE ZERO.
       01 FECHA-PEDIDA-R REDEFINES FECHA-PEDIDA.
           05 FECHA-PEDIDA-ANIO PIC 9(4).
           05 FECHA-PEDIDA-MES PIC 9(2).
           05 FECHA-PEDIDA-DIA PIC 9(2).
       01 DESDE-NUEVO PIC X(8) VALUE SPACES.
       01 HASTA-NUEVO PIC X(8) VALUE SPACES.
       01 FECHA-VALIDA-SW PIC X VALUE 'N'.
           88 FECHA-VALIDA VALUE 'S'.
       01 VIGENCIA-VALIDA-SW PIC X VALUE 'N'.
           88 VIGENCIA-VALIDA VALUE 'S'.
       01 NIVEL-VALIDO-SW PIC X VALUE 'N'.
           88 NIVEL-VALIDO VALUE 'S'.
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-NIVEL VALUE 'N' 'n'.
           88 ACCION-SUSPENDER VALUE 'X' 'x'.
           88 ACCION-HABILITAR VALUE 'H' 'h'.
           88 ACCION-VIGENCIA VALUE 'V' 'v'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-OPERADORES PIC X VALUE 'N'.
           88 NO-HAY-MAS-OPERADORES VALUE 'S'.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 VIGENCIA-TEXTO PIC X(11) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Tocar el maestro de operadores exige nivel 3 (supervisor).
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-OPER: EL OPERADOR ' ws-operador
                   ' NO TIENE EL NIVEL 3 QUE EXIGE ESTA FUNCION '
                   '(STATUS=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM CARGAR-OPERADORES
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-NIVEL
                       OR ACCION-SUSPENDER OR ACCION-HABILITAR
                       OR ACCION-VIGENCIA OR ACCION-LISTAR
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (A=ALTA N=NIVEL X=SUSPENDER '
                       'H=HABILITAR V=VIGENCIA L=LISTAR S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-NIVEL
                           OR ACCION-SUSPENDER OR ACCION-HABILITAR
                           OR ACCION-VIGENCIA OR ACCION-LISTAR
                           OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR
                           ACCION-NIVEL OR ACCION-SUSPENDER OR
                           ACCION-HABILITAR OR ACCION-VIGENCIA)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-OPERADOR
                   WHEN ACCION-NIVEL
                       PERFORM CAMBIAR-NIVEL
                   WHEN ACCION-SUSPENDER
                       PERFORM SUSPENDER-OPERADOR
                   WHEN ACCION-HABILITAR
                       PERFORM HABILITAR-OPERADOR
                   WHEN ACCION-VIGENCIA
                       PERFORM CAMBIAR-VIGENCIA
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-OPERADORES
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el maestro de operadores solo se lista:
      * regrabarlo por OPERADORES.NEW mientras los pasos de la
      * cadena firman contra el podria dejarlos sin operador. Con
      * FORZAR-VENTANA=S un supervisor actualiza igual y el forzado
      * queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-OPER' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-OPER: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-OPER: ACCION NO DISPONIBLE, SOLO '
               'CONSULTA HASTA QUE CIERRE LA VENTANA BATCH.'.

       CARGAR-OPERADORES.
           MOVE ZERO TO CANT-OPERADORES
           MOVE 'N' TO FIN-OPERADORES
           OPEN INPUT archivo-operadores
           IF fs-operadores NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR OPERADORES.DAT, STATUS='
                   fs-operadores
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-HAY-MAS-OPERADORES
               READ archivo-operadores
                   AT END
                       SET NO-HAY-MAS-OPERADORES TO TRUE
                   NOT AT END
                       IF linea-operador NOT = SPACES
                           IF CANT-OPERADORES < 200
                               ADD 1 TO CANT-OPERADORES
                               MOVE linea-operador
                                   TO TAB-OPERADOR(CANT-OPERADORES)
                           ELSE
                               DISPLAY 'MANT-OPER: MAS DE 200 '
                                   'OPERADORES, NO SE PUEDE '
                                   'MANTENER EL ARCHIVO.'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-operadores.

      * Deja en POS-OPERADOR la posicion del ID pedido en la tabla,
      * o cero si no figura.
       BUSCAR-OPERADOR.
           MOVE ZERO TO POS-OPERADOR
           PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
                   UNTIL IDX-OPERADOR > CANT-OPERADORES
                   OR POS-OPERADOR NOT = ZERO
               IF TAB-OPERADOR(IDX-OPERADOR)(1:8) = ID-PEDIDO
                   MOVE IDX-OPERADOR TO POS-OPERADOR
               END-IF
           END-PERFORM.

       PEDIR-ID.
           MOVE SPACES TO ID-PEDIDO
           PERFORM UNTIL ID-PEDIDO NOT = SPACES
               DISPLAY 'ID DEL OPERADOR: '
               ACCEPT ID-PEDIDO
               IF ID-PEDIDO = SPACES
                   DISPLAY 'EL ID NO PUEDE ESTAR EN BLANCO.'
               END-IF
           END-PERFORM
           PERFORM BUSCAR-OPERADOR.

      * Toma el registro de la tabla para trabajarlo; un registro
      * del layout viejo se completa como activo, nivel 1 y sin
      * limite de vigencia, que es como lo lee NIVELOPER.
       TOMAR-OPERADOR.
           MOVE TAB-OPERADOR(POS-OPERADOR) TO registro-operador
           MOVE registro-operador TO IMAGEN-ANTERIOR
           IF oper-nivel NOT NUMERIC
               MOVE 1 TO oper-nivel
           END-IF
           MOVE oper-nivel TO NIVEL-ACTUAL.

       PEDIR-NIVEL.
           MOVE 'N' TO NIVEL-VALIDO-SW
           PERFORM UNTIL NIVEL-VALIDO
               MOVE SPACES TO NIVEL-TEXTO
               DISPLAY 'NIVEL (1=OPERADOR 2=SENIOR 3=SUPERVISOR): '
               ACCEPT NIVEL-TEXTO
               IF NIVEL-TEXTO(1:1) IS NUMERIC
                   AND NIVEL-TEXTO(2:1) = SPACE
                   AND NIVEL-TEXTO(1:1) >= '1'
                   AND NIVEL-TEXTO(1:1) <= '3'
                   MOVE NIVEL-TEXTO(1:1) TO NIVEL-NUEVO
                   SET NIVEL-VALIDO TO TRUE
               ELSE
                   DISPLAY 'NIVEL INVALIDO: ' NIVEL-TEXTO
               END-IF
           END-PERFORM.

      * Fecha AAAAMMDD o ENTER para dejarla sin limite; vuelve en
      * ENTRADA-TEXTO (blanco = sin limite).
       PEDIR-FECHA-VIGENCIA.
           MOVE 'N' TO FECHA-VALIDA-SW
           PERFORM UNTIL FECHA-VALIDA
               MOVE SPACES TO ENTRADA-TEXTO
               ACCEPT ENTRADA-TEXTO
               IF ENTRADA-TEXTO = SPACES
                   SET FECHA-VALIDA TO TRUE
               ELSE
                   IF ENTRADA-TEXTO(1:8) IS NUMERIC
                       AND ENTRADA-TEXTO(9:2) = SPACES
                       MOVE ENTRADA-TEXTO(1:8) TO FECHA-PEDIDA
                       IF FECHA-PEDIDA-MES >= 1
                           AND FECHA-PEDIDA-MES <= 12
                           AND FECHA-PEDIDA-DIA >= 1
                           AND FECHA-PEDIDA-DIA <= 31
                           AND FECHA-PEDIDA-ANIO > 1900
                           SET FECHA-VALIDA TO TRUE
                       END-IF
                   END-IF
                   IF NOT FECHA-VALIDA
                       DISPLAY 'FECHA INVALIDA, AAAAMMDD O ENTER: '
                           ENTRADA-TEXTO
                   END-IF
               END-IF
           END-PERFORM.

      * Pide desde y hasta; hasta no puede quedar antes de desde.
       PEDIR-VIGENCIA.
           MOVE 'N' TO VIGENCIA-VALIDA-SW
           PERFORM UNTIL VIGENCIA-VALIDA
               DISPLAY 'VIGENTE DESDE (AAAAMMDD, ENTER = SIN LIMITE): '
               PERFORM PEDIR-FECHA-VIGENCIA
               MOVE ENTRADA-TEXTO(1:8) TO DESDE-NUEVO
               DISPLAY 'VIGENTE HASTA (AAAAMMDD, ENTER = SIN LIMITE): '
               PERFORM PEDIR-FECHA-VIGENCIA
               MOVE ENTRADA-TEXTO(1:8) TO HASTA-NUEVO
               IF DESDE-NUEVO NOT = SPACES
                   AND HASTA-NUEVO NOT = SPACES
                   AND HASTA-NUEVO < DESDE-NUEVO
                   DISPLAY 'LA FECHA HASTA ES ANTERIOR A LA DESDE.'
               ELSE
                   SET VIGENCIA-VALIDA TO TRUE
               END-IF
           END-PERFORM.

       ALTA-OPERADOR.
           PERFORM PEDIR-ID
           IF POS-OPERADOR NOT = ZERO
               DISPLAY 'EL OPERADOR ' ID-PEDIDO ' YA EXISTE.'
           ELSE
               IF CANT-OPERADORES >= 200
                   DISPLAY 'NO HAY LUGAR PARA MAS OPERADORES.'
               ELSE
                   MOVE SPACES TO NOMBRE-NUEVO
                   PERFORM UNTIL NOMBRE-NUEVO NOT = SPACES
                       DISPLAY 'NOMBRE: '
                       ACCEPT NOMBRE-NUEVO
                   END-PERFORM
                   PERFORM PEDIR-NIVEL
                   PERFORM PEDIR-VIGENCIA
                   MOVE SPACES TO registro-operador
                   MOVE ID-PEDIDO TO oper-id
                   MOVE NIVEL-NUEVO TO oper-nivel
                   MOVE NOMBRE-NUEVO TO oper-nombre
                   MOVE 'A' TO oper-estado
                   MOVE DESDE-NUEVO TO registro-operador(45:8)
                   MOVE HASTA-NUEVO TO registro-operador(54:8)
                   MOVE 'N' TO CONFIRMACION
                   DISPLAY 'CONFIRMA EL ALTA DE ' ID-PEDIDO
                       ' NIVEL ' NIVEL-NUEVO ' (S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMADO
                       ADD 1 TO CANT-OPERADORES
                       MOVE CANT-OPERADORES TO POS-OPERADOR
                       MOVE SPACES TO IMAGEN-ANTERIOR
                       MOVE 'ALTA' TO l-jrn-operacion
                       PERFORM GRABAR-CAMBIO
                       DISPLAY 'OPERADOR ' ID-PEDIDO ' DADO DE ALTA.'
                   ELSE
                       DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
                   END-IF
               END-IF
           END-IF.

      * Nadie se sube el nivel a si mismo: un supervisor que quiera
      * mas nivel lo pide a otro supervisor.
       CAMBIAR-NIVEL.
           PERFORM PEDIR-ID
           IF POS-OPERADOR = ZERO
               DISPLAY 'EL OPERADOR ' ID-PEDIDO ' NO EXISTE.'
           ELSE
               PERFORM TOMAR-OPERADOR
               DISPLAY 'NIVEL ACTUAL: ' NIVEL-ACTUAL
               PERFORM PEDIR-NIVEL
               IF ID-PEDIDO = ws-operador
                   AND NIVEL-NUEVO > NIVEL-ACTUAL
                   DISPLAY 'NO SE PUEDE SUBIR EL NIVEL PROPIO.'
               ELSE
                   IF NIVEL-NUEVO = NIVEL-ACTUAL
                       DISPLAY 'EL NIVEL NO CAMBIA.'
                   ELSE
                       MOVE 'N' TO CONFIRMACION
                       DISPLAY 'CONFIRMA EL NIVEL ' NIVEL-NUEVO
                           ' PARA ' ID-PEDIDO ' (S/N)? '
                       ACCEPT CONFIRMACION
                       IF CONFIRMADO
                           MOVE NIVEL-NUEVO TO oper-nivel
                           MOVE 'MODIF' TO l-jrn-operacion
                           PERFORM GRABAR-CAMBIO
                           DISPLAY 'NIVEL DE ' ID-PEDIDO
                               ' CAMBIADO A ' NIVEL-NUEVO '.'
                       ELSE
                           DISPLAY 'CAMBIO CANCELADO, NO SE GRABO '
                               'NADA.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * El supervisor firmado no se suspende a si mismo: podria
      * dejar al turno sin nadie que lo rehabilite.
       SUSPENDER-OPERADOR.
           PERFORM PEDIR-ID
           IF POS-OPERADOR = ZERO
               DISPLAY 'EL OPERADOR ' ID-PEDIDO ' NO EXISTE.'
           ELSE
               PERFORM TOMAR-OPERADOR
               IF ID-PEDIDO = ws-operador
                   DISPLAY 'NO SE PUEDE SUSPENDER EL ID PROPIO.'
               ELSE
                   IF OPERADOR-SUSPENDIDO
                       DISPLAY 'EL OPERADOR ' ID-PEDIDO
                           ' YA ESTA SUSPENDIDO.'
                   ELSE
                       MOVE 'N' TO CONFIRMACION
                       DISPLAY 'CONFIRMA LA SUSPENSION DE ' ID-PEDIDO
                           ' (S/N)? '
                       ACCEPT CONFIRMACION
                       IF CONFIRMADO
                           MOVE 'S' TO oper-estado
                           MOVE 'MODIF' TO l-jrn-operacion
                           PERFORM GRABAR-CAMBIO
                           DISPLAY 'OPERADOR ' ID-PEDIDO
                               ' SUSPENDIDO.'
                       ELSE
                           DISPLAY 'SUSPENSION CANCELADA, NO SE '
                               'GRABO NADA.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       HABILITAR-OPERADOR.
           PERFORM PEDIR-ID
           IF POS-OPERADOR = ZERO
               DISPLAY 'EL OPERADOR ' ID-PEDIDO ' NO EXISTE.'
           ELSE
               PERFORM TOMAR-OPERADOR
               IF NOT OPERADOR-SUSPENDIDO
                   DISPLAY 'EL OPERADOR ' ID-PEDIDO
                       ' NO ESTA SUSPENDIDO.'
               ELSE
                   MOVE 'N' TO CONFIRMACION
                   DISPLAY 'CONFIRMA LA REHABILITACION DE ' ID-PEDIDO
                       ' (S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMADO
                       MOVE 'A' TO oper-estado
                       MOVE 'MODIF' TO l-jrn-operacion
                       PERFORM GRABAR-CAMBIO
                       DISPLAY 'OPERADOR ' ID-PEDIDO ' HABILITADO.'
                   ELSE
                       DISPLAY 'REHABILITACION CANCELADA, NO SE '
                           'GRABO NADA.'
                   END-IF
               END-IF
           END-IF.

       CAMBIAR-VIGENCIA.
           PERFORM PEDIR-ID
           IF POS-OPERADOR = ZERO
               DISPLAY 'EL OPERADOR ' ID-PEDIDO ' NO EXISTE.'
           ELSE
               PERFORM TOMAR-OPERADOR
               DISPLAY 'VIGENCIA ACTUAL: DESDE '
                   registro-operador(45:8) ' HASTA '
                   registro-operador(54:8)
               PERFORM PEDIR-VIGENCIA
               IF ID-PEDIDO = ws-operador
                   AND ((HASTA-NUEVO NOT = SPACES
                   AND HASTA-NUEVO < FECHA-PROCESO)
                   OR (DESDE-NUEVO NOT = SPACES
                   AND DESDE-NUEVO > FECHA-PROCESO))
                   DISPLAY 'NO SE PUEDE VENCER EL ID PROPIO.'
               ELSE
                   MOVE 'N' TO CONFIRMACION
                   DISPLAY 'CONFIRMA LA VIGENCIA DE ' ID-PEDIDO
                       ' (S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMADO
                       MOVE DESDE-NUEVO TO registro-operador(45:8)
                       MOVE HASTA-NUEVO TO registro-operador(54:8)
                       MOVE 'MODIF' TO l-jrn-operacion
                       PERFORM GRABAR-CAMBIO
                       DISPLAY 'VIGENCIA DE ' ID-PEDIDO
                           ' ACTUALIZADA.'
                   ELSE
                       DISPLAY 'CAMBIO CANCELADO, NO SE GRABO NADA.'
                   END-IF
               END-IF
           END-IF.

       LISTAR-OPERADORES.
           DISPLAY 'ID       N NOMBRE                         E '
               'DESDE    HASTA    SITUACION'
           PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
                   UNTIL IDX-OPERADOR > CANT-OPERADORES
               MOVE TAB-OPERADOR(IDX-OPERADOR) TO registro-operador
               MOVE 'VIGENTE' TO VIGENCIA-TEXTO
               IF oper-desde IS NUMERIC
                   AND FECHA-PROCESO < oper-desde
                   MOVE 'NO VIGENTE' TO VIGENCIA-TEXTO
               END-IF
               IF oper-hasta IS NUMERIC
                   AND oper-hasta NOT = ZEROS
                   AND FECHA-PROCESO > oper-hasta
                   MOVE 'VENCIDO' TO VIGENCIA-TEXTO
               END-IF
               IF OPERADOR-SUSPENDIDO
                   MOVE 'SUSPENDIDO' TO VIGENCIA-TEXTO
               END-IF
               DISPLAY oper-id ' ' oper-nivel ' ' oper-nombre ' '
                   oper-estado ' ' registro-operador(45:8) ' '
                   registro-operador(54:8) ' ' VIGENCIA-TEXTO
           END-PERFORM
           DISPLAY 'OPERADORES EN EL MAESTRO: ' CANT-OPERADORES.

      * Anota el cambio en el diario, lo pasa a la tabla y regraba
      * el maestro entero por OPERADORES.NEW.
       GRABAR-CAMBIO.
           PERFORM ANOTAR-BITACORA
           MOVE registro-operador TO TAB-OPERADOR(POS-OPERADOR)
           OPEN OUTPUT operadores-nuevo
           IF fs-operadores-nuevo NOT = '00'
               DISPLAY 'NO SE PUDO CREAR OPERADORES.NEW, STATUS='
                   fs-operadores-nuevo
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING IDX-OPERADOR FROM 1 BY 1
                   UNTIL IDX-OPERADOR > CANT-OPERADORES
               MOVE TAB-OPERADOR(IDX-OPERADOR) TO linea-operador-nuevo
               WRITE linea-operador-nuevo
           END-PERFORM
           CLOSE operadores-nuevo
           MOVE 'mv OPERADORES.NEW OPERADORES.DAT' TO ws-comando-mv
           CALL 'SYSTEM' USING ws-comando-mv.

       ANOTAR-BITACORA.
           MOVE 'MANT-OPER' TO l-jrn-programa
           MOVE 'OPERADORES' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-operador TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.
