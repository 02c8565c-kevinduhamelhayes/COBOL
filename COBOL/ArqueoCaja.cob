       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUEO-CAJA.
       AUTHOR. Ejemplo.
      * Arqueo de caja de la sucursal sobre la posicion de efectivo
      * CAJAS.DAT, en el molde de los mantenimientos: al cierre del
      * dia la sucursal informa, por moneda, el efectivo contado en
      * el tesoro. La comparacion contra el esperado (apertura mas
      * los movimientos de efectivo posteados) la hace esa noche el
      * paso POSICION-CAJA, despues del posteo; la diferencia que
      * pase la tolerancia queda en ALERTAS.DAT y en el reporte de
      * sobrantes y faltantes. La apertura inicial de una caja
      * nueva la carga un operador senior. Consulta y listado
      * muestran la posicion y el resultado del ultimo cierre.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cajas ASSIGN TO 'CAJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS caja-clave
               FILE STATUS IS fs-cajas.
           SELECT sucursales-maestro ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-sucursales-m.

       DATA DIVISION.
       FILE SECTION.
       FD  cajas.
           COPY CAJA.
       FD  sucursales-maestro.
           COPY SUCURSAL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
       01 fs-cajas PIC XX VALUE '00'.
       01 fs-sucursales-m PIC XX VALUE '00'.
       01 HAY-SUCURSALES PIC X VALUE 'N'.
           88 SUCURSALES-ABIERTO VALUE 'S'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ARQUEO VALUE 'A' 'a'.
           88 ACCION-APERTURA VALUE 'I' 'i'.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-CAJAS PIC X VALUE 'N'.
           88 NO-HAY-MAS-CAJAS VALUE 'S'.
       01 SUCURSAL-PEDIDA PIC 9(3).
       01 MONEDA-PEDIDA PIC X(3).
       01 SUCURSAL-VALIDA PIC X VALUE 'N'.
           88 SUCURSAL-OK VALUE 'S'.
       01 ENTRADA-TEXTO PIC X(33).
       01 IMPORTE-INGRESADO PIC S9(11)V99.
       01 IMPORTE-VALIDO PIC X VALUE 'N'.
           88 IMPORTE-OK VALUE 'S'.
       01 CAJAS-LISTADAS PIC 9(5) VALUE ZERO.
       01 IMPORTE-EDITADO PIC -(11)9.99.
       01 IMPORTE-EDITADO-2 PIC -(11)9.99.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
           COPY VALPARM.

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
           OPEN I-O cajas
           IF fs-cajas = '35'
               OPEN OUTPUT cajas
               CLOSE cajas
               OPEN I-O cajas
           END-IF
           IF fs-cajas NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CAJAS.DAT, STATUS='
                   fs-cajas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Sin SUCURSALES.DAT la sucursal no se valida, como en el
      * posteo.
           OPEN INPUT sucursales-maestro
           IF fs-sucursales-m = '00'
               SET SUCURSALES-ABIERTO TO TRUE
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ARQUEO OR ACCION-APERTURA
                       OR ACCION-CONSULTA OR ACCION-LISTAR
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (A=ARQUEO I=APERTURA INICIAL '
                       'C=CONSULTA L=LISTAR S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ARQUEO OR ACCION-APERTURA
                           OR ACCION-CONSULTA OR ACCION-LISTAR
                           OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ARQUEO OR
                           ACCION-APERTURA)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ARQUEO
                       PERFORM TRATAR-ARQUEO
                   WHEN ACCION-APERTURA
                       PERFORM TRATAR-APERTURA
                   WHEN ACCION-CONSULTA
                       PERFORM TRATAR-CONSULTA
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-CAJAS
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE cajas
           IF SUCURSALES-ABIERTO
               CLOSE sucursales-maestro
           END-IF
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'ARQUEO-CAJA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'ARQUEO-CAJA: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'ARQUEO-CAJA: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

      * Sucursal y moneda de la caja; la moneda en blanco es la
      * base PES, igual que en el posteo.
       PEDIR-CAJA.
           MOVE 'N' TO SUCURSAL-VALIDA
           PERFORM UNTIL SUCURSAL-OK
               DISPLAY 'SUCURSAL (001-999): '
               ACCEPT SUCURSAL-PEDIDA
               IF SUCURSAL-PEDIDA = ZERO
                   DISPLAY 'LA SUCURSAL NO PUEDE SER CERO.'
               ELSE
                   IF SUCURSALES-ABIERTO
                       MOVE SUCURSAL-PEDIDA TO sucm-codigo
                       READ sucursales-maestro
                           INVALID KEY
                               DISPLAY 'NO EXISTE ESA SUCURSAL.'
                           NOT INVALID KEY
                               IF SUCURSAL-ACTIVA
                                   DISPLAY 'SUCURSAL: ' sucm-nombre
                                   SET SUCURSAL-OK TO TRUE
                               ELSE
                                   DISPLAY 'LA SUCURSAL ESTA DADA '
                                       'DE BAJA.'
                               END-IF
                       END-READ
                   ELSE
                       SET SUCURSAL-OK TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO MONEDA-PEDIDA
           DISPLAY 'MONEDA (ENTER = BASE): '
           ACCEPT MONEDA-PEDIDA
           IF MONEDA-PEDIDA = SPACES
               MOVE 'PES' TO MONEDA-PEDIDA
           END-IF
           MOVE SUCURSAL-PEDIDA TO caja-sucursal
           MOVE MONEDA-PEDIDA TO caja-moneda.

       PEDIR-IMPORTE.
           MOVE 'N' TO IMPORTE-VALIDO
           PERFORM UNTIL IMPORTE-OK
               MOVE SPACES TO ENTRADA-TEXTO
               ACCEPT ENTRADA-TEXTO
               MOVE ENTRADA-TEXTO TO l-val-texto
               CALL 'VALNUM' USING l-val-texto, l-val-numero,
                   l-val-status, l-val-motivo
               IF l-val-status NOT = 0 OR l-val-numero < ZERO
                   DISPLAY 'EL IMPORTE DEBE SER NUMERICO Y NO '
                       'NEGATIVO: '
               ELSE
                   MOVE l-val-numero TO IMPORTE-INGRESADO
                   SET IMPORTE-OK TO TRUE
               END-IF
           END-PERFORM.

      * El arqueo informa lo contado para el dia de proceso; se
      * puede corregir mientras el paso nocturno no lo haya
      * cerrado.
       TRATAR-ARQUEO.
           PERFORM PEDIR-CAJA
           READ cajas
               INVALID KEY
                   DISPLAY 'ESA CAJA NO TIENE APERTURA CARGADA; '
                       'PEDIR LA APERTURA INICIAL A UN OPERADOR '
                       'SENIOR.'
               NOT INVALID KEY
                   PERFORM CARGAR-ARQUEO
           END-READ.

       CARGAR-ARQUEO.
           IF caja-ult-cierre NUMERIC
               AND caja-ult-cierre >= FECHA-PROCESO
               DISPLAY 'EL DIA ' FECHA-PROCESO ' YA FUE CERRADO '
                   'PARA ESTA CAJA.'
           ELSE
               MOVE caja-apertura TO IMPORTE-EDITADO
               DISPLAY 'APERTURA DEL DIA: ' IMPORTE-EDITADO
               IF CAJA-ARQUEADA
                   MOVE caja-contado TO IMPORTE-EDITADO
                   DISPLAY 'YA INFORMADO   : ' IMPORTE-EDITADO
                       ' POR ' caja-operador
               END-IF
               DISPLAY 'EFECTIVO CONTADO: '
               PERFORM PEDIR-IMPORTE
               MOVE IMPORTE-INGRESADO TO IMPORTE-EDITADO
               DISPLAY 'CONTADO A INFORMAR: ' IMPORTE-EDITADO
               MOVE 'N' TO CONFIRMACION
               DISPLAY 'CONFIRMA EL ARQUEO (S/N)? '
               ACCEPT CONFIRMACION
               IF CONFIRMADO
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   MOVE registro-caja TO IMAGEN-ANTERIOR
                   MOVE 'A' TO caja-estado
                   MOVE IMPORTE-INGRESADO TO caja-contado
                   MOVE FECHA-PROCESO TO caja-fecha-arqueo
                   MOVE ws-operador TO caja-operador
                   MOVE 'MODIF' TO l-jrn-operacion
                   PERFORM REGISTRAR-IMAGEN
                   REWRITE registro-caja
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR LA CAJA, '
                               'STATUS=' fs-cajas
                   END-REWRITE
                   IF fs-cajas = '00'
                       DISPLAY 'ARQUEO REGISTRADO; LA COMPARACION '
                           'CON EL ESPERADO SALE CON EL CIERRE DE '
                           'ESTA NOCHE.'
                   END-IF
               ELSE
                   DISPLAY 'ARQUEO CANCELADO, NO SE GRABO NADA.'
               END-IF
           END-IF.

      * La apertura inicial de una caja nueva fija el efectivo de
      * partida: la carga un operador senior (nivel 2).
       TRATAR-APERTURA.
           MOVE ws-operador TO l-niv-operador
           MOVE 2 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'LA APERTURA INICIAL EXIGE NIVEL 2 (STATUS='
                   l-niv-status ').'
           ELSE
               PERFORM PEDIR-CAJA
               READ cajas
                   INVALID KEY
                       PERFORM CARGAR-APERTURA
                   NOT INVALID KEY
                       DISPLAY 'ESA CAJA YA EXISTE; LA APERTURA SALE '
                           'DE LOS CIERRES.'
               END-READ
           END-IF.

       CARGAR-APERTURA.
           DISPLAY 'EFECTIVO DE APERTURA: '
           PERFORM PEDIR-IMPORTE
           MOVE SPACES TO registro-caja
           MOVE SUCURSAL-PEDIDA TO caja-sucursal
           MOVE MONEDA-PEDIDA TO caja-moneda
           MOVE IMPORTE-INGRESADO TO caja-apertura
           MOVE 'P' TO caja-estado
           MOVE ZERO TO caja-contado
           MOVE ZEROS TO caja-fecha-arqueo
           MOVE ws-operador TO caja-operador
           MOVE ZEROS TO caja-ult-cierre
           MOVE ZERO TO caja-ult-movimientos
           MOVE ZERO TO caja-ult-esperado
           MOVE ZERO TO caja-ult-contado
           MOVE ZERO TO caja-ult-diferencia
           MOVE SPACE TO caja-ult-resultado
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA APERTURA (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               WRITE registro-caja
                   INVALID KEY
                       DISPLAY 'ERROR AL GRABAR LA CAJA, STATUS='
                           fs-cajas
               END-WRITE
               IF fs-cajas = '00'
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   MOVE 'ALTA' TO l-jrn-operacion
                   PERFORM REGISTRAR-IMAGEN
                   DISPLAY 'CAJA ' caja-sucursal ' ' caja-moneda
                       ' ABIERTA.'
               END-IF
           ELSE
               DISPLAY 'APERTURA CANCELADA, NO SE GRABO NADA.'
           END-IF.

       REGISTRAR-IMAGEN.
           MOVE 'ARQUEO-CAJA' TO l-jrn-programa
           MOVE 'CAJAS' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-caja TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF.

       TRATAR-CONSULTA.
           PERFORM PEDIR-CAJA
           READ cajas
               INVALID KEY
                   DISPLAY 'NO EXISTE ESA CAJA.'
               NOT INVALID KEY
                   PERFORM MOSTRAR-CAJA
           END-READ.

       MOSTRAR-CAJA.
           MOVE caja-apertura TO IMPORTE-EDITADO
           DISPLAY 'CAJA         : ' caja-sucursal ' ' caja-moneda
           DISPLAY 'APERTURA     : ' IMPORTE-EDITADO
           IF CAJA-ARQUEADA
               MOVE caja-contado TO IMPORTE-EDITADO
               DISPLAY 'ARQUEO       : ' IMPORTE-EDITADO ' EL '
                   caja-fecha-arqueo ' POR ' caja-operador
           ELSE
               DISPLAY 'ARQUEO       : PENDIENTE'
           END-IF
           IF caja-ult-cierre NUMERIC
               AND caja-ult-cierre NOT = ZEROS
               MOVE caja-ult-esperado TO IMPORTE-EDITADO
               MOVE caja-ult-contado TO IMPORTE-EDITADO-2
               DISPLAY 'ULTIMO CIERRE: ' caja-ult-cierre
                   ' ESPERADO ' IMPORTE-EDITADO
               DISPLAY '               CONTADO  ' IMPORTE-EDITADO-2
               MOVE caja-ult-diferencia TO IMPORTE-EDITADO
               DISPLAY '               DIFERENCIA ' IMPORTE-EDITADO
                   ' (' caja-ult-resultado ' O=CUADRA S=SOBRANTE '
                   'F=FALTANTE N=SIN ARQUEO)'
           END-IF.

       LISTAR-CAJAS.
           MOVE ZERO TO CAJAS-LISTADAS
           MOVE 'N' TO FIN-CAJAS
           MOVE LOW-VALUES TO caja-clave
           START cajas KEY IS NOT LESS THAN caja-clave
               INVALID KEY
                   SET NO-HAY-MAS-CAJAS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-CAJAS
               READ cajas NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-CAJAS TO TRUE
                   NOT AT END
                       ADD 1 TO CAJAS-LISTADAS
                       MOVE caja-apertura TO IMPORTE-EDITADO
                       DISPLAY caja-sucursal ' ' caja-moneda
                           ' APERTURA ' IMPORTE-EDITADO ' ARQUEO '
                           caja-estado ' ULT CIERRE '
                           caja-ult-cierre ' ' caja-ult-resultado
               END-READ
           END-PERFORM
           DISPLAY 'CAJAS EN LA POSICION: ' CAJAS-LISTADAS.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'ARQUEO-CAJA' TO l-sel-programa
           MOVE 'CAJAS.DAT' TO l-sel-archivo
           MOVE version-cajas TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
