       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PRESUPUESTO.
       AUTHOR. Ejemplo.
      * Mantenimiento del presupuesto contable PRESUPUESTO.DAT, en
      * el molde de MANT-TARIFA: un importe por cuenta del plan
      * PLANCTAS.DAT y mes (AAAAMM). Alta, modificacion y baja de un
      * mes, listado de los doce meses de una cuenta y carga masiva
      * desde PRESUP.TXT, el archivo que contabilidad arma con su
      * planilla (una linea por cuenta y mes: cuenta de 8, blanco,
      * mes AAAAMM, blanco e importe con signo y punto decimal). La
      * carga reemplaza lo que ya hubiera para esa cuenta y mes. Solo
      * se aceptan cuentas que esten en el plan de cuentas, para que
      * el informe de presupuesto contra real las encuentre. El
      * importe va con el signo del saldo deudor: ingresos en
      * negativo, egresos en positivo. Todo cambio queda en el
      * diario de imagenes con el operador que lo hizo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT presupuesto ASSIGN TO 'PRESUPUESTO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pre-clave
               FILE STATUS IS fs-presupuesto.
           SELECT archivo-plan ASSIGN TO 'PLANCTAS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-plan.
           SELECT archivo-carga ASSIGN TO 'PRESUP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-carga.

       DATA DIVISION.
       FILE SECTION.
       FD  presupuesto.
           COPY PRESUP.
       FD  archivo-plan.
           COPY PLANCTAS.
       FD  archivo-carga.
       01  registro-carga.
           05  car-cuenta      PIC X(8).
           05  FILLER          PIC X.
           05  car-mes         PIC X(6).
           05  FILLER          PIC X.
           05  car-importe     PIC X(20).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY VALPARM.
           COPY JRNPARM.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
       01 fs-presupuesto PIC XX VALUE '00'.
       01 fs-plan PIC XX VALUE '00'.
       01 fs-carga PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 CUENTA-BUSCADA PIC X(8).
       01 MES-BUSCADO PIC 9(6).
       01 MES-PARTES REDEFINES MES-BUSCADO.
           05 MES-ANIO PIC 9(4).
           05 MES-MES PIC 9(2).
       01 ANIO-BUSCADO PIC 9(4).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-MODIFICAR VALUE 'M' 'm'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-CARGAR VALUE 'C' 'c'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-PRESUPUESTO PIC X VALUE 'N'.
           88 NO-HAY-MAS-PRESUPUESTO VALUE 'S'.
       01 FIN-PLAN PIC X VALUE 'N'.
           88 NO-HAY-MAS-PLAN VALUE 'S'.
       01 FIN-CARGA PIC X VALUE 'N'.
           88 NO-HAY-MAS-CARGA VALUE 'S'.
       01 DATO-VALIDO PIC X VALUE 'N'.
           88 DATO-OK VALUE 'S'.
       01 CUENTA-HALLADA PIC X VALUE 'N'.
           88 CUENTA-EN-PLAN VALUE 'S'.
       01 ENTRADA-TEXTO PIC X(30).
       01 IMPORTE-TEXTO PIC X(20).
       01 IMPORTE-LEIDO PIC S9(11)V99.
       01 IMPORTE-EDITADO PIC -(10)9.99.
       01 TOTAL-ANIO PIC S9(13)V99.
       01 TOTAL-EDITADO PIC -(12)9.99.
       01 MESES-LISTADOS PIC 9(2).
       01 LINEAS-LEIDAS PIC 9(5) VALUE ZERO.
       01 LINEAS-GRABADAS PIC 9(5) VALUE ZERO.
       01 LINEAS-REEMPLAZADAS PIC 9(5) VALUE ZERO.
       01 LINEAS-RECHAZADAS PIC 9(5) VALUE ZERO.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 IMAGEN-POSTERIOR PIC X(120) VALUE SPACES.

      * Cuentas del plan, sin repetir, para validar lo que se carga.
       01 TABLA-CUENTAS.
           05 CUENTA-PLAN PIC X(8) OCCURS 200 TIMES.
       01 CUENTAS-CARGADAS PIC 9(3) VALUE ZERO.
       01 IDX-CUENTA PIC 9(3).

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
           PERFORM CARGAR-CUENTAS
           PERFORM ABRIR-PRESUPUESTO
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-MODIFICAR
                       OR ACCION-BAJA OR ACCION-LISTAR
                       OR ACCION-CARGAR OR ACCION-SALIR
                   DISPLAY 'ACCION (A=ALTA M=MODIFICAR B=BAJA '
                       'L=LISTAR C=CARGAR PRESUP.TXT S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-MODIFICAR
                           OR ACCION-BAJA OR ACCION-LISTAR
                           OR ACCION-CARGAR OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR
                           ACCION-MODIFICAR OR ACCION-BAJA OR
                           ACCION-CARGAR)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-PRESUPUESTO
                   WHEN ACCION-MODIFICAR
                       PERFORM TRATAR-MODIFICACION
                   WHEN ACCION-BAJA
                       PERFORM TRATAR-BAJA
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-CUENTA
                   WHEN ACCION-CARGAR
                       PERFORM CARGAR-ARCHIVO
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE presupuesto
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el presupuesto queda en solo consulta: el
      * listado de una cuenta sigue andando, el alta, la
      * modificacion, la baja y la carga de PRESUP.TXT se rechazan.
      * Con FORZAR-VENTANA=S un supervisor actualiza igual y el
      * forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-PRESUPUESTO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-PRESUPUESTO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-PRESUPUESTO: ACCION NO DISPONIBLE, SOLO '
               'CONSULTA HASTA QUE CIERRE LA VENTANA BATCH.'.

       CARGAR-CUENTAS.
           OPEN INPUT archivo-plan
           IF fs-plan NOT = '00'
               DISPLAY 'FALTA PLANCTAS.DAT (STATUS=' fs-plan
                   '), NO HAY PLAN DE CUENTAS CONTRA EL QUE VALIDAR.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-HAY-MAS-PLAN
               READ archivo-plan
                   AT END
                       SET NO-HAY-MAS-PLAN TO TRUE
                   NOT AT END
                       MOVE pla-cuenta TO CUENTA-BUSCADA
                       PERFORM BUSCAR-CUENTA
                       IF NOT CUENTA-EN-PLAN
                           AND CUENTAS-CARGADAS < 200
                           ADD 1 TO CUENTAS-CARGADAS
                           MOVE pla-cuenta
                               TO CUENTA-PLAN(CUENTAS-CARGADAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-plan.

       BUSCAR-CUENTA.
           MOVE 'N' TO CUENTA-HALLADA
           PERFORM VARYING IDX-CUENTA FROM 1 BY 1
                   UNTIL IDX-CUENTA > CUENTAS-CARGADAS
                   OR CUENTA-EN-PLAN
               IF CUENTA-PLAN(IDX-CUENTA) = CUENTA-BUSCADA
                   SET CUENTA-EN-PLAN TO TRUE
               END-IF
           END-PERFORM.

       ABRIR-PRESUPUESTO.
           OPEN I-O presupuesto
           IF fs-presupuesto = '35'
               OPEN OUTPUT presupuesto
               CLOSE presupuesto
               OPEN I-O presupuesto
           END-IF
           IF fs-presupuesto NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PRESUPUESTO.DAT, STATUS='
                   fs-presupuesto
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Pide cuenta y mes hasta que la cuenta este en el plan y el
      * mes sea un AAAAMM valido.
       PEDIR-CLAVE.
           MOVE 'N' TO CUENTA-HALLADA
           PERFORM UNTIL CUENTA-EN-PLAN
               MOVE SPACES TO CUENTA-BUSCADA
               DISPLAY 'CUENTA CONTABLE (8 DIGITOS): '
               ACCEPT CUENTA-BUSCADA
               PERFORM BUSCAR-CUENTA
               IF NOT CUENTA-EN-PLAN
                   DISPLAY 'LA CUENTA ' CUENTA-BUSCADA
                       ' NO ESTA EN PLANCTAS.DAT.'
               END-IF
           END-PERFORM
           MOVE 'N' TO DATO-VALIDO
           PERFORM UNTIL DATO-OK
               MOVE SPACES TO ENTRADA-TEXTO
               DISPLAY 'MES (AAAAMM): '
               ACCEPT ENTRADA-TEXTO
               PERFORM VALIDAR-MES
               IF NOT DATO-OK
                   DISPLAY 'MES INVALIDO: ' ENTRADA-TEXTO(1:6)
               END-IF
           END-PERFORM
           MOVE CUENTA-BUSCADA TO pre-cuenta
           MOVE MES-BUSCADO TO pre-mes.

       VALIDAR-MES.
           MOVE 'N' TO DATO-VALIDO
           IF ENTRADA-TEXTO(1:6) NUMERIC
               MOVE ENTRADA-TEXTO(1:6) TO MES-BUSCADO
               IF MES-MES >= 1 AND MES-MES <= 12
                   AND MES-ANIO > 1900
                   SET DATO-OK TO TRUE
               END-IF
           END-IF.

      * El importe pasa por la libreria comun de validacion; puede
      * ser negativo (cuentas de ingreso) y puede ser cero.
       PEDIR-IMPORTE.
           MOVE 'N' TO DATO-VALIDO
           PERFORM UNTIL DATO-OK
               DISPLAY 'IMPORTE PRESUPUESTADO (DEBE +, HABER -): '
               MOVE SPACES TO IMPORTE-TEXTO
               ACCEPT IMPORTE-TEXTO
               PERFORM VALIDAR-IMPORTE
               IF NOT DATO-OK
                   DISPLAY 'EL IMPORTE DEBE SER NUMERICO.'
               END-IF
           END-PERFORM
           MOVE IMPORTE-LEIDO TO pre-importe.

       VALIDAR-IMPORTE.
           MOVE 'N' TO DATO-VALIDO
           MOVE IMPORTE-TEXTO TO l-val-texto
           CALL 'VALNUM' USING l-val-texto, l-val-numero,
               l-val-status, l-val-motivo
           IF l-val-status = 0
               COMPUTE IMPORTE-LEIDO = l-val-numero
                   ON SIZE ERROR
                       CONTINUE
                   NOT ON SIZE ERROR
                       SET DATO-OK TO TRUE
               END-COMPUTE
           END-IF.

       MOSTRAR-PRESUPUESTO.
           MOVE pre-importe TO IMPORTE-EDITADO
           DISPLAY 'CUENTA ' pre-cuenta ' MES ' pre-mes
               ' IMPORTE ' IMPORTE-EDITADO
               ' (' pre-operador ' ' pre-fecha-carga ')'.

       ALTA-PRESUPUESTO.
           PERFORM PEDIR-CLAVE
           READ presupuesto
               INVALID KEY
                   PERFORM CARGAR-DATOS-ALTA
               NOT INVALID KEY
                   PERFORM MOSTRAR-PRESUPUESTO
                   DISPLAY 'YA HAY PRESUPUESTO PARA ESA CUENTA Y MES; '
                       'USE M PARA MODIFICARLO.'
           END-READ.

       CARGAR-DATOS-ALTA.
           MOVE SPACES TO registro-presupuesto
           MOVE CUENTA-BUSCADA TO pre-cuenta
           MOVE MES-BUSCADO TO pre-mes
           PERFORM PEDIR-IMPORTE
           MOVE ws-operador TO pre-operador
           MOVE FECHA-PROCESO TO pre-fecha-carga
           DISPLAY 'EL REGISTRO QUEDARIA ASI:'
           PERFORM MOSTRAR-PRESUPUESTO
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL ALTA (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE SPACES TO IMAGEN-ANTERIOR
               PERFORM GRABAR-NUEVO
               IF fs-presupuesto = '00'
                   DISPLAY 'PRESUPUESTO AGREGADO.'
               END-IF
           ELSE
               DISPLAY 'ALTA CANCELADA, NO SE GRABO NADA.'
           END-IF.

       TRATAR-MODIFICACION.
           PERFORM PEDIR-CLAVE
           READ presupuesto
               INVALID KEY
                   DISPLAY 'NO HAY PRESUPUESTO PARA LA CUENTA '
                       CUENTA-BUSCADA ' EN ' MES-BUSCADO
               NOT INVALID KEY
                   PERFORM MOSTRAR-PRESUPUESTO
                   PERFORM MODIFICAR-PRESUPUESTO
           END-READ.

       MODIFICAR-PRESUPUESTO.
           MOVE SPACES TO IMAGEN-ANTERIOR
           MOVE registro-presupuesto TO IMAGEN-ANTERIOR
           PERFORM PEDIR-IMPORTE
           MOVE ws-operador TO pre-operador
           MOVE FECHA-PROCESO TO pre-fecha-carga
           DISPLAY 'EL REGISTRO QUEDARIA ASI:'
           PERFORM MOSTRAR-PRESUPUESTO
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA MODIFICACION (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               PERFORM REGRABAR-EXISTENTE
               IF fs-presupuesto = '00'
                   DISPLAY 'PRESUPUESTO MODIFICADO.'
               END-IF
           ELSE
               DISPLAY 'MODIFICACION CANCELADA, NO SE GRABO NADA.'
           END-IF.

       TRATAR-BAJA.
           PERFORM PEDIR-CLAVE
           READ presupuesto
               INVALID KEY
                   DISPLAY 'NO HAY PRESUPUESTO PARA LA CUENTA '
                       CUENTA-BUSCADA ' EN ' MES-BUSCADO
               NOT INVALID KEY
                   PERFORM MOSTRAR-PRESUPUESTO
                   MOVE 'N' TO CONFIRMACION
                   DISPLAY 'CONFIRMA LA BAJA (S/N)? '
                   ACCEPT CONFIRMACION
                   IF CONFIRMADO
                       PERFORM BORRAR-PRESUPUESTO
                   ELSE
                       DISPLAY 'BAJA CANCELADA, NO SE BORRO NADA.'
                   END-IF
           END-READ.

       BORRAR-PRESUPUESTO.
           MOVE SPACES TO IMAGEN-ANTERIOR
           MOVE registro-presupuesto TO IMAGEN-ANTERIOR
           MOVE SPACES TO IMAGEN-POSTERIOR
           MOVE 'BAJA' TO l-jrn-operacion
           PERFORM ANOTAR-BITACORA
           DELETE presupuesto
               INVALID KEY
                   DISPLAY 'ERROR AL BORRAR EL PRESUPUESTO, STATUS='
                       fs-presupuesto
           END-DELETE
           IF fs-presupuesto = '00'
               DISPLAY 'PRESUPUESTO DADO DE BAJA.'
           END-IF.

      * Los doce meses de una cuenta en un anio, con el total.
       LISTAR-CUENTA.
           MOVE 'N' TO CUENTA-HALLADA
           PERFORM UNTIL CUENTA-EN-PLAN
               MOVE SPACES TO CUENTA-BUSCADA
               DISPLAY 'CUENTA CONTABLE A LISTAR: '
               ACCEPT CUENTA-BUSCADA
               PERFORM BUSCAR-CUENTA
               IF NOT CUENTA-EN-PLAN
                   DISPLAY 'LA CUENTA ' CUENTA-BUSCADA
                       ' NO ESTA EN PLANCTAS.DAT.'
               END-IF
           END-PERFORM
           MOVE FECHA-PROCESO(1:4) TO ANIO-BUSCADO
           MOVE SPACES TO ENTRADA-TEXTO
           DISPLAY 'ANIO (AAAA, ENTER = ' ANIO-BUSCADO '): '
           ACCEPT ENTRADA-TEXTO
           IF ENTRADA-TEXTO(1:4) NUMERIC
               MOVE ENTRADA-TEXTO(1:4) TO ANIO-BUSCADO
           END-IF
           MOVE ZERO TO TOTAL-ANIO
           MOVE ZERO TO MESES-LISTADOS
           MOVE 'N' TO FIN-PRESUPUESTO
           MOVE CUENTA-BUSCADA TO pre-cuenta
           MOVE ANIO-BUSCADO TO MES-ANIO
           MOVE 1 TO MES-MES
           MOVE MES-BUSCADO TO pre-mes
           START presupuesto KEY IS NOT LESS THAN pre-clave
               INVALID KEY
                   SET NO-HAY-MAS-PRESUPUESTO TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-PRESUPUESTO
               READ presupuesto NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PRESUPUESTO TO TRUE
                   NOT AT END
                       IF pre-cuenta NOT = CUENTA-BUSCADA
                           OR pre-mes(1:4) NOT = ANIO-BUSCADO
                           SET NO-HAY-MAS-PRESUPUESTO TO TRUE
                       ELSE
                           ADD 1 TO MESES-LISTADOS
                           ADD pre-importe TO TOTAL-ANIO
                           PERFORM MOSTRAR-PRESUPUESTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE TOTAL-ANIO TO TOTAL-EDITADO
           DISPLAY MESES-LISTADOS ' MESES PRESUPUESTADOS, TOTAL DEL '
               'ANIO ' TOTAL-EDITADO.

      * Carga masiva desde PRESUP.TXT: cada linea valida se graba o
      * reemplaza; las invalidas se muestran y se cuentan, sin
      * frenar el resto.
       CARGAR-ARCHIVO.
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'SE CARGA PRESUP.TXT REEMPLAZANDO LO QUE YA HAYA '
               'PARA CADA CUENTA Y MES. CONFIRMA (S/N)? '
           ACCEPT CONFIRMACION
           IF NOT CONFIRMADO
               DISPLAY 'CARGA CANCELADA, NO SE GRABO NADA.'
           ELSE
               OPEN INPUT archivo-carga
               IF fs-carga NOT = '00'
                   DISPLAY 'NO SE PUDO ABRIR PRESUP.TXT, STATUS='
                       fs-carga
               ELSE
                   MOVE ZERO TO LINEAS-LEIDAS
                   MOVE ZERO TO LINEAS-GRABADAS
                   MOVE ZERO TO LINEAS-REEMPLAZADAS
                   MOVE ZERO TO LINEAS-RECHAZADAS
                   MOVE 'N' TO FIN-CARGA
                   PERFORM UNTIL NO-HAY-MAS-CARGA
                       READ archivo-carga
                           AT END
                               SET NO-HAY-MAS-CARGA TO TRUE
                           NOT AT END
                               ADD 1 TO LINEAS-LEIDAS
                               PERFORM CARGAR-UNA-LINEA
                       END-READ
                   END-PERFORM
                   CLOSE archivo-carga
                   DISPLAY 'PRESUP.TXT: ' LINEAS-LEIDAS ' LINEAS, '
                       LINEAS-GRABADAS ' NUEVAS, '
                       LINEAS-REEMPLAZADAS ' REEMPLAZADAS, '
                       LINEAS-RECHAZADAS ' RECHAZADAS.'
               END-IF
           END-IF.

       CARGAR-UNA-LINEA.
           MOVE car-cuenta TO CUENTA-BUSCADA
           PERFORM BUSCAR-CUENTA
           MOVE SPACES TO ENTRADA-TEXTO
           MOVE car-mes TO ENTRADA-TEXTO
           PERFORM VALIDAR-MES
           IF NOT CUENTA-EN-PLAN OR NOT DATO-OK
               ADD 1 TO LINEAS-RECHAZADAS
               DISPLAY 'LINEA ' LINEAS-LEIDAS ' RECHAZADA: CUENTA '
                   car-cuenta ' O MES ' car-mes ' INVALIDOS.'
           ELSE
               MOVE car-importe TO IMPORTE-TEXTO
               PERFORM VALIDAR-IMPORTE
               IF NOT DATO-OK
                   ADD 1 TO LINEAS-RECHAZADAS
                   DISPLAY 'LINEA ' LINEAS-LEIDAS ' RECHAZADA: '
                       'IMPORTE ' car-importe ' INVALIDO.'
               ELSE
                   PERFORM GRABAR-LINEA-CARGA
               END-IF
           END-IF.

       GRABAR-LINEA-CARGA.
           MOVE CUENTA-BUSCADA TO pre-cuenta
           MOVE MES-BUSCADO TO pre-mes
           READ presupuesto
               INVALID KEY
                   MOVE SPACES TO registro-presupuesto
                   MOVE CUENTA-BUSCADA TO pre-cuenta
                   MOVE MES-BUSCADO TO pre-mes
                   MOVE IMPORTE-LEIDO TO pre-importe
                   MOVE ws-operador TO pre-operador
                   MOVE FECHA-PROCESO TO pre-fecha-carga
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   PERFORM GRABAR-NUEVO
                   IF fs-presupuesto = '00'
                       ADD 1 TO LINEAS-GRABADAS
                   END-IF
               NOT INVALID KEY
                   MOVE SPACES TO IMAGEN-ANTERIOR
                   MOVE registro-presupuesto TO IMAGEN-ANTERIOR
                   MOVE IMPORTE-LEIDO TO pre-importe
                   MOVE ws-operador TO pre-operador
                   MOVE FECHA-PROCESO TO pre-fecha-carga
                   PERFORM REGRABAR-EXISTENTE
                   IF fs-presupuesto = '00'
                       ADD 1 TO LINEAS-REEMPLAZADAS
                   END-IF
           END-READ.

       GRABAR-NUEVO.
           MOVE SPACES TO IMAGEN-POSTERIOR
           MOVE registro-presupuesto TO IMAGEN-POSTERIOR
           MOVE 'ALTA' TO l-jrn-operacion
           PERFORM ANOTAR-BITACORA
           WRITE registro-presupuesto
               INVALID KEY
                   DISPLAY 'ERROR AL GRABAR EL PRESUPUESTO '
                       pre-cuenta ' ' pre-mes ', STATUS='
                       fs-presupuesto
           END-WRITE.

       REGRABAR-EXISTENTE.
           MOVE SPACES TO IMAGEN-POSTERIOR
           MOVE registro-presupuesto TO IMAGEN-POSTERIOR
           MOVE 'MODIF' TO l-jrn-operacion
           PERFORM ANOTAR-BITACORA
           REWRITE registro-presupuesto
               INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR EL PRESUPUESTO '
                       pre-cuenta ' ' pre-mes ', STATUS='
                       fs-presupuesto
           END-REWRITE.

       ANOTAR-BITACORA.
           MOVE 'MANT-PRESUP' TO l-jrn-programa
           MOVE 'PRESUPUESTO' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE IMAGEN-POSTERIOR TO l-jrn-despues
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
           MOVE 'MANT-PRESUPUESTO' TO l-sel-programa
           MOVE 'PRESUPUESTO.DAT' TO l-sel-archivo
           MOVE version-presupuesto TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
