       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PARAMETRO.
       AUTHOR. Ejemplo.
      * Mantenimiento de los parametros del negocio en
      * PARAMETROS.DAT, que leen los programas por el modulo
      * PARAMETRO en lugar de las variables de entorno de la sesion
      * que corre la noche. Cada valor se carga con la fecha desde
      * la que rige (la de proceso o una posterior: lo que ya rigio
      * no se toca, se reemplaza con un valor nuevo) y el motivo;
      * un valor futuro que todavia no rigio se puede corregir o
      * dar de baja. Solo se aceptan los parametros del catalogo de
      * abajo, con su tipo: numerico o S/N. La consulta muestra la
      * historia de un parametro y el listado el valor que rige hoy
      * para cada uno. Es funcion de supervisor (nivel 3) aunque el
      * binario se lance por fuera del menu, y cada cambio queda en
      * el diario de imagenes con quien lo hizo y cuando.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS par-clave
               FILE STATUS IS fs-parametros.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros.
           COPY PARAMETRO.

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
       01 fs-parametros PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 HORA-SISTEMA PIC 9(8).
       01 ENTRADA-TEXTO PIC X(10) VALUE SPACES.
       01 NOMBRE-PEDIDO PIC X(24) VALUE SPACES.
       01 VIGENCIA-PEDIDA PIC 9(8).
       01 VALOR-PEDIDO PIC X(20) VALUE SPACES.
       01 NOTA-PEDIDA PIC X(30) VALUE SPACES.
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-PARAMETROS PIC X VALUE 'N'.
           88 NO-HAY-MAS-PARAMETROS VALUE 'S'.
       01 NOMBRE-VALIDO-SW PIC X VALUE 'N'.
           88 NOMBRE-VALIDO VALUE 'S'.
       01 VIGENCIA-VALIDA-SW PIC X VALUE 'N'.
           88 VIGENCIA-VALIDA VALUE 'S'.
       01 VALOR-VALIDO-SW PIC X VALUE 'N'.
           88 VALOR-VALIDO VALUE 'S'.
       01 EXISTE-SW PIC X VALUE 'N'.
           88 VALOR-EXISTENTE VALUE 'S'.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 VALORES-LISTADOS PIC 9(5) VALUE ZERO.
       01 MARCA-VIGENTE PIC X VALUE SPACE.
      * Lo que rige hoy y el proximo valor ya cargado, de la
      * pasada por los valores de un parametro.
       01 VALOR-VIGENTE PIC X(20).
       01 DESDE-VIGENTE PIC 9(8).
       01 VALOR-PROXIMO PIC X(20).
       01 DESDE-PROXIMO PIC 9(8).

      * Catalogo de los parametros del shop: nombre (el de la vieja
      * variable de entorno), tipo (N numerico, S marca S/N) y
      * descripcion.
       01 TABLA-CATALOGO.
           05 FILLER PIC X(24) VALUE 'LIMITE-CREDITO-DEF'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'LIMITE DE CREDITO POR DEFECTO'.
           05 FILLER PIC X(24) VALUE 'AUTORIZA-SOBREGIRO'.
           05 FILLER PIC X VALUE 'S'.
           05 FILLER PIC X(40)
               VALUE 'SOBREGIROS AUTORIZADOS EN EL POSTEO'.
           05 FILLER PIC X(24) VALUE 'DUPLICADOS-VENTANA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS DE VENTANA PARA DUPLICADOS'.
           05 FILLER PIC X(24) VALUE 'UMBRAL-REG'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'UMBRAL DEL INFORME AL REGULADOR'.
           05 FILLER PIC X(24) VALUE 'VENTANA-FRACC'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS DE VENTANA DE FRACCIONAMIENTO'.
           05 FILLER PIC X(24) VALUE 'SUCURSALES-FRACC'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'SUCURSALES MINIMAS DE FRACCIONAMIENTO'.
           05 FILLER PIC X(24) VALUE 'COTIZA-TOLERANCIA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'VARIACION TOLERADA DE COTIZACION (%)'.
           05 FILLER PIC X(24) VALUE 'RECARGO-TASA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'TASA ANUAL DEL RECARGO POR MORA'.
           05 FILLER PIC X(24) VALUE 'RECARGO-GRACIA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS DE GRACIA DEL RECARGO'.
           05 FILLER PIC X(24) VALUE 'CICLO-EXTRACTO'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'CICLO DE EXTRACTOS A EMITIR (01-99)'.
           05 FILLER PIC X(24) VALUE 'CHEQUE-DIAS-CLEARING'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS HABILES DE CLEARING DE CHEQUES'.
           05 FILLER PIC X(24) VALUE 'CLIENTE-MESES-INACTIVO'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'MESES SIN MOVIMIENTO PARA INACTIVAR'.
           05 FILLER PIC X(24) VALUE 'DIAS-AVISO-DOC'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS DE AVISO DE DOCUMENTOS POR VENCER'.
           05 FILLER PIC X(24) VALUE 'DIAS-CASTIGO'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS DE ATRASO PARA PROPONER CASTIGO'.
           05 FILLER PIC X(24) VALUE 'DIAS-RECLAMO'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS PARA RECLAMAR UN MOVIMIENTO'.
           05 FILLER PIC X(24) VALUE 'LIMITE-CREDITO-MAX'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'LIMITE DE CREDITO MAXIMO RAZONABLE'.
           05 FILLER PIC X(24) VALUE 'NORECLAMO-ANIOS'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'ANIOS SIN MOVIMIENTO DE FONDOS'.
           05 FILLER PIC X(24) VALUE 'NORECLAMO-ESPERA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS DE ESPERA TRAS EL AVISO'.
           05 FILLER PIC X(24) VALUE 'PLAZO-CONFIRMA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS DE PLAZO DE LA CONFIRMACION'.
           05 FILLER PIC X(24) VALUE 'PLAZO-PROMESA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS MAXIMOS DE UNA PROMESA DE PAGO'.
           05 FILLER PIC X(24) VALUE 'PRESTAMO-MONTO-GARANTE'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'CAPITAL DESDE EL QUE SE PIDE GARANTE'.
           05 FILLER PIC X(24) VALUE 'TOLERANCIA-CAJA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIFERENCIA TOLERADA EN LA CAJA'.
           05 FILLER PIC X(24) VALUE 'TOLERANCIA-PRESUP'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DESVIO TOLERADO DEL PRESUPUESTO (%)'.
           05 FILLER PIC X(24) VALUE 'RECORDATORIO-DIAS'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS HABILES DE AVISO PREVIO DE CUOTAS'.
           05 FILLER PIC X(24) VALUE 'PROYECCION-SEMANAS'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'SEMANAS DE LA PROYECCION DE FONDOS'.
           05 FILLER PIC X(24) VALUE 'PREVISION-CLIENTE-CASA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'CLIENTE DE LA CASA PARA PREVISIONES'.
           05 FILLER PIC X(24) VALUE 'CARGOS-CLIENTE-CASA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'CLIENTE DE LA CASA PARA CARGOS'.
           05 FILLER PIC X(24) VALUE 'COLA-RETENCION'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'DIAS DE RETENCION DE LA COLA IMPRESION'.
           05 FILLER PIC X(24) VALUE 'LINEAS-PAGINA'.
           05 FILLER PIC X VALUE 'N'.
           05 FILLER PIC X(40)
               VALUE 'LINEAS POR PAGINA DEL ENVIO AL CORREO'.
       01 TABLA-CATALOGO-R REDEFINES TABLA-CATALOGO.
           05 CATALOGO-E OCCURS 29 TIMES.
               10 CAT-NOMBRE PIC X(24).
               10 CAT-TIPO PIC X.
               10 CAT-DESCRIPCION PIC X(40).
       01 IDX-CATALOGO PIC 9(2).
       01 CATALOGO-HALLADO PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Cambiar un parametro del negocio exige nivel 3
      * (supervisor).
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-PARAMETRO: EL OPERADOR ' ws-operador
                   ' NO TIENE EL NIVEL 3 QUE EXIGE ESTA FUNCION '
                   '(STATUS=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           PERFORM ABRIR-PARAMETROS
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-BAJA
                       OR ACCION-CONSULTA OR ACCION-LISTAR
                       OR ACCION-SALIR
                   DISPLAY 'ACCION (A=NUEVO VALOR B=BAJA DE VALOR '
                       'FUTURO C=HISTORIA L=LISTAR S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-ALTA OR ACCION-BAJA
                           OR ACCION-CONSULTA OR ACCION-LISTAR
                           OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR ACCION-BAJA)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-VALOR
                   WHEN ACCION-BAJA
                       PERFORM BAJA-VALOR
                   WHEN ACCION-CONSULTA
                       PERFORM CONSULTAR-HISTORIA
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-PARAMETROS
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE parametros
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-PARAMETRO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-PARAMETRO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-PARAMETRO: ACCION NO DISPONIBLE, SOLO '
               'CONSULTA HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-PARAMETROS.
           OPEN I-O parametros
           IF fs-parametros = '35'
               OPEN OUTPUT parametros
               CLOSE parametros
               OPEN I-O parametros
           END-IF
           IF fs-parametros NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PARAMETROS.DAT, STATUS='
                   fs-parametros
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * El nombre tiene que estar en el catalogo.
       PEDIR-NOMBRE.
           MOVE 'N' TO NOMBRE-VALIDO-SW
           MOVE SPACES TO NOMBRE-PEDIDO
           DISPLAY 'PARAMETRO (L EN LA ACCION LISTA LOS NOMBRES): '
           ACCEPT NOMBRE-PEDIDO
           MOVE ZERO TO CATALOGO-HALLADO
           PERFORM VARYING IDX-CATALOGO FROM 1 BY 1
                   UNTIL IDX-CATALOGO > 29
               IF CAT-NOMBRE(IDX-CATALOGO) = NOMBRE-PEDIDO
                   MOVE IDX-CATALOGO TO CATALOGO-HALLADO
               END-IF
           END-PERFORM
           IF CATALOGO-HALLADO = ZERO
               DISPLAY 'PARAMETRO NO RECONOCIDO: ' NOMBRE-PEDIDO
           ELSE
               SET NOMBRE-VALIDO TO TRUE
               DISPLAY CAT-DESCRIPCION(CATALOGO-HALLADO)
           END-IF.

      * ENTER toma la fecha de proceso; lo anterior ya rigio.
       PEDIR-VIGENCIA.
           MOVE 'N' TO VIGENCIA-VALIDA-SW
           MOVE SPACES TO ENTRADA-TEXTO
           DISPLAY 'RIGE DESDE (AAAAMMDD, ENTER = ' FECHA-PROCESO
               '): '
           ACCEPT ENTRADA-TEXTO
           IF ENTRADA-TEXTO = SPACES
               MOVE FECHA-PROCESO TO VIGENCIA-PEDIDA
               SET VIGENCIA-VALIDA TO TRUE
           ELSE
               IF ENTRADA-TEXTO(1:8) IS NUMERIC
                   AND ENTRADA-TEXTO(9:2) = SPACES
                   MOVE ENTRADA-TEXTO(1:8) TO VIGENCIA-PEDIDA
                   MOVE VIGENCIA-PEDIDA TO l-val-fecha
                   CALL 'VALFECHA' USING l-val-fecha, l-val-status,
                       l-val-motivo
                   IF l-val-status = 0
                       SET VIGENCIA-VALIDA TO TRUE
                   END-IF
               END-IF
               IF NOT VIGENCIA-VALIDA
                   DISPLAY 'FECHA INVALIDA: ' ENTRADA-TEXTO
               END-IF
           END-IF.

       PEDIR-VALOR.
           MOVE 'N' TO VALOR-VALIDO-SW
           MOVE SPACES TO VALOR-PEDIDO
           DISPLAY 'VALOR: '
           ACCEPT VALOR-PEDIDO
           EVALUATE TRUE
               WHEN VALOR-PEDIDO = SPACES
                   DISPLAY 'EL VALOR NO PUEDE ESTAR EN BLANCO.'
               WHEN CAT-TIPO(CATALOGO-HALLADO) = 'S'
                   IF VALOR-PEDIDO = 'S' OR VALOR-PEDIDO = 'N'
                       SET VALOR-VALIDO TO TRUE
                   ELSE
                       DISPLAY 'EL VALOR TIENE QUE SER S O N.'
                   END-IF
               WHEN FUNCTION TEST-NUMVAL(VALOR-PEDIDO) NOT = 0
                   DISPLAY 'EL VALOR TIENE QUE SER NUMERICO: '
                       VALOR-PEDIDO
               WHEN OTHER
                   SET VALOR-VALIDO TO TRUE
           END-EVALUATE.

      * Valor nuevo desde una fecha: si ya habia uno cargado para
      * esa misma fecha (un valor que todavia no rigio, o el de
      * hoy) se reemplaza.
       ALTA-VALOR.
           PERFORM PEDIR-NOMBRE
           IF NOMBRE-VALIDO
               PERFORM BUSCAR-VIGENTE
               PERFORM MOSTRAR-VIGENTE
               PERFORM PEDIR-VIGENCIA
               IF VIGENCIA-VALIDA
                   AND VIGENCIA-PEDIDA < FECHA-PROCESO
                   DISPLAY 'NO SE CARGAN VALORES CON VIGENCIA '
                       'ANTERIOR A LA FECHA DE PROCESO ('
                       FECHA-PROCESO '): LO QUE YA RIGIO NO SE '
                       'CAMBIA.'
                   MOVE 'N' TO VIGENCIA-VALIDA-SW
               END-IF
               IF VIGENCIA-VALIDA
                   PERFORM PEDIR-VALOR
                   IF VALOR-VALIDO
                       PERFORM CONFIRMAR-ALTA
                   END-IF
               END-IF
           END-IF.

       CONFIRMAR-ALTA.
           MOVE NOMBRE-PEDIDO TO par-nombre
           MOVE VIGENCIA-PEDIDA TO par-vigencia
           MOVE 'N' TO EXISTE-SW
           MOVE SPACES TO IMAGEN-ANTERIOR
           READ parametros
               INVALID KEY
                   MOVE SPACES TO registro-parametro
               NOT INVALID KEY
                   SET VALOR-EXISTENTE TO TRUE
                   MOVE registro-parametro TO IMAGEN-ANTERIOR
                   DISPLAY 'YA HAY UN VALOR DESDE EL ' par-vigencia
                       ': ' par-valor ' (' par-operador ').'
           END-READ
           MOVE SPACES TO NOTA-PEDIDA
           PERFORM UNTIL NOTA-PEDIDA NOT = SPACES
               DISPLAY 'MOTIVO DEL CAMBIO: '
               ACCEPT NOTA-PEDIDA
               IF NOTA-PEDIDA = SPACES
                   DISPLAY 'EL MOTIVO NO PUEDE ESTAR EN BLANCO.'
               END-IF
           END-PERFORM
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA ' NOMBRE-PEDIDO ' = ' VALOR-PEDIDO
               ' DESDE EL ' VIGENCIA-PEDIDA ' (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE NOMBRE-PEDIDO TO par-nombre
               MOVE VIGENCIA-PEDIDA TO par-vigencia
               MOVE VALOR-PEDIDO TO par-valor
               MOVE NOTA-PEDIDA TO par-nota
               PERFORM SELLAR-CAMBIO
               IF VALOR-EXISTENTE
                   MOVE 'MODIF' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA
                   REWRITE registro-parametro
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR EL PARAMETRO '
                               par-nombre ', STATUS=' fs-parametros
                   END-REWRITE
               ELSE
                   MOVE 'ALTA' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA
                   WRITE registro-parametro
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EL PARAMETRO '
                               par-nombre ', STATUS=' fs-parametros
                   END-WRITE
               END-IF
               IF fs-parametros = '00'
                   DISPLAY 'PARAMETRO ' par-nombre ' GRABADO.'
               END-IF
           ELSE
               DISPLAY 'CAMBIO CANCELADO, NO SE GRABO NADA.'
           END-IF.

      * Solo un valor que todavia no rigio se puede quitar: el que
      * ya rigio es historia y se reemplaza con uno nuevo.
       BAJA-VALOR.
           PERFORM PEDIR-NOMBRE
           IF NOMBRE-VALIDO
               PERFORM PEDIR-VIGENCIA
               IF VIGENCIA-VALIDA
                   MOVE NOMBRE-PEDIDO TO par-nombre
                   MOVE VIGENCIA-PEDIDA TO par-vigencia
                   READ parametros
                       INVALID KEY
                           DISPLAY 'NO HAY VALOR DE ' NOMBRE-PEDIDO
                               ' DESDE EL ' VIGENCIA-PEDIDA '.'
                       NOT INVALID KEY
                           IF par-vigencia NOT > FECHA-PROCESO
                               DISPLAY 'EL VALOR YA RIGIO, NO SE '
                                   'DA DE BAJA: CARGUE UNO NUEVO.'
                           ELSE
                               PERFORM CONFIRMAR-BAJA
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CONFIRMAR-BAJA.
           DISPLAY 'VALOR ' par-valor ' DESDE EL ' par-vigencia
               ' CARGADO POR ' par-operador ' EL ' par-fecha
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA BAJA (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE registro-parametro TO IMAGEN-ANTERIOR
               MOVE 'BAJA' TO l-jrn-operacion
               MOVE 'MANT-PARAMET' TO l-jrn-programa
               MOVE 'PARAMETROS' TO l-jrn-archivo
               MOVE IMAGEN-ANTERIOR TO l-jrn-antes
               MOVE SPACES TO l-jrn-despues
               PERFORM LLAMAR-BITACORA
               DELETE parametros
                   INVALID KEY
                       DISPLAY 'ERROR AL BORRAR EL PARAMETRO '
                           par-nombre ', STATUS=' fs-parametros
               END-DELETE
               IF fs-parametros = '00'
                   DISPLAY 'VALOR DADO DE BAJA.'
               END-IF
           ELSE
               DISPLAY 'BAJA CANCELADA, NO SE BORRO NADA.'
           END-IF.

       CONSULTAR-HISTORIA.
           PERFORM PEDIR-NOMBRE
           IF NOMBRE-VALIDO
               PERFORM BUSCAR-VIGENTE
               MOVE ZERO TO VALORES-LISTADOS
               MOVE 'N' TO FIN-PARAMETROS
               MOVE NOMBRE-PEDIDO TO par-nombre
               MOVE ZEROS TO par-vigencia
               START parametros KEY IS NOT LESS THAN par-clave
                   INVALID KEY
                       SET NO-HAY-MAS-PARAMETROS TO TRUE
               END-START
               DISPLAY '  DESDE    VALOR                OPERADOR '
                   'CARGADO  MOTIVO'
               PERFORM UNTIL NO-HAY-MAS-PARAMETROS
                   READ parametros NEXT RECORD
                       AT END
                           SET NO-HAY-MAS-PARAMETROS TO TRUE
                       NOT AT END
                           IF par-nombre NOT = NOMBRE-PEDIDO
                               SET NO-HAY-MAS-PARAMETROS TO TRUE
                           ELSE
                               PERFORM MOSTRAR-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'VALORES CARGADOS: ' VALORES-LISTADOS
                   ' (* = EL QUE RIGE HOY)'
           END-IF.

       MOSTRAR-VALOR.
           ADD 1 TO VALORES-LISTADOS
           IF par-vigencia = DESDE-VIGENTE
               MOVE '*' TO MARCA-VIGENTE
           ELSE
               MOVE SPACE TO MARCA-VIGENTE
           END-IF
           DISPLAY MARCA-VIGENTE ' ' par-vigencia ' ' par-valor ' '
               par-operador ' ' par-fecha ' ' par-nota.

      * El valor que rige a la fecha de proceso y el proximo ya
      * cargado, si lo hay, para NOMBRE-PEDIDO.
       BUSCAR-VIGENTE.
           MOVE SPACES TO VALOR-VIGENTE
           MOVE ZEROS TO DESDE-VIGENTE
           MOVE SPACES TO VALOR-PROXIMO
           MOVE ZEROS TO DESDE-PROXIMO
           MOVE 'N' TO FIN-PARAMETROS
           MOVE NOMBRE-PEDIDO TO par-nombre
           MOVE ZEROS TO par-vigencia
           START parametros KEY IS NOT LESS THAN par-clave
               INVALID KEY
                   SET NO-HAY-MAS-PARAMETROS TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-PARAMETROS
               READ parametros NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PARAMETROS TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN par-nombre NOT = NOMBRE-PEDIDO
                               SET NO-HAY-MAS-PARAMETROS TO TRUE
                           WHEN par-vigencia NOT > FECHA-PROCESO
                               MOVE par-valor TO VALOR-VIGENTE
                               MOVE par-vigencia TO DESDE-VIGENTE
                           WHEN OTHER
                               MOVE par-valor TO VALOR-PROXIMO
                               MOVE par-vigencia TO DESDE-PROXIMO
                               SET NO-HAY-MAS-PARAMETROS TO TRUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       MOSTRAR-VIGENTE.
           IF DESDE-VIGENTE = ZERO
               DISPLAY '  HOY: SIN VALOR (RIGE EL DEFECTO DEL '
                   'PROGRAMA)'
           ELSE
               DISPLAY '  HOY: ' VALOR-VIGENTE ' DESDE EL '
                   DESDE-VIGENTE
           END-IF
           IF DESDE-PROXIMO NOT = ZERO
               DISPLAY '  PROXIMO: ' VALOR-PROXIMO ' DESDE EL '
                   DESDE-PROXIMO
           END-IF.

      * Todo el catalogo con lo que rige hoy.
       LISTAR-PARAMETROS.
           PERFORM VARYING IDX-CATALOGO FROM 1 BY 1
                   UNTIL IDX-CATALOGO > 29
               MOVE CAT-NOMBRE(IDX-CATALOGO) TO NOMBRE-PEDIDO
               PERFORM BUSCAR-VIGENTE
               DISPLAY NOMBRE-PEDIDO ' ' CAT-DESCRIPCION(IDX-CATALOGO)
               PERFORM MOSTRAR-VIGENTE
           END-PERFORM.

       SELLAR-CAMBIO.
           MOVE ws-operador TO par-operador
           ACCEPT par-fecha FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA FROM TIME
           MOVE HORA-SISTEMA(1:6) TO par-hora.

       ANOTAR-BITACORA.
           MOVE 'MANT-PARAMET' TO l-jrn-programa
           MOVE 'PARAMETROS' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-parametro TO l-jrn-despues
           PERFORM LLAMAR-BITACORA.

       LLAMAR-BITACORA.
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
           MOVE 'MANT-PARAMETRO' TO l-sel-programa
           MOVE 'PARAMETROS.DAT' TO l-sel-archivo
           MOVE version-parametros TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
