       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT-PERIODO.
       AUTHOR. Ejemplo.
      * Cierre y reapertura de periodos contables en PERIODOS.DAT:
      * cuando contabilidad termino un mes con el LIBRO-MENSUAL y el
      * extracto del mayor, lo cierra aca, y desde ese momento el
      * posteo, CORRIGE-MAESTRO, ENTRADA-MANUAL, BACKOUT-FECHA y la
      * liberacion del suspenso rechazan o llevan al periodo
      * abierto todo lo fechado en ese mes (modulo PERIODO). Solo
      * se cierran meses anteriores al de la fecha de proceso. La
      * reapertura pide el motivo, que queda en el registro. Es
      * funcion de supervisor (nivel 3) aunque el binario se lance
      * por fuera del menu, y cada cambio queda en el diario de
      * imagenes con quien lo hizo y cuando.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT periodos ASSIGN TO 'PERIODOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS per-mes
               FILE STATUS IS fs-periodos.

       DATA DIVISION.
       FILE SECTION.
       FD  periodos.
           COPY PERCONT.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
       01 fs-periodos PIC XX VALUE '00'.
       01 ws-operador PIC X(8) VALUE SPACES.
       01 FECHA-PROCESO PIC 9(8).
       01 MES-PROCESO PIC 9(6).
       01 MES-PEDIDO PIC 9(6).
       01 MES-PEDIDO-R REDEFINES MES-PEDIDO.
           05 MES-PEDIDO-ANIO PIC 9(4).
           05 MES-PEDIDO-MES PIC 9(2).
       01 ENTRADA-TEXTO PIC X(10) VALUE SPACES.
       01 HORA-SISTEMA PIC 9(8).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-CERRAR VALUE 'C' 'c'.
           88 ACCION-REABRIR VALUE 'R' 'r'.
           88 ACCION-LISTAR VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FIN-SESION PIC X VALUE 'N'.
           88 SESION-TERMINADA VALUE 'S'.
       01 FIN-PERIODOS PIC X VALUE 'N'.
           88 NO-HAY-MAS-PERIODOS VALUE 'S'.
       01 MES-VALIDO-SW PIC X VALUE 'N'.
           88 MES-VALIDO VALUE 'S'.
       01 MOTIVO-REAPERTURA PIC X(40) VALUE SPACES.
       01 PERIODOS-LISTADOS PIC 9(5) VALUE ZERO.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Cerrar o reabrir un mes exige nivel 3 (supervisor).
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'MANT-PERIODO: EL OPERADOR ' ws-operador
                   ' NO TIENE EL NIVEL 3 QUE EXIGE ESTA FUNCION '
                   '(STATUS=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           MOVE FECHA-PROCESO(1:6) TO MES-PROCESO
           PERFORM ABRIR-PERIODOS
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-CERRAR OR ACCION-REABRIR
                       OR ACCION-LISTAR OR ACCION-SALIR
                   DISPLAY 'ACCION (C=CERRAR MES R=REABRIR MES '
                       'L=LISTAR S=SALIR): '
                   ACCEPT ACCION
                   IF NOT (ACCION-CERRAR OR ACCION-REABRIR
                           OR ACCION-LISTAR OR ACCION-SALIR)
                       DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-CERRAR OR
                           ACCION-REABRIR)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-CERRAR
                       PERFORM CERRAR-PERIODO
                   WHEN ACCION-REABRIR
                       PERFORM REABRIR-PERIODO
                   WHEN ACCION-LISTAR
                       PERFORM LISTAR-PERIODOS
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM
           CLOSE periodos
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-PERIODO' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-PERIODO: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-PERIODO: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

       ABRIR-PERIODOS.
           OPEN I-O periodos
           IF fs-periodos = '35'
               OPEN OUTPUT periodos
               CLOSE periodos
               OPEN I-O periodos
           END-IF
           IF fs-periodos NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR PERIODOS.DAT, STATUS='
                   fs-periodos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PEDIR-MES.
           MOVE 'N' TO MES-VALIDO-SW
           MOVE SPACES TO ENTRADA-TEXTO
           DISPLAY 'MES (AAAAMM): '
           ACCEPT ENTRADA-TEXTO
           IF ENTRADA-TEXTO(1:6) IS NUMERIC
               AND ENTRADA-TEXTO(7:4) = SPACES
               MOVE ENTRADA-TEXTO(1:6) TO MES-PEDIDO
               IF MES-PEDIDO-MES >= 1 AND MES-PEDIDO-MES <= 12
                   AND MES-PEDIDO-ANIO > 1900
                   SET MES-VALIDO TO TRUE
               END-IF
           END-IF
           IF NOT MES-VALIDO
               DISPLAY 'MES INVALIDO: ' ENTRADA-TEXTO
           END-IF.

      * Solo se cierra un mes ya terminado: el de la fecha de
      * proceso es el periodo abierto al que se lleva lo atrasado.
       CERRAR-PERIODO.
           PERFORM PEDIR-MES
           IF MES-VALIDO
               IF MES-PEDIDO NOT < MES-PROCESO
                   DISPLAY 'SOLO SE CIERRAN MESES ANTERIORES AL DE '
                       'LA FECHA DE PROCESO (' MES-PROCESO ').'
               ELSE
                   MOVE MES-PEDIDO TO per-mes
                   READ periodos
                       INVALID KEY
                           MOVE SPACES TO IMAGEN-ANTERIOR
                           MOVE SPACES TO registro-periodo
                           MOVE MES-PEDIDO TO per-mes
                           PERFORM CONFIRMAR-CIERRE
                       NOT INVALID KEY
                           IF PERIODO-CERRADO
                               DISPLAY 'EL MES ' per-mes ' YA ESTA '
                                   'CERRADO DESDE EL ' per-fecha
                                   ' POR ' per-operador '.'
                           ELSE
                               MOVE registro-periodo
                                   TO IMAGEN-ANTERIOR
                               PERFORM CONFIRMAR-CIERRE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CONFIRMAR-CIERRE.
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA EL CIERRE DEL MES ' MES-PEDIDO
               ' (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE 'C' TO per-estado
               MOVE SPACES TO per-nota
               PERFORM SELLAR-CAMBIO
               IF IMAGEN-ANTERIOR = SPACES
                   MOVE 'ALTA' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA
                   WRITE registro-periodo
                       INVALID KEY
                           DISPLAY 'ERROR AL GRABAR EL PERIODO '
                               per-mes ', STATUS=' fs-periodos
                   END-WRITE
               ELSE
                   MOVE 'MODIF' TO l-jrn-operacion
                   PERFORM ANOTAR-BITACORA
                   REWRITE registro-periodo
                       INVALID KEY
                           DISPLAY 'ERROR AL REGRABAR EL PERIODO '
                               per-mes ', STATUS=' fs-periodos
                   END-REWRITE
               END-IF
               IF fs-periodos = '00'
                   DISPLAY 'MES ' per-mes ' CERRADO.'
               END-IF
           ELSE
               DISPLAY 'CIERRE CANCELADO, NO SE GRABO NADA.'
           END-IF.

       REABRIR-PERIODO.
           PERFORM PEDIR-MES
           IF MES-VALIDO
               MOVE MES-PEDIDO TO per-mes
               READ periodos
                   INVALID KEY
                       DISPLAY 'EL MES ' MES-PEDIDO ' NO ESTA '
                           'CERRADO.'
                   NOT INVALID KEY
                       IF NOT PERIODO-CERRADO
                           DISPLAY 'EL MES ' per-mes ' NO ESTA '
                               'CERRADO.'
                       ELSE
                           PERFORM CONFIRMAR-REAPERTURA
                       END-IF
               END-READ
           END-IF.

      * La reapertura deja el motivo en el registro: el mes vuelve
      * a moverse y contabilidad tiene que saber por que.
       CONFIRMAR-REAPERTURA.
           DISPLAY 'CERRADO EL ' per-fecha ' POR ' per-operador
           MOVE SPACES TO MOTIVO-REAPERTURA
           PERFORM UNTIL MOTIVO-REAPERTURA NOT = SPACES
               DISPLAY 'MOTIVO DE LA REAPERTURA: '
               ACCEPT MOTIVO-REAPERTURA
               IF MOTIVO-REAPERTURA = SPACES
                   DISPLAY 'EL MOTIVO NO PUEDE ESTAR EN BLANCO.'
               END-IF
           END-PERFORM
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA REAPERTURA DEL MES ' per-mes
               ' (S/N)? '
           ACCEPT CONFIRMACION
           IF CONFIRMADO
               MOVE registro-periodo TO IMAGEN-ANTERIOR
               MOVE 'A' TO per-estado
               MOVE MOTIVO-REAPERTURA TO per-nota
               PERFORM SELLAR-CAMBIO
               MOVE 'MODIF' TO l-jrn-operacion
               PERFORM ANOTAR-BITACORA
               REWRITE registro-periodo
                   INVALID KEY
                       DISPLAY 'ERROR AL REGRABAR EL PERIODO '
                           per-mes ', STATUS=' fs-periodos
               END-REWRITE
               IF fs-periodos = '00'
                   DISPLAY 'MES ' per-mes ' REABIERTO.'
               END-IF
           ELSE
               DISPLAY 'REAPERTURA CANCELADA, NO SE GRABO NADA.'
           END-IF.

       SELLAR-CAMBIO.
           MOVE ws-operador TO per-operador
           ACCEPT per-fecha FROM DATE YYYYMMDD
           ACCEPT HORA-SISTEMA FROM TIME
           MOVE HORA-SISTEMA(1:6) TO per-hora
           MOVE FECHA-PROCESO TO per-fecha-proceso.

       LISTAR-PERIODOS.
           MOVE ZERO TO PERIODOS-LISTADOS
           MOVE 'N' TO FIN-PERIODOS
           MOVE ZEROS TO per-mes
           START periodos KEY IS NOT LESS THAN per-mes
               INVALID KEY
                   SET NO-HAY-MAS-PERIODOS TO TRUE
           END-START
           DISPLAY 'MES     EST FECHA    HORA   OPERADOR NOTA'
           PERFORM UNTIL NO-HAY-MAS-PERIODOS
               READ periodos NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-PERIODOS TO TRUE
                   NOT AT END
                       ADD 1 TO PERIODOS-LISTADOS
                       DISPLAY per-mes '   ' per-estado '  '
                           per-fecha ' ' per-hora ' '
                           per-operador ' ' per-nota
               END-READ
           END-PERFORM
           DISPLAY 'PERIODOS EN EL CONTROL: ' PERIODOS-LISTADOS
               ' (LOS MESES QUE NO FIGURAN ESTAN ABIERTOS)'.

       ANOTAR-BITACORA.
           MOVE 'MANT-PERIODO' TO l-jrn-programa
           MOVE 'PERIODOS' TO l-jrn-archivo
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-periodo TO l-jrn-despues
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
           MOVE 'MANT-PERIODO' TO l-sel-programa
           MOVE 'PERIODOS.DAT' TO l-sel-archivo
           MOVE version-periodos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
