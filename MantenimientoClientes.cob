      * confirmacion antes de grabar. El alta sigue siendo PIDE-NOMBRE
      * (SolicitaNombres.cob); este programa cubre todo lo demas que
      * hasta ahora se hacia editando el archivo indexado a mano.
      * Tambien lista y agrega las notas del cliente (NOTASCLI).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT noreclamo ASSIGN TO 'NORECLAMO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS nrc-cliente
               FILE STATUS IS fs-noreclamo.
           SELECT sucursales-maestro ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-sucursales-m.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  noreclamo.
           COPY NORECLAMO.
       FD  sucursales-maestro.
           COPY SUCURSAL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01 fs-clientes PIC XX VALUE '00'.
       01 fs-noreclamo PIC XX VALUE '00'.
       01 fs-sucursales-m PIC XX VALUE '00'.
       01 HAY-NORECLAMO PIC X VALUE 'N'.
           88 NORECLAMO-ABIERTO VALUE 'S'.
       01 IMPORTE-EDITADO PIC -(9)9.99.
       01 DISPONIBLE-EDITADO PIC -(9)9.99.
           COPY DSPPARM.
       01 CLIENTE-BUSCADO PIC 9(6).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-CONSULTA VALUE 'C' 'c'.
           88 ACCION-MODIFICAR VALUE 'M' 'm'.
           88 ACCION-BAJA VALUE 'B' 'b'.
           88 ACCION-NOTA-NUEVA VALUE 'N' 'n'.
           88 ACCION-LISTAR-NOTAS VALUE 'L' 'l'.
           88 ACCION-SALIR VALUE 'S' 's'.
       01 CONFIRMACION PIC X VALUE 'N'.
           88 CONFIRMADO VALUE 'S' 's'.
       01 FECNAC-NUEVA PIC X(8).
       01 ESTADO-NUEVO PIC X.
       01 LIMITE-NUEVO PIC X(12).
       01 SUCURSAL-NUEVA PIC X(3).
       01 NOMBRE-SUCURSAL PIC X(30).
           COPY VALPARM.
       01 IMAGEN-ANTERIOR PIC X(120) VALUE SPACES.
       01 IMAGEN-POSTERIOR PIC X(120) VALUE SPACES.
           COPY JRNPARM.
           COPY CRIPARM.
           COPY NOTPARM.
           COPY VENPARM.
       01 MODO-VENTANA PIC X VALUE 'N'.
           88 SOLO-CONSULTA VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           OPEN I-O clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CLIENTES.DAT, STATUS='
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT noreclamo
           IF fs-noreclamo = '00'
               SET NORECLAMO-ABIERTO TO TRUE
           END-IF
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               DISPLAY 'INGRESE EL ID DE CLIENTE (0 PARA TERMINAR): '
               ACCEPT CLIENTE-BUSCADO
               END-IF
           END-PERFORM
           CLOSE clientes
           IF NORECLAMO-ABIERTO
               CLOSE noreclamo
           END-IF
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * se puede mirar el cliente y sus notas, pero no modificar,
      * dar de baja ni agregar notas. Con FORZAR-VENTANA=S un
      * supervisor actualiza igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-CLIENTE' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

      * Lee el cliente pedido por clave; si existe lo muestra y pide
      * la accion a realizar, si no avisa y vuelve a pedir otro ID.
       PROCESAR-CLIENTE.
                   DISPLAY 'NO EXISTE UN CLIENTE CON EL ID '
                       CLIENTE-BUSCADO
               NOT INVALID KEY
                   MOVE 'B' TO l-not-accion
                   PERFORM LLAMAR-NOTAS
                   PERFORM MOSTRAR-CLIENTE
                   PERFORM PEDIR-ACCION
                   EVALUATE TRUE
                       WHEN SOLO-CONSULTA AND (ACCION-MODIFICAR OR
                               ACCION-BAJA OR ACCION-NOTA-NUEVA)
                           DISPLAY 'ACCION NO DISPONIBLE, SOLO '
                               'CONSULTA HASTA QUE CIERRE LA '
                               'VENTANA BATCH.'
                       WHEN ACCION-MODIFICAR
                           PERFORM MODIFICAR-CLIENTE
                       WHEN ACCION-BAJA
                           PERFORM BAJA-CLIENTE
                       WHEN ACCION-NOTA-NUEVA
                           MOVE 'A' TO l-not-accion
                           PERFORM LLAMAR-NOTAS
                       WHEN ACCION-LISTAR-NOTAS
                           MOVE 'L' TO l-not-accion
                           PERFORM LLAMAR-NOTAS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           DISPLAY 'NACIDO  : ' cliente-fecnac
           DISPLAY 'CICLO   : ' cliente-ciclo
           DISPLAY 'ESTADO  : ' cliente-estado
               ' (A=ACTIVO I=INACTIVO B=BLOQUEADO F=FALLECIDO'
               ' N=REMITIDO C=CERRADO)'
           DISPLAY 'LIMITE  : ' cliente-limite
           PERFORM MOSTRAR-SUCURSAL
           PERFORM MOSTRAR-SALDOS
           PERFORM MOSTRAR-NO-RECLAMADO.

      * Sucursal de radicacion con su nombre del maestro de
      * sucursales; sin radicar se dice asi, no con un 000.
       MOSTRAR-SUCURSAL.
           IF cliente-sucursal NOT NUMERIC
               OR cliente-sucursal = ZEROS
               DISPLAY 'SUCURSAL: (SIN RADICAR)'
           ELSE
               MOVE '(SIN NOMBRE)' TO NOMBRE-SUCURSAL
               OPEN INPUT sucursales-maestro
               IF fs-sucursales-m = '00'
                   MOVE cliente-sucursal TO sucm-codigo
                   READ sucursales-maestro
                       NOT INVALID KEY
                           MOVE sucm-nombre TO NOMBRE-SUCURSAL
                   END-READ
                   CLOSE sucursales-maestro
               END-IF
               DISPLAY 'SUCURSAL: ' cliente-sucursal ' '
                   NOMBRE-SUCURSAL
           END-IF.

      * Saldo contable y disponible: el disponible descuenta los
      * cheques depositados que siguen en clearing (DISPONIBLE).
       MOSTRAR-SALDOS.
           MOVE cliente-id-fd TO l-dsp-cliente
           IF cliente-saldo NUMERIC
               MOVE cliente-saldo TO l-dsp-saldo
           ELSE
               MOVE ZERO TO l-dsp-saldo
           END-IF
           CALL 'DISPONIBLE' USING l-dsp-cliente, l-dsp-saldo,
               l-dsp-retenido, l-dsp-cheques, l-dsp-disponible,
               l-dsp-status
           MOVE l-dsp-saldo TO IMPORTE-EDITADO
           MOVE l-dsp-disponible TO DISPONIBLE-EDITADO
           DISPLAY 'SALDO   : ' IMPORTE-EDITADO ' DISPONIBLE '
               DISPONIBLE-EDITADO
           IF l-dsp-cheques > ZERO
               MOVE l-dsp-retenido TO IMPORTE-EDITADO
               DISPLAY '          ' l-dsp-cheques ' CHEQUES EN '
                   'CLEARING POR ' IMPORTE-EDITADO
           END-IF.

      * Traza de fondos no reclamados: si el cliente recibio el
      * ultimo aviso o su saldo fue remitido, se muestra cuando y
      * por cuanto, para poder explicarle a donde fue su plata.
       MOSTRAR-NO-RECLAMADO.
           IF NORECLAMO-ABIERTO
               MOVE cliente-id-fd TO nrc-cliente
               READ noreclamo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE nrc-saldo-aviso TO IMPORTE-EDITADO
                       DISPLAY 'NO RECL.: ULTIMO AVISO DEL '
                           nrc-fecha-aviso ' POR ' IMPORTE-EDITADO
                       EVALUATE TRUE
                           WHEN NRC-REMITIDO
                               MOVE nrc-importe-remesa
                                   TO IMPORTE-EDITADO
                               DISPLAY '          REMITIDO EL '
                                   nrc-fecha-remesa ' POR '
                                   IMPORTE-EDITADO ' EN LA REMESA '
                                   nrc-anio-remesa
                           WHEN NRC-DESISTIDO
                               DISPLAY '          DESISTIDO: EL '
                                   'CLIENTE SE MOVIO ANTES DE '
                                   'REMITIR'
                           WHEN OTHER
                               DISPLAY '          EN PLAZO DE '
                                   'ESPERA, TODAVIA NO REMITIDO'
                       END-EVALUATE
               END-READ
           END-IF.

       PEDIR-ACCION.
           MOVE SPACE TO ACCION
           PERFORM UNTIL ACCION-CONSULTA OR ACCION-MODIFICAR
                   OR ACCION-BAJA OR ACCION-NOTA-NUEVA
                   OR ACCION-LISTAR-NOTAS OR ACCION-SALIR
               DISPLAY 'ACCION (C=CONSULTA M=MODIFICAR B=BAJA '
                   'N=NOTA NUEVA L=LISTAR NOTAS S=SALIR): '
               ACCEPT ACCION
               IF NOT (ACCION-CONSULTA OR ACCION-MODIFICAR
                       OR ACCION-BAJA OR ACCION-NOTA-NUEVA
                       OR ACCION-LISTAR-NOTAS OR ACCION-SALIR)
                   DISPLAY 'ACCION NO RECONOCIDA: ' ACCION
               END-IF
           END-PERFORM.
           PERFORM PEDIR-CICLO-NUEVO
           PERFORM PEDIR-ESTADO-NUEVO
           PERFORM PEDIR-LIMITE-NUEVO
           PERFORM PEDIR-SUCURSAL-NUEVA

           DISPLAY 'EL REGISTRO QUEDARIA ASI:'
           PERFORM MOSTRAR-CLIENTE
      * Transicion de estado de ciclo de vida: un bloqueado o
      * fallecido deja de aceptar posteos (se desvian al suspenso)
      * y las corridas de extractos, cartas e intereses saltean a
      * los no activos. El restringido (R, sin documento vigente)
      * no se elige aca: lo pone el control nocturno de documentos
      * y se levanta cargando un documento vigente. El remitido
      * (N) tampoco: lo pone la corrida de fondos no reclamados; se
      * lo vuelve a A cuando el cliente reclama y se le repone el
      * saldo. El cerrado (C) lo pone el cierre de cuenta y es
      * final: un cliente que vuelve se da de alta de nuevo. El
      * castigado (K) lo pone la aprobacion del castigo y tampoco
      * se cambia aca: lo que pague entra como recupero.
       PEDIR-ESTADO-NUEVO.
           MOVE SPACES TO ESTADO-NUEVO
           DISPLAY 'NUEVO ESTADO A/I/B/F (ENTER PARA DEJAR '
           IF ESTADO-NUEVO NOT = SPACES
               IF ESTADO-NUEVO = 'A' OR ESTADO-NUEVO = 'I'
                   OR ESTADO-NUEVO = 'B' OR ESTADO-NUEVO = 'F'
                   PERFORM VERIFICAR-REVISION-PENDIENTE
                   IF l-cri-status = 1
                       DISPLAY 'EL CLIENTE TIENE UNA REVISION DE LA '
                           'LISTA DE VIGILANCIA PENDIENTE: SOLO EL '
                           'SUPERVISOR LO DESBLOQUEA.'
                   ELSE
                       IF CLIENTE-CERRADO OR CLIENTE-CASTIGADO
                           DISPLAY 'LA CUENTA ESTA CERRADA O '
                               'CASTIGADA: EL ESTADO NO SE CAMBIA.'
                       ELSE
                           IF CLIENTE-RESTRINGIDO
                               AND (ESTADO-NUEVO = 'A' OR
                                    ESTADO-NUEVO = 'I')
                               DISPLAY 'EL CLIENTE ESTA RESTRINGIDO '
                                   'POR NO TENER DOCUMENTO VIGENTE: '
                                   'SE LEVANTA CARGANDO UNO EN '
                                   'MANT-DOCUMENTO.'
                           ELSE
                               MOVE ESTADO-NUEVO TO cliente-estado
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'ESTADO NO RECONOCIDO, SE DEJA EL '
                       'ACTUAL.'
               END-IF
           END-IF.

      * Un bloqueado por coincidencia con la lista de vigilancia
      * sigue bloqueado mientras su revision este pendiente.
       VERIFICAR-REVISION-PENDIENTE.
           MOVE 0 TO l-cri-status
           IF CLIENTE-BLOQUEADO AND ESTADO-NUEVO NOT = 'B'
               MOVE 'P' TO l-cri-accion
               MOVE cliente-id-fd TO l-cri-cliente
               CALL 'CRIBANOM' USING l-cri-accion, l-cri-nombre,
                   l-cri-apellido, l-cri-cliente, l-cri-origen,
                   l-cri-estado-previo, l-cri-codigo-lista,
                   l-cri-nombre-lista, l-cri-status
           END-IF.

      * Limite de credito propio del cliente; cero vuelve al limite
      * por defecto del shop. Pasa por la libreria comun de
      * validacion como todo numero tecleado.
               END-IF
           END-IF.

      * Radicacion de un cliente que todavia no la tiene (la toma
      * sola el posteo de su primera transaccion, pero el operador
      * puede adelantarla): la sucursal tiene que existir en
      * SUCURSALES.DAT y estar activa. Un cliente ya radicado solo
      * cambia de sucursal por traspaso de cartera (TRASPASO), que
      * deja el registro de auditoria del cambio.
       PEDIR-SUCURSAL-NUEVA.
           IF cliente-sucursal NUMERIC
               AND cliente-sucursal NOT = ZEROS
               DISPLAY 'EL CAMBIO DE SUCURSAL SE HACE POR TRASPASO '
                   'DE CARTERA.'
           ELSE
               MOVE SPACES TO SUCURSAL-NUEVA
               DISPLAY 'SUCURSAL DE RADICACION (ENTER = LA DE SU '
                   'PRIMERA TRANSACCION): '
               ACCEPT SUCURSAL-NUEVA
               IF SUCURSAL-NUEVA NOT = SPACES
                   PERFORM VALIDAR-SUCURSAL-NUEVA
               END-IF
           END-IF.

       VALIDAR-SUCURSAL-NUEVA.
           MOVE SUCURSAL-NUEVA TO l-val-texto
           CALL 'VALNUM' USING l-val-texto, l-val-numero,
               l-val-status, l-val-motivo
           IF l-val-status NOT = 0 OR l-val-numero < 1
               OR l-val-numero > 999
               DISPLAY 'SUCURSAL INVALIDA, QUEDA SIN RADICAR.'
           ELSE
               OPEN INPUT sucursales-maestro
               IF fs-sucursales-m NOT = '00'
                   DISPLAY 'NO SE PUDO ABRIR SUCURSALES.DAT, STATUS='
                       fs-sucursales-m ', QUEDA SIN RADICAR.'
               ELSE
                   MOVE l-val-numero TO sucm-codigo
                   READ sucursales-maestro
                       INVALID KEY
                           DISPLAY 'LA SUCURSAL ' sucm-codigo
                               ' NO EXISTE, QUEDA SIN RADICAR.'
                       NOT INVALID KEY
                           IF SUCURSAL-ACTIVA
                               MOVE sucm-codigo TO cliente-sucursal
                           ELSE
                               DISPLAY 'LA SUCURSAL ' sucm-codigo
                                   ' ESTA DADA DE BAJA, QUEDA SIN '
                                   'RADICAR.'
                           END-IF
                   END-READ
                   CLOSE sucursales-maestro
               END-IF
           END-IF.

       BAJA-CLIENTE.
           MOVE 'N' TO CONFIRMACION
           DISPLAY 'CONFIRMA LA BAJA DEL CLIENTE ' cliente-id-fd
               DISPLAY 'BAJA CANCELADA, NO SE BORRO NADA.'
           END-IF.

      * Notas del cliente: el aviso de las de alta prioridad apenas
      * se lo trae, y el listado y el alta a pedido del operador.
       LLAMAR-NOTAS.
           MOVE cliente-id-fd TO l-not-cliente
           MOVE 'MANT-CLIENTE' TO l-not-programa
           CALL 'NOTASCLI' USING l-not-accion, l-not-cliente,
               l-not-programa, l-not-status.

      * Antes de regrabar o borrar se deja la imagen anterior y la
      * posterior en el diario de imagenes via BITACORA, para que
      * REHACE pueda reconstruir el maestro desde un resguardo si
           IF l-jrn-status NOT = 0
               DISPLAY 'NO SE PUDO GRABAR EL DIARIO DE IMAGENES.'
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-CLIENTE' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'NORECLAMO.DAT' TO l-sel-archivo
           MOVE version-noreclamo TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
