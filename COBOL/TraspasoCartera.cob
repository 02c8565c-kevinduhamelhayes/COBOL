       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASPASO-CARTERA.
       AUTHOR. Ejemplo.
      * Traspaso de cartera entre sucursales: cambia la sucursal de
      * radicacion (cliente-sucursal) de un cliente, o de todos los
      * clientes radicados en una sucursal que cierra, a otra
      * sucursal del maestro SUCURSALES.DAT que exista y este
      * activa. Tambien radica por defecto a los clientes que
      * todavia no tienen sucursal en la de su primera transaccion
      * (los archivos anuales del mas viejo al mas nuevo y despues
      * el maestro vivo), para los que nacieron antes de que el
      * posteo la tomara solo. Cada cliente tocado pasa por
      * BITACORA y deja su linea en TRASPASOS.DAT (quien, cuando,
      * de que sucursal a cual y por que), que es la constancia del
      * cambio: el mantenimiento de clientes no cambia una
      * sucursal ya asignada.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT sucursales-maestro ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-sucursales-m.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.
           SELECT archivo-traspasos ASSIGN TO 'TRASPASOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-traspasos.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  sucursales-maestro.
           COPY SUCURSAL.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-anual.
           COPY MAEANUAL.
       FD  archivo-traspasos.
           COPY TRASPASO.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY NIVPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-sucursales-m    PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-anual           PIC XX VALUE '00'.
       01  fs-traspasos       PIC XX VALUE '00'.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  fecha-proceso      PIC 9(8) VALUE ZERO.
       01  anio-proceso       PIC 9(4) VALUE ZERO.
       01  anio-archivo       PIC 9(4) VALUE ZERO.
       01  hora-sistema       PIC 9(8) VALUE ZERO.
       01  nombre-anual       PIC X(30) VALUE SPACES.
       01  accion             PIC X VALUE SPACE.
           88  ACCION-CLIENTE   VALUE 'C' 'c'.
           88  ACCION-SUCURSAL  VALUE 'S' 's'.
           88  ACCION-RADICAR   VALUE 'R' 'r'.
           88  ACCION-FIN       VALUE 'F' 'f'.
       01  fin-sesion         PIC X VALUE 'N'.
           88  SESION-TERMINADA VALUE 'S'.
       01  confirmacion       PIC X VALUE 'N'.
           88  CONFIRMADO      VALUE 'S' 's'.
       01  fin-clientes       PIC X VALUE 'N'.
           88  NO-HAY-MAS-CLIENTES VALUE 'S'.
       01  fin-ruta           PIC X VALUE 'N'.
           88  FIN-DE-RUTA     VALUE 'S'.
       01  destino-estado     PIC X VALUE 'N'.
           88  DESTINO-VALIDO  VALUE 'S'.
       01  cliente-pedido     PIC 9(6) VALUE ZERO.
       01  sucursal-origen    PIC 9(3) VALUE ZERO.
       01  sucursal-destino   PIC 9(3) VALUE ZERO.
       01  sucursal-anterior  PIC 9(3) VALUE ZERO.
       01  tipo-traspaso      PIC X VALUE SPACE.
       01  motivo-traspaso    PIC X(30) VALUE SPACES.
       01  nombre-origen      PIC X(30) VALUE SPACES.
       01  nombre-destino     PIC X(30) VALUE SPACES.
       01  clientes-en-origen PIC 9(6) VALUE ZERO.
       01  clientes-movidos   PIC 9(6) VALUE ZERO.
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  imagen-posterior   PIC X(120) VALUE SPACES.
      * Clientes sin radicar pendientes de su primera transaccion:
      * se juntan en una pasada y despues cada fuente se abre una
      * sola vez para todos. Lo que no entre en la tabla queda para
      * la corrida siguiente.
       01  sin-radicar        PIC 9(4) VALUE ZERO.
       01  sin-radicar-fuera  PIC 9(6) VALUE ZERO.
       01  radicados          PIC 9(6) VALUE ZERO.
       01  sin-historia       PIC 9(6) VALUE ZERO.
       01  en-sucursal-baja   PIC 9(6) VALUE ZERO.
       01  tabla-radicar.
           05  rad-entrada OCCURS 9999 TIMES INDEXED BY idx-rad.
               10  rad-cliente     PIC 9(6).
               10  rad-sucursal    PIC 9(3).
      * La transaccion del anual en curso, para llegar a su sucursal.
       01  vista-anual.
           05  va-clave        PIC 9(7).
           05  va-fecha        PIC 9(8).
           05  va-importe      PIC S9(7)V99.
           05  va-descripcion  PIC X(33).
           05  va-cliente      PIC 9(6).
           05  va-moneda       PIC X(3).
           05  va-importe-orig PIC S9(7)V99.
           05  va-sucursal     PIC 9(3).
           05  va-resto        PIC X(18).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Mover cartera entre sucursales exige nivel 3 (supervisor),
      * aunque el binario se lance por fuera del menu.
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'TRASPASO: el operador ' ws-operador
                   ' no tiene el nivel 3 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'TRASPASO-CARTERA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'TRASPASO-CARTERA: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE fecha-proceso(1:4) TO anio-proceso

           OPEN I-O clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'TRASPASO: no se pudo abrir CLIENTES.DAT, '
                   'status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Sin directorio de sucursales no hay contra que validar el
      * destino: no se mueve nada.
           OPEN INPUT sucursales-maestro
           IF fs-sucursales-m NOT = '00'
               DISPLAY 'TRASPASO: no se pudo abrir SUCURSALES.DAT, '
                   'status=' fs-sucursales-m
               CLOSE clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND archivo-traspasos
           IF fs-traspasos = '05' OR fs-traspasos = '35'
               OPEN OUTPUT archivo-traspasos
           END-IF
           IF fs-traspasos NOT = '00'
               DISPLAY 'TRASPASO: no se pudo abrir TRASPASOS.DAT, '
                   'status=' fs-traspasos
               CLOSE clientes
               CLOSE sucursales-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM UNTIL SESION-TERMINADA
               PERFORM PEDIR-ACCION
               EVALUATE TRUE
                   WHEN ACCION-CLIENTE
                       PERFORM TRASPASAR-CLIENTE
                   WHEN ACCION-SUCURSAL
                       PERFORM TRASPASAR-SUCURSAL
                   WHEN ACCION-RADICAR
                       PERFORM RADICAR-SIN-SUCURSAL
                   WHEN OTHER
                       SET SESION-TERMINADA TO TRUE
               END-EVALUATE
           END-PERFORM

           CLOSE archivo-traspasos
           CLOSE sucursales-maestro
           CLOSE clientes
           STOP RUN.

       PEDIR-ACCION.
           MOVE SPACE TO accion
           PERFORM UNTIL ACCION-CLIENTE OR ACCION-SUCURSAL
                   OR ACCION-RADICAR OR ACCION-FIN
               DISPLAY 'ACCION (C=UN CLIENTE S=CARTERA DE UNA '
                   'SUCURSAL R=RADICAR SIN SUCURSAL F=FIN): '
               ACCEPT accion
               IF NOT (ACCION-CLIENTE OR ACCION-SUCURSAL
                       OR ACCION-RADICAR OR ACCION-FIN)
                   DISPLAY 'ACCION NO RECONOCIDA: ' accion
               END-IF
           END-PERFORM.

      * Un cliente a otra sucursal, a pedido (mudanza, cambio de
      * oficial de cuenta): el destino tiene que ser distinto del
      * actual, existir y estar activo.
       TRASPASAR-CLIENTE.
           DISPLAY 'ID DEL CLIENTE: '
           ACCEPT cliente-pedido
           MOVE cliente-pedido TO cliente-id-fd
           READ clientes
               INVALID KEY
                   DISPLAY 'NO EXISTE UN CLIENTE CON EL ID '
                       cliente-pedido
               NOT INVALID KEY
                   PERFORM CONFIRMAR-TRASPASO-CLIENTE
           END-READ.

       CONFIRMAR-TRASPASO-CLIENTE.
           PERFORM TOMAR-SUCURSAL-ACTUAL
           DISPLAY 'CLIENTE : ' cliente-id-fd ' ' nombre-fd ' '
               apellido-fd
           IF sucursal-anterior = ZEROS
               DISPLAY 'SUCURSAL: (SIN RADICAR)'
           ELSE
               MOVE sucursal-anterior TO sucm-codigo
               PERFORM BUSCAR-NOMBRE-SUCURSAL
               DISPLAY 'SUCURSAL: ' sucursal-anterior ' '
                   nombre-origen
           END-IF
           PERFORM PEDIR-DESTINO
           IF DESTINO-VALIDO
               AND sucursal-destino = sucursal-anterior
               DISPLAY 'EL CLIENTE YA ESTA RADICADO EN LA SUCURSAL '
                   sucursal-destino '.'
               MOVE 'N' TO destino-estado
           END-IF
           IF DESTINO-VALIDO
               PERFORM PEDIR-MOTIVO
               MOVE 'N' TO confirmacion
               DISPLAY 'CONFIRMA EL TRASPASO DEL CLIENTE '
                   cliente-id-fd ' A LA SUCURSAL ' sucursal-destino
                   ' (S/N)? '
               ACCEPT confirmacion
               IF CONFIRMADO
                   MOVE 'C' TO tipo-traspaso
                   PERFORM APLICAR-TRASPASO
                   IF fs-clientes = '00'
                       DISPLAY 'CLIENTE ' cliente-id-fd
                           ' TRASPASADO A LA SUCURSAL '
                           sucursal-destino '.'
                   END-IF
               ELSE
                   DISPLAY 'TRASPASO CANCELADO, NO SE TOCO NADA.'
               END-IF
           END-IF.

      * Cartera entera de una sucursal (tipicamente la que cierra)
      * a otra: la de origen tiene que existir en el directorio,
      * aunque ya este dada de baja; la de destino, activa. Se
      * cuenta primero para que el supervisor confirme sabiendo
      * cuantos clientes mueve.
       TRASPASAR-SUCURSAL.
           DISPLAY 'SUCURSAL DE ORIGEN (LA QUE CIERRA): '
           ACCEPT sucursal-origen
           MOVE sucursal-origen TO sucm-codigo
           READ sucursales-maestro
               INVALID KEY
                   DISPLAY 'NO EXISTE LA SUCURSAL ' sucursal-origen
                       ' EN EL DIRECTORIO.'
               NOT INVALID KEY
                   MOVE sucm-nombre TO nombre-origen
                   PERFORM CONFIRMAR-TRASPASO-SUCURSAL
           END-READ.

       CONFIRMAR-TRASPASO-SUCURSAL.
           IF SUCURSAL-ACTIVA
               DISPLAY 'AVISO: LA SUCURSAL ' sucursal-origen
                   ' SIGUE ACTIVA EN EL DIRECTORIO; EL POSTEO '
                   'PUEDE VOLVER A RADICARLE CLIENTES NUEVOS.'
           END-IF
           PERFORM CONTAR-CARTERA
           DISPLAY 'SUCURSAL ' sucursal-origen ' ' nombre-origen
               ': ' clientes-en-origen ' CLIENTES RADICADOS.'
           IF clientes-en-origen = ZERO
               DISPLAY 'NO HAY CARTERA PARA TRASPASAR.'
           ELSE
               PERFORM PEDIR-DESTINO
               IF DESTINO-VALIDO
                   AND sucursal-destino = sucursal-origen
                   DISPLAY 'EL DESTINO TIENE QUE SER OTRA SUCURSAL.'
                   MOVE 'N' TO destino-estado
               END-IF
               IF DESTINO-VALIDO
                   PERFORM PEDIR-MOTIVO
                   MOVE 'N' TO confirmacion
                   DISPLAY 'CONFIRMA EL TRASPASO DE '
                       clientes-en-origen ' CLIENTES DE LA '
                       'SUCURSAL ' sucursal-origen ' A LA '
                       sucursal-destino ' (S/N)? '
                   ACCEPT confirmacion
                   IF CONFIRMADO
                       PERFORM MOVER-CARTERA
                       DISPLAY 'TRASPASO: ' clientes-movidos
                           ' CLIENTES PASARON DE LA SUCURSAL '
                           sucursal-origen ' A LA '
                           sucursal-destino '.'
                   ELSE
                       DISPLAY 'TRASPASO CANCELADO, NO SE TOCO '
                           'NADA.'
                   END-IF
               END-IF
           END-IF.

       CONTAR-CARTERA.
           MOVE ZERO TO clientes-en-origen
           PERFORM POSICIONAR-CLIENTES
           PERFORM UNTIL NO-HAY-MAS-CLIENTES
               READ clientes NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-CLIENTES TO TRUE
                   NOT AT END
                       IF cliente-sucursal NUMERIC
                           AND cliente-sucursal = sucursal-origen
                           ADD 1 TO clientes-en-origen
                       END-IF
               END-READ
           END-PERFORM.

       MOVER-CARTERA.
           MOVE ZERO TO clientes-movidos
           MOVE 'S' TO tipo-traspaso
           PERFORM POSICIONAR-CLIENTES
           PERFORM UNTIL NO-HAY-MAS-CLIENTES
               READ clientes NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-CLIENTES TO TRUE
                   NOT AT END
                       IF cliente-sucursal NUMERIC
                           AND cliente-sucursal = sucursal-origen
                           PERFORM TOMAR-SUCURSAL-ACTUAL
                           PERFORM APLICAR-TRASPASO
                           ADD 1 TO clientes-movidos
                       END-IF
               END-READ
           END-PERFORM.

       POSICIONAR-CLIENTES.
           MOVE 'N' TO fin-clientes
           MOVE ZEROS TO cliente-id-fd
           START clientes KEY IS NOT LESS THAN cliente-id-fd
               INVALID KEY
                   SET NO-HAY-MAS-CLIENTES TO TRUE
           END-START.

      * Radicacion por defecto: cada cliente sin sucursal toma la
      * de su primera transaccion con sucursal (las de origen sin
      * sucursal, como el archivo del banco, no cuentan). Si esa
      * sucursal ya esta dada de baja no se lo radica ahi: queda
      * contado para que el supervisor lo traspase a mano.
       RADICAR-SIN-SUCURSAL.
           MOVE ZERO TO sin-radicar
           MOVE ZERO TO sin-radicar-fuera
           MOVE ZERO TO radicados
           MOVE ZERO TO sin-historia
           MOVE ZERO TO en-sucursal-baja
           PERFORM JUNTAR-SIN-RADICAR
           IF sin-radicar = ZERO
               DISPLAY 'NO HAY CLIENTES SIN RADICAR.'
           ELSE
               DISPLAY sin-radicar ' CLIENTES SIN RADICAR; SE '
                   'BUSCA SU PRIMERA TRANSACCION.'
               PERFORM BUSCAR-EN-ANUAL
                   VARYING anio-archivo FROM 1990 BY 1
                   UNTIL anio-archivo > anio-proceso
               PERFORM BUSCAR-EN-VIVO
               MOVE 'R' TO tipo-traspaso
               MOVE 'PRIMERA TRANSACCION' TO motivo-traspaso
               PERFORM RADICAR-UNO
                   VARYING idx-rad FROM 1 BY 1
                   UNTIL idx-rad > sin-radicar
               DISPLAY 'TRASPASO: ' radicados ' CLIENTES '
                   'RADICADOS, ' sin-historia ' SIN TRANSACCIONES '
                   'CON SUCURSAL, ' en-sucursal-baja
                   ' CON SU SUCURSAL DADA DE BAJA.'
               IF sin-radicar-fuera > ZERO
                   DISPLAY 'TRASPASO: ' sin-radicar-fuera
                       ' CLIENTES NO ENTRARON EN LA TABLA; VOLVER '
                       'A CORRER LA RADICACION.'
               END-IF
           END-IF.

       JUNTAR-SIN-RADICAR.
           PERFORM POSICIONAR-CLIENTES
           PERFORM UNTIL NO-HAY-MAS-CLIENTES
               READ clientes NEXT RECORD
                   AT END
                       SET NO-HAY-MAS-CLIENTES TO TRUE
                   NOT AT END
                       IF cliente-sucursal NOT NUMERIC
                           OR cliente-sucursal = ZEROS
                           IF sin-radicar < 9999
                               ADD 1 TO sin-radicar
                               MOVE cliente-id-fd
                                   TO rad-cliente(sin-radicar)
                               MOVE ZEROS
                                   TO rad-sucursal(sin-radicar)
                           ELSE
                               ADD 1 TO sin-radicar-fuera
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Un anual que no existe no aporta; los que si, se abren una
      * vez y se recorre la ruta de cada cliente que siga sin
      * sucursal hallada.
       BUSCAR-EN-ANUAL.
           MOVE SPACES TO nombre-anual
           STRING 'MAESTRO.' anio-archivo '.DAT'
               DELIMITED BY SIZE INTO nombre-anual
           OPEN INPUT archivo-anual
           IF fs-anual = '00'
               MOVE nombre-anual TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               PERFORM BUSCAR-RUTA-ANUAL
                   VARYING idx-rad FROM 1 BY 1
                   UNTIL idx-rad > sin-radicar
               CLOSE archivo-anual
           END-IF.

       BUSCAR-RUTA-ANUAL.
           IF rad-sucursal(idx-rad) = ZEROS
               MOVE 'N' TO fin-ruta
               MOVE rad-cliente(idx-rad) TO anual-ruta-cli
               MOVE ZEROS TO anual-ruta-fecha
               START archivo-anual
                   KEY IS NOT LESS THAN anual-ruta-cliente
                   INVALID KEY
                       SET FIN-DE-RUTA TO TRUE
               END-START
               PERFORM UNTIL FIN-DE-RUTA
                   READ archivo-anual NEXT RECORD
                       AT END
                           SET FIN-DE-RUTA TO TRUE
                       NOT AT END
                           MOVE registro-anual TO vista-anual
                           IF anual-ruta-cli
                                   NOT = rad-cliente(idx-rad)
                               SET FIN-DE-RUTA TO TRUE
                           ELSE
                               IF va-sucursal NUMERIC
                                   AND va-sucursal NOT = ZEROS
                                   MOVE va-sucursal
                                       TO rad-sucursal(idx-rad)
                                   SET FIN-DE-RUTA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       BUSCAR-EN-VIVO.
           OPEN INPUT archivo-maestro
           IF fs-maestro = '00'
               PERFORM BUSCAR-RUTA-VIVO
                   VARYING idx-rad FROM 1 BY 1
                   UNTIL idx-rad > sin-radicar
               CLOSE archivo-maestro
           ELSE
               DISPLAY 'AVISO: no se pudo abrir maestro.dat, '
                   'status=' fs-maestro
           END-IF.

       BUSCAR-RUTA-VIVO.
           IF rad-sucursal(idx-rad) = ZEROS
               MOVE 'N' TO fin-ruta
               MOVE rad-cliente(idx-rad) TO maestro-ruta-cli
               MOVE ZEROS TO maestro-ruta-fecha
               START archivo-maestro
                   KEY IS NOT LESS THAN maestro-ruta-cliente
                   INVALID KEY
                       SET FIN-DE-RUTA TO TRUE
               END-START
               PERFORM UNTIL FIN-DE-RUTA
                   READ archivo-maestro NEXT RECORD
                       AT END
                           SET FIN-DE-RUTA TO TRUE
                       NOT AT END
                           IF maestro-ruta-cli
                                   NOT = rad-cliente(idx-rad)
                               SET FIN-DE-RUTA TO TRUE
                           ELSE
                               IF maestro-sucursal NUMERIC
                                   AND maestro-sucursal NOT = ZEROS
                                   MOVE maestro-sucursal
                                       TO rad-sucursal(idx-rad)
                                   SET FIN-DE-RUTA TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * Se relee el cliente: si entretanto tomo sucursal (posteo o
      * mantenimiento) se lo respeta.
       RADICAR-UNO.
           IF rad-sucursal(idx-rad) = ZEROS
               ADD 1 TO sin-historia
           ELSE
               MOVE rad-sucursal(idx-rad) TO sucm-codigo
               READ sucursales-maestro
                   INVALID KEY
                       MOVE 'N' TO sucm-activa
               END-READ
               IF NOT SUCURSAL-ACTIVA
                   ADD 1 TO en-sucursal-baja
               ELSE
                   MOVE rad-cliente(idx-rad) TO cliente-id-fd
                   READ clientes
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF cliente-sucursal NOT NUMERIC
                               OR cliente-sucursal = ZEROS
                               MOVE ZEROS TO sucursal-anterior
                               MOVE rad-sucursal(idx-rad)
                                   TO sucursal-destino
                               PERFORM APLICAR-TRASPASO
                               ADD 1 TO radicados
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * La sucursal de destino se valida contra el directorio:
      * tiene que existir y estar activa.
       PEDIR-DESTINO.
           MOVE 'N' TO destino-estado
           MOVE ZEROS TO sucursal-destino
           DISPLAY 'SUCURSAL DE DESTINO: '
           ACCEPT sucursal-destino
           IF sucursal-destino = ZEROS
               DISPLAY 'EL CODIGO CERO NO ES UNA SUCURSAL.'
           ELSE
               MOVE sucursal-destino TO sucm-codigo
               READ sucursales-maestro
                   INVALID KEY
                       DISPLAY 'NO EXISTE LA SUCURSAL '
                           sucursal-destino ' EN EL DIRECTORIO.'
                   NOT INVALID KEY
                       IF SUCURSAL-ACTIVA
                           MOVE sucm-nombre TO nombre-destino
                           DISPLAY 'DESTINO : ' sucursal-destino ' '
                               nombre-destino
                           SET DESTINO-VALIDO TO TRUE
                       ELSE
                           DISPLAY 'LA SUCURSAL ' sucursal-destino
                               ' ESTA DADA DE BAJA.'
                       END-IF
               END-READ
           END-IF.

       PEDIR-MOTIVO.
           MOVE SPACES TO motivo-traspaso
           PERFORM UNTIL motivo-traspaso NOT = SPACES
               DISPLAY 'MOTIVO DEL TRASPASO: '
               ACCEPT motivo-traspaso
               IF motivo-traspaso = SPACES
                   DISPLAY 'EL MOTIVO NO PUEDE QUEDAR EN BLANCO.'
               END-IF
           END-PERFORM.

       TOMAR-SUCURSAL-ACTUAL.
           IF cliente-sucursal NUMERIC
               MOVE cliente-sucursal TO sucursal-anterior
           ELSE
               MOVE ZEROS TO sucursal-anterior
           END-IF.

       BUSCAR-NOMBRE-SUCURSAL.
           MOVE '(SIN NOMBRE)' TO nombre-origen
           READ sucursales-maestro
               NOT INVALID KEY
                   MOVE sucm-nombre TO nombre-origen
           END-READ.

      * El cliente leido pasa a sucursal-destino: imagen antes y
      * despues en el diario, regrabacion y la linea de auditoria
      * en TRASPASOS.DAT.
       APLICAR-TRASPASO.
           MOVE SPACES TO imagen-anterior
           MOVE registro-cliente TO imagen-anterior
           MOVE sucursal-destino TO cliente-sucursal
           MOVE SPACES TO imagen-posterior
           MOVE registro-cliente TO imagen-posterior
           MOVE 'TRASPASO' TO l-jrn-programa
           MOVE 'CLIENTES' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE imagen-posterior TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'TRASPASO: no se pudo grabar el diario de '
                   'imagenes.'
           END-IF
           REWRITE registro-cliente
               INVALID KEY
                   DISPLAY 'TRASPASO: error al regrabar el cliente '
                       cliente-id-fd ', status=' fs-clientes
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ACCEPT hora-sistema FROM TIME
           MOVE SPACES TO registro-traspaso
           MOVE fecha-proceso TO trp-fecha
           MOVE hora-sistema(1:6) TO trp-hora
           MOVE ws-operador TO trp-operador
           MOVE cliente-id-fd TO trp-cliente
           MOVE sucursal-anterior TO trp-anterior
           MOVE sucursal-destino TO trp-nueva
           MOVE tipo-traspaso TO trp-tipo
           MOVE motivo-traspaso TO trp-motivo
           WRITE registro-traspaso
           IF fs-traspasos NOT = '00'
               DISPLAY 'TRASPASO: error al grabar TRASPASOS.DAT, '
                   'status=' fs-traspasos
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'TRASPASO-CARTERA' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

      * Cada anual se verifica al abrirlo: un anio cerrado con el
      * layout viejo no se lee con el registro nuevo.
       VERIFICAR-ANUAL.
           MOVE 'V' TO l-sel-accion
           MOVE version-anual TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
