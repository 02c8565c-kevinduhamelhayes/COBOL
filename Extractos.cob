      * estilo carta (encabezado, detalle de maestro.dat, total) usa
      * el mismo esquema de lineas que el generador de cartas; todo
      * sale a EXTRACTOS.OUT. Los clientes sin movimientos del
      * periodo salen con la leyenda SIN MOVIMIENTOS. Al cliente con
      * correo devuelto no se le emite: el extracto queda retenido
      * (anotado por RETENIDO para el listado de correo retenido) y
      * sin cortar, asi el primero despues del domicilio nuevo cubre
      * todo el periodo pendiente.
      * Con EXTRACTO-CIERRES=S la corrida no factura un ciclo sino
      * las cuentas cerradas: a cada cliente en estado C cuyo cierre
      * de CIERRES.DAT esta completo y sin extracto final le emite
      * ese extracto (desde su ultimo corte hasta la fecha de
      * proceso, con la liquidacion de cierre) y anota su numero en
      * el cierre, asi sale una sola vez.
      * Al pie del extracto van el saldo contable y el disponible
      * (sin los cheques depositados que siguen en clearing).
      * Una cuenta con cotitulares vigentes en RELACIONES.DAT sale a
      * nombre de todos: debajo del titular van los cotitulares,
      * uno por linea.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-extracto ASSIGN TO 'EXTRACTOS.OUT'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT cierres ASSIGN TO 'CIERRES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cie-cliente
               FILE STATUS IS fs-cierres.
           SELECT relaciones ASSIGN TO 'RELACIONES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS rel-clave
               FILE STATUS IS fs-relaciones.

       DATA DIVISION.
       FILE SECTION.
       01  registro-extracto PIC X(80).
       FD  domicilios.
           COPY DOMICILIO.
       FD  cierres.
           COPY CIERRE.
       FD  relaciones.
           COPY RELACION.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY WSDATE.
           COPY FPRPARM.
           COPY JRNPARM.
       01 fs-domicilios PIC XX VALUE '00'.
       01 HAY-DOMICILIOS PIC X VALUE 'N'.
           88 DOMICILIOS-ABIERTO VALUE 'S'.
       01 fs-cierres PIC XX VALUE '00'.
       01 fs-relaciones PIC XX VALUE '00'.
       01 HAY-RELACIONES PIC X VALUE 'N'.
           88 RELACIONES-ABIERTO VALUE 'S'.
       01 FIN-RELACIONES PIC X VALUE 'N'.
           88 NO-HAY-MAS-RELACIONES VALUE 'S'.
      * Cotitulares vigentes del cliente del extracto, juntados
      * antes de leer sus nombres en el maestro.
       01 TABLA-COTITULARES.
           05 COTITULAR-ID PIC 9(6) OCCURS 10 TIMES.
       01 COTITULARES-CARGADOS PIC 99 VALUE ZERO.
       01 IDX-COTITULAR PIC 99.
       01 CLIENTE-EXTRACTO PIC 9(6).
       01 MODO-TEXTO PIC X VALUE SPACE.
           88 MODO-CIERRES VALUE 'S'.
       01 CICLO-TEXTO PIC X(2) VALUE SPACES.
       01 CICLO-PEDIDO PIC 9(2) VALUE ZERO.
       01 CICLO-CLIENTE PIC 9(2).
      * Posicion corriente en EXTRACTOS.OUT, para registrar en la
      * cola de impresion el rango de lineas de cada extracto.
           COPY SPLPARM.
           COPY RETPARM.
           COPY CNTPARM.
           COPY DSPPARM.
       01 EXTRACTOS-RETENIDOS PIC 9(5) VALUE ZERO.
       01 CONTADOR-LINEAS PIC 9(7) VALUE ZERO.
       01 LINEA-DESDE-DOC PIC 9(7).
       01 fs-maestro PIC XX VALUE '00'.
           05 FILLER PIC X(17) VALUE '  TOTAL DE CUENTA'.
           05 FILLER PIC X(2) VALUE ': '.
           05 TOT-IMPORTE PIC -(9)9.99.
       01 LINEA-SALDO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SAL-TEXTO PIC X(17).
           05 FILLER PIC X(2) VALUE ': '.
           05 SAL-IMPORTE PIC -(9)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 SAL-DETALLE PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
      * El periodo corta en la fecha de proceso del negocio, y el
      * ciclo a facturar llega por CICLO-EXTRACTO o por consola.
           MOVE 'L' TO l-fpr-accion
               l-fpr-status
           MOVE l-fpr-fecha TO FECHA-PROCESO
           MOVE FECHA-PROCESO TO fecha-numerica
           ACCEPT MODO-TEXTO FROM ENVIRONMENT 'EXTRACTO-CIERRES'
           IF MODO-CIERRES
               PERFORM ABRIR-CIERRES
               MOVE '00' TO CICLO-TEXTO
           ELSE
               MOVE 'CICLO-EXTRACTO' TO l-par-nombre
               PERFORM CONSULTAR-PARAMETRO
               MOVE l-par-valor TO CICLO-TEXTO
           END-IF
           IF CICLO-TEXTO = SPACES
               DISPLAY 'CICLO A FACTURAR (01-99): '
               ACCEPT CICLO-TEXTO

           CLOSE clientes
           CLOSE archivo-extracto
           IF MODO-CIERRES
               CLOSE cierres
               DISPLAY 'EXTRACTOS: ' CLIENTES-PROCESADOS
                   ' EXTRACTOS FINALES DE CIERRE GENERADOS EN '
                   'EXTRACTOS.OUT'
           ELSE
               DISPLAY 'EXTRACTOS: ' CLIENTES-PROCESADOS
                   ' EXTRACTOS DEL CICLO ' CICLO-PEDIDO
                   ' GENERADOS EN EXTRACTOS.OUT'
           END-IF
           IF EXTRACTOS-RETENIDOS > ZERO
               DISPLAY 'EXTRACTOS: ' EXTRACTOS-RETENIDOS
                   ' RETENIDOS POR CORREO DEVUELTO (VER RETENIDOS)'
           END-IF
           STOP RUN.

      * Solo factura el ciclo pedido; un registro anterior a la
      * periodo nuevo que facturar.
       EVALUAR-CLIENTE.
      * Los no activos (inactivo, bloqueado, fallecido) no
      * facturan: sus extractos esperan a que el estado vuelva. El
      * restringido por documento factura como cualquier activo.
      * En la corrida de cierres solo cuentan los cerrados.
           IF MODO-CIERRES
               IF CLIENTE-CERRADO
                   PERFORM EVALUAR-CIERRE
               END-IF
           ELSE
               IF NOT CLIENTE-ACTIVO AND NOT CLIENTE-RESTRINGIDO
                   CONTINUE
               ELSE
                   PERFORM EVALUAR-CICLO
               END-IF
           END-IF.

      * Sin CIERRES.DAT no hay ningun cierre que extractar.
       ABRIR-CIERRES.
           OPEN I-O cierres
           IF fs-cierres = '35'
               DISPLAY 'EXTRACTOS: SIN CIERRES.DAT, NO HAY '
                   'EXTRACTOS FINALES QUE EMITIR.'
               STOP RUN
           END-IF
           IF fs-cierres NOT = '00'
               DISPLAY 'EXTRACTOS: NO SE PUDO ABRIR CIERRES.DAT, '
                   'STATUS=' fs-cierres
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * El extracto final sale una vez por cierre completo, aunque
      * el ultimo corte sea de hoy: cubre lo que quede del periodo
      * y deja constancia de la cuenta en cero.
       EVALUAR-CIERRE.
           MOVE cliente-id-fd TO cie-cliente
           READ cierres
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CIERRE-COMPLETO AND cie-extracto = ZERO
                       PERFORM EMITIR-EXTRACTO-FINAL
                   END-IF
           END-READ.

       EMITIR-EXTRACTO-FINAL.
           IF cliente-ciclo NUMERIC
               MOVE cliente-ciclo TO CICLO-CLIENTE
           ELSE
               MOVE 1 TO CICLO-CLIENTE
           END-IF
           MOVE CICLO-CLIENTE TO CICLO-PEDIDO
           IF cliente-ult-corte NUMERIC
               MOVE cliente-ult-corte TO FECHA-DESDE
           ELSE
               MOVE ZEROS TO FECHA-DESDE
           END-IF
           PERFORM CONSULTAR-RETENIDO
           IF l-ret-status NOT = 0
               ADD 1 TO EXTRACTOS-RETENIDOS
           ELSE
               COMPUTE LINEA-DESDE-DOC = CONTADOR-LINEAS + 1
               PERFORM GENERAR-EXTRACTO
               PERFORM GRABAR-CORTE
               PERFORM REGISTRAR-EN-COLA
               PERFORM GRABAR-EXTRACTO-CIERRE
           END-IF.

      * El numero del extracto final queda en el cierre, con su
      * antes y despues en el diario de imagenes.
       GRABAR-EXTRACTO-CIERRE.
           MOVE SPACES TO IMAGEN-ANTERIOR
           MOVE registro-cierre TO IMAGEN-ANTERIOR
           MOVE NUMERO-EXTRACTO TO cie-extracto
           MOVE SPACES TO IMAGEN-POSTERIOR
           MOVE registro-cierre TO IMAGEN-POSTERIOR
           MOVE 'EXTRACTOS' TO l-jrn-programa
           MOVE 'CIERRES' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE IMAGEN-ANTERIOR TO l-jrn-antes
           MOVE IMAGEN-POSTERIOR TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'EXTRACTOS: NO SE PUDO GRABAR EL DIARIO DE '
                   'IMAGENES.'
           END-IF
           REWRITE registro-cierre
               INVALID KEY
                   DISPLAY 'EXTRACTOS: ERROR AL REGRABAR EL CIERRE '
                       'DEL CLIENTE ' cliente-id-fd
           END-REWRITE.

       EVALUAR-CICLO.
           IF cliente-ciclo NUMERIC
               MOVE cliente-ciclo TO CICLO-CLIENTE
                   MOVE ZEROS TO FECHA-DESDE
               END-IF
               IF FECHA-DESDE < FECHA-PROCESO
                   PERFORM CONSULTAR-RETENIDO
                   IF l-ret-status NOT = 0
                       ADD 1 TO EXTRACTOS-RETENIDOS
                   ELSE
                       COMPUTE LINEA-DESDE-DOC = CONTADOR-LINEAS + 1
                       PERFORM GENERAR-EXTRACTO
                       PERFORM GRABAR-CORTE
                       PERFORM REGISTRAR-EN-COLA
                   END-IF
               END-IF
           END-IF.

      * Con correo devuelto el extracto no sale; RETENIDO lo anota.
       CONSULTAR-RETENIDO.
           MOVE 'R' TO l-ret-accion
           MOVE cliente-id-fd TO l-ret-cliente
           MOVE 'EXTRACTO' TO l-ret-documento
           MOVE 'EXTRACTOS' TO l-ret-programa
           CALL 'RETENIDO' USING l-ret-accion, l-ret-cliente,
               l-ret-documento, l-ret-programa, l-ret-fecha,
               l-ret-motivo, l-ret-status
           IF l-ret-status = 9
               DISPLAY 'EXTRACTOS: NO SE PUDO ANOTAR EL EXTRACTO '
                   'RETENIDO DEL CLIENTE ' cliente-id-fd
           END-IF.

      * Lineas que EXTRACTOS.OUT ya trae de corridas anteriores: el
      * rango de cada extracto nuevo arranca detras de ellas.
       CONTAR-LINEAS-EXISTENTES.
           MOVE CONTADOR-LINEAS TO l-spl-hasta
           CALL 'ENCOLA' USING l-spl-tipo, l-spl-cliente,
               l-spl-archivo, l-spl-desde, l-spl-hasta,
               l-spl-numero, l-spl-status
           IF l-spl-status NOT = 0
               DISPLAY 'EXTRACTOS: NO SE PUDO REGISTRAR EL '
                   'DOCUMENTO EN LA COLA DE IMPRESION.'
           END-IF
           PERFORM ANOTAR-CONTACTO.

      * El extracto emitido queda en el historial de contactos del
      * cliente, con su numero y el de la cola.
       ANOTAR-CONTACTO.
           MOVE cliente-id-fd TO l-cnt-cliente
           MOVE 'EXTRACTO' TO l-cnt-tipo
           MOVE 'EXTRACTOS' TO l-cnt-programa
           MOVE NUMERO-EXTRACTO TO l-cnt-documento
           MOVE l-spl-numero TO l-cnt-cola
           CALL 'CONTACTO' USING l-cnt-cliente, l-cnt-tipo,
               l-cnt-programa, l-cnt-documento, l-cnt-cola,
               l-cnt-status
           IF l-cnt-status NOT = 0
               DISPLAY 'EXTRACTOS: NO SE PUDO ANOTAR EL EXTRACTO EN '
                   'EL HISTORIAL DE CONTACTOS.'
           END-IF.

      * Una pagina estilo carta por cliente: encabezado con numero
           MOVE ALL '=' TO LINEA-EXTRACTO
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-EXTRACTO
           IF MODO-CIERRES
               STRING 'EXTRACTO FINAL NRO ' NUMERO-EXTRACTO
                   ' - CIERRE DE CUENTA'
                   DELIMITED BY SIZE INTO LINEA-EXTRACTO
           ELSE
               STRING 'EXTRACTO NRO ' NUMERO-EXTRACTO
                   ' CICLO ' CICLO-PEDIDO
                   DELIMITED BY SIZE INTO LINEA-EXTRACTO
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO LINEA-EXTRACTO
           STRING 'PERIODO DESDE ' FECHA-DESDE
               nombre-fd ' ' apellido-fd
               DELIMITED BY SIZE INTO LINEA-EXTRACTO
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-COTITULARES
           PERFORM ESCRIBIR-BLOQUE-DOMICILIO
           PERFORM ESCRIBIR-LINEA-VACIA

           MOVE TOTAL-CLIENTE TO TOT-IMPORTE
           MOVE LINEA-TOTAL TO LINEA-EXTRACTO
           PERFORM ESCRIBIR-LINEA
           PERFORM ESCRIBIR-SALDOS
           PERFORM ESCRIBIR-LINEA-VACIA.

      * Saldo contable del maestro de clientes y disponible segun
      * DISPONIBLE, con los cheques en clearing que los separan.
       ESCRIBIR-SALDOS.
           MOVE cliente-id-fd TO l-dsp-cliente
           IF cliente-saldo NUMERIC
               MOVE cliente-saldo TO l-dsp-saldo
           ELSE
               MOVE ZERO TO l-dsp-saldo
           END-IF
           CALL 'DISPONIBLE' USING l-dsp-cliente, l-dsp-saldo,
               l-dsp-retenido, l-dsp-cheques, l-dsp-disponible,
               l-dsp-status
           MOVE SPACES TO SAL-DETALLE
           MOVE 'SALDO CONTABLE' TO SAL-TEXTO
           MOVE l-dsp-saldo TO SAL-IMPORTE
           MOVE LINEA-SALDO TO LINEA-EXTRACTO
           PERFORM ESCRIBIR-LINEA
           MOVE 'SALDO DISPONIBLE' TO SAL-TEXTO
           MOVE l-dsp-disponible TO SAL-IMPORTE
           IF l-dsp-cheques > ZERO
               STRING '(' l-dsp-cheques ' CHEQUES EN CLEARING)'
                   DELIMITED BY SIZE INTO SAL-DETALLE
           END-IF
           MOVE LINEA-SALDO TO LINEA-EXTRACTO
           PERFORM ESCRIBIR-LINEA.

      * Los cotitulares vigentes a la fecha de proceso, por la
      * clave del propio cliente (el vinculo se graba en los dos
      * sentidos). Leer sus nombres mueve la posicion del maestro
      * de clientes: al final se relee el cliente del extracto, que
      * ademas deja su registro listo para el corte.
       ESCRIBIR-COTITULARES.
           IF NOT RELACIONES-ABIERTO
               OPEN INPUT relaciones
               IF fs-relaciones = '00'
                   SET RELACIONES-ABIERTO TO TRUE
               END-IF
           END-IF
           MOVE ZERO TO COTITULARES-CARGADOS
           IF RELACIONES-ABIERTO
               MOVE cliente-id-fd TO CLIENTE-EXTRACTO
               MOVE 'N' TO FIN-RELACIONES
               MOVE cliente-id-fd TO rel-cliente
               MOVE 'COTI' TO rel-tipo
               MOVE ZEROS TO rel-relacionado
               MOVE ZEROS TO rel-prestamo
               START relaciones KEY IS NOT LESS THAN rel-clave
                   INVALID KEY
                       SET NO-HAY-MAS-RELACIONES TO TRUE
               END-START
               PERFORM UNTIL NO-HAY-MAS-RELACIONES
                   READ relaciones NEXT RECORD
                       AT END
                           SET NO-HAY-MAS-RELACIONES TO TRUE
                       NOT AT END
                           IF rel-cliente NOT = CLIENTE-EXTRACTO
                               OR NOT RELACION-COTITULAR
                               SET NO-HAY-MAS-RELACIONES TO TRUE
                           ELSE
                               PERFORM ANOTAR-COTITULAR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF COTITULARES-CARGADOS > ZERO
               PERFORM VARYING IDX-COTITULAR FROM 1 BY 1
                       UNTIL IDX-COTITULAR > COTITULARES-CARGADOS
                   MOVE COTITULAR-ID(IDX-COTITULAR) TO cliente-id-fd
                   READ clientes
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING 'COTITULAR ' cliente-id-fd ': '
                               nombre-fd ' ' apellido-fd
                               DELIMITED BY SIZE INTO LINEA-EXTRACTO
                           PERFORM ESCRIBIR-LINEA
                   END-READ
               END-PERFORM
               MOVE CLIENTE-EXTRACTO TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       DISPLAY 'EXTRACTOS: NO SE PUDO RELEER EL '
                           'CLIENTE ' CLIENTE-EXTRACTO
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
           END-IF.

       ANOTAR-COTITULAR.
           IF rel-desde <= FECHA-PROCESO
               AND (rel-hasta = ZEROS OR rel-hasta > FECHA-PROCESO)
               AND COTITULARES-CARGADOS < 10
               ADD 1 TO COTITULARES-CARGADOS
               MOVE rel-relacionado
                   TO COTITULAR-ID(COTITULARES-CARGADOS)
           END-IF.

      * El bloque de direccion sale del maestro de domicilios; un
      * cliente sin domicilio cargado sale igual, el embolsador lo
      * resuelve como hasta ahora.
                       'DEL CLIENTE ' cliente-id-fd
           END-REWRITE.

      * Las transacciones del cliente en curso, solo dentro del
      * periodo a facturar: el maestro se posiciona por la ruta
      * cliente+fecha en el comienzo del periodo y se lee hasta que
      * cambia el cliente o se pasa la fecha de proceso, sin barrer
      * el maestro entero por cada extracto.
       LISTAR-MOVIMIENTOS.
           MOVE 'N' TO FIN-MAESTRO
           OPEN INPUT archivo-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE cliente-id-fd TO maestro-ruta-cli
           MOVE FECHA-DESDE TO maestro-ruta-fecha
           START archivo-maestro
               KEY IS NOT LESS THAN maestro-ruta-cliente
               INVALID KEY
                   SET NO-HAY-MAS-MAESTRO TO TRUE
           END-START
                   AT END
                       SET NO-HAY-MAS-MAESTRO TO TRUE
                   NOT AT END
                       IF maestro-ruta-cli NOT = cliente-id-fd
                           OR maestro-ruta-fecha > FECHA-PROCESO
                           SET NO-HAY-MAS-MAESTRO TO TRUE
                       ELSE
                           IF maestro-fecha > FECHA-DESDE
                               PERFORM LISTAR-UN-MOVIMIENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE maestro-fecha TO MOV-FECHA
           MOVE maestro-importe TO MOV-IMPORTE
           MOVE maestro-descripcion TO MOV-DESCRIPCION
      * Una pata de transferencia entre clientes sale en palabras,
      * con el cliente del que vino o al que fue la plata, en lugar
      * de la descripcion codificada del posteo.
           IF maestro-descripcion(1:9) = 'TRANSF A '
               MOVE SPACES TO MOV-DESCRIPCION
               STRING 'TRANSFERENCIA A CLIENTE '
                   maestro-descripcion(10:6)
                   DELIMITED BY SIZE INTO MOV-DESCRIPCION
           END-IF
           IF maestro-descripcion(1:10) = 'TRANSF DE '
               MOVE SPACES TO MOV-DESCRIPCION
               STRING 'TRANSFERENCIA DE CLIENTE '
                   maestro-descripcion(11:6)
                   DELIMITED BY SIZE INTO MOV-DESCRIPCION
           END-IF
           MOVE LINEA-MOVIMIENTO TO LINEA-EXTRACTO
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA-VACIA.
           MOVE SPACES TO LINEA-EXTRACTO
           PERFORM ESCRIBIR-LINEA.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'EXTRACTOS' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'EXTRACTOS' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CIERRES.DAT' TO l-sel-archivo
           MOVE version-cierres TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'RELACIONES.DAT' TO l-sel-archivo
           MOVE version-relaciones TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
