      * RECIBOS.DAT; al arrancar, el programa controla que la
      * numeracion del registro no tenga huecos, y un hueco queda
      * avisado en ALERTAS.DAT: un recibo que falta es en si mismo
      * un hallazgo de auditoria. Al cliente con correo devuelto
      * no se le emite: el comprobante queda retenido (anotado por
      * RETENIDO para el listado de correo retenido) sin tomar
      * numero, asi la numeracion no queda con huecos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
       01  registro-siguiente PIC 9(6).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY LETPARM.
           COPY ABNPARM.
           COPY RETPARM.
           COPY CNTPARM.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-sucursales      PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
               INVALID KEY
                   DISPLAY 'No existe la clave ' clave-pedida
               NOT INVALID KEY
                   PERFORM CONSULTAR-RETENIDO
                   IF l-ret-status NOT = 0
                       DISPLAY 'El cliente ' maestro-cliente
                           ' tiene correo devuelto desde '
                           l-ret-fecha ' (' l-ret-motivo ')'
                       DISPLAY 'Comprobante retenido hasta que se '
                           'cargue el domicilio nuevo.'
                   ELSE
                       PERFORM ARMAR-Y-ESCRIBIR
                   END-IF
           END-READ.

       CONSULTAR-RETENIDO.
           MOVE 0 TO l-ret-status
           IF maestro-cliente NUMERIC
               AND maestro-cliente NOT = ZEROS
               MOVE 'R' TO l-ret-accion
               MOVE maestro-cliente TO l-ret-cliente
               MOVE 'RECIBO' TO l-ret-documento
               MOVE 'RECIBOS' TO l-ret-programa
               CALL 'RETENIDO' USING l-ret-accion, l-ret-cliente,
                   l-ret-documento, l-ret-programa, l-ret-fecha,
                   l-ret-motivo, l-ret-status
           END-IF.

       ARMAR-Y-ESCRIBIR.
           PERFORM OBTENER-NUMERO
           PERFORM BUSCAR-NOMBRE-CLIENTE
           CLOSE archivo-recibos

           PERFORM ASENTAR-RECIBO
           PERFORM ANOTAR-CONTACTO
           ADD 1 TO recibos-emitidos
           DISPLAY 'Recibo ' numero-recibo ' emitido en '
               'RECIBOS.OUT.'.
               CLOSE sucursales-maestro
           END-IF.

      * El comprobante queda en el historial de contactos del
      * cliente con su numero; no pasa por la cola de impresion.
       ANOTAR-CONTACTO.
           IF maestro-cliente NUMERIC
               AND maestro-cliente NOT = ZEROS
               MOVE maestro-cliente TO l-cnt-cliente
               MOVE 'RECIBO' TO l-cnt-tipo
               MOVE 'RECIBOS' TO l-cnt-programa
               MOVE numero-recibo TO l-cnt-documento
               MOVE ZEROS TO l-cnt-cola
               CALL 'CONTACTO' USING l-cnt-cliente, l-cnt-tipo,
                   l-cnt-programa, l-cnt-documento, l-cnt-cola,
                   l-cnt-status
               IF l-cnt-status NOT = 0
                   DISPLAY 'EMITE-RECIBO: no se pudo anotar el '
                       'recibo en el historial de contactos.'
               END-IF
           END-IF.

       ASENTAR-RECIBO.
           OPEN EXTEND registro-recibos
           IF fs-registro = '05' OR fs-registro = '35'
           MOVE ws-operador TO rec-operador
           WRITE registro-emitido
           CLOSE registro-recibos.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'EMITE-RECIBO' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
