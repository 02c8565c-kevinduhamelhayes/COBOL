               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-sucursales.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.

       DATA DIVISION.
       FILE SECTION.
       FD  sucursales.
           COPY SUCURSAL.
       FD  clientes.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  SOLO-CONSULTA   VALUE 'S'.
       01 fs-sucursales PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 FIN-CLIENTES PIC X VALUE 'N'.
           88 NO-HAY-MAS-CLIENTES VALUE 'S'.
       01 CLIENTES-RADICADOS PIC 9(6) VALUE ZERO.
       01 CODIGO-BUSCADO PIC 9(3).
       01 ACCION PIC X VALUE SPACE.
           88 ACCION-ALTA VALUE 'A' 'a'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           PERFORM ABRIR-SUCURSALES
           PERFORM CONTROLAR-VENTANA
           PERFORM UNTIL SESION-TERMINADA
               MOVE SPACE TO ACCION
               PERFORM UNTIL ACCION-ALTA OR ACCION-MODIFICAR
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN SOLO-CONSULTA AND (ACCION-ALTA OR
                           ACCION-MODIFICAR OR ACCION-BAJA)
                       PERFORM RECHAZAR-ACTUALIZACION
                   WHEN ACCION-ALTA
                       PERFORM ALTA-SUCURSAL
                   WHEN ACCION-MODIFICAR
           CLOSE sucursales
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) el mantenimiento queda en solo consulta:
      * las acciones que actualizan se rechazan y las de consulta
      * siguen andando. Con FORZAR-VENTANA=S un supervisor actualiza
      * igual y el forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'MANT-SUCURSAL' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MANT-SUCURSAL: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET SOLO-CONSULTA TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'MANT-SUCURSAL: ACCION NO DISPONIBLE, SOLO CONSULTA '
               'HASTA QUE CIERRE LA VENTANA BATCH.'.

      * El maestro se abre I-O; si todavia no existe (status 35) se
      * crea vacio y se reabre, igual que el directorio de empresas.
       ABRIR-SUCURSALES.
                       IF fs-sucursales = '00'
                           DISPLAY 'SUCURSAL ' CODIGO-BUSCADO
                               ' DADA DE BAJA (INACTIVA).'
                           PERFORM AVISAR-CARTERA
                       END-IF
                   ELSE
                       DISPLAY 'BAJA CANCELADA, NO SE TOCO NADA.'
                   END-IF
           END-READ.

      * La baja no mueve a nadie: los clientes radicados en la
      * sucursal siguen ahi hasta que se traspase la cartera
      * (TRASPASO), y aca se avisa cuantos son.
       AVISAR-CARTERA.
           MOVE ZERO TO CLIENTES-RADICADOS
           OPEN INPUT clientes
           IF fs-clientes = '00'
               MOVE 'N' TO FIN-CLIENTES
               PERFORM UNTIL NO-HAY-MAS-CLIENTES
                   READ clientes NEXT RECORD
                       AT END
                           SET NO-HAY-MAS-CLIENTES TO TRUE
                       NOT AT END
                           IF cliente-sucursal NUMERIC
                               AND cliente-sucursal = CODIGO-BUSCADO
                               ADD 1 TO CLIENTES-RADICADOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE clientes
           END-IF
           IF CLIENTES-RADICADOS > ZERO
               DISPLAY 'LA SUCURSAL TIENE ' CLIENTES-RADICADOS
                   ' CLIENTES RADICADOS: TRASPASAR SU CARTERA A '
                   'OTRA SUCURSAL (TRASPASO).'
           END-IF.

       LISTAR-DIRECTORIO.
           MOVE ZERO TO SUCURSALES-LISTADAS
           MOVE 'N' TO FIN-SUCURSALES
           END-PERFORM
           DISPLAY 'SUCURSALES EN EL MAESTRO: '
               SUCURSALES-LISTADAS.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'MANT-SUCURSAL' TO l-sel-programa
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
