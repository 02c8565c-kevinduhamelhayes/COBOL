
       WORKING-STORAGE SECTION.
           COPY FPRPARM.
           COPY VENPARM.
       01  modo-ventana       PIC X VALUE 'N'.
           88  solo-consulta   VALUE 'S'.
       01  fs-alertas         PIC XX VALUE '00'.
       01  fs-atenciones      PIC XX VALUE '00'.
       01  fin-alertas        PIC X VALUE 'N'.
           MOVE l-fpr-fecha TO fecha-proceso
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           PERFORM CONTROLAR-VENTANA

           PERFORM UNTIL SESION-TERMINADA
               PERFORM CARGAR-ATENCIONES
                   DISPLAY 'Accion (A=Atender una S=Salir): '
                   ACCEPT accion
                   EVALUATE TRUE
                       WHEN solo-consulta AND ACCION-ATENDER
                           PERFORM RECHAZAR-ACTUALIZACION
                       WHEN ACCION-ATENDER
                           PERFORM ATENDER-UNA
                       WHEN OTHER
           END-PERFORM
           STOP RUN.

      * Mientras la cadena nocturna corre o la ventana batch esta
      * abierta (VENTANA) las alertas solo se listan: la cadena
      * lee ALERTACK.DAT para el veredicto de la noche y una
      * atencion grabada en el medio no tiene que entrar a medias.
      * Con FORZAR-VENTANA=S un supervisor atiende igual y el
      * forzado queda en VENTANA.LOG.
       CONTROLAR-VENTANA.
           MOVE 'ATIENDE-ALERTA' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'ATIENDE-ALERTA: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               SET solo-consulta TO TRUE
           END-IF.

       RECHAZAR-ACTUALIZACION.
           DISPLAY 'ATIENDE-ALERTA: ACCION NO DISPONIBLE, SOLO '
               'CONSULTA HASTA QUE CIERRE LA VENTANA BATCH.'.

       CARGAR-ATENCIONES.
           MOVE ZERO TO atenciones-cargadas
           MOVE 'N' TO fin-atenciones
