           88  no-hay-mas-pasos-ok VALUE 'S'.
       01  ws-forzar           PIC X VALUE SPACE.
           88  CORRIDA-FORZADA  VALUE 'S' 's'.
      * Dimensionada como la tabla del plan (60 pasos): un
      * rearranque nunca puede descartar marcas de pasos ya
      * corridos sin avisar, porque eso significa re-postear.
       01  tabla-pasos-ok.
           05  paso-completado PIC 9(3) OCCURS 60 TIMES.
       01  pasos-ok-cargados   PIC 9(2) VALUE ZERO.
       01  idx-paso-ok         PIC 9(2).
       01  paso-saltear        PIC X VALUE 'N'.
       01  hay-plan            PIC X VALUE 'N'.
           88  PLAN-PRESENTE    VALUE 'S'.
       01  tabla-plan.
           05  entrada-plan OCCURS 60 TIMES.
               10  entrada-paso    PIC 9(3).
               10  entrada-accion  PIC X.
               10  entrada-frec    PIC X(5).
       01  ventana-avisada    PIC X VALUE 'N'.
           88  VENTANA-YA-AVISADA VALUE 'S'.
       01  tabla-esperados.
           05  esperado-e OCCURS 80 TIMES.
               10  esp-paso       PIC 9(3).
               10  esp-veces      PIC 9(5).
               10  esp-total      PIC 9(9).
                               SET no-hay-mas-pasos-ok TO TRUE
                           NOT AT END
                               IF pok-fecha = ws-fecha-corrida
                                   IF pasos-ok-cargados < 60
                                       ADD 1 TO pasos-ok-cargados
                                       MOVE pok-paso
                                           TO paso-completado(
                                           pasos-ok-cargados)
                                   ELSE
                                       DISPLAY 'DAILYRUN: mas de '
                                           '60 pasos marcados hoy,'
                                           ' la marca del paso '
                                           pok-paso ' se descarta '
                                           'y ese paso va a '
               END-IF
           END-PERFORM
           IF NOT FILA-ESP-OK
               IF esperados-cargados < 80
                   ADD 1 TO esperados-cargados
                   MOVE hist-paso
                       TO esp-paso(esperados-cargados)
                       AT END
                           SET no-hay-mas-plan TO TRUE
                       NOT AT END
                           IF entradas-plan < 60
                               ADD 1 TO entradas-plan
                               MOVE plan-paso
                                   TO entrada-paso(entradas-plan)
                               END-IF
                           ELSE
                               DISPLAY 'DAILYRUN: JOBPLAN.DAT tiene '
                                   'mas de 60 pasos, se ignora el '
                                   'resto.'
                               SET no-hay-mas-plan TO TRUE
                           END-IF
