      * binario lanzado por fuera del menu tambien rechaza a un
      * OPERADOR-ID sin el nivel que la funcion exige. Se llama con
      * los parametros de NIVPARM y retorna al llamador.
      * Un ID suspendido, o fuera de su vigencia (oper-desde /
      * oper-hasta contra la fecha de proceso), no pasa aunque el
      * nivel le alcance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  archivo-operadores.
           COPY OPERADOR.

       WORKING-STORAGE SECTION.
       01  fs-operadores   PIC XX VALUE '00'.
       01  operador-hallado PIC X VALUE 'N'.
           88  OPERADOR-OK   VALUE 'S'.
       01  nivel-operador  PIC 9 VALUE ZERO.
       01  estado-operador PIC X VALUE SPACE.
       01  desde-operador  PIC 9(8) VALUE ZERO.
       01  hasta-operador  PIC 9(8) VALUE ZERO.
           COPY FPRPARM.

       LINKAGE SECTION.
           COPY NIVPARM.
      * el shop se endurece sin dejar a nadie afuera de golpe.
                                   MOVE 1 TO nivel-operador
                               END-IF
                               MOVE oper-estado TO estado-operador
      * Sin fecha de vigencia (layout viejo o en blanco) no hay
      * limite de ese lado.
                               IF oper-desde NUMERIC
                                   MOVE oper-desde TO desde-operador
                               ELSE
                                   MOVE ZEROS TO desde-operador
                               END-IF
                               IF oper-hasta NUMERIC
                                   AND oper-hasta NOT = ZEROS
                                   MOVE oper-hasta TO hasta-operador
                               ELSE
                                   MOVE 99999999 TO hasta-operador
                               END-IF
                               SET no-hay-mas-operadores TO TRUE
                           END-IF
                   END-READ
                   IF nivel-operador < l-niv-requerido
                       MOVE 1 TO l-niv-status
                   END-IF
                   PERFORM CONTROLAR-VIGENCIA
               END-IF
           END-IF
           EXIT PROGRAM.

      * La suspension y la vigencia pesan mas que el nivel: el
      * llamador tiene que saber que el ID no puede operar en
      * absoluto, no solo que no le alcanza el nivel.
       CONTROLAR-VIGENCIA.
           IF estado-operador = 'S'
               MOVE 4 TO l-niv-status
           ELSE
               IF desde-operador NOT = ZEROS
                   OR hasta-operador NOT = 99999999
                   MOVE 'L' TO l-fpr-accion
                   CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
                       l-fpr-status
                   IF l-fpr-fecha < desde-operador
                       OR l-fpr-fecha > hasta-operador
                       MOVE 5 TO l-niv-status
                   END-IF
               END-IF
           END-IF.
       END PROGRAM NIVELOPER.
