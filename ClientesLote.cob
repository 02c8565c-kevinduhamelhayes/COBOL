      * que VERIFICAR-DUPLICADO en PIDE-NOMBRE, para que el camino
      * batch no pueda crear los duplicados que el alta por consola
      * ya evita, y toman su ID de NEXTID.DAT igual que el alta.
      * Como en el alta por consola, el nombre nuevo pasa por la
      * criba de la lista de vigilancia (CRIBANOM) y una posible
      * coincidencia se graba bloqueada con su revision pendiente.
      * El movimiento no trae documento de identidad: el alta por
      * lote nace restringida (R) hasta que se cargue uno por
      * MANT-DOCUMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  FILLER          PIC X(16).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01 fs-movimientos PIC XX VALUE '00'.
       01 fs-clientes PIC XX VALUE '00'.
       01 fs-siguiente-id PIC XX VALUE '00'.
       01 EDAD-DERIVADA PIC 9(3).
       01 FECNAC-VALIDA PIC X VALUE 'N'.
           88 FECNAC-OK VALUE 'S'.
       01 CRIBA-RESULTADO PIC X VALUE 'N'.
           88 COINCIDE-CON-LISTA VALUE 'S'.
       01 SIN-LISTA-AVISADO PIC X VALUE 'N'.
           88 YA-AVISO-SIN-LISTA VALUE 'S'.
           COPY CRIPARM.
           COPY JRNPARM.
           COPY VALPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           OPEN INPUT movimientos
           IF fs-movimientos NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR CLIMOVS.DAT, STATUS='
           IF fs-clientes = '35'
               OPEN OUTPUT clientes
               CLOSE clientes
               MOVE 'CLIENTES.DAT' TO l-sel-archivo
               MOVE version-clientes TO l-sel-version
               PERFORM ESTAMPAR-LAYOUT
               OPEN I-O clientes
           END-IF
           IF fs-clientes NOT = '00'

       APLICAR-MOVIMIENTO.
           MOVE SPACES TO MOTIVO-RECHAZO
           MOVE 'N' TO CRIBA-RESULTADO
           EVALUATE TRUE
               WHEN MOV-ALTA
                   PERFORM APLICAR-ALTA
                   MOVE ZEROS TO cliente-ult-mov
                   PERFORM APLICAR-FECNAC
                   PERFORM APLICAR-ESTADO
                   IF CLIENTE-ACTIVO OR CLIENTE-INACTIVO
                       MOVE 'R' TO cliente-estado
                   END-IF
                   PERFORM CRIBAR-ALTA
                   WRITE registro-cliente
                       INVALID KEY
                           MOVE 'ERROR AL GRABAR EL ALTA'
                               TO MOTIVO-RECHAZO
                   END-WRITE
                   IF MOTIVO-RECHAZO = SPACES
                       AND COINCIDE-CON-LISTA
                       PERFORM REGISTRAR-REVISION-LISTA
                   END-IF
                   IF MOTIVO-RECHAZO = SPACES
                       AND mov-calle NOT = SPACES
                       PERFORM GRABAR-DOMICILIO-LOTE
           IF mov-estado NOT = SPACES
               IF mov-estado = 'A' OR mov-estado = 'I'
                   OR mov-estado = 'B' OR mov-estado = 'F'
                   PERFORM VERIFICAR-REVISION-PENDIENTE
                   IF l-cri-status = 1
                       DISPLAY 'EL CLIENTE ' mov-cliente-id
                           ' TIENE UNA REVISION DE LISTA DE '
                           'VIGILANCIA PENDIENTE, SIGUE BLOQUEADO.'
                   ELSE
      * La restriccion por documento se levanta cargando un
      * documento vigente, no con un cambio de estado.
                       IF CLIENTE-RESTRINGIDO
                           AND (mov-estado = 'A' OR mov-estado = 'I')
                           DISPLAY 'EL CLIENTE ' mov-cliente-id
                               ' ESTA RESTRINGIDO POR DOCUMENTO, '
                               'SIGUE RESTRINGIDO.'
                       ELSE
                           MOVE mov-estado TO cliente-estado
                       END-IF
                   END-IF
               ELSE
                   DISPLAY 'ESTADO NO RECONOCIDO EN EL MOVIMIENTO '
                       'DEL CLIENTE ' mov-cliente-id ', SE IGNORA.'
               END-IF
           END-IF.

      * Un bloqueado con una revision de la lista de vigilancia
      * pendiente no se desbloquea por lote: solo el supervisor que
      * resuelve la revision lo libera.
       VERIFICAR-REVISION-PENDIENTE.
           MOVE 0 TO l-cri-status
           IF CLIENTE-BLOQUEADO AND mov-estado NOT = 'B'
               AND NOT MOV-ALTA
               MOVE 'P' TO l-cri-accion
               MOVE cliente-id-fd TO l-cri-cliente
               CALL 'CRIBANOM' USING l-cri-accion, l-cri-nombre,
                   l-cri-apellido, l-cri-cliente, l-cri-origen,
                   l-cri-estado-previo, l-cri-codigo-lista,
                   l-cri-nombre-lista, l-cri-status
           END-IF.

      * Mismo control que el alta por consola: el nombre nuevo pasa
      * por la criba de la lista de vigilancia y, si coincide, el
      * cliente se graba bloqueado con su revision pendiente.
       CRIBAR-ALTA.
           MOVE 'C' TO l-cri-accion
           MOVE mov-nombre TO l-cri-nombre
           MOVE mov-apellido TO l-cri-apellido
           CALL 'CRIBANOM' USING l-cri-accion, l-cri-nombre,
               l-cri-apellido, l-cri-cliente, l-cri-origen,
               l-cri-estado-previo, l-cri-codigo-lista,
               l-cri-nombre-lista, l-cri-status
           EVALUATE l-cri-status
               WHEN 1
                   SET COINCIDE-CON-LISTA TO TRUE
                   MOVE cliente-estado TO l-cri-estado-previo
                   MOVE 'B' TO cliente-estado
               WHEN 2
                   IF NOT YA-AVISO-SIN-LISTA
                       DISPLAY 'AVISO: NO HAY LISTA DE VIGILANCIA '
                           'CARGADA, LAS ALTAS NO SE CRIBAN.'
                       SET YA-AVISO-SIN-LISTA TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REGISTRAR-REVISION-LISTA.
           MOVE 'R' TO l-cri-accion
           MOVE CLIENTE-ID TO l-cri-cliente
           MOVE 'L' TO l-cri-origen
           CALL 'CRIBANOM' USING l-cri-accion, l-cri-nombre,
               l-cri-apellido, l-cri-cliente, l-cri-origen,
               l-cri-estado-previo, l-cri-codigo-lista,
               l-cri-nombre-lista, l-cri-status
           IF l-cri-status = 9
               DISPLAY 'NO SE PUDO GRABAR LA REVISION DE LISTA DEL '
                   'CLIENTE ' CLIENTE-ID ' EN REVLISTA.DAT.'
           END-IF.

      * Misma regla de duplicados que VERIFICAR-DUPLICADO en
      * PIDE-NOMBRE: se recorre el maestro completo buscando otro
      * cliente con el mismo nombre y apellido del alta.
           MOVE 'APLICADO  ' TO DET-RESULTADO
           PERFORM ARMAR-DETALLE
           MOVE SPACES TO DET-MOTIVO
           IF COINCIDE-CON-LISTA
               MOVE 'BLOQUEADO: COINCIDE CON LISTA VIGILANCIA'
                   TO DET-MOTIVO
           END-IF
           MOVE LINEA-DETALLE TO linea-resultado
           WRITE linea-resultado.

               ' RECHAZADOS=' MOVIMIENTOS-RECHAZADOS
               DELIMITED BY SIZE INTO linea-resultado
           WRITE linea-resultado.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'LOTE-CLIENTES' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO.

      * El que crea un maestro lo estampa con la version con que
      * fue compilado; la fecha de reorganizacion no se toca.
       ESTAMPAR-LAYOUT.
           MOVE 'E' TO l-sel-accion
           MOVE ZERO TO l-sel-fecha
           PERFORM LLAMAR-SELLO
           IF l-sel-status NOT = 0
               DISPLAY l-sel-mensaje
           END-IF
           MOVE 'V' TO l-sel-accion.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
