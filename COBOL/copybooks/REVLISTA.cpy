      * Layout comun del archivo de revisiones de la lista de
      * vigilancia REVLISTA.DAT (indexado por cliente), compartido por
      * el modulo de criba que las registra y el banco de trabajo del
      * supervisor que las resuelve. Una revision pendiente mantiene
      * bloqueado al cliente: solo un supervisor la cierra.
       01  registro-revision.
           05  rev-cliente     PIC 9(06).
           05  rev-fecha-alta  PIC 9(08).
      * Quien encontro la coincidencia: A = alta por consola,
      * L = lote de clientes, N = barrido nocturno de lista nueva.
           05  rev-origen      PIC X(01).
      * Entrada de la lista con la que coincidio el nombre.
           05  rev-codigo-lista PIC X(10).
           05  rev-nombre-lista PIC X(60).
      * P = pendiente (cliente bloqueado), D = descartada por el
      * supervisor (no es la persona de la lista; el cliente vuelve
      * al estado que tenia), C = confirmada (sigue bloqueado).
           05  rev-estado      PIC X(01).
               88  REVISION-PENDIENTE  VALUE 'P'.
               88  REVISION-DESCARTADA VALUE 'D'.
               88  REVISION-CONFIRMADA VALUE 'C'.
           05  rev-supervisor  PIC X(08).
           05  rev-fecha-cierre PIC 9(08).
      * Estado del cliente antes del bloqueo, para devolverlo si la
      * coincidencia se descarta.
           05  rev-estado-previo PIC X(01).
           05  FILLER          PIC X(17).
