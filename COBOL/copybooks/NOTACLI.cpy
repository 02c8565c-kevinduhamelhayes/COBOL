      * Layout comun de las notas de clientes NOTAS.DAT (indexado
      * por cliente, fecha y secuencia del dia): el contexto que
      * antes vivia en el cuaderno de la sucursal ("es hipoacusico,
      * llamar a la hija", "disputa los cargos desde marzo") y se
      * perdia con cada rotacion. Cada nota lleva el operador y el
      * programa desde donde se cargo, una categoria, una prioridad
      * y un vencimiento optativo. Lo graba y lo muestra el modulo
      * NOTASCLI.
       01  registro-nota.
           05  not-clave.
               10  not-cliente     PIC 9(06).
               10  not-fecha       PIC 9(08).
               10  not-secuencia   PIC 9(04).
      * ATEN = atencion al cliente, RECL = reclamo, COBR =
      * cobranza, INST = instruccion del supervisor, GRAL = general.
           05  not-categoria   PIC X(04).
               88  NOTA-CATEGORIA-VALIDA VALUE 'ATEN' 'RECL' 'COBR'
                                              'INST' 'GRAL'.
      * A = alta (sale como aviso apenas se trae al cliente a
      * pantalla), N = normal (solo en el listado).
           05  not-prioridad   PIC X(01).
               88  NOTA-ALTA-PRIORIDAD VALUE 'A'.
               88  NOTA-PRIORIDAD-NORMAL VALUE 'N'.
      * Vencimiento AAAAMMDD; ceros = no vence. Vencida, la nota
      * sigue en el listado pero ya no da aviso.
           05  not-vencimiento PIC 9(08).
           05  not-operador    PIC X(08).
           05  not-programa    PIC X(12).
           05  not-texto       PIC X(60).
           05  FILLER          PIC X(09).
