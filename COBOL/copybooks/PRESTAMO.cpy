      * mantenimiento y la corrida nocturna de cuotas, para que
      * ambos describan el mismo registro de la misma manera.
      * Estado: V = vigente, C = cancelado (todas las cuotas
      * cobradas), K = castigado junto con el cliente (las cuotas
      * impagas quedan en K y no se levantan mas).
       01  registro-prestamo.
           05  pre-numero      PIC 9(05).
           05  pre-cliente     PIC 9(06).
           05  pre-estado      PIC X(01).
               88  PRESTAMO-VIGENTE   VALUE 'V'.
               88  PRESTAMO-CANCELADO VALUE 'C'.
               88  PRESTAMO-CASTIGADO VALUE 'K'.
