      * Registro de auditoria de los cambios de sucursal de
      * radicacion de un cliente (TRASPASOS.DAT, secuencial de
      * lineas, solo se agrega): quien, cuando, que cliente, de que
      * sucursal a cual y por que via. C = traspaso de un cliente,
      * S = traspaso de la cartera entera de una sucursal (cierre),
      * R = radicacion por defecto en la sucursal de la primera
      * transaccion de un cliente que no la tenia (anterior 000).
       01  registro-traspaso.
           05  trp-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  trp-hora        PIC 9(6).
           05  FILLER          PIC X.
           05  trp-operador    PIC X(8).
           05  FILLER          PIC X.
           05  trp-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  trp-anterior    PIC 9(3).
           05  FILLER          PIC X.
           05  trp-nueva       PIC 9(3).
           05  FILLER          PIC X.
           05  trp-tipo        PIC X.
               88  TRASPASO-CLIENTE   VALUE 'C'.
               88  TRASPASO-SUCURSAL  VALUE 'S'.
               88  TRASPASO-RADICACION VALUE 'R'.
           05  FILLER          PIC X.
           05  trp-motivo      PIC X(30).
