      * Linea del registro de documentos retenidos CORREORET.DAT:
      * cada extracto, carta o comprobante que no se imprimio porque
      * el domicilio del cliente tiene correo devuelto. Lo graba
      * RETENIDO y lo resume el listado de correo retenido.
       01  registro-retenido.
           05  rtn-fecha       PIC 9(08).
           05  FILLER          PIC X(01).
           05  rtn-cliente     PIC 9(06).
           05  FILLER          PIC X(01).
           05  rtn-documento   PIC X(08).
           05  FILLER          PIC X(01).
           05  rtn-programa    PIC X(12).
