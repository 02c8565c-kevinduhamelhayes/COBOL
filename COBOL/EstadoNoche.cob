       FD  archivo-aprobaciones.
       01  registro-aprobacion.
           05  apr-estado      PIC X.
           05  FILLER          PIC X(277).
       FD  archivo-atenciones.
       01  registro-atencion.
           05  ack-fecha       PIC 9(8).
