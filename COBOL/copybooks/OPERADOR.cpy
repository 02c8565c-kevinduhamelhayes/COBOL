      * Layout del maestro de operadores OPERADORES.DAT (secuencial
      * de lineas, uno por operador). Los registros del layout viejo
      * terminan en el nombre: sin estado ni fechas valen como
      * operador activo y sin limite de vigencia, y sin nivel como
      * nivel 1. oper-desde y oper-hasta (AAAAMMDD) acotan la
      * vigencia del ID contra la fecha de proceso: el personal
      * temporario deja de entrar solo al vencer, sin que nadie
      * tenga que acordarse de darlo de baja. En blanco, sin limite.
       01  registro-operador.
           05  oper-id      PIC X(8).
           05  FILLER       PIC X.
           05  oper-nivel   PIC 9.
           05  FILLER       PIC X.
           05  oper-nombre  PIC X(30).
           05  FILLER       PIC X.
           05  oper-estado  PIC X.
               88  OPERADOR-SUSPENDIDO VALUE 'S'.
           05  FILLER       PIC X.
           05  oper-desde   PIC 9(8).
           05  FILLER       PIC X.
           05  oper-hasta   PIC 9(8).
