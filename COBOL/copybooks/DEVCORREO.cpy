      * Layout comun del registro de correo devuelto DEVCORREO.DAT
      * (indexado por dev-cliente, el mismo ID de DOMICILIOS.DAT):
      * cuando el correo vuelve porque el domicilio cargado ya no
      * sirve, aca queda la marca contra ese domicilio con la fecha
      * y el motivo. Mientras exista, extractos, cartas, recibos y
      * el envio a la casa de correo retienen lo del cliente y lo
      * listan para que la sucursal consiga el domicilio nuevo. La
      * marca la graba y la levanta MANT-DOMICILIO: se borra sola
      * al cargar un domicilio distinto.
       01  registro-devolucion.
           05  dev-cliente     PIC 9(06).
      * Fecha en que volvio el correo (AAAAMMDD) y por que.
           05  dev-fecha       PIC 9(08).
           05  dev-motivo      PIC X(30).
           05  dev-operador    PIC X(08).
      * Domicilio contra el que se devolvio, tal como estaba.
           05  dev-calle       PIC X(30).
           05  dev-codpostal   PIC X(08).
           05  FILLER          PIC X(10).
