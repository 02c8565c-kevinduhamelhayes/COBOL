      * Registro de pagos de prestamo PAGOPRE.DAT: cada transaccion
      * posteada que es un pago de prestamo (categoria PRES, o una
      * referencia PRESTAMO nnnnn en la descripcion que no sea la
      * cuota levantada por la corrida de cuotas) queda aca con la
      * clave del posteo, para que la aplicacion nocturna la cobre
      * contra las cuotas del prestamo sin pasar por MANT-PRESTAMO.
      *   ppr-prestamo: el de la referencia, o cero si el pago no la
      *                 trae (se busca el prestamo vigente del
      *                 cliente);
      *   ppr-estado:   P = pendiente de aplicar, A = aplicado,
      *                 X = excepcion (no se pudo ligar a un prestamo
      *                 o sobro plata; va al listado de excepciones).
       01  registro-pago-prestamo.
           05  ppr-clave       PIC 9(7).
           05  FILLER          PIC X.
           05  ppr-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  ppr-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  ppr-importe     PIC S9(7)V99.
           05  FILLER          PIC X.
           05  ppr-prestamo    PIC 9(5).
           05  FILLER          PIC X.
           05  ppr-estado      PIC X.
           05  FILLER          PIC X.
           05  ppr-descripcion PIC X(33).
