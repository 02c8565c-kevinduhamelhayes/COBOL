      * Layout de la linea de pedido de cobro por debito directo que
      * manda cada empresa facturadora en su archivo
      * COBROS.<empresa>.TXT: su propio numero de pedido, la
      * referencia del cliente en la empresa (la del mandato), el
      * importe a debitar, el vencimiento de la factura y un
      * concepto libre.
       01  registro-cobro.
           05  cob-pedido          PIC X(10).
           05  FILLER              PIC X(01).
           05  cob-referencia      PIC X(20).
           05  FILLER              PIC X(01).
           05  cob-importe         PIC 9(07)V99.
           05  FILLER              PIC X(01).
           05  cob-vencimiento     PIC 9(08).
           05  FILLER              PIC X(01).
           05  cob-concepto        PIC X(20).
