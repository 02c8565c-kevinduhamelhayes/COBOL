      * Layout comun del plan de cuentas PLANCTAS.DAT: una linea por
      * categoria de transaccion y lado (D = debe, C = haber) con la
      * cuenta contable a la que se asienta. Es el unico mapeo de
      * categoria a cuenta del shop: el extracto contable nocturno,
      * la rentabilidad por cliente y el presupuesto contra real lo
      * leen con este mismo registro, para que las cifras de todos
      * coincidan con lo que contabilidad importo.
       01  registro-plan.
           05  pla-categoria   PIC X(4).
           05  FILLER          PIC X.
           05  pla-lado        PIC X.
           05  FILLER          PIC X.
           05  pla-cuenta      PIC X(8).
