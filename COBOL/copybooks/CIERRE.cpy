      * Layout comun del registro de cierres de cuenta CIERRES.DAT
      * (indexado por cie-cliente), compartido por la pantalla de
      * cierre, el paso nocturno que completa los cierres cuando
      * el saldo llega a cero y la corrida de extractos que emite el
      * extracto final, para que todos describan el mismo registro
      * de la misma manera.
       01  registro-cierre.
           05  cie-cliente         PIC 9(06).
      * Estado: P = pedido (la liquidacion salio al merge, se
      * espera el saldo cero), C = cerrada.
           05  cie-estado          PIC X(01).
               88  CIERRE-PEDIDO       VALUE 'P'.
               88  CIERRE-COMPLETO     VALUE 'C'.
      * Quien pidio el cierre, cuando y con que saldo.
           05  cie-fecha-pedido    PIC 9(08).
           05  cie-operador        PIC X(08).
           05  cie-saldo-pedido    PIC S9(09)V99.
      * La liquidacion final que salio al merge: interes hasta el
      * dia, cargo de cierre del tarifario y pago del saldo. Una
      * liquidacion complementaria suma su pago al anterior.
           05  cie-interes         PIC S9(09)V99.
           05  cie-cargo           PIC S9(09)V99.
           05  cie-pago            PIC S9(09)V99.
      * Fecha en que el saldo llego a cero y el cliente paso a
      * cerrado, y el numero del extracto final (cero mientras no
      * se haya emitido).
           05  cie-fecha-cierre    PIC 9(08).
           05  cie-extracto        PIC 9(06).
           05  FILLER              PIC X(10).
