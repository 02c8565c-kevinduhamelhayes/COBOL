      * Layout comun del archivo de saldos contables GLSALDOS.DAT
      * (indexado por gls-cuenta, una fila por cuenta del plan
      * PLANCTAS.DAT), compartido por la actualizacion nocturna
      * desde GLDIARIO.TXT, el balance de sumas y saldos y el cierre
      * de mes contable. Todos los importes con signo de saldo
      * deudor: el saldo final es el inicial mas los debitos menos
      * los creditos del periodo abierto (gls-periodo, AAAAMM).
       01  registro-glsaldo.
           05  gls-cuenta          PIC X(08).
           05  gls-periodo         PIC 9(06).
           05  gls-saldo-inicial   PIC S9(13)V99.
           05  gls-debitos         PIC S9(13)V99.
           05  gls-creditos        PIC S9(13)V99.
           05  gls-saldo-final     PIC S9(13)V99.
           05  gls-ult-fecha       PIC 9(08).
           05  FILLER              PIC X(10).
