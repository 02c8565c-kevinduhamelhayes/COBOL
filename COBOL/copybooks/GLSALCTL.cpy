      * Control de los saldos contables GLSALDOS.CTL: la fecha del
      * ultimo diario GLDIARIO.TXT aplicado (para no aplicar dos
      * veces el mismo) y el periodo contable abierto, AAAAMM, que
      * el cierre de mes contable avanza.
       01  registro-glsalctl.
           05  gsc-fecha-aplicada  PIC 9(8).
           05  FILLER              PIC X.
           05  gsc-periodo         PIC 9(6).
