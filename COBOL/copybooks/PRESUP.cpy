      * Layout comun del presupuesto contable PRESUPUESTO.DAT
      * (indexado por pre-clave: cuenta del plan PLANCTAS.DAT y mes
      * AAAAMM), compartido por su mantenimiento y el informe de
      * presupuesto contra real. El importe va con el signo del
      * saldo deudor, igual que el real del informe: debe menos
      * haber. Las cuentas de ingreso (haber) se presupuestan en
      * negativo y las de egreso en positivo.
       01  registro-presupuesto.
           05  pre-clave.
               10  pre-cuenta      PIC X(08).
               10  pre-mes         PIC 9(06).
           05  pre-importe         PIC S9(11)V99.
           05  pre-operador        PIC X(08).
           05  pre-fecha-carga     PIC 9(08).
           05  FILLER              PIC X(10).
