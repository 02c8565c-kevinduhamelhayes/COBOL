      * Layout comun del maestro de plazos fijos PLAZOS.DAT
      * (indexado por pla-numero), compartido por el mantenimiento
      * que los constituye y el paso nocturno que los vence, para
      * que ambos describan el mismo registro de la misma manera.
      * El capital sale del saldo del cliente al constituirse y
      * vuelve con su interes al vencimiento, siempre por la cadena
      * normal de posteo (fuente generada PLAZOS.TXT del merge); el
      * plazo solo vence despues de que ese debito se posteo.
       01  registro-plazo.
           05  pla-numero      PIC 9(05).
           05  pla-cliente     PIC 9(06).
           05  pla-capital     PIC S9(09)V99.
      * Tasa nominal anual en por ciento, fija por todo el plazo.
           05  pla-tasa        PIC 9(03)V9(04).
           05  pla-dias        PIC 9(03).
           05  pla-inicio      PIC 9(08).
           05  pla-vencimiento PIC 9(08).
      * Instruccion al vencimiento: A = acreditar capital e interes
      * en la cuenta y cancelar; R = renovar el capital por otro
      * plazo igual y acreditar solo el interes; C = capitalizar,
      * renovar capital mas interes por otro plazo igual.
           05  pla-renovacion  PIC X(01).
               88  PLAZO-ACREDITA      VALUE 'A'.
               88  PLAZO-RENUEVA       VALUE 'R'.
               88  PLAZO-CAPITALIZA    VALUE 'C'.
      * Estado: P = pendiente (grabado, su debito de constitucion
      * todavia no se vio posteado), V = vigente, C = cancelado (ya
      * vencido y acreditado).
           05  pla-estado      PIC X(01).
               88  PLAZO-PENDIENTE     VALUE 'P'.
               88  PLAZO-VIGENTE       VALUE 'V'.
               88  PLAZO-CANCELADO     VALUE 'C'.
      * Renovaciones hechas y operador que lo constituyo.
           05  pla-renovaciones PIC 9(03).
           05  pla-operador    PIC X(08).
      * Interes capitalizado cuyo debito de ampliacion todavia no
      * se vio posteado: el capital recien lo incorpora cuando la
      * disposicion muestra ese debito posteado, igual que la
      * constitucion. Cero (o blanco, registros anteriores) = nada
      * pendiente.
           05  pla-ampliacion  PIC S9(07)V99.
           05  FILLER          PIC X(01).
