      * mantenimiento de prestamos (que genera el plan y aplica los
      * pagos) y la corrida nocturna que levanta las cuotas
      * vencidas. Estado: P = pendiente (todavia no vencida o sin
      * levantar), G = generada al posteo y sin cobrar, C = cobrada,
      * K = castigada con el prestamo (ni se levanta ni cuenta en la
      * morosidad).
      * cuo-cobrado lleva lo ya cobrado de la cuota cuando un pago
      * la cubrio en parte (en blanco en los planes anteriores:
      * nada cobrado); la cuota pasa a C cuando llega al importe.
      * cuo-recordado lleva la fecha en que RECORDA-CUOTAS le mando
      * al cliente el aviso previo al vencimiento (en blanco o cero:
      * sin aviso), para no recordarla dos veces.
       01  registro-cuota.
           05  cuo-prestamo    PIC 9(05).
           05  FILLER          PIC X.
           05  cuo-capital     PIC S9(09)V99.
           05  FILLER          PIC X.
           05  cuo-estado      PIC X.
           05  FILLER          PIC X.
           05  cuo-cobrado     PIC S9(09)V99.
           05  FILLER          PIC X.
           05  cuo-recordado   PIC 9(08).
