      * Layout comun del maestro de convenios de pago de haberes
      * CONVENIOS.DAT (indexado por cnv-compania), compartido por el
      * mantenimiento de haberes y la importacion de las nominas,
      * para que ambos describan el mismo registro de la misma
      * manera. El convenio dice de que cuenta de la empresa del
      * directorio COMPANIAS.DAT sale el total de cada nomina.
       01  registro-convenio.
           05  cnv-compania        PIC X(06).
      * Cliente titular de la cuenta de la empresa que se debita.
           05  cnv-cuenta          PIC 9(06).
      * Estado: A = activo, S = suspendido (las nominas se rechazan
      * enteras hasta que se reactive).
           05  cnv-estado          PIC X(01).
               88  CONVENIO-ACTIVO     VALUE 'A'.
               88  CONVENIO-SUSPENDIDO VALUE 'S'.
           05  cnv-fecha-alta      PIC 9(08).
           05  cnv-operador        PIC X(08).
      * Fecha de pago de la ultima nomina acreditada, para que el
      * mismo archivo mandado dos veces no se pague dos veces.
           05  cnv-ult-pago        PIC 9(08).
           05  FILLER              PIC X(10).
