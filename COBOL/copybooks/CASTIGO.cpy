      * Layout comun del registro de castigos de incobrables
      * CASTIGOS.DAT (indexado por el cliente): la propuesta que arma
      * la corrida de candidatos, la decision del supervisor que la
      * revisa y, si se aprobo, lo que se dio de baja y cuando. Lo
      * comparten la corrida de propuestas, la pantalla de
      * aprobacion y el informe de recuperos, para que todos
      * describan el mismo registro de la misma manera. Un cliente
      * tiene a lo sumo un castigo; el rechazado se puede volver a
      * proponer.
       01  registro-castigo.
           05  cas-cliente         PIC 9(06).
      * Estado: P = propuesto y pendiente de aprobacion; A =
      * aprobado y castigado; R = rechazado por el supervisor.
           05  cas-estado          PIC X(01).
               88  CASTIGO-PROPUESTO   VALUE 'P'.
               88  CASTIGO-APROBADO    VALUE 'A'.
               88  CASTIGO-RECHAZADO   VALUE 'R'.
      * Propuesta: fecha, quien corrio la propuesta y por que entro
      * el cliente (S = saldo en descubierto, C = cuotas impagas,
      * A = ambas cosas), con los dias y los importes de cada una.
           05  cas-fecha-propuesta PIC 9(08).
           05  cas-operador-propone PIC X(08).
           05  cas-motivo          PIC X(01).
               88  CASTIGO-POR-SALDO   VALUE 'S'.
               88  CASTIGO-POR-CUOTAS  VALUE 'C'.
               88  CASTIGO-POR-AMBOS   VALUE 'A'.
           05  cas-dias-saldo      PIC 9(05).
           05  cas-importe-saldo   PIC 9(09)V99.
           05  cas-dias-cuotas     PIC 9(05).
           05  cas-importe-cuotas  PIC 9(09)V99.
      * Decision: quien la tomo (nunca el que propuso) y cuando.
           05  cas-operador-aprueba PIC X(08).
           05  cas-fecha-decision  PIC 9(08).
      * Castigo: lo que efectivamente se dio de baja del saldo del
      * cliente (el descubierto al dia de la aprobacion) y lo que
      * quedo impago en cuotas de sus prestamos, que se cierran
      * junto con el cliente.
           05  cas-importe-castigado PIC 9(09)V99.
           05  cas-cuotas-castigadas PIC 9(09)V99.
           05  FILLER              PIC X(10).
