      * Layout comun del registro de promesas de pago de cobranzas
      * PROMESAS.DAT (indexado por el cliente y la fecha en que se
      * tomo la promesa), compartido por la pantalla donde el
      * cobrador la carga, el control nocturno que la da por
      * cumplida o incumplida y las corridas de cartas de mora y de
      * recargos, que no escalan ni recargan mientras este vigente,
      * para que todos describan el mismo registro de la misma
      * manera. Un cliente tiene a lo sumo una promesa vigente.
       01  registro-promesa.
           05  prom-clave.
               10  prom-cliente        PIC 9(06).
               10  prom-fecha-alta     PIC 9(08).
      * Lo que el cliente se comprometio a pagar y hasta cuando, y
      * el cobrador que tomo el llamado.
           05  prom-importe        PIC 9(07)V99.
           05  prom-fecha-promesa  PIC 9(08).
           05  prom-operador       PIC X(08).
      * Estado: V = vigente; C = cumplida (los pagos desde el alta
      * alcanzaron el importe); I = incumplida (vencio la fecha sin
      * alcanzarlo); A = anulada por el cobrador.
           05  prom-estado         PIC X(01).
               88  PROMESA-VIGENTE     VALUE 'V'.
               88  PROMESA-CUMPLIDA    VALUE 'C'.
               88  PROMESA-INCUMPLIDA  VALUE 'I'.
               88  PROMESA-ANULADA     VALUE 'A'.
      * Pagado desde el alta segun el ultimo control nocturno y
      * fecha en que la promesa dejo de estar vigente.
           05  prom-pagado         PIC S9(09)V99.
           05  prom-fecha-cierre   PIC 9(08).
      * Incumplida y todavia no escalada: la proxima carta de mora
      * sube un nivel sobre la ultima enviada (S), y ya escalada (N).
           05  prom-reanudar       PIC X(01).
               88  PROMESA-A-REANUDAR  VALUE 'S'.
      * Fecha de la ultima generacion de recargos anterior a la
      * promesa, anotada por la primera corrida de recargos que la
      * respeto (cero = ninguna corrida la respeto todavia): si la
      * promesa se incumple, los recargos retoman el devengo desde
      * ahi; si se cumple, los dias quedan condonados.
           05  prom-recargo-desde  PIC 9(08).
           05  prom-observacion    PIC X(30).
           05  FILLER              PIC X(10).
