      * Layout comun del maestro de ordenes de pago a otros bancos
      * PAGOS.DAT (indexado por pag-numero), compartido por la carga
      * del operador, la liberacion del supervisor y el paso nocturno
      * que debita al cliente y arma el archivo de pagos del banco,
      * para que todos describan el mismo registro de la misma
      * manera. El importe es siempre positivo: el debito al
      * cliente lo arma el paso nocturno con el signo del merge.
       01  registro-pago.
           05  pag-numero      PIC 9(06).
           05  pag-cliente     PIC 9(06).
      * Banco y cuenta del beneficiario, tal como los pide el
      * archivo de pagos del banco.
           05  pag-banco       PIC X(04).
           05  pag-cuenta      PIC X(22).
           05  pag-beneficiario PIC X(30).
           05  pag-importe     PIC S9(07)V99.
      * Moneda del pago; en blanco equivale a la moneda base PES.
           05  pag-moneda      PIC X(03).
           05  pag-fecha-valor PIC 9(08).
      * Estado: C = cargada (espera liberacion), L = liberada por el
      * supervisor, R = rechazada por el supervisor, X = anulada
      * antes de liberar, E = enviada al banco y debitada,
      * A = acreditada por el banco, D = devuelta por el banco (el
      * debito se revirtio).
           05  pag-estado      PIC X(01).
               88  PAGO-CARGADO        VALUE 'C'.
               88  PAGO-LIBERADO       VALUE 'L'.
               88  PAGO-RECHAZADO      VALUE 'R'.
               88  PAGO-ANULADO        VALUE 'X'.
               88  PAGO-ENVIADO        VALUE 'E'.
               88  PAGO-ACREDITADO     VALUE 'A'.
               88  PAGO-DEVUELTO       VALUE 'D'.
      * Quien lo cargo, quien lo libero y cuando salio al banco.
           05  pag-operador-carga  PIC X(08).
           05  pag-operador-libera PIC X(08).
           05  pag-fecha-envio PIC 9(08).
           05  FILLER          PIC X(07).
