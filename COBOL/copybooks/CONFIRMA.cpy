      * Layout comun del registro de confirmaciones de saldos para
      * la auditoria externa CONFIRMAC.DAT (indexado por la fecha de
      * auditoria y el cliente), compartido por la corrida que toma
      * la muestra y emite las cartas, el banco de trabajo donde se
      * cargan las respuestas y el informe de excepciones, para que
      * todos describan el mismo registro de la misma manera. Una
      * auditoria es una fecha de corte: cada cliente de la muestra
      * tiene una fila con el saldo que se le pidio confirmar.
       01  registro-confirmacion.
           05  cnf-clave.
               10  cnf-fecha-auditoria PIC 9(08).
               10  cnf-cliente         PIC 9(06).
      * Como entro a la muestra: R = al azar; A, M o B = estrato
      * alto, medio o bajo del muestreo estratificado por saldo.
           05  cnf-estrato         PIC X(01).
      * Saldo del cliente a la fecha de auditoria segun la foto
      * nocturna SALDOSHIST.DAT y la fecha de la foto usada.
           05  cnf-saldo           PIC S9(09)V99.
           05  cnf-fecha-foto      PIC 9(08).
           05  cnf-fecha-envio     PIC 9(08).
           05  cnf-cola            PIC 9(06).
      * Estado: P = enviada, esperando respuesta; C = conforme;
      * D = disconforme (con el saldo que informa el cliente);
      * N = sin respuesta (cerrada por el operador al vencer el
      * plazo); R = retenida por correo devuelto, no se envio.
           05  cnf-estado          PIC X(01).
               88  CNF-PENDIENTE       VALUE 'P'.
               88  CNF-CONFORME        VALUE 'C'.
               88  CNF-DISCONFORME     VALUE 'D'.
               88  CNF-SIN-RESPUESTA   VALUE 'N'.
               88  CNF-RETENIDA        VALUE 'R'.
           05  cnf-saldo-cliente   PIC S9(09)V99.
           05  cnf-fecha-respuesta PIC 9(08).
           05  cnf-operador        PIC X(08).
           05  cnf-observacion     PIC X(30).
           05  FILLER              PIC X(06).
