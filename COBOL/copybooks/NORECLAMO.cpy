      * Layout comun del seguimiento de fondos no reclamados
      * NORECLAMO.DAT (indexado por nrc-cliente): un registro por
      * cliente durmiente al que la corrida anual le envio el
      * ultimo aviso, con lo que paso despues. Es la traza que
      * permite mostrarle a un cliente que vuelve a donde fue su
      * saldo: cuando se lo aviso, cuanto se remitio, cuando y en
      * que remesa anual. Lo graba la corrida de fondos no
      * reclamados y lo consulta el mantenimiento de clientes.
       01  registro-noreclamo.
           05  nrc-cliente         PIC 9(06).
      * Estado: A = avisado (corre el plazo de espera),
      * R = remitido a fondos no reclamados, D = desistido porque
      * el cliente se movio o el saldo se fue antes de remitir.
           05  nrc-estado          PIC X(01).
               88  NRC-AVISADO         VALUE 'A'.
               88  NRC-REMITIDO        VALUE 'R'.
               88  NRC-DESISTIDO       VALUE 'D'.
      * Ultimo aviso: fecha, saldo avisado, ultimo movimiento del
      * cliente a esa fecha y como salio la carta (E = encolada
      * para imprimir con su numero de cola, R = retenida por
      * correo devuelto).
           05  nrc-fecha-aviso     PIC 9(08).
           05  nrc-saldo-aviso     PIC S9(09)V99.
           05  nrc-ult-mov         PIC 9(08).
           05  nrc-carta           PIC X(01).
               88  NRC-CARTA-ENCOLADA  VALUE 'E'.
               88  NRC-CARTA-RETENIDA  VALUE 'R'.
           05  nrc-cola            PIC 9(06).
      * Remision: fecha, importe transferido y anio de la remesa
      * (el del informe reglamentario en que figura).
           05  nrc-fecha-remesa    PIC 9(08).
           05  nrc-importe-remesa  PIC S9(09)V99.
           05  nrc-anio-remesa     PIC 9(04).
           05  FILLER              PIC X(10).
