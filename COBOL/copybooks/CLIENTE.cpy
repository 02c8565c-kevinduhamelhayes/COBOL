           05  cliente-fecnac       PIC 9(08).
      * Estado de ciclo de vida del cliente: A (o blanco, registros
      * anteriores a este campo) = activo, I = inactivo por falta
      * de movimiento, B = bloqueado, F = fallecido, R =
      * restringido por no tener documento de identidad vigente,
      * N = saldo remitido a fondos no reclamados (lo pone la
      * corrida anual de durmientes; el detalle queda en
      * NORECLAMO.DAT y el posteo no lo despierta solo), C =
      * cuenta cerrada con liquidacion final (la pone el cierre
      * nocturno cuando el saldo llega a cero; el detalle queda en
      * CIERRES.DAT), K = castigado como incobrable (lo pone la
      * aprobacion del castigo; el detalle queda en CASTIGOS.DAT).
      * El posteo desvia al suspenso lo que llegue de un
      * bloqueado, fallecido o cerrado, y los debitos de un
      * restringido o de un castigado (lo que pague un castigado se
      * reconoce como recupero); las corridas de extractos, cartas
      * e intereses saltean a los no activos (el restringido sigue
      * recibiendolas).
           05  cliente-estado       PIC X(01).
               88  CLIENTE-ACTIVO     VALUE 'A' ' '.
               88  CLIENTE-INACTIVO   VALUE 'I'.
               88  CLIENTE-BLOQUEADO  VALUE 'B'.
               88  CLIENTE-FALLECIDO  VALUE 'F'.
               88  CLIENTE-RESTRINGIDO VALUE 'R'.
               88  CLIENTE-REMITIDO   VALUE 'N'.
               88  CLIENTE-CERRADO    VALUE 'C'.
               88  CLIENTE-CASTIGADO  VALUE 'K'.
      * Fecha del ultimo movimiento posteado al cliente, para el
      * marcado automatico de inactivos.
           05  cliente-ult-mov      PIC 9(08).
      * posteo que lo perforaria va al suspenso, salvo autorizacion
      * explicita del supervisor.
           05  cliente-limite       PIC S9(07)V99.
      * Sucursal de radicacion del cliente (la que lleva su
      * cartera): la toma el posteo de la primera transaccion que
      * el cliente hace en una sucursal, y solo se cambia por
      * traspaso de cartera (TRASPASO-CARTERA), que deja rastro en
      * TRASPASOS.DAT. En blanco (no numerica) o cero = sin
      * radicar todavia.
           05  cliente-sucursal     PIC 9(03).
      * Reserva para crecimientos futuros del registro, para no
      * reconvertir el archivo indexado con cada campo nuevo.
           05  FILLER               PIC X(01).
