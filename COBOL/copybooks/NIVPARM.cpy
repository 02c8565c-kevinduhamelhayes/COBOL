      * Niveles del shop: 1 = operador, 2 = operador senior,
      * 3 = supervisor.
      * Status: 0 autorizado, 1 nivel insuficiente, 2 operador no
      * registrado, 3 sin archivo de operadores, 4 operador
      * suspendido, 5 operador fuera de su vigencia (antes de
      * oper-desde o despues de oper-hasta).
       01  l-niv-operador   PIC X(8).
       01  l-niv-requerido  PIC 9.
       01  l-niv-status     PIC 9.
