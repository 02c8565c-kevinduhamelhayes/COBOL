      * Layout comun de parametros para PERIODO, el control de meses
      * cerrados que aplican todos los caminos por los que algo
      * fechado puede entrar al maestro. Acciones:
      *   C  consultar: status 1 si el mes de l-per-fecha esta
      *      cerrado, 0 si esta abierto; no deja rastro;
      *   R  rechazar: la misma consulta y, si esta cerrado, queda
      *      la linea de auditoria del rechazo en PERIODOS.LOG;
      *   M  mover: la misma consulta y, si esta cerrado, la fecha
      *      a usar pasa al periodo abierto vigente (la fecha de
      *      proceso, o el primer dia del primer mes abierto
      *      siguiente) y queda la linea de auditoria del desvio.
      * l-per-destino vuelve siempre con la fecha a usar: la misma
      * l-per-fecha si el mes esta abierto. l-per-referencia es lo
      * que identifica al movimiento en la auditoria (clave,
      * descripcion, cliente).
      * Status 9: el mes esta cerrado pero la linea de auditoria no
      * se pudo grabar; la decision igual vale.
       01  l-per-accion       PIC X(1).
       01  l-per-fecha        PIC 9(8).
       01  l-per-programa     PIC X(12).
       01  l-per-referencia   PIC X(40).
       01  l-per-destino      PIC 9(8).
       01  l-per-status       PIC 9.
