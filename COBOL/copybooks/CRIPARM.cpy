      * Layout comun de parametros para CRIBANOM, la criba de nombres
      * contra la lista de vigilancia. Acciones:
      *   C  consultar: informa nombre y apellido; status 0 = sin
      *      coincidencia, 1 = posible coincidencia (vuelven el
      *      codigo y el nombre de la entrada de la lista), 2 = no
      *      hay lista cargada (no se pudo cribar);
      *   R  registrar la revision del cliente por la coincidencia
      *      que trajo la consulta, con origen y estado previo;
      *      status 0 = revision pendiente nueva, 3 = el supervisor
      *      ya descarto esa misma entrada para el cliente (no se
      *      bloquea de nuevo), 4 = ya tenia una revision pendiente,
      *      9 = no se pudo grabar REVLISTA.DAT;
      *   P  pendiente: status 1 si el cliente tiene una revision
      *      pendiente (no se lo puede desbloquear), 0 si no.
       01  l-cri-accion       PIC X(1).
       01  l-cri-nombre       PIC X(20).
       01  l-cri-apellido     PIC X(20).
       01  l-cri-cliente      PIC 9(6).
       01  l-cri-origen       PIC X(1).
       01  l-cri-estado-previo PIC X(1).
       01  l-cri-codigo-lista PIC X(10).
       01  l-cri-nombre-lista PIC X(60).
       01  l-cri-status       PIC 9.
