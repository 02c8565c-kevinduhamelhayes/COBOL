      *   apr-tipo:   C = correccion (regrabar la clave original)
      *               R = reversa (asiento nuevo; la clave la asigna
      *                   el aprobador al aplicar)
      *   apr-caso:   reclamo de DISPUTAS.DAT resuelto a favor del
      *               cliente que origina la pieza (cero o blanco
      *               si no viene de un reclamo); APRUEBA-CORR lo
      *               cierra al aplicarla.
      * Las imagenes llevan el registro del maestro antes y despues
      * del cambio pedido, en el ancho estandar del diario.
       01  registro-aprobacion.
           05  apr-antes       PIC X(120).
           05  FILLER          PIC X.
           05  apr-despues     PIC X(120).
           05  FILLER          PIC X.
           05  apr-caso        PIC 9(6).
