      * Layout comun del historial de contactos CONTACTOS.DAT
      * (indexado por cliente, fecha y secuencia del dia): una
      * entrada por cada documento que se le produjo a un cliente
      * -- extracto, carta de mora, comprobante, carta -- con el
      * programa que lo emitio, su numero (de extracto, de recibo) y
      * el numero de la cola de impresion si paso por ENCOLA. Lo
      * graba el modulo CONTACTO y lo muestra CONSULTA-CONTACTOS:
      * ante un "nunca me avisaron" hay un solo lugar donde mirar.
       01  registro-contacto.
           05  con-clave.
               10  con-cliente     PIC 9(06).
               10  con-fecha       PIC 9(08).
               10  con-secuencia   PIC 9(04).
      * EXTRACTO, MORA, RECIBO, CARTA.
           05  con-tipo        PIC X(08).
           05  con-programa    PIC X(12).
           05  con-documento   PIC X(10).
      * Numero de documento en COLAIMP.DAT; cero si no se encolo.
           05  con-cola        PIC 9(06).
           05  con-operador    PIC X(08).
           05  FILLER          PIC X(10).
