      * Layout comun de parametros para CONTACTO, el registrador del
      * historial de contactos: cada programa que produce un
      * documento para un cliente lo anota con el tipo, el programa,
      * el numero del documento (en blanco si no tiene) y el numero
      * de la cola de impresion (cero si no paso por ENCOLA). La
      * fecha es la de proceso. Status: 0 ok, 1 error de archivo.
       01  l-cnt-cliente    PIC 9(6).
       01  l-cnt-tipo       PIC X(8).
       01  l-cnt-programa   PIC X(12).
       01  l-cnt-documento  PIC X(10).
       01  l-cnt-cola       PIC 9(6).
       01  l-cnt-status     PIC 9.
