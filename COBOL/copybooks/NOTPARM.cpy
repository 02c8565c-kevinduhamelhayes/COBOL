      * Layout comun de parametros para NOTASCLI, las notas de
      * clientes. Acciones:
      *   B  aviso: muestra en pantalla las notas de alta prioridad
      *      vigentes del cliente; status 1 si mostro alguna, 0 si
      *      no tiene;
      *   L  listar: muestra todas las notas del cliente, las
      *      vencidas marcadas;
      *   A  agregar: pide en pantalla categoria, prioridad,
      *      vencimiento y texto y graba la nota con la fecha de
      *      proceso y el operador; status 1 si el operador la
      *      cancelo.
      * El programa es el que llama, para el diario de imagenes y
      * para la nota. Status 9: error de archivo.
       01  l-not-accion       PIC X(1).
       01  l-not-cliente      PIC 9(6).
       01  l-not-programa     PIC X(12).
       01  l-not-status       PIC 9.
