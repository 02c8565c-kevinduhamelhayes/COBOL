      * Layout comun de parametros para RETENIDO, la consulta de
      * correo devuelto que hacen las corridas que imprimen algo
      * para un cliente. Acciones:
      *   C  consultar: status 1 si el domicilio del cliente tiene
      *      correo devuelto (vuelven la fecha y el motivo), 0 si
      *      no;
      *   R  retener: la misma consulta y, si esta devuelto, el
      *      documento que no se imprime queda anotado en
      *      CORREORET.DAT con el programa que lo retuvo, para el
      *      listado de correo retenido.
      * Status 9: esta devuelto pero no se pudo anotar la
      * retencion; el documento igual no se imprime.
       01  l-ret-accion       PIC X(1).
       01  l-ret-cliente      PIC 9(6).
       01  l-ret-documento    PIC X(8).
       01  l-ret-programa     PIC X(12).
       01  l-ret-fecha        PIC 9(8).
       01  l-ret-motivo       PIC X(30).
       01  l-ret-status       PIC 9.
