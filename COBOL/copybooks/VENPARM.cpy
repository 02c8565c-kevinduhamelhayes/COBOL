      * Layout comun de parametros para VENTANA, el control de la
      * ventana batch: todo programa interactivo que actualiza lo
      * llama al arrancar, identificandose, y sabe si puede
      * actualizar o tiene que quedar en solo consulta porque la
      * cadena nocturna tiene su candado (CANDADO.DAT) o la ventana
      * batch horaria esta abierta.
      * Status: 0 fuera de la ventana, puede actualizar; 1 ventana
      * abierta, solo consulta (el mensaje dice por que); 2 ventana
      * abierta pero forzada por un supervisor con FORZAR-VENTANA=S
      * (puede actualizar; el forzado queda en VENTANA.LOG).
       01  l-ven-programa   PIC X(16).
       01  l-ven-status     PIC 9.
       01  l-ven-mensaje    PIC X(70).
