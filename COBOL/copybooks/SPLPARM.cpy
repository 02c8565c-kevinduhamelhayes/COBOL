      * rango de lineas que ocupa -- para que el banco de trabajo de
      * la cola pueda listar, marcar impreso y reimprimir un solo
      * documento sin reimprimir el archivo entero.
      * Vuelve el numero que la cola le dio al documento, para el
      * historial de contactos del cliente.
      * Status: 0 ok, 1 error de archivo.
       01  l-spl-tipo       PIC X(8).
       01  l-spl-cliente    PIC 9(6).
       01  l-spl-archivo    PIC X(30).
       01  l-spl-desde      PIC 9(7).
       01  l-spl-hasta      PIC 9(7).
       01  l-spl-numero     PIC 9(6).
       01  l-spl-status     PIC 9.
