      * Registro de la cola de impresion COLAIMP.DAT: una entrada
      * por documento producido (extracto o carta por cliente), con
      * el archivo de salida y el rango de lineas donde viven sus
      * paginas y el estado, compartido por el registrador ENCOLA,
      * el banco de trabajo de la cola y el envio a la casa de
      * correo. Estados: P = pendiente, I = impreso en la casa,
      * E = enviado a la casa de correo (col-fecha-envio) y
      * C = despachado segun el acuse de la casa (col-fecha-acuse).
       01  registro-cola.
           05  col-numero      PIC 9(6).
           05  FILLER          PIC X.
           05  col-hasta       PIC 9(7).
           05  FILLER          PIC X.
           05  col-estado      PIC X.
           05  FILLER          PIC X.
           05  col-fecha-envio PIC 9(8).
           05  FILLER          PIC X.
           05  col-fecha-acuse PIC 9(8).
