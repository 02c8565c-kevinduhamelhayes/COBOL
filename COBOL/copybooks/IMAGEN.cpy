      * Registro del diario de imagenes IMAGENES.LOG: cada
      * modificacion, baja o alta correctiva sobre los archivos
      * indexados deja aqui la imagen anterior y la posterior del
      * registro, con el programa, el operador y el momento, para
      * que REHACE pueda reconstruir el archivo hacia adelante
      * desde un resguardo del REORG.
       01  registro-imagen.
           05  img-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  img-antes       PIC X(120).
           05  FILLER          PIC X.
           05  img-despues     PIC X(120).
           05  FILLER          PIC X.
      * Operador firmado (OPERADOR-ID) que hizo el cambio. Las
      * lineas grabadas antes de que el diario lo llevara son mas
      * cortas y se leen con el operador en blanco.
           05  img-operador    PIC X(8).
