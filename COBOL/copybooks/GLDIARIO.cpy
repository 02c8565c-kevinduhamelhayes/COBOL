      * Linea del diario contable GLDIARIO.TXT: fecha, cuenta, lado
      * (D = debe, C = haber), importe y la categoria de origen. La
      * escribe EXTRACTO-GL y la lee la actualizacion de saldos
      * contables, con este mismo registro.
       01  registro-diario-gl.
           05  gld-fecha       PIC 9(8).
           05  FILLER          PIC X.
           05  gld-cuenta      PIC X(8).
           05  FILLER          PIC X.
           05  gld-lado        PIC X.
           05  FILLER          PIC X.
           05  gld-importe     PIC S9(11)V99.
           05  FILLER          PIC X.
           05  gld-categoria   PIC X(4).
