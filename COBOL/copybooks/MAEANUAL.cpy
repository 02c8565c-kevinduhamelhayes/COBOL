      * Registro de los archivos anuales MAESTRO.AAAA.DAT que deja
      * el CIERRE-ANUAL: es el registro del maestro tal cual (ver
      * MAESTRO), indexado igual que el vivo, por la clave y por la
      * ruta por cliente y fecha. Aca solo se nombran las dos claves
      * para el SELECT; los programas lo leen campo a campo con su
      * vista-anual, como siempre.
       01  registro-anual.
           05  anual-clave         PIC 9(07).
           05  FILLER              PIC X(75).
           05  anual-ruta-cliente.
               10  anual-ruta-cli    PIC 9(06).
               10  anual-ruta-fecha  PIC 9(08).
