      * ninguna regla reconocio la descripcion (queda en la lista
      * de revision) o en registros anteriores a este layout.
           05  maestro-categoria    PIC X(04).
      * Ruta de acceso por cliente: copia del cliente y la fecha al
      * pie del registro, declarada como clave alterna con
      * duplicados de maestro.dat y de los anuales MAESTRO.AAAA.DAT
      * para que los programas que trabajan de a un cliente (el
      * extracto, las cartas de mora, la historia, las disputas)
      * vayan directo a sus transacciones en orden de fecha en vez
      * de barrer el maestro entero. Todo programa que graba o
      * regraba el maestro la completa antes del WRITE/REWRITE;
      * los archivos grabados sin ella se convierten con
      * MIGRA-CLAVES.
           05  maestro-ruta-cliente.
               10  maestro-ruta-cli     PIC 9(06).
               10  maestro-ruta-fecha   PIC 9(08).
