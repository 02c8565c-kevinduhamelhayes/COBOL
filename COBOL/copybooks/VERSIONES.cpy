      * Version de layout de cada maestro indexado con la que se
      * compila el programa que lo copia. Cuando un registro cambia
      * de largo o de claves y hay que convertir el archivo, se sube
      * aca la version del maestro y la migracion estampa la nueva
      * al terminar bien: todo binario compilado con el valor viejo
      * (o un resguardo viejo recargado debajo de uno nuevo) queda
      * frenado por SELLO en vez de leer basura.
      *   CLIENTES.DAT  2 = registro de 106 (MIGRA-CLIENTES).
      *   maestro.dat   3 = clave de 7 y ruta por cliente
      *                     (MIGRA-CLAVES).
      *   MAESTRO.AAAA  2 = anual indexado con ruta (MIGRA-CLAVES).
      * El resto sigue en el layout con que se creo (version 1).
       01  versiones-layout.
           05  version-clientes     PIC 9(3) VALUE 2.
           05  version-maestro      PIC 9(3) VALUE 3.
           05  version-anual        PIC 9(3) VALUE 2.
           05  version-sucursales   PIC 9(3) VALUE 1.
           05  version-domicilios   PIC 9(3) VALUE 1.
           05  version-prestamos    PIC 9(3) VALUE 1.
           05  version-ordenes      PIC 9(3) VALUE 1.
           05  version-companias    PIC 9(3) VALUE 1.
           05  version-relaciones   PIC 9(3) VALUE 1.
           05  version-tarifas      PIC 9(3) VALUE 1.
           05  version-promesas     PIC 9(3) VALUE 1.
           05  version-pagos        PIC 9(3) VALUE 1.
           05  version-glsaldos     PIC 9(3) VALUE 1.
           05  version-plazos       PIC 9(3) VALUE 1.
           05  version-documentos   PIC 9(3) VALUE 1.
           05  version-disputas     PIC 9(3) VALUE 1.
           05  version-devcorreo    PIC 9(3) VALUE 1.
           05  version-contactos    PIC 9(3) VALUE 1.
           05  version-cierres      PIC 9(3) VALUE 1.
           05  version-castigos     PIC 9(3) VALUE 1.
           05  version-revlista     PIC 9(3) VALUE 1.
           05  version-presupuesto  PIC 9(3) VALUE 1.
           05  version-periodos     PIC 9(3) VALUE 1.
           05  version-parametros   PIC 9(3) VALUE 1.
           05  version-noreclamo    PIC 9(3) VALUE 1.
           05  version-mandatos     PIC 9(3) VALUE 1.
           05  version-empleados    PIC 9(3) VALUE 1.
           05  version-convenios    PIC 9(3) VALUE 1.
           05  version-confirmac    PIC 9(3) VALUE 1.
           05  version-categorias   PIC 9(3) VALUE 1.
           05  version-casos        PIC 9(3) VALUE 1.
           05  version-cajas        PIC 9(3) VALUE 1.
           05  version-notas        PIC 9(3) VALUE 1.
