      * Layout de las lineas del archivo de nomina que manda cada
      * empresa con convenio de haberes, HABERES.<empresa>.TXT: una
      * cabecera con la empresa, la fecha de pago y la cantidad y el
      * total declarados, y despues una linea por empleado con el
      * cliente, el legajo y el neto a acreditar.
       01  registro-nomina.
           05  nom-tipo            PIC X(01).
               88  NOMINA-CABECERA     VALUE 'H'.
               88  NOMINA-DETALLE      VALUE 'D'.
           05  nom-datos           PIC X(59).
       01  registro-nomina-cab REDEFINES registro-nomina.
           05  FILLER              PIC X(01).
           05  nom-compania        PIC X(06).
           05  nom-fecha-pago      PIC 9(08).
           05  nom-cantidad        PIC 9(06).
           05  nom-total           PIC 9(11)V99.
           05  FILLER              PIC X(26).
       01  registro-nomina-det REDEFINES registro-nomina.
           05  FILLER              PIC X(01).
           05  nom-cliente         PIC 9(06).
           05  nom-legajo          PIC X(10).
           05  nom-importe         PIC 9(07)V99.
           05  nom-nombre          PIC X(30).
           05  FILLER              PIC X(04).
