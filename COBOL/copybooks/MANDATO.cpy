      * Layout comun del maestro de mandatos de debito directo
      * MANDATOS.DAT (indexado por man-clave: la empresa facturadora
      * de COMPANIAS.DAT mas la referencia con que esa empresa
      * identifica al cliente), compartido por el mantenimiento de
      * mandatos y el paso nocturno que procesa los archivos de
      * cobro de las empresas, para que ambos describan el mismo
      * registro de la misma manera. Un mandato autoriza a la
      * empresa a debitar al cliente hasta man-maximo por cobro
      * entre sus fechas de vigencia.
       01  registro-mandato.
           05  man-clave.
               10  man-compania    PIC X(06).
               10  man-referencia  PIC X(20).
           05  man-cliente         PIC 9(06).
           05  man-maximo          PIC 9(07)V99.
           05  man-desde           PIC 9(08).
           05  man-hasta           PIC 9(08).
      * Estado: A = activo, S = suspendido por el cliente (los
      * cobros se rechazan pero el mandato sigue), R = revocado.
           05  man-estado          PIC X(01).
               88  MANDATO-ACTIVO      VALUE 'A'.
               88  MANDATO-SUSPENDIDO  VALUE 'S'.
               88  MANDATO-REVOCADO    VALUE 'R'.
      * Quien lo dio de alta y el ultimo cobro aceptado.
           05  man-operador        PIC X(08).
           05  man-fecha-alta      PIC 9(08).
           05  man-ult-cobro       PIC 9(08).
           05  man-ult-importe     PIC 9(07)V99.
           05  FILLER              PIC X(10).
