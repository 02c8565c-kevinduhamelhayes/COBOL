      * Layout comun del maestro de empleados de las empresas con
      * convenio de haberes EMPLEADOS.DAT (indexado por emp-clave:
      * la empresa mas el cliente), compartido por el mantenimiento
      * de haberes y la importacion de las nominas, para que ambos
      * describan el mismo registro de la misma manera. Una linea
      * de nomina solo se acredita a un cliente vinculado aqui como
      * empleado activo de la empresa que la manda.
       01  registro-empleado.
           05  emp-clave.
               10  emp-compania    PIC X(06).
               10  emp-cliente     PIC 9(06).
      * Legajo del empleado en la empresa, tal como viene en la
      * nomina.
           05  emp-legajo          PIC X(10).
      * Estado: A = activo, B = dado de baja (dejo la empresa).
           05  emp-estado          PIC X(01).
               88  EMPLEADO-ACTIVO     VALUE 'A'.
               88  EMPLEADO-BAJA       VALUE 'B'.
           05  emp-fecha-alta      PIC 9(08).
           05  emp-fecha-baja      PIC 9(08).
           05  emp-operador        PIC X(08).
           05  FILLER              PIC X(10).
