      * Layout comun del archivo de casos de cumplimiento CASOS.DAT
      * (indexado por caso-numero), compartido por la vigilancia
      * nocturna de fraccionamiento que abre los casos y el banco de
      * trabajo donde cumplimiento los revisa y los cierra, para que
      * ambos describan el mismo registro de la misma manera. Cada
      * alerta de la vigilancia es un caso: el caso nunca se borra,
      * queda con quien lo cerro, cuando y con que conclusion, que es
      * lo que se le muestra a la inspeccion.
       01  registro-caso.
           05  caso-numero     PIC 9(06).
           05  caso-cliente    PIC 9(06).
      * Patron detectado: F = depositos bajo el umbral que en la
      * ventana movil suman el umbral o mas; S = depositos del
      * mismo dia en varias sucursales.
           05  caso-tipo       PIC X(01).
               88  CASO-FRACCIONADO    VALUE 'F'.
               88  CASO-MULTISUCURSAL  VALUE 'S'.
           05  caso-fecha-alta PIC 9(08).
      * Movimientos que dispararon el caso: primera y ultima fecha,
      * cantidad, total en moneda base y sucursales distintas.
           05  caso-desde      PIC 9(08).
           05  caso-hasta      PIC 9(08).
           05  caso-cantidad   PIC 9(04).
           05  caso-total      PIC S9(11)V99.
           05  caso-sucursales PIC 9(03).
      * Estado: A = abierto, R = revisado (sin operacion
      * sospechosa), D = denunciado al regulador. R y D cierran el
      * caso con el operador, la fecha y la conclusion.
           05  caso-estado     PIC X(01).
               88  CASO-ABIERTO        VALUE 'A'.
               88  CASO-REVISADO       VALUE 'R'.
               88  CASO-DENUNCIADO     VALUE 'D'.
           05  caso-operador   PIC X(08).
           05  caso-fecha-cierre PIC 9(08).
           05  caso-conclusion PIC X(40).
           05  FILLER          PIC X(06).
