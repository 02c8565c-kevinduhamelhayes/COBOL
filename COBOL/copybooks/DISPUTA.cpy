      * Layout del archivo de reclamos de clientes DISPUTAS.DAT
      * (indexado por dsp-numero): cada reclamo sobre un movimiento
      * posteado ("yo no hice esta extraccion") es un caso contra
      * una maestro-clave y un cliente, con motivo, operador
      * asignado y vencimiento en dias habiles. El caso nunca se
      * borra; resuelto a favor del cliente espera la correccion o
      * reversa que lo cita y se cierra cuando APRUEBA-CORR la
      * aplica.
       01  registro-disputa.
           05  dsp-numero      PIC 9(06).
           05  dsp-cliente     PIC 9(06).
           05  dsp-clave       PIC 9(07).
      * Motivo del reclamo: NR = no reconoce el movimiento,
      * DU = debito duplicado, IM = importe distinto del real,
      * NA = deposito o credito no acreditado, OT = otro.
           05  dsp-motivo      PIC X(02).
               88  MOTIVO-VALIDO VALUE 'NR' 'DU' 'IM' 'NA' 'OT'.
           05  dsp-asignado    PIC X(08).
           05  dsp-fecha-alta  PIC 9(08).
           05  dsp-vencimiento PIC 9(08).
      * Estado: A = abierto, I = en investigacion, F = resuelto a
      * favor del cliente (espera la correccion), R = rechazado,
      * C = cerrado con la correccion aplicada. R y C son finales.
           05  dsp-estado      PIC X(01).
               88  DISPUTA-ABIERTA     VALUE 'A'.
               88  DISPUTA-INVESTIGADA VALUE 'I'.
               88  DISPUTA-A-FAVOR     VALUE 'F'.
               88  DISPUTA-RECHAZADA   VALUE 'R'.
               88  DISPUTA-CERRADA     VALUE 'C'.
               88  DISPUTA-SIN-RESOLVER VALUE 'A' 'I'.
           05  dsp-operador    PIC X(08).
           05  dsp-fecha-estado PIC 9(08).
      * Ultima nota del caso: el detalle del reclamo al abrirlo,
      * la nota de la investigacion o la resolucion.
           05  dsp-nota        PIC X(40).
      * Clave del maestro donde quedo aplicada la correccion o la
      * reversa que cerro el caso.
           05  dsp-clave-ajuste PIC 9(07).
           05  FILLER          PIC X(11).
