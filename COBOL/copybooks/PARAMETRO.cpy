      * Layout comun del registro de parametros del shop
      * PARAMETROS.DAT (indexado por el nombre del parametro y la
      * fecha desde la que rige el valor), compartido por la
      * pantalla de mantenimiento MANT-PARAMETRO y el modulo de
      * consulta PARAMETRO, para que los dos describan el mismo
      * registro de la misma manera. Un parametro tiene un registro
      * por cada valor que tuvo o tendra: rige el de la mayor
      * par-vigencia que no pase la fecha de proceso, asi la
      * historia de lo que valio cada dia queda en el archivo. Se
      * guarda quien cargo el valor, cuando y por que.
       01  registro-parametro.
           05  par-clave.
               10  par-nombre      PIC X(24).
               10  par-vigencia    PIC 9(08).
           05  par-valor           PIC X(20).
           05  par-operador        PIC X(08).
           05  par-fecha           PIC 9(08).
           05  par-hora            PIC 9(06).
           05  par-nota            PIC X(30).
           05  FILLER              PIC X(06).
