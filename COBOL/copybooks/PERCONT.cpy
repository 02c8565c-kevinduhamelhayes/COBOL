      * Layout del control de periodos contables PERIODOS.DAT
      * (indexado por per-mes, AAAAMM): un mes que contabilidad ya
      * cerro con el LIBRO-MENSUAL y el extracto del mayor queda en
      * estado C y nada fechado en el puede entrar al maestro. Un
      * mes sin registro esta abierto. Se guarda quien hizo el
      * ultimo cambio de estado, cuando, y la nota (el motivo de
      * una reapertura); la historia completa queda en el diario de
      * imagenes.
       01  registro-periodo.
           05  per-mes          PIC 9(06).
           05  per-estado       PIC X(01).
               88  PERIODO-ABIERTO  VALUE 'A'.
               88  PERIODO-CERRADO  VALUE 'C'.
           05  per-operador     PIC X(08).
           05  per-fecha        PIC 9(08).
           05  per-hora         PIC 9(06).
           05  per-fecha-proceso PIC 9(08).
           05  per-nota         PIC X(40).
           05  FILLER           PIC X(03).
