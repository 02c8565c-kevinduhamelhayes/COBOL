           05  FILLER PIC X(30) VALUE 'CUOTAS.TXT'.
           05  FILLER PIC X(30) VALUE 'MANUALES.TXT'.
           05  FILLER PIC X(30) VALUE 'CHEQDEV.TXT'.
           05  FILLER PIC X(30) VALUE 'PLAZOS.TXT'.
           05  FILLER PIC X(30) VALUE 'PAGOS.TXT'.
           05  FILLER PIC X(30) VALUE 'NORECLAMO.TXT'.
           05  FILLER PIC X(30) VALUE 'CIERRES.TXT'.
           05  FILLER PIC X(30) VALUE 'DEBITOS.TXT'.
           05  FILLER PIC X(30) VALUE 'HABERES.TXT'.
           05  FILLER PIC X(30) VALUE 'CASTIGOS.TXT'.
           05  FILLER PIC X(30) VALUE 'PREVISION.TXT'.
           05  FILLER PIC X(30) VALUE 'AJINTERES.TXT'.
       01  tabla-fuentes-r REDEFINES tabla-fuentes.
           05  fuente-e OCCURS 21 TIMES.
               10  fue-nombre      PIC X(30).
       01  fuentes-definidas  PIC 9(2) VALUE 21.
       01  tabla-fuentes-estado.
           05  fuente-estado-e OCCURS 21 TIMES.
               10  fue-leida       PIC X.
               10  fue-mergeados   PIC 9(7).
       01  idx-fuente         PIC 9(2).
