      * Layout comun del registro de relaciones entre clientes
      * RELACIONES.DAT (indexado por el cliente, el tipo, el
      * cliente relacionado y el prestamo), compartido por la
      * pantalla de mantenimiento MANT-RELACION, el alta de
      * clientes (tutor del menor), el alta de prestamos (garante),
      * la corrida de extractos (cotitulares) y la de cartas de
      * mora (aviso al garante), para que todos describan el mismo
      * registro de la misma manera.
      * Tipos: COTI = cotitular de la cuenta (se graba en los dos
      * sentidos, asi cada titular encuentra al otro por su propia
      * clave); GARA = garante del prestamo rel-prestamo del
      * cliente; TUTO = tutor o responsable del cliente menor de
      * edad. rel-prestamo va en cero salvo en las garantias.
       01  registro-relacion.
           05  rel-clave.
               10  rel-cliente         PIC 9(06).
               10  rel-tipo            PIC X(04).
                   88  RELACION-COTITULAR  VALUE 'COTI'.
                   88  RELACION-GARANTE    VALUE 'GARA'.
                   88  RELACION-TUTOR      VALUE 'TUTO'.
                   88  RELACION-TIPO-VALIDO
                       VALUE 'COTI' 'GARA' 'TUTO'.
               10  rel-relacionado     PIC 9(06).
               10  rel-prestamo        PIC 9(05).
      * Vigencia: desde la fecha de alta del vinculo hasta la fecha
      * de baja (cero = sin baja). El vinculo rige desde rel-desde
      * inclusive y deja de regir en rel-hasta.
           05  rel-desde           PIC 9(08).
           05  rel-hasta           PIC 9(08).
           05  rel-operador        PIC X(08).
           05  rel-fecha-alta      PIC 9(08).
      * Fecha en que CARTAS-MORA aviso al garante que el prestamo
      * paso los 60 dias de atraso (cero = sin aviso pendiente): el
      * aviso sale una vez por atraso y se limpia cuando el
      * prestamo se regulariza.
           05  rel-aviso-mora      PIC 9(08).
           05  rel-observacion     PIC X(30).
           05  FILLER              PIC X(09).
