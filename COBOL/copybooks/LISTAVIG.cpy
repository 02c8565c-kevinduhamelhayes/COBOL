      * Layout de la lista de vigilancia LISTAVIG.TXT que cumplimiento
      * recibe cada mes como archivo plano: un encabezado 'H' con la
      * fecha de la lista (es lo que dice si la lista es nueva) y un
      * detalle 'D' por persona, con el codigo que le da el emisor y
      * el nombre tal como viene, en cualquier orden y con acentos.
       01  registro-lista.
           05  lv-tipo         PIC X(01).
               88  LISTA-ENCABEZADO    VALUE 'H'.
               88  LISTA-DETALLE       VALUE 'D'.
           05  lv-codigo       PIC X(10).
           05  FILLER          PIC X(01).
           05  lv-nombre       PIC X(60).
           05  FILLER          PIC X(08).
       01  registro-lista-encabezado REDEFINES registro-lista.
           05  FILLER          PIC X(01).
           05  lv-fecha-lista  PIC 9(08).
           05  FILLER          PIC X(71).
