      * Layout comun de parametros para SELLO, el control de la
      * version de layout de los maestros indexados. El sello de
      * cada maestro vive en un archivo de control al lado del
      * indexado, con el mismo nombre y .CTL agregado
      * (CLIENTES.DAT.CTL, maestro.dat.CTL, MAESTRO.1999.DAT.CTL):
      * version de layout, fecha de la ultima reorganizacion y
      * quien lo estampo. CLIENTES.DAT, maestro.dat y los anuales
      * (los maestros que tuvieron mas de un layout) se prueban
      * ademas abriendolos con el layout pedido, para que un
      * maestro restaurado debajo de un sello mas nuevo no pase.
      * Accion V = verificar: el programa informa el maestro y la
      * version para la que fue compilado (VERSIONES); si el sello
      * dice otra cosa SELLO corta la corrida por ALERTA y NO
      * retorna. Un maestro sin sello es del layout original
      * (version 1). Al volver, l-sel-fecha trae la fecha de la
      * ultima reorganizacion (ceros si nunca se reorganizo).
      * Accion E = estampar: graba el sello con la version dada; con
      * l-sel-fecha en ceros conserva la fecha de reorganizacion que
      * ya tenia. La usan solo las migraciones, el REORG y los
      * programas que crean el maestro.
      * Status: 0 bien; 3 no se pudo grabar el sello, o el maestro
      * no abre con el layout que se queria estampar (mensaje).
       01  l-sel-accion     PIC X.
       01  l-sel-archivo    PIC X(30).
       01  l-sel-version    PIC 9(3).
       01  l-sel-fecha      PIC 9(8).
       01  l-sel-programa   PIC X(16).
       01  l-sel-status     PIC 9.
       01  l-sel-mensaje    PIC X(60).
