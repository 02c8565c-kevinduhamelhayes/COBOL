      * Layout comun de parametros para PARAMETRO, la consulta de
      * los parametros del negocio que reemplaza a las variables de
      * entorno sueltas: el programa pide el parametro por su nombre
      * (el mismo que tenia la variable) y se identifica, y recibe
      * el valor que rige a la fecha de proceso en PARAMETROS.DAT
      * con la fecha desde la que rige. Un parametro que todavia no
      * se cargo en el archivo se toma de la variable de entorno del
      * mismo nombre, para no cortar a nadie mientras se pasan. Sin
      * ninguno de los dos el valor vuelve en blanco y rige el
      * defecto del programa. Cada consulta queda en PARAMUSO.LOG
      * con el programa, el valor y de donde salio, para poder decir
      * con que valores corrio cada paso.
      * Status: 0 valor de PARAMETROS.DAT, 1 valor de la variable de
      * entorno, 2 sin valor (rige el defecto del programa).
       01  l-par-nombre     PIC X(24).
       01  l-par-programa   PIC X(12).
       01  l-par-valor      PIC X(20).
       01  l-par-vigencia   PIC 9(8).
       01  l-par-status     PIC 9.
