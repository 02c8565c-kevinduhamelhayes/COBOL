           05  vic-estado      PIC X.
           05  vic-ult-mov     PIC X(8).
           05  vic-limite      PIC X(9).
           05  vic-sucursal    PIC X(3).
           05  FILLER          PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO linea-armada
           STRING img-fecha ' ' img-hora ' ' img-programa ' '
               img-archivo ' ' img-operacion ' ' img-operador
               DELIMITED BY SIZE INTO linea-armada
           PERFORM ESCRIBIR-LINEA
           IF img-antes NOT = SPACES
           MOVE SPACES TO linea-armada
           STRING '  EDAD ' vic-edad ' SALDO ' saldo-editado
               ' CICLO ' vic-ciclo ' ESTADO ' vic-estado
               ' NACIDO ' vic-fecnac ' SUC ' vic-sucursal
               DELIMITED BY SIZE INTO linea-armada
           PERFORM ESCRIBIR-LINEA.

