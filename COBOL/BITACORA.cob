      * regraba o borra registros de CLIENTES.DAT o maestro.dat lo
      * llama ANTES de tocar el archivo, y aca queda en IMAGENES.LOG
      * la imagen anterior y la posterior del registro con fecha,
      * hora, programa, operacion y el operador firmado
      * (OPERADOR-ID; NOSIGN si no hay firma, como en el resto del
      * shop). Con este diario mas un resguardo
      * del REORG, REHACE puede llevar el archivo hacia adelante
      * hasta cualquier punto, que es la vuelta atras que los
      * maestros indexados no tenian.
       DATA DIVISION.
       FILE SECTION.
       FD  diario-imagenes.
       01  registro-diario PIC X(303).

       WORKING-STORAGE SECTION.
       01  fs-diario       PIC XX VALUE '00'.
       01  ws-fecha        PIC 9(8).
       01  ws-hora         PIC 9(8).
       01  ws-operador     PIC X(8) VALUE SPACES.
           COPY IMAGEN.

       LINKAGE SECTION.
           MOVE 0 TO l-jrn-status
           ACCEPT ws-fecha FROM DATE YYYYMMDD
           ACCEPT ws-hora FROM TIME
           MOVE SPACES TO ws-operador
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Apertura EXTEND con fallback a OUTPUT la primera vez, como
      * los logs de auditoria del resto del shop.
           OPEN EXTEND diario-imagenes
               MOVE l-jrn-operacion TO img-operacion
               MOVE l-jrn-antes TO img-antes
               MOVE l-jrn-despues TO img-despues
               MOVE ws-operador TO img-operador
               WRITE registro-diario FROM registro-imagen
               IF fs-diario NOT = '00'
                   MOVE 1 TO l-jrn-status
