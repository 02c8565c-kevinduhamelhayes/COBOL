       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cola.
       01  registro-cola-archivo PIC X(100).
       FD  siguiente-doc.
       01  registro-siguiente-doc PIC 9(6).

           COPY SPLPARM.

       PROCEDURE DIVISION USING l-spl-tipo, l-spl-cliente,
           l-spl-archivo, l-spl-desde, l-spl-hasta, l-spl-numero,
           l-spl-status.
       MAIN-PROCEDURE.
           MOVE 0 TO l-spl-status
           MOVE ZEROS TO l-spl-numero
      * Numero correlativo del documento, con la misma mecanica de
      * NEXTID.DAT del alta de clientes.
           OPEN INPUT siguiente-doc
           ELSE
               MOVE SPACES TO registro-cola
               MOVE numero-doc TO col-numero
               MOVE numero-doc TO l-spl-numero
               MOVE l-fpr-fecha TO col-fecha
               MOVE l-spl-tipo TO col-tipo
               MOVE l-spl-cliente TO col-cliente
               MOVE l-spl-desde TO col-desde
               MOVE l-spl-hasta TO col-hasta
               MOVE 'P' TO col-estado
               MOVE ZEROS TO col-fecha-envio
               MOVE ZEROS TO col-fecha-acuse
               WRITE registro-cola-archivo FROM registro-cola
               IF fs-cola NOT = '00'
                   MOVE 1 TO l-spl-status
