      * reimprime el documento de UN cliente (copiando su rango de
      * lineas del archivo de salida a REIMPRESION.OUT) y purga las
      * entradas impresas mas viejas que la retencion
      * (COLA-RETENCION en dias, 30 si no esta), junto con lo que
      * la casa de correo ya confirmo despachado. Se termino elegir
      * entre reimprimir todo o nada cuando la impresora se traba
      * en la pagina 400. Toda actualizacion de la cola se escribe
      * bajo un nombre de trabajo y se promueve al final.
       DATA DIVISION.
       FILE SECTION.
       FD  archivo-cola.
       01  registro-cola-archivo PIC X(100).
       FD  cola-nueva.
       01  registro-cola-nueva PIC X(100).
       FD  archivo-fuente.
       01  registro-fuente PIC X(80).
       FD  archivo-reimpresion.
       01  registro-reimpresion PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PARPARM.
           COPY COLAIMP.
           COPY FPRPARM.
       01  fs-cola            PIC XX VALUE '00'.
           MOVE l-fpr-fecha TO fecha-proceso
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           MOVE 'COLA-RETENCION' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO ws-retencion-texto
           IF ws-retencion-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(ws-retencion-texto) = 0
               COMPUTE dias-retencion =
               END-IF
           END-IF.

      * Purga de lo impreso (o despachado por la casa de correo)
      * fuera de la retencion; lo pendiente y lo enviado sin acuse
      * no se purgan nunca: una entrada sin cerrar no envejece sola.
       PURGAR-IMPRESOS.
           MOVE ZERO TO entradas-purgadas
           MOVE 'N' TO fin-cola
           END-IF.

       PURGAR-UNA-ENTRADA.
           IF (col-estado = 'I' OR col-estado = 'C')
               AND col-fecha NUMERIC
               COMPUTE entero-entrada =
                   FUNCTION INTEGER-OF-DATE(col-fecha)
               COMPUTE dias-entrada =
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'COLAIMP' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.
