       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENIDO.
       AUTHOR. Ejemplo.
      * Consulta de correo devuelto, en el mismo estilo de modulo
      * despachable que ENCOLA: antes de imprimir un documento para
      * un cliente (extracto, carta de mora, comprobante, envio a la
      * casa de correo) la corrida pregunta si su domicilio tiene
      * correo devuelto en DEVCORREO.DAT. Si lo tiene, el documento
      * no se imprime y, con la accion R, queda anotado en
      * CORREORET.DAT para el listado de correo retenido que
      * persigue la sucursal. Sin DEVCORREO.DAT no hay nada
      * devuelto. Se llama con los parametros de RETPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT devoluciones ASSIGN TO 'DEVCORREO.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dev-cliente
               FILE STATUS IS fs-devoluciones.
           SELECT archivo-retenidos ASSIGN TO 'CORREORET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-retenidos.

       DATA DIVISION.
       FILE SECTION.
       FD  devoluciones.
           COPY DEVCORREO.
       FD  archivo-retenidos.
           COPY CORREORET.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01  estado-layouts PIC X VALUE 'N'.
           88  LAYOUTS-VERIFICADOS VALUE 'S'.
           COPY FPRPARM.
       01  fs-devoluciones    PIC XX VALUE '00'.
       01  fs-retenidos       PIC XX VALUE '00'.

       LINKAGE SECTION.
           COPY RETPARM.

       PROCEDURE DIVISION USING l-ret-accion, l-ret-cliente,
           l-ret-documento, l-ret-programa, l-ret-fecha,
           l-ret-motivo, l-ret-status.
       MAIN-PROCEDURE.
           IF NOT LAYOUTS-VERIFICADOS
               PERFORM CONTROLAR-LAYOUTS
           END-IF
           MOVE 0 TO l-ret-status
           MOVE ZEROS TO l-ret-fecha
           MOVE SPACES TO l-ret-motivo
           OPEN INPUT devoluciones
           IF fs-devoluciones = '00'
               MOVE l-ret-cliente TO dev-cliente
               READ devoluciones
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO l-ret-status
                       MOVE dev-fecha TO l-ret-fecha
                       MOVE dev-motivo TO l-ret-motivo
               END-READ
               CLOSE devoluciones
           END-IF
           IF l-ret-status = 1 AND l-ret-accion = 'R'
               PERFORM ANOTAR-RETENIDO
           END-IF
           GOBACK.

       ANOTAR-RETENIDO.
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           OPEN EXTEND archivo-retenidos
           IF fs-retenidos = '05' OR fs-retenidos = '35'
               OPEN OUTPUT archivo-retenidos
           END-IF
           IF fs-retenidos NOT = '00'
               MOVE 9 TO l-ret-status
           ELSE
               MOVE SPACES TO registro-retenido
               MOVE l-fpr-fecha TO rtn-fecha
               MOVE l-ret-cliente TO rtn-cliente
               MOVE l-ret-documento TO rtn-documento
               MOVE l-ret-programa TO rtn-programa
               WRITE registro-retenido
               IF fs-retenidos NOT = '00'
                   MOVE 9 TO l-ret-status
               END-IF
               CLOSE archivo-retenidos
           END-IF.

      * El primer llamado de la corrida verifica que cada maestro
      * indexado que abre el modulo este en el layout para el que
      * fue compilado (VERSIONES); si no, SELLO corta la corrida
      * por ALERTA antes de leer nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'RETENIDO' TO l-sel-programa
           MOVE 'DEVCORREO.DAT' TO l-sel-archivo
           MOVE version-devcorreo TO l-sel-version
           PERFORM LLAMAR-SELLO
           SET LAYOUTS-VERIFICADOS TO TRUE.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
       END PROGRAM RETENIDO.
