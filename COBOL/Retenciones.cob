               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-impuestos ASSIGN TO 'IMPUESTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
       01  registro-ultima PIC 9(8).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-impuestos       PIC XX VALUE '00'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
      * cada corrida tiene que entrar en la ventana de la corrida
      * SIGUIENTE -- y entra una sola vez, porque esta corrida la
      * excluye. Las retenciones mismas (RETENCION CLAVE) nunca
      * devengan, y los ajustes de interes por fecha valor
      * (INTERES SALDO AJ) ya llegan con su retencion hecha por
      * AJUSTE-INTERES.
       RECORRER-MAESTRO.
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               AND maestro-importe > ZERO
               MOVE ZERO TO tasa-aplicable
               IF maestro-descripcion(1:13) = 'INTERES SALDO'
                   AND maestro-descripcion(1:16) NOT =
                       'INTERES SALDO AJ'
                   MOVE tasa-interes TO tasa-aplicable
               END-IF
               IF maestro-descripcion(1:12) = 'RECARGO MORA'
           STRING 'RETENIDO EN ESTA CORRIDA: ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'RETENCIONES' TO l-sel-programa
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
