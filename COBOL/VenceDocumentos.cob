       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-DOCUMENTO.
       AUTHOR. Ejemplo.
      * Control nocturno de documentos de identidad: recorre
      * CLIENTES.DAT y, por cada cliente, sus documentos en
      * DOCUMENTOS.DAT. Lista en VENCEDOC.RPT los documentos que
      * vencen dentro de los proximos DIAS-AVISO-DOC dias (30 por
      * defecto), para que la sucursal llame al cliente antes de que
      * venzan. Un cliente activo o inactivo sin ningun documento
      * vigente pasa a restringido (R): el posteo le acepta creditos
      * pero le desvia los debitos al suspenso. Un restringido que
      * ya tiene un documento vigente (cargado por MANT-DOCUMENTO
      * sin pasar por el levantamiento en linea) vuelve a activo.
      * Bloqueados y fallecidos no se tocan: su estado manda. Cada
      * cambio de estado va al diario de imagenes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT documentos ASSIGN TO 'DOCUMENTOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS doc-clave
               FILE STATUS IS fs-documentos.
           SELECT reporte ASSIGN TO 'VENCEDOC.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  documentos.
           COPY DOCUMENTO.
       FD  reporte.
       01  linea-reporte PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY JRNPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-documentos      PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-clientes       PIC X VALUE 'N'.
           88  no-hay-mas-clientes VALUE 'S'.
       01  fin-documentos     PIC X VALUE 'N'.
           88  no-hay-mas-documentos VALUE 'S'.
       01  hay-documentos     PIC X VALUE 'N'.
           88  archivo-documentos-ok VALUE 'S'.
       01  parametro-texto    PIC X(20) VALUE SPACES.
       01  dias-aviso         PIC 9(3) VALUE 30.
       01  fecha-proceso      PIC 9(8).
       01  fecha-limite-aviso PIC 9(8).
       01  dias-para-vencer   PIC S9(5).
       01  vigentes-cliente   PIC 9(3).
       01  clientes-leidos    PIC 9(6) VALUE ZERO.
       01  documentos-por-vencer PIC 9(6) VALUE ZERO.
       01  clientes-restringidos PIC 9(6) VALUE ZERO.
       01  restricciones-levantadas PIC 9(6) VALUE ZERO.
       01  imagen-anterior    PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE SPACES TO parametro-texto
           MOVE 'DIAS-AVISO-DOC' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO parametro-texto
           IF parametro-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(parametro-texto) = 0
               COMPUTE dias-aviso =
                   FUNCTION NUMVAL(parametro-texto)
           END-IF
           COMPUTE fecha-limite-aviso = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(fecha-proceso) + dias-aviso)

           OPEN I-O clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'VENCE-DOCUMENTO: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      * Sin DOCUMENTOS.DAT ningun cliente tiene documento: se
      * restringe a todos, que es lo que dice la regulacion.
           OPEN INPUT documentos
           IF fs-documentos = '00'
               SET archivo-documentos-ok TO TRUE
           ELSE
               DISPLAY 'VENCE-DOCUMENTO: AVISO, sin DOCUMENTOS.DAT '
                   '(status=' fs-documentos ').'
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'VENCE-DOCUMENTO: no se pudo crear '
                   'VENCEDOC.RPT, status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'DOCUMENTOS DE IDENTIDAD - PROCESO ' fecha-proceso
               ' - AVISO HASTA ' fecha-limite-aviso
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO linea-reporte
           WRITE linea-reporte

           MOVE ZEROS TO cliente-id-fd
           START clientes KEY IS NOT LESS THAN cliente-id-fd
               INVALID KEY
                   SET no-hay-mas-clientes TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-clientes
               READ clientes NEXT RECORD
                   AT END
                       SET no-hay-mas-clientes TO TRUE
                   NOT AT END
                       PERFORM CONTROLAR-CLIENTE
               END-READ
           END-PERFORM
           CLOSE clientes
           IF archivo-documentos-ok
               CLOSE documentos
           END-IF

           MOVE SPACES TO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO linea-reporte
           STRING 'CLIENTES: ' clientes-leidos
               '  POR VENCER: ' documentos-por-vencer
               '  RESTRINGIDOS: ' clientes-restringidos
               '  LEVANTADOS: ' restricciones-levantadas
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           CLOSE reporte
           DISPLAY 'VENCE-DOCUMENTO: ' clientes-leidos ' clientes, '
               documentos-por-vencer ' documentos por vencer, '
               clientes-restringidos ' restringidos, '
               restricciones-levantadas ' levantados.'
           STOP RUN.

       CONTROLAR-CLIENTE.
           ADD 1 TO clientes-leidos
           MOVE ZERO TO vigentes-cliente
           IF archivo-documentos-ok
               PERFORM REVISAR-DOCUMENTOS
           END-IF
           IF vigentes-cliente = ZERO
               AND (CLIENTE-ACTIVO OR CLIENTE-INACTIVO)
               PERFORM RESTRINGIR-CLIENTE
           END-IF
           IF vigentes-cliente > ZERO AND CLIENTE-RESTRINGIDO
               PERFORM LEVANTAR-RESTRICCION
           END-IF.

      * Los documentos del cliente son las claves que empiezan con
      * su ID; vigente = vencimiento no anterior a la fecha de
      * proceso. Los vigentes que vencen dentro del aviso se listan.
       REVISAR-DOCUMENTOS.
           MOVE 'N' TO fin-documentos
           MOVE cliente-id-fd TO doc-cliente
           MOVE LOW-VALUES TO doc-tipo
           START documentos KEY IS NOT LESS THAN doc-clave
               INVALID KEY
                   SET no-hay-mas-documentos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-documentos
               READ documentos NEXT RECORD
                   AT END
                       SET no-hay-mas-documentos TO TRUE
                   NOT AT END
                       IF doc-cliente NOT = cliente-id-fd
                           SET no-hay-mas-documentos TO TRUE
                       ELSE
                           PERFORM EVALUAR-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-DOCUMENTO.
           IF doc-vencimiento NUMERIC
               AND doc-vencimiento >= fecha-proceso
               ADD 1 TO vigentes-cliente
               IF doc-vencimiento <= fecha-limite-aviso
                   ADD 1 TO documentos-por-vencer
                   COMPUTE dias-para-vencer =
                       FUNCTION INTEGER-OF-DATE(doc-vencimiento)
                       - FUNCTION INTEGER-OF-DATE(fecha-proceso)
                   MOVE SPACES TO linea-reporte
                   STRING 'POR VENCER  ' cliente-id-fd ' '
                       nombre-fd ' ' apellido-fd ' ' doc-tipo ' '
                       doc-numero ' VENCE ' doc-vencimiento
                       ' EN ' dias-para-vencer ' DIAS'
                       DELIMITED BY SIZE INTO linea-reporte
                   WRITE linea-reporte
               END-IF
           END-IF.

       RESTRINGIR-CLIENTE.
           ADD 1 TO clientes-restringidos
           MOVE SPACES TO linea-reporte
           STRING 'RESTRINGIDO ' cliente-id-fd ' ' nombre-fd ' '
               apellido-fd ' SIN DOCUMENTO VIGENTE, ESTADO '
               cliente-estado ' -> R'
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO imagen-anterior
           MOVE registro-cliente TO imagen-anterior
           MOVE 'R' TO cliente-estado
           PERFORM GRABAR-CLIENTE.

       LEVANTAR-RESTRICCION.
           ADD 1 TO restricciones-levantadas
           MOVE SPACES TO linea-reporte
           STRING 'LEVANTADO   ' cliente-id-fd ' ' nombre-fd ' '
               apellido-fd ' CON DOCUMENTO VIGENTE, R -> A'
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           MOVE SPACES TO imagen-anterior
           MOVE registro-cliente TO imagen-anterior
           MOVE 'A' TO cliente-estado
           PERFORM GRABAR-CLIENTE.

       GRABAR-CLIENTE.
           MOVE 'VENCE-DOCUM' TO l-jrn-programa
           MOVE 'CLIENTES' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-cliente TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: no se pudo grabar el diario de '
                   'imagenes.'
           END-IF
           REWRITE registro-cliente
               INVALID KEY
                   DISPLAY 'VENCE-DOCUMENTO: error al regrabar el '
                       'cliente ' cliente-id-fd
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'VENCE-DOCUM' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'VENCE-DOCUMENTO' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOCUMENTOS.DAT' TO l-sel-archivo
           MOVE version-documentos TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
