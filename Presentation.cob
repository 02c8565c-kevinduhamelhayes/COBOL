           05  sol-email            PIC X(30).
           05  sol-telefono         PIC X(15).
           05  sol-compania-codigo  PIC X(06).
      * Cliente del banco al que va la carta, para su historial de
      * contactos; en blanco cuando el destinatario no es cliente.
           05  sol-cliente          PIC X(06).

       FD  archivo-carta.
       01  registro-carta      PIC X(200).
           COPY COMPANIA.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01 APPLICANT-DETAILS.
          05 APPLICANT-NAME      PIC X(30) VALUE 'Kevin Duhamel Hayes'.
          05 APPLICANT-EMAIL     PIC X(30)
       01 FIN-DE-SOLICITANTES    PIC X VALUE 'N'.
           88  EOF-SOLICITANTES  VALUE 'S'.
       01 LINEA-CARTA            PIC X(200).
           COPY CNTPARM.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           PERFORM ELEGIR-PLANTILLA
           OPEN INPUT archivo-solicitantes
           IF FS-SOLICITANTES = '00'
                           MOVE sol-compania-codigo TO COMPANY-CODE
                           PERFORM BUSCAR-COMPANIA
                           PERFORM GENERAR-CARTA
                           PERFORM ANOTAR-CONTACTO
                   END-READ
               END-PERFORM
               CLOSE archivo-solicitantes
           END-IF
           STOP RUN.

      * La carta a un cliente del banco queda en su historial de
      * contactos; la de un destinatario sin numero de cliente no.
       ANOTAR-CONTACTO.
           IF sol-cliente NUMERIC
               AND sol-cliente NOT = ZEROS
               MOVE sol-cliente TO l-cnt-cliente
               MOVE 'CARTA' TO l-cnt-tipo
               MOVE 'COVERLETTER' TO l-cnt-programa
               MOVE COMPANY-CODE TO l-cnt-documento
               MOVE ZEROS TO l-cnt-cola
               CALL 'CONTACTO' USING l-cnt-cliente, l-cnt-tipo,
                   l-cnt-programa, l-cnt-documento, l-cnt-cola,
                   l-cnt-status
               IF l-cnt-status NOT = 0
                   DISPLAY 'COVERLETTER: no se pudo anotar la carta '
                       'en el historial de contactos.'
               END-IF
           END-IF.

      * Busca la compania por codigo en el directorio COMPANIAS.DAT;
      * si no existe el directorio o el codigo no esta dado de alta,
      * se restauran los valores por defecto de COMPANY-DETAILS en
       ESCRIBIR-LINEA-VACIA.
           MOVE SPACES TO LINEA-CARTA
           PERFORM ESCRIBIR-LINEA.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CoverLetter' TO l-sel-programa
           MOVE 'COMPANIAS.DAT' TO l-sel-archivo
           MOVE version-companias TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
