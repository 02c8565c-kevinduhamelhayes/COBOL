      * columna, corte a las 60 lineas y recuento final de registros
      * para cotejar contra el archivo. Es el listado que auditoria
      * pide cada trimestre.
      * Los clientes salen agrupados por sucursal de radicacion
      * (cliente-sucursal, los sin radicar primero bajo la 000) y en
      * orden de ID dentro de cada sucursal, con el subtotal de la
      * sucursal al cierre de cada grupo; el total general sigue
      * cotejando contra el archivo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reporte ASSIGN TO 'LISTADO-CLIENTES.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.
           SELECT sucursales-maestro ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-sucursales.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
           COPY CLIENTE.
       FD  reporte.
       01  linea-reporte PIC X(80).
       FD  sucursales-maestro.
           COPY SUCURSAL.
       SD  archivo-orden.
       01  registro-orden.
           05  orden-sucursal  PIC 9(3).
           05  orden-cliente   PIC 9(6).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY WSDATE.

       01 fs-clientes PIC XX VALUE '00'.
       01 fs-reporte PIC XX VALUE '00'.
       01 fs-sucursales PIC XX VALUE '00'.
       01 FIN-CLIENTES PIC X VALUE 'N'.
           88 NO-HAY-MAS-CLIENTES VALUE 'S'.
       01 FIN-ORDEN PIC X VALUE 'N'.
           88 NO-HAY-MAS-ORDEN VALUE 'S'.
       01 DIRECTORIO-ABIERTO PIC X VALUE 'N'.
           88 HAY-SUCURSALES VALUE 'S'.
       01 GRUPO-ABIERTO PIC X VALUE 'N'.
           88 HAY-SUCURSAL VALUE 'S'.
       01 SUCURSAL-EN-CURSO PIC 9(3) VALUE ZERO.
       01 CLIENTES-SUCURSAL PIC 9(5) VALUE ZERO.
       01 CLIENTES-LISTADOS PIC 9(5) VALUE ZERO.
       01 LINEAS-EN-PAGINA PIC 9(2) VALUE 99.
       01 PAGINA-ACTUAL PIC 9(4) VALUE ZERO.
           05 DET-APELLIDO PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-EDAD PIC ZZ9.
       01 LINEA-SUCURSAL.
           05 FILLER PIC X(9) VALUE 'SUCURSAL '.
           05 LSU-CODIGO PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LSU-NOMBRE PIC X(30).
       01 LINEA-SUBTOTAL.
           05 FILLER PIC X(26) VALUE '  CLIENTES DE LA SUCURSAL'.
           05 FILLER PIC X(2) VALUE ': '.
           05 SUB-CLIENTES PIC ZZZZ9.
       01 LINEA-TOTAL.
           05 FILLER PIC X(26) VALUE 'TOTAL DE CLIENTES LISTADOS'.
           05 FILLER PIC X(2) VALUE ': '.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT fecha-sistema FROM DATE YYYYMMDD
           MOVE anio TO fecha-string(1:4)
           MOVE '-' TO fecha-string(5:1)
               STOP RUN
           END-IF

      * El directorio de sucursales solo pone el nombre en el
      * titulo de cada grupo: si no esta, el listado sale igual.
           OPEN INPUT sucursales-maestro
           IF fs-sucursales = '00'
               SET HAY-SUCURSALES TO TRUE
           END-IF

           SORT archivo-orden
               ON ASCENDING KEY orden-sucursal
               ON ASCENDING KEY orden-cliente
               INPUT PROCEDURE IS ORDENAR-CLIENTES
               OUTPUT PROCEDURE IS LISTAR-POR-SUCURSAL

           PERFORM ESCRIBIR-TOTAL
           CLOSE clientes
           IF HAY-SUCURSALES
               CLOSE sucursales-maestro
           END-IF
           CLOSE reporte
           DISPLAY 'LISTADO-CLIENTES: ' CLIENTES-LISTADOS
               ' CLIENTES LISTADOS.'
           STOP RUN.

      * Cada cliente entra al orden con su sucursal de radicacion;
      * sin radicar (en blanco o cero) ordena como 000.
       ORDENAR-CLIENTES.
           MOVE ZEROS TO cliente-id-fd
           START clientes KEY IS NOT LESS THAN cliente-id-fd
               INVALID KEY
                   AT END
                       SET NO-HAY-MAS-CLIENTES TO TRUE
                   NOT AT END
                       IF cliente-sucursal NUMERIC
                           MOVE cliente-sucursal TO orden-sucursal
                       ELSE
                           MOVE ZEROS TO orden-sucursal
                       END-IF
                       MOVE cliente-id-fd TO orden-cliente
                       RELEASE registro-orden
               END-READ
           END-PERFORM.

      * Corte de control por sucursal: titulo al abrir el grupo y
      * subtotal al cerrarlo. El registro completo se relee por
      * clave para el detalle.
       LISTAR-POR-SUCURSAL.
           PERFORM UNTIL NO-HAY-MAS-ORDEN
               RETURN archivo-orden
                   AT END
                       SET NO-HAY-MAS-ORDEN TO TRUE
                   NOT AT END
                       IF orden-sucursal NOT = SUCURSAL-EN-CURSO
                               OR NOT HAY-SUCURSAL
                           IF HAY-SUCURSAL
                               PERFORM CERRAR-SUCURSAL
                           END-IF
                           PERFORM ABRIR-SUCURSAL
                       END-IF
                       MOVE orden-cliente TO cliente-id-fd
                       READ clientes
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM LISTAR-CLIENTE
                       END-READ
               END-RETURN
           END-PERFORM
           IF HAY-SUCURSAL
               PERFORM CERRAR-SUCURSAL
           END-IF.

       ABRIR-SUCURSAL.
           SET HAY-SUCURSAL TO TRUE
           MOVE orden-sucursal TO SUCURSAL-EN-CURSO
           MOVE ZERO TO CLIENTES-SUCURSAL
           MOVE orden-sucursal TO LSU-CODIGO
           MOVE SPACES TO LSU-NOMBRE
           IF orden-sucursal = ZERO
               MOVE 'SIN RADICAR' TO LSU-NOMBRE
           ELSE
               IF HAY-SUCURSALES
                   MOVE orden-sucursal TO sucm-codigo
                   READ sucursales-maestro
                       INVALID KEY
                           MOVE '(SIN NOMBRE)' TO LSU-NOMBRE
                       NOT INVALID KEY
                           MOVE sucm-nombre TO LSU-NOMBRE
                   END-READ
               END-IF
           END-IF
      * El titulo del grupo no queda solo al pie de una pagina.
           IF LINEAS-EN-PAGINA + 3 >= LINEAS-POR-PAGINA
               PERFORM ENCABEZAR-PAGINA
           ELSE
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE LINEA-SUCURSAL TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       CERRAR-SUCURSAL.
           MOVE CLIENTES-SUCURSAL TO SUB-CLIENTES
           MOVE LINEA-SUBTOTAL TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       LISTAR-CLIENTE.
           IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA
           MOVE edad-fd TO DET-EDAD
           MOVE LINEA-DETALLE TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           ADD 1 TO CLIENTES-SUCURSAL
           ADD 1 TO CLIENTES-LISTADOS.

      * Encabezado de pagina: titulo con la fecha de corrida del
           END-IF
           ADD 1 TO LINEAS-EN-PAGINA
           MOVE SPACES TO linea-reporte.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'LISTADO-CLIENTES' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'SUCURSALES.DAT' TO l-sel-archivo
           MOVE version-sucursales TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
