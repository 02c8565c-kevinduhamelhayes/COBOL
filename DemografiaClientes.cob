      * edades minima y maxima. Reemplaza el reporte sobre el
      * EDADES.DAT armado a mano, que siempre estaba desactualizado:
      * estos numeros describen a los clientes de verdad.
      * Al pie, las mismas franjas abiertas por sucursal de
      * radicacion (cliente-sucursal; los sin radicar bajo la 000).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT sucursales-maestro ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-sucursales.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  sucursales-maestro.
           COPY SUCURSAL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01 EDAD PIC 999.
           88 JOVEN VALUE 1 THRU 30.
           88 ADULTO VALUE 31 THRU 60.
           88 VIEJO VALUE 61 THRU 100.

       01 fs-clientes PIC XX VALUE '00'.
       01 fs-sucursales PIC XX VALUE '00'.
       01 DIRECTORIO-ABIERTO PIC X VALUE 'N'.
           88 HAY-SUCURSALES VALUE 'S'.
       01 linea-reporte PIC X(80) VALUE SPACES.
           COPY REPPARM.
       01 FIN-CLIENTES PIC X VALUE 'N'.
       01 PCT-JOVENES PIC 999V99 VALUE ZERO.
       01 PCT-ADULTOS PIC 999V99 VALUE ZERO.
       01 PCT-VIEJOS PIC 999V99 VALUE ZERO.
      * Franjas por sucursal de radicacion: la fila es el codigo de
      * sucursal mas uno, asi la 000 (sin radicar) tambien tiene la
      * suya.
       01 FILA-SUCURSAL PIC 9(4) VALUE ZERO.
       01 CODIGO-SUCURSAL PIC 9(3) VALUE ZERO.
       01 TABLA-SUCURSALES.
           05 TSU-FILA OCCURS 1000 TIMES.
               10 TSU-JOVENES PIC 9(5).
               10 TSU-ADULTOS PIC 9(5).
               10 TSU-VIEJOS PIC 9(5).
               10 TSU-OTROS PIC 9(5).
               10 TSU-TOTAL PIC 9(5).
       01 TITULO-SUCURSALES.
           05 FILLER PIC X(30) VALUE 'SUC NOMBRE'.
           05 FILLER PIC X(40) VALUE
               ' JOVENES ADULTOS  VIEJOS   OTROS   TOTAL'.
       01 LINEA-SUCURSAL.
           05 LSU-CODIGO PIC 9(3).
           05 FILLER PIC X VALUE SPACE.
           05 LSU-NOMBRE PIC X(26).
           05 LSU-JOVENES PIC ZZZZZZZ9.
           05 LSU-ADULTOS PIC ZZZZZZZ9.
           05 LSU-VIEJOS PIC ZZZZZZZ9.
           05 LSU-OTROS PIC ZZZZZZZ9.
           05 LSU-TOTAL PIC ZZZZZZZ9.

       01 LINEA-FRANJA.
           05 FRA-ROTULO PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'DEMOGRAFIA: NO SE PUDO ABRIR CLIENTES.DAT, '
           MOVE 'DEMOGRAFIA DE LA BASE DE CLIENTES' TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE

           INITIALIZE TABLA-SUCURSALES
           MOVE ZEROS TO cliente-id-fd
           START clientes KEY IS NOT LESS THAN cliente-id-fd
               INVALID KEY

           PERFORM CALCULAR-PORCENTAJES
           PERFORM ESCRIBIR-REPORTE
           PERFORM ESCRIBIR-SUCURSALES
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           STOP RUN.

       CLASIFICAR-CLIENTE.
           ADD 1 TO TOTAL-CLIENTES
           IF cliente-sucursal NUMERIC
               COMPUTE FILA-SUCURSAL = cliente-sucursal + 1
           ELSE
               MOVE 1 TO FILA-SUCURSAL
           END-IF
           ADD 1 TO TSU-TOTAL(FILA-SUCURSAL)
           MOVE edad-fd TO EDAD
           ADD EDAD TO SUMA-EDADES
           IF EDAD < EDAD-MINIMA
           END-IF
           IF JOVEN
               ADD 1 TO TOTAL-JOVENES
               ADD 1 TO TSU-JOVENES(FILA-SUCURSAL)
           ELSE
               IF ADULTO
                   ADD 1 TO TOTAL-ADULTOS
                   ADD 1 TO TSU-ADULTOS(FILA-SUCURSAL)
               ELSE
                   IF VIEJO
                       ADD 1 TO TOTAL-VIEJOS
                       ADD 1 TO TSU-VIEJOS(FILA-SUCURSAL)
                   ELSE
                       ADD 1 TO TOTAL-OTROS
                       ADD 1 TO TSU-OTROS(FILA-SUCURSAL)
                   END-IF
               END-IF
           END-IF.
               PERFORM ESCRIBIR-LINEA
           END-IF.

      * Una linea por sucursal con clientes, en orden de codigo; el
      * nombre sale del directorio si esta disponible.
       ESCRIBIR-SUCURSALES.
           OPEN INPUT sucursales-maestro
           IF fs-sucursales = '00'
               SET HAY-SUCURSALES TO TRUE
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE 'POR SUCURSAL DE RADICACION' TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE TITULO-SUCURSALES TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING FILA-SUCURSAL FROM 1 BY 1
                   UNTIL FILA-SUCURSAL > 1000
               IF TSU-TOTAL(FILA-SUCURSAL) > ZERO
                   PERFORM ESCRIBIR-UNA-SUCURSAL
               END-IF
           END-PERFORM
           IF HAY-SUCURSALES
               CLOSE sucursales-maestro
           END-IF.

       ESCRIBIR-UNA-SUCURSAL.
           COMPUTE CODIGO-SUCURSAL = FILA-SUCURSAL - 1
           MOVE CODIGO-SUCURSAL TO LSU-CODIGO
           MOVE SPACES TO LSU-NOMBRE
           IF CODIGO-SUCURSAL = ZERO
               MOVE 'SIN RADICAR' TO LSU-NOMBRE
           ELSE
               IF HAY-SUCURSALES
                   MOVE CODIGO-SUCURSAL TO sucm-codigo
                   READ sucursales-maestro
                       INVALID KEY
                           MOVE '(SIN NOMBRE)' TO LSU-NOMBRE
                       NOT INVALID KEY
                           MOVE sucm-nombre TO LSU-NOMBRE
                   END-READ
               END-IF
           END-IF
           MOVE TSU-JOVENES(FILA-SUCURSAL) TO LSU-JOVENES
           MOVE TSU-ADULTOS(FILA-SUCURSAL) TO LSU-ADULTOS
           MOVE TSU-VIEJOS(FILA-SUCURSAL) TO LSU-VIEJOS
           MOVE TSU-OTROS(FILA-SUCURSAL) TO LSU-OTROS
           MOVE TSU-TOTAL(FILA-SUCURSAL) TO LSU-TOTAL
           MOVE LINEA-SUCURSAL TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

      * La linea va al reporte y tambien por pantalla, como los
      * resumenes de Level88.
       ESCRIBIR-LINEA.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'DEMOGRAFIA-CLIENTES' TO l-sel-programa
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
