               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT resguardo-maestro ASSIGN TO 'MAESTRO.BKP'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  resguardo-maestro.
       01  registro-resguardo-mae PIC X(96).
       FD  reporte.
       01  linea-reporte PIC X(80).
      * Certificado de verificacion: archivo, momento, resultado y
           05  cer-sobrantes   PIC 9(7).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY WSDATE.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
           05  vmc-clave       PIC 9(7).
           05  FILLER          PIC X(8).
           05  vmc-importe     PIC S9(7)V99.
           05  FILLER          PIC X(72).

       01  registros-distintos PIC 9(7) VALUE ZERO.
       01  registros-faltantes PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT fecha-sistema FROM DATE YYYYMMDD
           ACCEPT ws-hora FROM TIME
           DISPLAY 'Archivo a verificar (1=CLIENTES.DAT contra '
               MOVE 106 TO largo-registro
           ELSE
               MOVE 'MAESTRO' TO nombre-elegido
               MOVE 96 TO largo-registro
           END-IF
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
           MOVE registros-sobrantes TO cer-sobrantes
           WRITE registro-certificado
           CLOSE certificados.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'VERIFICA-BKP' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
