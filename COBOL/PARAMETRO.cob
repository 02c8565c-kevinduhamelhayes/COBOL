       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMETRO.
       AUTHOR. Ejemplo.
      * Consulta de los parametros del negocio, en el mismo estilo
      * de modulo que PERIODO: los programas que antes leian su
      * configuracion de variables de entorno (limite de credito por
      * defecto, tasa y gracia de recargos, tolerancias, ventanas,
      * ciclo de extractos, ...) la piden aca por el mismo nombre.
      * Rige el valor de PARAMETROS.DAT con la mayor fecha de
      * vigencia que no pase la fecha de proceso; un parametro que
      * todavia no esta en el archivo se toma de la variable de
      * entorno del mismo nombre, y sin ninguno de los dos vuelve en
      * blanco y el programa aplica su defecto. Toda consulta deja
      * una linea en PARAMUSO.LOG (fecha de proceso, fecha y hora,
      * programa, parametro, origen, vigencia y valor): es el
      * registro de con que valores corrio cada paso. Se llama con
      * los parametros de PARPARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT parametros ASSIGN TO 'PARAMETROS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS par-clave
               FILE STATUS IS fs-parametros.
           SELECT uso-parametros ASSIGN TO 'PARAMUSO.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-uso.

       DATA DIVISION.
       FILE SECTION.
       FD  parametros.
           COPY PARAMETRO.
      * Linea del registro de uso: cuando, quien pidio que
      * parametro, de donde salio el valor (ARCHIVO, ENTORNO o
      * DEFECTO), desde cuando rige y el valor entregado.
       FD  uso-parametros.
       01  registro-uso.
           05  uso-fecha-proceso PIC 9(8).
           05  FILLER           PIC X.
           05  uso-fecha        PIC 9(8).
           05  FILLER           PIC X.
           05  uso-hora         PIC 9(6).
           05  FILLER           PIC X.
           05  uso-programa     PIC X(12).
           05  FILLER           PIC X.
           05  uso-nombre       PIC X(24).
           05  FILLER           PIC X.
           05  uso-origen       PIC X(7).
           05  FILLER           PIC X.
           05  uso-vigencia     PIC 9(8).
           05  FILLER           PIC X.
           05  uso-valor        PIC X(20).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
       01  estado-layouts PIC X VALUE 'N'.
           88  LAYOUTS-VERIFICADOS VALUE 'S'.
           COPY FPRPARM.
       01  fs-parametros      PIC XX VALUE '00'.
       01  fs-uso             PIC XX VALUE '00'.
       01  fin-parametros     PIC X VALUE 'N'.
           88  no-hay-mas-parametros VALUE 'S'.
      * La fecha de proceso se toma en la primera llamada y queda
      * para las siguientes.
       01  modulo-iniciado    PIC X VALUE 'N'.
           88  MODULO-LISTO    VALUE 'S'.
       01  fecha-proceso      PIC 9(8) VALUE ZERO.
       01  hora-sistema       PIC 9(8).
       01  valor-entorno      PIC X(20).

       LINKAGE SECTION.
           COPY PARPARM.

       PROCEDURE DIVISION USING l-par-nombre, l-par-programa,
           l-par-valor, l-par-vigencia, l-par-status.
       MAIN-PROCEDURE.
           IF NOT LAYOUTS-VERIFICADOS
               PERFORM CONTROLAR-LAYOUTS
           END-IF
           IF NOT MODULO-LISTO
               MOVE 'L' TO l-fpr-accion
               CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
                   l-fpr-status
               MOVE l-fpr-fecha TO fecha-proceso
               SET MODULO-LISTO TO TRUE
           END-IF
           MOVE SPACES TO l-par-valor
           MOVE ZEROS TO l-par-vigencia
           MOVE 2 TO l-par-status
           OPEN INPUT parametros
           IF fs-parametros = '00'
               PERFORM BUSCAR-VIGENTE
               CLOSE parametros
           END-IF
           IF l-par-status = 2
               MOVE SPACES TO valor-entorno
               ACCEPT valor-entorno FROM ENVIRONMENT l-par-nombre
               IF valor-entorno NOT = SPACES
                   MOVE valor-entorno TO l-par-valor
                   MOVE 1 TO l-par-status
               END-IF
           END-IF
           PERFORM ANOTAR-USO
           GOBACK.

      * Los valores del parametro vienen en orden de vigencia: el
      * ultimo que no pasa la fecha de proceso es el que rige.
       BUSCAR-VIGENTE.
           MOVE 'N' TO fin-parametros
           MOVE l-par-nombre TO par-nombre
           MOVE ZEROS TO par-vigencia
           START parametros KEY IS NOT LESS THAN par-clave
               INVALID KEY
                   SET no-hay-mas-parametros TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-parametros
               READ parametros NEXT RECORD
                   AT END
                       SET no-hay-mas-parametros TO TRUE
                   NOT AT END
                       IF par-nombre NOT = l-par-nombre
                           OR par-vigencia > fecha-proceso
                           SET no-hay-mas-parametros TO TRUE
                       ELSE
                           MOVE par-valor TO l-par-valor
                           MOVE par-vigencia TO l-par-vigencia
                           MOVE 0 TO l-par-status
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-USO.
           OPEN EXTEND uso-parametros
           IF fs-uso = '05' OR fs-uso = '35'
               OPEN OUTPUT uso-parametros
           END-IF
           IF fs-uso NOT = '00'
               DISPLAY 'PARAMETRO: no se pudo anotar el uso de '
                   l-par-nombre ' en PARAMUSO.LOG, status=' fs-uso
           ELSE
               MOVE SPACES TO registro-uso
               MOVE fecha-proceso TO uso-fecha-proceso
               ACCEPT uso-fecha FROM DATE YYYYMMDD
               ACCEPT hora-sistema FROM TIME
               MOVE hora-sistema(1:6) TO uso-hora
               MOVE l-par-programa TO uso-programa
               MOVE l-par-nombre TO uso-nombre
               EVALUATE l-par-status
                   WHEN 0
                       MOVE 'ARCHIVO' TO uso-origen
                   WHEN 1
                       MOVE 'ENTORNO' TO uso-origen
                   WHEN OTHER
                       MOVE 'DEFECTO' TO uso-origen
               END-EVALUATE
               MOVE l-par-vigencia TO uso-vigencia
               MOVE l-par-valor TO uso-valor
               WRITE registro-uso
               CLOSE uso-parametros
           END-IF.

      * El primer llamado de la corrida verifica que cada maestro
      * indexado que abre el modulo este en el layout para el que
      * fue compilado (VERSIONES); si no, SELLO corta la corrida
      * por ALERTA antes de leer nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'PARAMETRO' TO l-sel-programa
           MOVE 'PARAMETROS.DAT' TO l-sel-archivo
           MOVE version-parametros TO l-sel-version
           PERFORM LLAMAR-SELLO
           SET LAYOUTS-VERIFICADOS TO TRUE.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
       END PROGRAM PARAMETRO.
