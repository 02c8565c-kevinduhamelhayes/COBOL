               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.

       DATA DIVISION.
           COPY CLIENTE.
       FD  archivo-maestro.
           COPY MAESTRO.
      * Archivo anual del cierre de ejercicio: el registro del
      * maestro, leido con la misma vista que usa la consulta del
      * CIERRE.
       FD  archivo-anual.
           COPY MAEANUAL.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY WSDATE.
           COPY REPPARM.

      * Desglose por estado de ciclo de vida (un registro con el
      * estado en blanco cuenta como activo).
       01  tabla-estados.
           05  estado-e OCCURS 5 TIMES.
               10  est-cantidad PIC 9(7) VALUE ZERO.
               10  est-importe  PIC S9(13)V99 VALUE ZERO.
       01  idx-estado         PIC 9.
           05  FILLER PIC X(14) VALUE 'INACTIVOS     '.
           05  FILLER PIC X(14) VALUE 'BLOQUEADOS    '.
           05  FILLER PIC X(14) VALUE 'FALLECIDOS    '.
           05  FILLER PIC X(14) VALUE 'RESTRINGIDOS  '.
       01  tabla-rotulos-est-r REDEFINES tabla-rotulos-est.
           05  rotulo-estado PIC X(14) OCCURS 5 TIMES.
       01  linea-estado.
           05  est-rotulo PIC X(14).
           05  FILLER PIC X(6) VALUE ' CANT='.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
      * La fecha del sistema solo alimenta el barrido de archivos
      * anuales (1990 hasta el anio actual); el encabezado del
      * reporte lo fecha REPWRITE.
                   MOVE 3 TO idx-estado
               WHEN CLIENTE-FALLECIDO
                   MOVE 4 TO idx-estado
               WHEN CLIENTE-RESTRINGIDO
                   MOVE 5 TO idx-estado
               WHEN OTHER
                   MOVE 1 TO idx-estado
           END-EVALUATE
               DELIMITED BY SIZE INTO nombre-anual
           OPEN INPUT archivo-anual
           IF fs-anual = '00'
               MOVE nombre-anual TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               ADD 1 TO archivos-sumados
               MOVE 'N' TO fin-anual
               PERFORM UNTIL no-hay-mas-anual
           MOVE 'SALDOS POR ESTADO DEL CLIENTE:' TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           PERFORM VARYING idx-estado FROM 1 BY 1
                   UNTIL idx-estado > 5
               MOVE rotulo-estado(idx-estado) TO est-rotulo
               MOVE est-cantidad(idx-estado) TO est-det-cantidad
               MOVE est-importe(idx-estado) TO est-det-importe
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'SALDOS-CLIENTES' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

      * Cada anual se verifica al abrirlo: un anio cerrado con el
      * layout viejo no se lee con el registro nuevo.
       VERIFICAR-ANUAL.
           MOVE 'V' TO l-sel-accion
           MOVE version-anual TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
