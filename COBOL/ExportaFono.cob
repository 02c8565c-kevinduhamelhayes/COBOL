       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONO-SALDOS.
       AUTHOR. Ejemplo.
      * Exportacion nocturna para la linea telefonica de
      * autoconsulta: la mitad de los llamados a las sucursales son
      * "cuanto tengo" y "me entro el deposito". Corre en la cadena
      * despues de FOTO-SALDOS, asi lo que contesta el telefono es
      * la foto de la manana, y deja TELESALDOS.TXT en el formato
      * fijo que carga el sistema de la linea: una cabecera 'H' con
      * la fecha de proceso, un detalle 'D' por cliente con el saldo
      * contable, el disponible (DISPONIBLE descuenta los cheques en
      * clearing), la fecha del ultimo extracto y sus ultimos cinco
      * movimientos de maestro.dat (el mas reciente primero, con
      * fecha, importe y descripcion corta), y una cola 'T' con la
      * cantidad de detalles y los totales de control: la suma de
      * los numeros de cliente, del saldo y del disponible, que el
      * sistema de la linea recalcula antes de aceptar el archivo.
      * Quedan afuera los bloqueados y fallecidos, y los que ya no
      * tienen cuenta (cerrados o remitidos a fondos no
      * reclamados); inactivos y restringidos siguen pudiendo
      * consultar.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-fono ASSIGN TO 'TELESALDOS.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-fono.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-maestro.
           COPY MAESTRO.
      * Layout fijo de la linea telefonica: cabecera 'H', detalle
      * 'D' y cola 'T', todos de 230 posiciones.
       FD  archivo-fono.
       01  registro-fono.
           05  fon-tipo        PIC X.
           05  fon-cliente     PIC 9(6).
           05  fon-saldo       PIC S9(9)V99.
           05  fon-disponible  PIC S9(9)V99.
           05  fon-ult-extracto PIC 9(8).
           05  fon-movimientos PIC 9.
           05  fon-movimiento OCCURS 5 TIMES.
               10  fon-mov-fecha   PIC 9(8).
               10  fon-mov-importe PIC S9(7)V99.
               10  fon-mov-descripcion PIC X(20).
           05  FILLER          PIC X(7).
       01  registro-cabecera REDEFINES registro-fono.
           05  cab-tipo        PIC X.
           05  cab-fecha       PIC 9(8).
           05  cab-sistema     PIC X(10).
           05  FILLER          PIC X(211).
       01  registro-cola REDEFINES registro-fono.
           05  col-tipo        PIC X.
           05  col-cantidad    PIC 9(7).
           05  col-hash-clientes PIC 9(13).
           05  col-total-saldo PIC S9(13)V99.
           05  col-total-disponible PIC S9(13)V99.
           05  FILLER          PIC X(179).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY DSPPARM.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-fono            PIC XX VALUE '00'.
       01  fin-clientes       PIC X VALUE 'N'.
           88  no-hay-mas-clientes VALUE 'S'.
       01  fin-movimientos    PIC X VALUE 'N'.
           88  no-hay-mas-movimientos VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  exportados         PIC 9(7) VALUE ZERO.
       01  excluidos          PIC 9(7) VALUE ZERO.
       01  hash-clientes      PIC 9(13) VALUE ZERO.
       01  total-saldo        PIC S9(13)V99 VALUE ZERO.
       01  total-disponible   PIC S9(13)V99 VALUE ZERO.
       01  avisos-disponible  PIC 9(5) VALUE ZERO.

      * Ultimos cinco movimientos del cliente: la ruta los entrega
      * en orden de fecha y se van corriendo, quedan los cinco mas
      * nuevos con el ultimo al fondo.
       01  tabla-ultimos.
           05  ultimo-e OCCURS 5 TIMES.
               10  ult-fecha       PIC 9(8).
               10  ult-importe     PIC S9(7)V99.
               10  ult-descripcion PIC X(20).
       01  ultimos-cargados   PIC 9 VALUE ZERO.
       01  idx-ultimo         PIC 9.
       01  idx-salida         PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'FONO-SALDOS: no se pudo abrir CLIENTES.DAT, '
                   'status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'FONO-SALDOS: no se pudo abrir maestro.dat, '
                   'status=' fs-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT archivo-fono
           IF fs-fono NOT = '00'
               DISPLAY 'FONO-SALDOS: no se pudo crear '
                   'TELESALDOS.TXT, status=' fs-fono
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO registro-fono
           MOVE 'H' TO cab-tipo
           MOVE fecha-proceso TO cab-fecha
           MOVE 'TELESALDOS' TO cab-sistema
           PERFORM GRABAR-FONO
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
                       IF CLIENTE-BLOQUEADO OR CLIENTE-FALLECIDO
                               OR CLIENTE-CERRADO OR CLIENTE-REMITIDO
                               OR CLIENTE-CASTIGADO
                           ADD 1 TO excluidos
                       ELSE
                           PERFORM EXPORTAR-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO registro-fono
           MOVE 'T' TO col-tipo
           MOVE exportados TO col-cantidad
           MOVE hash-clientes TO col-hash-clientes
           MOVE total-saldo TO col-total-saldo
           MOVE total-disponible TO col-total-disponible
           PERFORM GRABAR-FONO
           CLOSE clientes
           CLOSE archivo-maestro
           CLOSE archivo-fono
           DISPLAY 'FONO-SALDOS: ' exportados ' clientes en '
               'TELESALDOS.TXT al ' fecha-proceso ', ' excluidos
               ' excluidos por estado.'
           IF avisos-disponible > ZERO
               DISPLAY 'FONO-SALDOS: ' avisos-disponible
                   ' clientes sin poder leer CHEQUES.DAT; '
                   'disponible informado igual al contable.'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       EXPORTAR-CLIENTE.
           MOVE cliente-id-fd TO l-dsp-cliente
           MOVE cliente-saldo TO l-dsp-saldo
           CALL 'DISPONIBLE' USING l-dsp-cliente, l-dsp-saldo,
               l-dsp-retenido, l-dsp-cheques, l-dsp-disponible,
               l-dsp-status
           IF l-dsp-status NOT = 0
               ADD 1 TO avisos-disponible
           END-IF
           PERFORM BUSCAR-ULTIMOS
           MOVE SPACES TO registro-fono
           MOVE 'D' TO fon-tipo
           MOVE cliente-id-fd TO fon-cliente
           MOVE cliente-saldo TO fon-saldo
           MOVE l-dsp-disponible TO fon-disponible
           IF cliente-ult-corte NUMERIC
               MOVE cliente-ult-corte TO fon-ult-extracto
           ELSE
               MOVE ZEROS TO fon-ult-extracto
           END-IF
           MOVE ultimos-cargados TO fon-movimientos
           PERFORM VARYING idx-salida FROM 1 BY 1
                   UNTIL idx-salida > 5
               IF idx-salida > ultimos-cargados
                   MOVE ZEROS TO fon-mov-fecha(idx-salida)
                   MOVE ZERO TO fon-mov-importe(idx-salida)
                   MOVE SPACES TO fon-mov-descripcion(idx-salida)
               ELSE
                   COMPUTE idx-ultimo =
                       ultimos-cargados - idx-salida + 1
                   MOVE ult-fecha(idx-ultimo)
                       TO fon-mov-fecha(idx-salida)
                   MOVE ult-importe(idx-ultimo)
                       TO fon-mov-importe(idx-salida)
                   MOVE ult-descripcion(idx-ultimo)
                       TO fon-mov-descripcion(idx-salida)
               END-IF
           END-PERFORM
           PERFORM GRABAR-FONO
           ADD 1 TO exportados
           ADD cliente-id-fd TO hash-clientes
           ADD cliente-saldo TO total-saldo
           ADD l-dsp-disponible TO total-disponible.

      * Recorre las transacciones del cliente por la ruta
      * cliente+fecha y se queda con las cinco ultimas.
       BUSCAR-ULTIMOS.
           MOVE ZERO TO ultimos-cargados
           MOVE 'N' TO fin-movimientos
           MOVE cliente-id-fd TO maestro-ruta-cli
           MOVE ZEROS TO maestro-ruta-fecha
           START archivo-maestro
               KEY IS NOT LESS THAN maestro-ruta-cliente
               INVALID KEY
                   SET no-hay-mas-movimientos TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-movimientos
               READ archivo-maestro NEXT RECORD
                   AT END
                       SET no-hay-mas-movimientos TO TRUE
                   NOT AT END
                       IF maestro-ruta-cli NOT = cliente-id-fd
                           SET no-hay-mas-movimientos TO TRUE
                       ELSE
                           PERFORM ANOTAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       ANOTAR-MOVIMIENTO.
           IF ultimos-cargados < 5
               ADD 1 TO ultimos-cargados
           ELSE
               PERFORM VARYING idx-ultimo FROM 1 BY 1
                       UNTIL idx-ultimo > 4
                   MOVE ultimo-e(idx-ultimo + 1)
                       TO ultimo-e(idx-ultimo)
               END-PERFORM
           END-IF
           MOVE maestro-fecha TO ult-fecha(ultimos-cargados)
           MOVE maestro-importe TO ult-importe(ultimos-cargados)
           MOVE maestro-descripcion(1:20)
               TO ult-descripcion(ultimos-cargados).

       GRABAR-FONO.
           WRITE registro-fono
           IF fs-fono NOT = '00'
               DISPLAY 'FONO-SALDOS: error al escribir '
                   'TELESALDOS.TXT, status=' fs-fono
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'FONO-SALDOS' TO l-sel-programa
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
