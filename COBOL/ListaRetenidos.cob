       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREO-RETENIDO.
       AUTHOR. Ejemplo.
      * Listado de correo retenido / domicilio a conseguir: cada
      * cliente con correo devuelto en DEVCORREO.DAT, con la fecha
      * y el motivo de la devolucion, los dias que lleva, el
      * domicilio contra el que volvio y cuanto se le retuvo desde
      * entonces (extractos, cartas de mora y comprobantes, segun
      * CORREORET.DAT). Va agrupado por sucursal para que cada una
      * persiga a sus clientes: la del cliente es la de su ultimo
      * movimiento en maestro.dat (000 si no tiene ninguno). Sale
      * por REPWRITE como RETENIDOS.RPT; termina con RETURN-CODE 4
      * cuando hay algo que perseguir.
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
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT sucursales-maestro ASSIGN TO 'SUCURSALES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS sucm-codigo
               FILE STATUS IS fs-sucursales.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
       FD  devoluciones.
           COPY DEVCORREO.
       FD  archivo-retenidos.
           COPY CORREORET.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  clientes.
           COPY CLIENTE.
       FD  sucursales-maestro.
           COPY SUCURSAL.
       SD  archivo-orden.
       01  registro-orden.
           05  orden-sucursal  PIC 9(3).
           05  orden-cliente   PIC 9(6).
           05  orden-fila      PIC 9(4).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY REPPARM.
       01  linea-reporte      PIC X(80).
       01  fs-devoluciones    PIC XX VALUE '00'.
       01  fs-retenidos       PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-sucursales      PIC XX VALUE '00'.
       01  fin-devoluciones   PIC X VALUE 'N'.
           88  no-hay-mas-devoluciones VALUE 'S'.
       01  fin-retenidos      PIC X VALUE 'N'.
           88  no-hay-mas-retenidos VALUE 'S'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  fin-orden          PIC X VALUE 'N'.
           88  no-hay-mas-orden VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  entero-proceso     PIC 9(9).
       01  sucursal-en-curso  PIC 9(3).
       01  hay-grupo          PIC X VALUE 'N'.
           88  HAY-SUCURSAL    VALUE 'S'.
       01  clientes-abierto   PIC X VALUE 'N'.
           88  HAY-CLIENTES    VALUE 'S'.
       01  sucursales-abierto PIC X VALUE 'N'.
           88  HAY-SUCURSALES  VALUE 'S'.
       01  clientes-sucursal  PIC 9(5) VALUE ZERO.
       01  clientes-listados  PIC 9(5) VALUE ZERO.

      * Clientes con correo devuelto, en orden de cliente (se cargan
      * leyendo el indexado por su clave), para buscarlos por
      * biseccion al barrer el maestro y el registro de retenidos.
       01  tabla-devueltos.
           05  devuelto-e OCCURS 2000 TIMES.
               10  td-cliente     PIC 9(6).
               10  td-fecha       PIC 9(8).
               10  td-motivo      PIC X(30).
               10  td-calle       PIC X(30).
               10  td-sucursal    PIC 9(3).
               10  td-ult-mov     PIC 9(8).
               10  td-ult-clave   PIC 9(7).
               10  td-extractos   PIC 9(3).
               10  td-cartas      PIC 9(3).
               10  td-otros       PIC 9(3).
       01  devueltos-cargados PIC 9(4) VALUE ZERO.
       01  cliente-buscado    PIC 9(6).
       01  fila-hallada       PIC 9(4).
       01  fila-desde         PIC 9(4).
       01  fila-hasta         PIC 9(4).
       01  fila-medio         PIC 9(4).
       01  idx-devuelto       PIC 9(4).
       01  dias-devuelto      PIC 9(5).

       01  linea-titulo.
           05  FILLER PIC X(39)
               VALUE 'CORREO RETENIDO / DOMICILIO A CONSEGUIR'.
       01  linea-sucursal.
           05  FILLER         PIC X(9) VALUE 'SUCURSAL '.
           05  lsu-codigo     PIC 9(3).
           05  FILLER         PIC X VALUE SPACE.
           05  lsu-nombre     PIC X(30).
       01  linea-encabezado.
           05  FILLER PIC X(40)
               VALUE 'CLIENT NOMBRE                   DEVUELTO'.
           05  FILLER PIC X(40)
               VALUE '  DIAS MOTIVO               EXT CAR OTR '.
       01  linea-detalle.
           05  det-cliente    PIC 9(6).
           05  FILLER         PIC X VALUE SPACE.
           05  det-nombre     PIC X(24).
           05  FILLER         PIC X VALUE SPACE.
           05  det-fecha      PIC 9(8).
           05  FILLER         PIC X VALUE SPACE.
           05  det-dias       PIC ZZZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  det-motivo     PIC X(20).
           05  FILLER         PIC X VALUE SPACE.
           05  det-extractos  PIC ZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  det-cartas     PIC ZZ9.
           05  FILLER         PIC X VALUE SPACE.
           05  det-otros      PIC ZZ9.
       01  linea-domicilio.
           05  FILLER         PIC X(7) VALUE SPACES.
           05  FILLER         PIC X(16) VALUE 'DEVUELTO DESDE: '.
           05  ldo-calle      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           COMPUTE entero-proceso =
               FUNCTION INTEGER-OF-DATE(fecha-proceso)
           PERFORM CARGAR-DEVUELTOS
           PERFORM CONTAR-RETENIDOS
           PERFORM BUSCAR-SUCURSALES

           MOVE 'A' TO l-rep-accion
           MOVE 'RETENIDOS.RPT' TO l-rep-archivo
           MOVE linea-titulo TO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           IF devueltos-cargados = ZERO
               MOVE 'NO HAY CLIENTES CON CORREO DEVUELTO.'
                   TO linea-reporte
               PERFORM ESCRIBIR-LINEA
           ELSE
               OPEN INPUT clientes
               IF fs-clientes = '00'
                   SET HAY-CLIENTES TO TRUE
               END-IF
               OPEN INPUT sucursales-maestro
               IF fs-sucursales = '00'
                   SET HAY-SUCURSALES TO TRUE
               END-IF
               SORT archivo-orden
                   ON ASCENDING KEY orden-sucursal
                   ON ASCENDING KEY orden-cliente
                   INPUT PROCEDURE IS ORDENAR-DEVUELTOS
                   OUTPUT PROCEDURE IS LISTAR-POR-SUCURSAL
               IF HAY-CLIENTES
                   CLOSE clientes
               END-IF
               IF HAY-SUCURSALES
                   CLOSE sucursales-maestro
               END-IF
               PERFORM ESCRIBIR-LINEA
               MOVE SPACES TO linea-reporte
               STRING 'TOTAL DE CLIENTES CON CORREO RETENIDO: '
                   clientes-listados
                   DELIMITED BY SIZE INTO linea-reporte
               PERFORM ESCRIBIR-LINEA
           END-IF
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           DISPLAY 'CORREO-RETENIDO: ' devueltos-cargados
               ' clientes con correo devuelto, reporte en '
               'RETENIDOS.RPT'
           IF devueltos-cargados > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       CARGAR-DEVUELTOS.
           OPEN INPUT devoluciones
           IF fs-devoluciones NOT = '00'
               DISPLAY 'CORREO-RETENIDO: sin DEVCORREO.DAT (status='
                   fs-devoluciones '), no hay correo devuelto.'
           ELSE
               MOVE ZEROS TO dev-cliente
               START devoluciones KEY IS NOT LESS THAN dev-cliente
                   INVALID KEY
                       SET no-hay-mas-devoluciones TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-devoluciones
                   READ devoluciones NEXT RECORD
                       AT END
                           SET no-hay-mas-devoluciones TO TRUE
                       NOT AT END
                           PERFORM CARGAR-UN-DEVUELTO
                   END-READ
               END-PERFORM
               CLOSE devoluciones
           END-IF.

       CARGAR-UN-DEVUELTO.
           IF devueltos-cargados >= 2000
               DISPLAY 'CORREO-RETENIDO: mas de 2000 clientes con '
                   'correo devuelto.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO devueltos-cargados
           MOVE dev-cliente TO td-cliente(devueltos-cargados)
           MOVE dev-fecha TO td-fecha(devueltos-cargados)
           MOVE dev-motivo TO td-motivo(devueltos-cargados)
           MOVE dev-calle TO td-calle(devueltos-cargados)
           MOVE ZERO TO td-sucursal(devueltos-cargados)
           MOVE ZERO TO td-ult-mov(devueltos-cargados)
           MOVE ZERO TO td-ult-clave(devueltos-cargados)
           MOVE ZERO TO td-extractos(devueltos-cargados)
           MOVE ZERO TO td-cartas(devueltos-cargados)
           MOVE ZERO TO td-otros(devueltos-cargados).

      * Lo retenido cuenta desde la devolucion vigente; lo anotado
      * antes corresponde a una marca vieja ya levantada.
       CONTAR-RETENIDOS.
           IF devueltos-cargados > ZERO
               OPEN INPUT archivo-retenidos
               IF fs-retenidos = '00'
                   PERFORM UNTIL no-hay-mas-retenidos
                       READ archivo-retenidos
                           AT END
                               SET no-hay-mas-retenidos TO TRUE
                           NOT AT END
                               PERFORM CONTAR-UN-RETENIDO
                       END-READ
                   END-PERFORM
                   CLOSE archivo-retenidos
               END-IF
           END-IF.

       CONTAR-UN-RETENIDO.
           MOVE rtn-cliente TO cliente-buscado
           PERFORM BUSCAR-DEVUELTO
           IF fila-hallada > ZERO
               IF rtn-fecha >= td-fecha(fila-hallada)
                   EVALUATE rtn-documento
                       WHEN 'EXTRACTO'
                           ADD 1 TO td-extractos(fila-hallada)
                       WHEN 'MORA'
                           ADD 1 TO td-cartas(fila-hallada)
                       WHEN OTHER
                           ADD 1 TO td-otros(fila-hallada)
                   END-EVALUATE
               END-IF
           END-IF.

      * La sucursal del cliente es la de su movimiento mas reciente
      * (a igual fecha, el de clave mayor).
       BUSCAR-SUCURSALES.
           IF devueltos-cargados > ZERO
               OPEN INPUT archivo-maestro
               IF fs-maestro NOT = '00'
                   DISPLAY 'CORREO-RETENIDO: sin maestro.dat (status='
                       fs-maestro '), todos van a la sucursal 000.'
               ELSE
                   MOVE ZEROS TO maestro-clave
                   START archivo-maestro
                       KEY IS NOT LESS THAN maestro-clave
                       INVALID KEY
                           SET no-hay-mas-maestro TO TRUE
                   END-START
                   PERFORM UNTIL no-hay-mas-maestro
                       READ archivo-maestro NEXT RECORD
                           AT END
                               SET no-hay-mas-maestro TO TRUE
                           NOT AT END
                               PERFORM MIRAR-MOVIMIENTO
                       END-READ
                   END-PERFORM
                   CLOSE archivo-maestro
               END-IF
           END-IF.

       MIRAR-MOVIMIENTO.
           IF maestro-cliente NUMERIC AND maestro-sucursal NUMERIC
               AND maestro-fecha NUMERIC
               MOVE maestro-cliente TO cliente-buscado
               PERFORM BUSCAR-DEVUELTO
               IF fila-hallada > ZERO
                   IF maestro-fecha >= td-ult-mov(fila-hallada)
                       MOVE maestro-fecha TO td-ult-mov(fila-hallada)
                       MOVE maestro-clave
                           TO td-ult-clave(fila-hallada)
                       MOVE maestro-sucursal
                           TO td-sucursal(fila-hallada)
                   END-IF
               END-IF
           END-IF.

      * Biseccion sobre la tabla ordenada por cliente; fila-hallada
      * queda en cero si el cliente no tiene correo devuelto.
       BUSCAR-DEVUELTO.
           MOVE ZERO TO fila-hallada
           MOVE 1 TO fila-desde
           MOVE devueltos-cargados TO fila-hasta
           PERFORM UNTIL fila-desde > fila-hasta
                   OR fila-hallada > ZERO
               COMPUTE fila-medio = (fila-desde + fila-hasta) / 2
               EVALUATE TRUE
                   WHEN td-cliente(fila-medio) = cliente-buscado
                       MOVE fila-medio TO fila-hallada
                   WHEN td-cliente(fila-medio) < cliente-buscado
                       COMPUTE fila-desde = fila-medio + 1
                   WHEN OTHER
                       COMPUTE fila-hasta = fila-medio - 1
               END-EVALUATE
           END-PERFORM.

       ORDENAR-DEVUELTOS.
           PERFORM VARYING idx-devuelto FROM 1 BY 1
                   UNTIL idx-devuelto > devueltos-cargados
               MOVE td-sucursal(idx-devuelto) TO orden-sucursal
               MOVE td-cliente(idx-devuelto) TO orden-cliente
               MOVE idx-devuelto TO orden-fila
               RELEASE registro-orden
           END-PERFORM.

       LISTAR-POR-SUCURSAL.
           PERFORM UNTIL no-hay-mas-orden
               RETURN archivo-orden
                   AT END
                       SET no-hay-mas-orden TO TRUE
                   NOT AT END
                       IF orden-sucursal NOT = sucursal-en-curso
                               OR NOT HAY-SUCURSAL
                           IF HAY-SUCURSAL
                               PERFORM CERRAR-SUCURSAL
                           END-IF
                           PERFORM ABRIR-SUCURSAL
                       END-IF
                       PERFORM LISTAR-DEVUELTO
               END-RETURN
           END-PERFORM
           IF HAY-SUCURSAL
               PERFORM CERRAR-SUCURSAL
           END-IF.

       ABRIR-SUCURSAL.
           SET HAY-SUCURSAL TO TRUE
           MOVE orden-sucursal TO sucursal-en-curso
           MOVE ZERO TO clientes-sucursal
           MOVE orden-sucursal TO lsu-codigo
           MOVE SPACES TO lsu-nombre
           IF orden-sucursal = ZERO
               MOVE 'SIN MOVIMIENTOS' TO lsu-nombre
           ELSE
               IF HAY-SUCURSALES
                   MOVE orden-sucursal TO sucm-codigo
                   READ sucursales-maestro
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE sucm-nombre TO lsu-nombre
                   END-READ
               END-IF
           END-IF
           PERFORM ESCRIBIR-LINEA
           MOVE linea-sucursal TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE linea-encabezado TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       CERRAR-SUCURSAL.
           MOVE SPACES TO linea-reporte
           STRING '  CLIENTES DE LA SUCURSAL: ' clientes-sucursal
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       LISTAR-DEVUELTO.
           MOVE orden-fila TO idx-devuelto
           ADD 1 TO clientes-sucursal
           ADD 1 TO clientes-listados
           MOVE td-cliente(idx-devuelto) TO det-cliente
           MOVE SPACES TO det-nombre
           IF HAY-CLIENTES
               MOVE td-cliente(idx-devuelto) TO cliente-id-fd
               READ clientes
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING nombre-fd DELIMITED BY '  '
                           ' ' DELIMITED BY SIZE
                           apellido-fd DELIMITED BY '  '
                           INTO det-nombre
               END-READ
           END-IF
           MOVE td-fecha(idx-devuelto) TO det-fecha
           MOVE ZERO TO dias-devuelto
           IF td-fecha(idx-devuelto) NUMERIC
               AND td-fecha(idx-devuelto) > ZERO
               AND td-fecha(idx-devuelto) <= fecha-proceso
               COMPUTE dias-devuelto = entero-proceso -
                   FUNCTION INTEGER-OF-DATE(td-fecha(idx-devuelto))
           END-IF
           MOVE dias-devuelto TO det-dias
           MOVE td-motivo(idx-devuelto) TO det-motivo
           MOVE td-extractos(idx-devuelto) TO det-extractos
           MOVE td-cartas(idx-devuelto) TO det-cartas
           MOVE td-otros(idx-devuelto) TO det-otros
           MOVE linea-detalle TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE td-calle(idx-devuelto) TO ldo-calle
           MOVE linea-domicilio TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'RETENIDOS' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'CORREO-RETENIDO: error del escritor de '
                   'reportes, status=' l-rep-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'CORREO-RETENIDO' TO l-sel-programa
           MOVE 'DEVCORREO.DAT' TO l-sel-archivo
           MOVE version-devcorreo TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
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
