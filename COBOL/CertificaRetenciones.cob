       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIF-RETENCION.
       AUTHOR. Ejemplo.
      * Certificados anuales de retenciones impositivas: una vez
      * cerrado el anio fiscal, emite a cada cliente con retenciones
      * en RETACUM.DAT su certificado numerado (AAAA-NNNNN) para la
      * declaracion jurada, en lugar de que las sucursales los
      * tipeen de a uno en febrero. El certificado lleva el bloque
      * de direccion de DOMICILIOS.DAT, la base sujeta de intereses
      * y de recargos, cada concepto con su alicuota de
      * IMPUESTOS.DAT y lo retenido, y el total retenido en cifras
      * y en letras (MONTOLETRAS).
      * El detalle sale de las transacciones RETENCION CLAVE del
      * cliente en el anio (maestro vivo y, si el cierre ya lo
      * archivo, MAESTRO.AAAA.DAT, por la ruta cliente+fecha): cada
      * una apunta a la clave del interes o recargo retenido, que
      * se busca en el maestro vivo o en los anuales del anio y del
      * anterior (el devengo del 31/12 se retiene en enero) para
      * saber el concepto y la base. Los ajustes de interes por
      * fecha valor (INTERES SALDO AJ) traen al lado su propia
      * retencion (RETENCION AJ) y suman a los intereses.
      * Los certificados salen a CERTRET.AAAA.OUT, cada uno
      * registrado en la cola de impresion (ENCOLA) para poder
      * reimprimir uno solo, y anotado en el historial de contactos.
      * Con correo devuelto el certificado queda retenido (RETENIDO
      * lo anota). El anio es el anterior al de proceso, o el de la
      * variable ANIO-CERTIF para una reemision.
      * El informe de control CERTRET.RPT prueba, cliente por
      * cliente y en total, que lo certificado (mas lo retenido por
      * correo devuelto) suma lo acumulado en RETACUM.DAT; si no
      * concilia, o hay retenciones sin base identificada, la
      * corrida termina con RC 4. Sin acumulados del anio, RC 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-acumulado ASSIGN TO 'RETACUM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-acumulado.
           SELECT archivo-impuestos ASSIGN TO 'IMPUESTOS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-impuestos.
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
           SELECT archivo-anual ASSIGN DYNAMIC nombre-anual
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS anual-clave
               ALTERNATE RECORD KEY IS anual-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-anual.
      * El anual del anio anterior, solo para buscar devengos.
           SELECT anual-previo ASSIGN DYNAMIC nombre-anual-previo
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS previo-clave
               ALTERNATE RECORD KEY IS previo-ruta
                   WITH DUPLICATES
               FILE STATUS IS fs-previo.
           SELECT domicilios ASSIGN TO 'DOMICILIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT archivo-certificados
               ASSIGN DYNAMIC nombre-certificados
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-certificados.
           SELECT archivo-orden ASSIGN TO 'SORTWK'.

       DATA DIVISION.
       FILE SECTION.
      * Acumulado de retenciones por cliente y anio fiscal, el
      * mismo registro que lleva RETENCIONES.
       FD  archivo-acumulado.
       01  registro-acumulado.
           05  acu-anio        PIC 9(4).
           05  FILLER          PIC X.
           05  acu-cliente     PIC 9(6).
           05  FILLER          PIC X.
           05  acu-importe     PIC S9(11)V99.
       FD  archivo-impuestos.
       01  registro-impuesto.
           05  imp-concepto    PIC X(8).
           05  FILLER          PIC X.
           05  imp-tasa        PIC 9(3)V9(4).
       FD  clientes.
           COPY CLIENTE.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-anual.
           COPY MAEANUAL.
       FD  anual-previo.
       01  registro-previo.
           05  previo-clave    PIC 9(07).
           05  FILLER          PIC X(75).
           05  previo-ruta     PIC X(14).
       FD  domicilios.
           COPY DOMICILIO.
       FD  archivo-certificados.
       01  registro-certificado PIC X(80).
       SD  archivo-orden.
       01  registro-orden.
           05  orden-cliente   PIC 9(6).
           05  orden-importe   PIC S9(11)V99.

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY FPRPARM.
           COPY REPPARM.
           COPY LETPARM.
           COPY SPLPARM.
           COPY RETPARM.
           COPY CNTPARM.
       01  fs-acumulado       PIC XX VALUE '00'.
       01  fs-impuestos       PIC XX VALUE '00'.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-anual           PIC XX VALUE '00'.
       01  fs-previo          PIC XX VALUE '00'.
       01  fs-domicilios      PIC XX VALUE '00'.
       01  fs-certificados    PIC XX VALUE '00'.
       01  fin-acumulado      PIC X VALUE 'N'.
           88  no-hay-mas-acumulado VALUE 'S'.
       01  fin-impuestos      PIC X VALUE 'N'.
           88  no-hay-mas-impuestos VALUE 'S'.
       01  fin-orden          PIC X VALUE 'N'.
           88  no-hay-mas-orden VALUE 'S'.
       01  fin-maestro        PIC X VALUE 'N'.
           88  no-hay-mas-maestro VALUE 'S'.
       01  hay-anual          PIC X VALUE 'N'.
           88  ANUAL-ABIERTO   VALUE 'S'.
       01  hay-previo         PIC X VALUE 'N'.
           88  PREVIO-ABIERTO  VALUE 'S'.
       01  hay-domicilios     PIC X VALUE 'N'.
           88  DOMICILIOS-ABIERTO VALUE 'S'.
       01  referida-hallada   PIC X VALUE 'N'.
           88  REFERIDA-OK     VALUE 'S'.

       01  fecha-proceso      PIC 9(8).
       01  anio-texto         PIC X(4) VALUE SPACES.
       01  anio-certificado   PIC 9(4).
       01  anio-previo        PIC 9(4).
       01  fecha-desde        PIC 9(8).
       01  fecha-hasta        PIC 9(8).
       01  nombre-anual       PIC X(30) VALUE SPACES.
       01  nombre-anual-previo PIC X(30) VALUE SPACES.
       01  nombre-certificados PIC X(30) VALUE SPACES.
       01  tasa-interes       PIC 9(3)V9(4) VALUE ZERO.
       01  tasa-recargo       PIC 9(3)V9(4) VALUE ZERO.

      * Retenciones del cliente en el anio: la clave del devengo
      * retenido y el importe retenido (en positivo).
       01  tabla-retenciones.
           05  retencion-e OCCURS 500 TIMES.
               10  tre-referida   PIC 9(7).
               10  tre-importe    PIC S9(9)V99.
       01  retenciones-cargadas PIC 9(3) VALUE ZERO.
       01  idx-retencion      PIC 9(3).
       01  clave-referida     PIC 9(7).

      * Vista comun del devengo referido, venga del vivo o de un
      * anual, con sus campos de verdad.
       01  vista-referida.
           05  vr-clave        PIC 9(7).
           05  vr-fecha        PIC 9(8).
           05  vr-importe      PIC S9(7)V99.
           05  vr-descripcion  PIC X(33).
           05  FILLER          PIC X(39).
      * Vista de las transacciones de un anual recorrido por ruta.
       01  vista-anual.
           05  va-clave        PIC 9(7).
           05  va-fecha        PIC 9(8).
           05  va-importe      PIC S9(7)V99.
           05  va-descripcion  PIC X(33).
           05  FILLER          PIC X(39).

      * Totales del certificado en curso.
       01  base-interes       PIC S9(11)V99.
       01  base-recargo       PIC S9(11)V99.
       01  retenido-interes   PIC S9(11)V99.
       01  retenido-recargo   PIC S9(11)V99.
       01  retenido-sin-base  PIC S9(11)V99.
      * Ajustes de interes por fecha valor (AJUSTE-INTERES): el
      * ajuste y su retencion viajan como par propio, sin clave
      * referida, y se suman directo a la base y a lo retenido por
      * intereses.
       01  base-ajuste        PIC S9(11)V99.
       01  retenido-ajuste    PIC S9(11)V99.
       01  total-certificado  PIC S9(11)V99.
       01  numero-certificado PIC 9(5) VALUE ZERO.
       01  certificado-armado.
           05  ca-anio         PIC 9(4).
           05  FILLER          PIC X VALUE '-'.
           05  ca-numero       PIC 9(5).
       01  contador-lineas    PIC 9(7) VALUE ZERO.
       01  linea-desde-doc    PIC 9(7).
       01  estado-control     PIC X(12).

      * Totales de control de la corrida.
       01  clientes-acumulados PIC 9(5) VALUE ZERO.
       01  certificados-emitidos PIC 9(5) VALUE ZERO.
       01  certificados-retenidos PIC 9(5) VALUE ZERO.
       01  clientes-con-diferencia PIC 9(5) VALUE ZERO.
       01  clientes-sin-base  PIC 9(5) VALUE ZERO.
       01  total-acumulado    PIC S9(13)V99 VALUE ZERO.
       01  total-certificado-corrida PIC S9(13)V99 VALUE ZERO.
       01  total-retenido-correo PIC S9(13)V99 VALUE ZERO.
       01  total-conciliado   PIC S9(13)V99 VALUE ZERO.

       01  linea-reporte      PIC X(80).
       01  linea-certificado  PIC X(80).
       01  importe-editado    PIC -(9)9.99.
       01  base-editada       PIC -(11)9.99.
       01  tasa-editada       PIC ZZ9.9999.
       01  total-editado      PIC -(13)9.99.
       01  linea-concepto.
           05  lc-concepto     PIC X(12).
           05  lc-base         PIC -(11)9.99.
           05  FILLER          PIC X(3) VALUE SPACES.
           05  lc-tasa         PIC ZZ9.9999.
           05  FILLER          PIC X(4) VALUE ' %  '.
           05  lc-retenido     PIC -(11)9.99.
       01  linea-control.
           05  ctl-cliente     PIC 9(6).
           05  FILLER          PIC X(2) VALUE SPACES.
           05  ctl-certificado PIC X(10).
           05  FILLER          PIC X VALUE SPACE.
           05  ctl-acumulado   PIC -(11)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  ctl-certificado-imp PIC -(11)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  ctl-estado      PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           ACCEPT anio-texto FROM ENVIRONMENT 'ANIO-CERTIF'
           IF anio-texto NUMERIC
               MOVE anio-texto TO anio-certificado
           ELSE
               MOVE fecha-proceso(1:4) TO anio-previo
               COMPUTE anio-certificado = anio-previo - 1
           END-IF
           COMPUTE anio-previo = anio-certificado - 1
           COMPUTE fecha-desde = anio-certificado * 10000 + 0101
           COMPUTE fecha-hasta = anio-certificado * 10000 + 1231
           PERFORM CARGAR-IMPUESTOS
           PERFORM ABRIR-ARCHIVOS

           MOVE 'A' TO l-rep-accion
           MOVE 'CERTRET.RPT' TO l-rep-archivo
           MOVE SPACES TO l-rep-titulo
           STRING 'CONTROL DE CERTIFICADOS DE RETENCION DEL '
               anio-certificado
               DELIMITED BY SIZE INTO l-rep-titulo
           PERFORM LLAMAR-REPWRITE
           MOVE 'CLIENTE NRO CERTIF' TO linea-reporte
           MOVE 'RETACUM.DAT' TO linea-reporte(24:11)
           MOVE 'CERTIFICADO ESTADO' TO linea-reporte(40:18)
           PERFORM ESCRIBIR-LINEA

           SORT archivo-orden
               ON ASCENDING KEY orden-cliente
               INPUT PROCEDURE IS SELECCIONAR-ACUMULADOS
               OUTPUT PROCEDURE IS EMITIR-CERTIFICADOS

           PERFORM ESCRIBIR-CONCILIACION
           MOVE 'C' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           PERFORM CERRAR-ARCHIVOS

           MOVE total-certificado-corrida TO total-editado
           DISPLAY 'CERTIF-RETENCION: ' certificados-emitidos
               ' certificados del ' anio-certificado ' por '
               total-editado ' en ' nombre-certificados
           IF certificados-retenidos > ZERO
               DISPLAY 'CERTIF-RETENCION: ' certificados-retenidos
                   ' certificados retenidos por correo devuelto '
                   '(ver RETENIDOS).'
           END-IF
           EVALUATE TRUE
               WHEN clientes-acumulados = ZERO
                   DISPLAY 'CERTIF-RETENCION: RETACUM.DAT no tiene '
                       'retenciones del ' anio-certificado '.'
                   MOVE 8 TO RETURN-CODE
               WHEN total-conciliado NOT = total-acumulado
                   OR clientes-con-diferencia > ZERO
                   DISPLAY 'CERTIF-RETENCION: LOS CERTIFICADOS NO '
                       'CONCILIAN CON RETACUM.DAT (ver CERTRET.RPT).'
                   MOVE 4 TO RETURN-CODE
               WHEN clientes-sin-base > ZERO
                   DISPLAY 'CERTIF-RETENCION: ' clientes-sin-base
                       ' certificados con retenciones sin base '
                       'identificada (ver CERTRET.RPT).'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * Sin tabla de alicuotas no hay certificado: la alicuota es
      * parte de lo que se certifica.
       CARGAR-IMPUESTOS.
           OPEN INPUT archivo-impuestos
           IF fs-impuestos NOT = '00'
               DISPLAY 'CERTIF-RETENCION: falta IMPUESTOS.DAT '
                   '(status=' fs-impuestos '), no se certifica.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL no-hay-mas-impuestos
               READ archivo-impuestos
                   AT END
                       SET no-hay-mas-impuestos TO TRUE
                   NOT AT END
                       EVALUATE imp-concepto
                           WHEN 'INTERES '
                               MOVE imp-tasa TO tasa-interes
                           WHEN 'RECARGO '
                               MOVE imp-tasa TO tasa-recargo
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE archivo-impuestos.

      * El maestro vivo y los clientes son obligatorios; los
      * anuales y los domicilios se usan si estan.
       ABRIR-ARCHIVOS.
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'CERTIF-RETENCION: no se pudo abrir '
                   'CLIENTES.DAT, status=' fs-clientes
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT archivo-maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'CERTIF-RETENCION: no se pudo abrir '
                   'maestro.dat, status=' fs-maestro
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO nombre-anual
           STRING 'MAESTRO.' anio-certificado '.DAT'
               DELIMITED BY SIZE INTO nombre-anual
           OPEN INPUT archivo-anual
           IF fs-anual = '00'
               MOVE nombre-anual TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               SET ANUAL-ABIERTO TO TRUE
           END-IF
           MOVE SPACES TO nombre-anual-previo
           STRING 'MAESTRO.' anio-previo '.DAT'
               DELIMITED BY SIZE INTO nombre-anual-previo
           OPEN INPUT anual-previo
           IF fs-previo = '00'
               MOVE nombre-anual-previo TO l-sel-archivo
               PERFORM VERIFICAR-ANUAL
               SET PREVIO-ABIERTO TO TRUE
           END-IF
           OPEN INPUT domicilios
           IF fs-domicilios = '00'
               SET DOMICILIOS-ABIERTO TO TRUE
           END-IF
           MOVE SPACES TO nombre-certificados
           STRING 'CERTRET.' anio-certificado '.OUT'
               DELIMITED BY SIZE INTO nombre-certificados
           OPEN OUTPUT archivo-certificados
           IF fs-certificados NOT = '00'
               DISPLAY 'CERTIF-RETENCION: no se pudo crear '
                   nombre-certificados ', status=' fs-certificados
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE clientes
           CLOSE archivo-maestro
           IF ANUAL-ABIERTO
               CLOSE archivo-anual
           END-IF
           IF PREVIO-ABIERTO
               CLOSE anual-previo
           END-IF
           IF DOMICILIOS-ABIERTO
               CLOSE domicilios
           END-IF
           CLOSE archivo-certificados.

      * Solo los acumulados del anio pedido, ordenados por cliente
      * para que los certificados salgan numerados en ese orden.
       SELECCIONAR-ACUMULADOS.
           OPEN INPUT archivo-acumulado
           IF fs-acumulado = '00'
               PERFORM UNTIL no-hay-mas-acumulado
                   READ archivo-acumulado
                       AT END
                           SET no-hay-mas-acumulado TO TRUE
                       NOT AT END
                           IF acu-anio = anio-certificado
                               MOVE acu-cliente TO orden-cliente
                               MOVE acu-importe TO orden-importe
                               RELEASE registro-orden
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-acumulado
           END-IF.

       EMITIR-CERTIFICADOS.
           PERFORM UNTIL no-hay-mas-orden
               RETURN archivo-orden
                   AT END
                       SET no-hay-mas-orden TO TRUE
                   NOT AT END
                       PERFORM PROCESAR-CLIENTE
               END-RETURN
           END-PERFORM.

       PROCESAR-CLIENTE.
           ADD 1 TO clientes-acumulados
           ADD orden-importe TO total-acumulado
           MOVE orden-cliente TO cliente-id-fd
           READ clientes
               INVALID KEY
                   MOVE SPACES TO nombre-fd
                   MOVE SPACES TO apellido-fd
           END-READ
           PERFORM RECOGER-RETENCIONES
           PERFORM RESOLVER-BASES
           MOVE SPACES TO linea-control
           MOVE orden-cliente TO ctl-cliente
           MOVE orden-importe TO ctl-acumulado
           MOVE total-certificado TO ctl-certificado-imp
           PERFORM CONSULTAR-RETENIDO
           IF l-ret-status NOT = 0
               ADD 1 TO certificados-retenidos
               ADD total-certificado TO total-retenido-correo
               MOVE 'RETENIDO' TO estado-control
           ELSE
               ADD 1 TO numero-certificado
               MOVE anio-certificado TO ca-anio
               MOVE numero-certificado TO ca-numero
               MOVE certificado-armado TO ctl-certificado
               COMPUTE linea-desde-doc = contador-lineas + 1
               PERFORM ESCRIBIR-CERTIFICADO
               PERFORM REGISTRAR-EN-COLA
               ADD 1 TO certificados-emitidos
               ADD total-certificado TO total-certificado-corrida
               MOVE 'OK' TO estado-control
           END-IF
           ADD total-certificado TO total-conciliado
           IF retenido-sin-base NOT = ZERO
               ADD 1 TO clientes-sin-base
               MOVE 'SIN BASE' TO estado-control
           END-IF
           IF total-certificado NOT = orden-importe
               ADD 1 TO clientes-con-diferencia
               MOVE 'DIFERENCIA' TO estado-control
           END-IF
           MOVE estado-control TO ctl-estado
           MOVE linea-control TO linea-reporte
           PERFORM ESCRIBIR-LINEA.

      * Con correo devuelto el certificado no sale; RETENIDO lo
      * anota para el listado de correo retenido.
       CONSULTAR-RETENIDO.
           MOVE 'R' TO l-ret-accion
           MOVE orden-cliente TO l-ret-cliente
           MOVE 'CERTRET' TO l-ret-documento
           MOVE 'CERTRETEN' TO l-ret-programa
           CALL 'RETENIDO' USING l-ret-accion, l-ret-cliente,
               l-ret-documento, l-ret-programa, l-ret-fecha,
               l-ret-motivo, l-ret-status
           IF l-ret-status = 9
               DISPLAY 'CERTIF-RETENCION: no se pudo anotar el '
                   'certificado retenido del cliente ' orden-cliente
           END-IF.

      * Las retenciones del cliente en el anio, del vivo y del
      * anual si el cierre ya archivo el anio.
       RECOGER-RETENCIONES.
           MOVE ZERO TO retenciones-cargadas
           MOVE ZERO TO base-ajuste
           MOVE ZERO TO retenido-ajuste
           MOVE 'N' TO fin-maestro
           MOVE orden-cliente TO maestro-ruta-cli
           MOVE fecha-desde TO maestro-ruta-fecha
           START archivo-maestro
               KEY IS NOT LESS THAN maestro-ruta-cliente
               INVALID KEY
                   SET no-hay-mas-maestro TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-maestro
               READ archivo-maestro NEXT RECORD
                   AT END
                       SET no-hay-mas-maestro TO TRUE
                   NOT AT END
                       IF maestro-ruta-cli NOT = orden-cliente
                           OR maestro-ruta-fecha > fecha-hasta
                           SET no-hay-mas-maestro TO TRUE
                       ELSE
                           MOVE registro-maestro TO vista-anual
                           PERFORM ANOTAR-RETENCION
                       END-IF
               END-READ
           END-PERFORM
           IF ANUAL-ABIERTO
               MOVE 'N' TO fin-maestro
               MOVE orden-cliente TO anual-ruta-cli
               MOVE fecha-desde TO anual-ruta-fecha
               START archivo-anual
                   KEY IS NOT LESS THAN anual-ruta-cliente
                   INVALID KEY
                       SET no-hay-mas-maestro TO TRUE
               END-START
               PERFORM UNTIL no-hay-mas-maestro
                   READ archivo-anual NEXT RECORD
                       AT END
                           SET no-hay-mas-maestro TO TRUE
                       NOT AT END
                           IF anual-ruta-cli NOT = orden-cliente
                               OR anual-ruta-fecha > fecha-hasta
                               SET no-hay-mas-maestro TO TRUE
                           ELSE
                               MOVE registro-anual TO vista-anual
                               PERFORM ANOTAR-RETENCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * La retencion llega negada (descontada al cliente) con la
      * clave del devengo en la descripcion, como la arma
      * RETENCIONES.
       ANOTAR-RETENCION.
           IF va-descripcion(1:16) = 'RETENCION CLAVE '
               IF retenciones-cargadas < 500
                   ADD 1 TO retenciones-cargadas
                   IF va-descripcion(17:7) NUMERIC
                       MOVE va-descripcion(17:7)
                           TO tre-referida(retenciones-cargadas)
                   ELSE
                       MOVE ZEROS
                           TO tre-referida(retenciones-cargadas)
                   END-IF
                   COMPUTE tre-importe(retenciones-cargadas) =
                       0 - va-importe
               ELSE
                   DISPLAY 'CERTIF-RETENCION: mas de 500 '
                       'retenciones del cliente ' orden-cliente
                       ', agrandar la tabla; se corta.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF va-descripcion(1:16) = 'INTERES SALDO AJ'
               ADD va-importe TO base-ajuste
           END-IF
           IF va-descripcion(1:13) = 'RETENCION AJ '
               SUBTRACT va-importe FROM retenido-ajuste
           END-IF.

      * Cada retencion se imputa al concepto del devengo que
      * retuvo; la que no encuentra su devengo (purgado, clave
      * ilegible) queda como retenida sin base identificada.
       RESOLVER-BASES.
           MOVE ZERO TO base-interes
           MOVE ZERO TO base-recargo
           MOVE ZERO TO retenido-interes
           MOVE ZERO TO retenido-recargo
           MOVE ZERO TO retenido-sin-base
           PERFORM VARYING idx-retencion FROM 1 BY 1
                   UNTIL idx-retencion > retenciones-cargadas
               MOVE tre-referida(idx-retencion) TO clave-referida
               PERFORM BUSCAR-REFERIDA
               EVALUATE TRUE
                   WHEN REFERIDA-OK
                       AND vr-descripcion(1:13) = 'INTERES SALDO'
                       ADD vr-importe TO base-interes
                       ADD tre-importe(idx-retencion)
                           TO retenido-interes
                   WHEN REFERIDA-OK
                       AND vr-descripcion(1:12) = 'RECARGO MORA'
                       ADD vr-importe TO base-recargo
                       ADD tre-importe(idx-retencion)
                           TO retenido-recargo
                   WHEN OTHER
                       ADD tre-importe(idx-retencion)
                           TO retenido-sin-base
               END-EVALUATE
           END-PERFORM
           ADD base-ajuste TO base-interes
           ADD retenido-ajuste TO retenido-interes
           COMPUTE total-certificado = retenido-interes
               + retenido-recargo + retenido-sin-base.

      * El devengo se busca en el vivo y, si ya se archivo, en el
      * anual del anio o en el del anterior.
       BUSCAR-REFERIDA.
           MOVE 'N' TO referida-hallada
           IF clave-referida NOT = ZERO
               MOVE clave-referida TO maestro-clave
               READ archivo-maestro
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REFERIDA-OK TO TRUE
                       MOVE registro-maestro TO vista-referida
               END-READ
           END-IF
           IF NOT REFERIDA-OK AND ANUAL-ABIERTO
               AND clave-referida NOT = ZERO
               MOVE clave-referida TO anual-clave
               READ archivo-anual
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REFERIDA-OK TO TRUE
                       MOVE registro-anual TO vista-referida
               END-READ
           END-IF
           IF NOT REFERIDA-OK AND PREVIO-ABIERTO
               AND clave-referida NOT = ZERO
               MOVE clave-referida TO previo-clave
               READ anual-previo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REFERIDA-OK TO TRUE
                       MOVE registro-previo TO vista-referida
               END-READ
           END-IF.

       ESCRIBIR-CERTIFICADO.
           MOVE ALL '=' TO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           MOVE SPACES TO linea-certificado
           STRING 'CERTIFICADO DE RETENCIONES IMPOSITIVAS  NRO '
               certificado-armado
               DELIMITED BY SIZE INTO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           MOVE SPACES TO linea-certificado
           STRING 'PERIODO FISCAL ' anio-certificado
               '                       EMITIDO EL ' fecha-proceso
               DELIMITED BY SIZE INTO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           MOVE SPACES TO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           MOVE SPACES TO linea-certificado
           STRING 'CLIENTE ' orden-cliente ' ' nombre-fd ' '
               apellido-fd
               DELIMITED BY SIZE INTO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           PERFORM ESCRIBIR-BLOQUE-DOMICILIO
           MOVE SPACES TO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           MOVE 'CONCEPTO           BASE SUJETA    ALICUOTA'
               TO linea-certificado
           MOVE 'IMPORTE RETENIDO' TO linea-certificado(59:16)
           PERFORM GRABAR-LINEA-CERTIFICADO
           MOVE SPACES TO linea-concepto
           MOVE 'INTERESES' TO lc-concepto
           MOVE base-interes TO lc-base
           MOVE tasa-interes TO lc-tasa
           MOVE retenido-interes TO lc-retenido
           MOVE linea-concepto TO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           MOVE SPACES TO linea-concepto
           MOVE 'RECARGOS' TO lc-concepto
           MOVE base-recargo TO lc-base
           MOVE tasa-recargo TO lc-tasa
           MOVE retenido-recargo TO lc-retenido
           MOVE linea-concepto TO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           IF retenido-sin-base NOT = ZERO
               MOVE retenido-sin-base TO importe-editado
               MOVE SPACES TO linea-certificado
               STRING 'OTRAS RETENCIONES SIN BASE IDENTIFICADA'
                   DELIMITED BY SIZE INTO linea-certificado
               MOVE importe-editado TO linea-certificado(62:13)
               PERFORM GRABAR-LINEA-CERTIFICADO
           END-IF
           MOVE SPACES TO linea-certificado
           MOVE ALL '-' TO linea-certificado(59:16)
           PERFORM GRABAR-LINEA-CERTIFICADO
           MOVE total-certificado TO base-editada
           MOVE SPACES TO linea-certificado
           MOVE 'TOTAL RETENIDO EN EL PERIODO' TO linea-certificado
           MOVE base-editada TO linea-certificado(59:16)
           PERFORM GRABAR-LINEA-CERTIFICADO
      * El importe en letras, por el mismo modulo de los recibos;
      * fuera de su rango el certificado lleva solo la cifra.
           IF total-certificado > 9999999.99
               MOVE SPACES TO l-let-texto
               MOVE '(VER IMPORTE EN CIFRAS)' TO l-let-texto
           ELSE
               MOVE total-certificado TO l-let-importe
               CALL 'MONTOLETRAS' USING l-let-importe, l-let-texto,
                   l-let-status
           END-IF
           MOVE SPACES TO linea-certificado
           STRING 'SON: ' l-let-texto(1:74)
               DELIMITED BY SIZE INTO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           IF l-let-texto(75:74) NOT = SPACES
               MOVE SPACES TO linea-certificado
               MOVE l-let-texto(75:74) TO linea-certificado(6:74)
               PERFORM GRABAR-LINEA-CERTIFICADO
           END-IF
           MOVE SPACES TO linea-certificado
           PERFORM GRABAR-LINEA-CERTIFICADO
           MOVE 'SE EXTIENDE EL PRESENTE PARA SER PRESENTADO ANTE '
               TO linea-certificado
           MOVE 'LA AUTORIDAD FISCAL.' TO linea-certificado(50:20)
           PERFORM GRABAR-LINEA-CERTIFICADO.

      * El bloque de direccion desde el maestro de domicilios; sin
      * domicilio el certificado sale igual.
       ESCRIBIR-BLOQUE-DOMICILIO.
           IF DOMICILIOS-ABIERTO
               MOVE orden-cliente TO dom-cliente
               READ domicilios
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO linea-certificado
                       MOVE dom-calle TO linea-certificado
                       PERFORM GRABAR-LINEA-CERTIFICADO
                       MOVE SPACES TO linea-certificado
                       STRING dom-ciudad ' (' dom-codpostal ')'
                           DELIMITED BY SIZE INTO linea-certificado
                       PERFORM GRABAR-LINEA-CERTIFICADO
               END-READ
           END-IF.

       GRABAR-LINEA-CERTIFICADO.
           WRITE registro-certificado FROM linea-certificado
           IF fs-certificados NOT = '00'
               DISPLAY 'CERTIF-RETENCION: error al escribir '
                   nombre-certificados ', status=' fs-certificados
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO contador-lineas.

       REGISTRAR-EN-COLA.
           MOVE 'CERTRET' TO l-spl-tipo
           MOVE orden-cliente TO l-spl-cliente
           MOVE nombre-certificados TO l-spl-archivo
           MOVE linea-desde-doc TO l-spl-desde
           MOVE contador-lineas TO l-spl-hasta
           CALL 'ENCOLA' USING l-spl-tipo, l-spl-cliente,
               l-spl-archivo, l-spl-desde, l-spl-hasta,
               l-spl-numero, l-spl-status
           IF l-spl-status NOT = 0
               DISPLAY 'CERTIF-RETENCION: no se pudo registrar el '
                   'certificado en la cola de impresion.'
           END-IF
           PERFORM ANOTAR-CONTACTO.

      * El certificado queda en el historial de contactos con su
      * numero y el de la cola.
       ANOTAR-CONTACTO.
           MOVE orden-cliente TO l-cnt-cliente
           MOVE 'CERTRET' TO l-cnt-tipo
           MOVE 'CERTRETEN' TO l-cnt-programa
           MOVE certificado-armado TO l-cnt-documento
           MOVE l-spl-numero TO l-cnt-cola
           CALL 'CONTACTO' USING l-cnt-cliente, l-cnt-tipo,
               l-cnt-programa, l-cnt-documento, l-cnt-cola,
               l-cnt-status
           IF l-cnt-status NOT = 0
               DISPLAY 'CERTIF-RETENCION: no se pudo anotar el '
                   'certificado en el historial de contactos.'
           END-IF.

      * La prueba de la corrida: certificado mas retenido por
      * correo tiene que dar lo acumulado en RETACUM.DAT.
       ESCRIBIR-CONCILIACION.
           MOVE SPACES TO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE total-acumulado TO total-editado
           STRING 'ACUMULADO EN RETACUM.DAT  ' clientes-acumulados
               ' CLIENTES  ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE total-certificado-corrida TO total-editado
           STRING 'CERTIFICADOS EMITIDOS     ' certificados-emitidos
               ' CLIENTES  ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           MOVE total-retenido-correo TO total-editado
           STRING 'RETENIDOS POR CORREO      ' certificados-retenidos
               ' CLIENTES  ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           PERFORM ESCRIBIR-LINEA
           IF total-conciliado = total-acumulado
               AND clientes-con-diferencia = ZERO
               MOVE 'CONCILIA CON RETACUM.DAT' TO linea-reporte
           ELSE
               STRING 'NO CONCILIA CON RETACUM.DAT: '
                   clientes-con-diferencia ' CLIENTES CON DIFERENCIA'
                   DELIMITED BY SIZE INTO linea-reporte
           END-IF
           MOVE linea-reporte TO l-rep-linea
           MOVE 'T' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       ESCRIBIR-LINEA.
           MOVE linea-reporte TO l-rep-linea
           MOVE 'D' TO l-rep-accion
           PERFORM LLAMAR-REPWRITE
           MOVE SPACES TO linea-reporte.

       LLAMAR-REPWRITE.
           MOVE 'CERTRETEN' TO l-rep-programa
           CALL 'REPWRITE' USING l-rep-accion, l-rep-archivo,
               l-rep-titulo, l-rep-linea, l-rep-programa,
               l-rep-status
           IF l-rep-status NOT = 0
               DISPLAY 'CERTIF-RETENCION: error del escritor de '
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
           MOVE 'CERTIF-RETENCION' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
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
