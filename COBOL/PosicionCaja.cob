       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-CAJA.
       AUTHOR. Ejemplo.
      * Cierre nocturno de la posicion de efectivo por sucursal y
      * moneda CAJAS.DAT. Corre despues del posteo: suma, de las
      * disposiciones posteadas del dia en DISPOSIC.DAT, las
      * transacciones de efectivo de cada sucursal (categoria EFEC
      * del maestro, asignada por REGLAS-CATEG.DAT) en su moneda
      * original. Apertura mas esos movimientos es el cierre
      * esperado; contra lo contado que la sucursal informo en
      * ARQUEO-CAJA sale la diferencia. Una diferencia que pasa la
      * tolerancia (TOLERANCIA-CAJA, en moneda de la caja) queda en
      * ALERTAS.DAT por AVISO -- la noche no se corta por un
      * faltante de caja -- y todo sale en el reporte de sobrantes
      * y faltantes por sucursal CAJAS.RPT. La apertura del dia
      * siguiente es lo contado o, sin arqueo, lo esperado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT cajas ASSIGN TO 'CAJAS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS caja-clave
               FILE STATUS IS fs-cajas.
           SELECT archivo-maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT archivo-disposicion ASSIGN TO 'DISPOSIC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-disposicion.
           SELECT reporte ASSIGN TO 'CAJAS.RPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-reporte.

       DATA DIVISION.
       FILE SECTION.
       FD  cajas.
           COPY CAJA.
       FD  archivo-maestro.
           COPY MAESTRO.
       FD  archivo-disposicion.
           COPY DISPOSIC.
       FD  reporte.
       01  linea-reporte PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY PARPARM.
           COPY FPRPARM.
           COPY JRNPARM.
           COPY ABNPARM.
       01  fs-cajas           PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-disposicion     PIC XX VALUE '00'.
       01  fs-reporte         PIC XX VALUE '00'.
       01  fin-cajas          PIC X VALUE 'N'.
           88  no-hay-mas-cajas VALUE 'S'.
       01  fin-disposicion    PIC X VALUE 'N'.
           88  no-hay-mas-disposicion VALUE 'S'.
       01  fecha-proceso      PIC 9(8).
       01  tolerancia-texto PIC X(12) VALUE SPACES.
       01  tolerancia-caja    PIC S9(9)V99 VALUE 10.00.
       01  moneda-movimiento  PIC X(3).
       01  diferencia-absoluta PIC S9(11)V99.
       01  imagen-anterior    PIC X(120) VALUE SPACES.
       01  cajas-cerradas     PIC 9(5) VALUE ZERO.
       01  cajas-con-diferencia PIC 9(5) VALUE ZERO.
       01  cajas-sin-arqueo   PIC 9(5) VALUE ZERO.
       01  cajas-nuevas       PIC 9(5) VALUE ZERO.
       01  total-sobrantes    PIC S9(11)V99 VALUE ZERO.
       01  total-faltantes    PIC S9(11)V99 VALUE ZERO.
       01  total-editado      PIC -(11)9.99.
       01  tolerancia-editada PIC Z(8)9.99.

      * Movimientos de efectivo del dia por sucursal y moneda.
       01  tabla-movimientos.
           05  movimiento-e OCCURS 500 TIMES.
               10  mov-sucursal   PIC 9(3).
               10  mov-moneda     PIC X(3).
               10  mov-total      PIC S9(11)V99.
               10  mov-cantidad   PIC 9(5).
       01  movimientos-cargados PIC 9(3) VALUE ZERO.
       01  idx-movimiento     PIC 9(3).
       01  movimiento-hallado PIC X VALUE 'N'.
           88  HAY-MOVIMIENTO  VALUE 'S'.
       01  total-movimientos-caja PIC S9(11)V99.

       01  linea-detalle.
           05  det-sucursal    PIC 9(3).
           05  FILLER          PIC X VALUE SPACE.
           05  det-moneda      PIC X(3).
           05  FILLER          PIC X VALUE SPACE.
           05  det-apertura    PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-movimientos PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-esperado    PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-contado     PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-diferencia  PIC -(10)9.99.
           05  FILLER          PIC X VALUE SPACE.
           05  det-resultado   PIC X(10).
       01  linea-titulos.
           05  FILLER PIC X(8)  VALUE 'SUC MON '.
           05  FILLER PIC X(15) VALUE '       APERTURA'.
           05  FILLER PIC X(15) VALUE '    MOVIMIENTOS'.
           05  FILLER PIC X(15) VALUE '       ESPERADO'.
           05  FILLER PIC X(15) VALUE '        CONTADO'.
           05  FILLER PIC X(15) VALUE '     DIFERENCIA'.
           05  FILLER PIC X(11) VALUE ' RESULTADO'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           MOVE 'L' TO l-fpr-accion
           CALL 'FECHAPROC' USING l-fpr-accion, l-fpr-fecha,
               l-fpr-status
           MOVE l-fpr-fecha TO fecha-proceso
           MOVE 'TOLERANCIA-CAJA' TO l-par-nombre
           PERFORM CONSULTAR-PARAMETRO
           MOVE l-par-valor TO tolerancia-texto
           IF tolerancia-texto NOT = SPACES
               AND FUNCTION TEST-NUMVAL(tolerancia-texto) = 0
               COMPUTE tolerancia-caja =
                   FUNCTION NUMVAL(tolerancia-texto)
           END-IF
           PERFORM CARGAR-MOVIMIENTOS-EFECTIVO
           OPEN I-O cajas
           IF fs-cajas = '35'
               OPEN OUTPUT cajas
               CLOSE cajas
               OPEN I-O cajas
           END-IF
           IF fs-cajas NOT = '00'
               DISPLAY 'POSICION-CAJA: no se pudo abrir CAJAS.DAT, '
                   'status=' fs-cajas
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ABRIR-CAJAS-FALTANTES
           OPEN OUTPUT reporte
           IF fs-reporte NOT = '00'
               DISPLAY 'POSICION-CAJA: no se pudo crear CAJAS.RPT, '
                   'status=' fs-reporte
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO linea-reporte
           STRING 'SOBRANTES Y FALTANTES DE CAJA POR SUCURSAL AL '
               fecha-proceso
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           WRITE linea-reporte FROM linea-titulos

           MOVE LOW-VALUES TO caja-clave
           START cajas KEY IS NOT LESS THAN caja-clave
               INVALID KEY
                   SET no-hay-mas-cajas TO TRUE
           END-START
           PERFORM UNTIL no-hay-mas-cajas
               READ cajas NEXT RECORD
                   AT END
                       SET no-hay-mas-cajas TO TRUE
                   NOT AT END
                       PERFORM CERRAR-CAJA
               END-READ
           END-PERFORM
           CLOSE cajas

           MOVE SPACES TO linea-reporte
           WRITE linea-reporte
           MOVE total-sobrantes TO total-editado
           MOVE SPACES TO linea-reporte
           STRING 'CAJAS CERRADAS: ' cajas-cerradas
               '  CON DIFERENCIA: ' cajas-con-diferencia
               '  SIN ARQUEO: ' cajas-sin-arqueo
               '  SOBRANTES: ' total-editado
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           MOVE total-faltantes TO total-editado
           MOVE tolerancia-caja TO tolerancia-editada
           MOVE SPACES TO linea-reporte
           STRING 'FALTANTES: ' total-editado
               '  (TOLERANCIA POR CAJA: ' tolerancia-editada ')'
               DELIMITED BY SIZE INTO linea-reporte
           WRITE linea-reporte
           CLOSE reporte
           DISPLAY 'POSICION-CAJA: ' cajas-cerradas ' cajas '
               'cerradas, ' cajas-con-diferencia ' con diferencia '
               'fuera de tolerancia, ' cajas-sin-arqueo
               ' sin arqueo.'
           STOP RUN.

      * Lo posteado hoy desde una sucursal que el maestro clasifico
      * como efectivo. Sin DISPOSIC.DAT o sin maestro no hay
      * movimientos que sumar: las cajas cierran con su apertura.
       CARGAR-MOVIMIENTOS-EFECTIVO.
           OPEN INPUT archivo-disposicion
           IF fs-disposicion NOT = '00'
               DISPLAY 'POSICION-CAJA: sin DISPOSIC.DAT (status='
                   fs-disposicion '), no hay movimientos del dia.'
           ELSE
               OPEN INPUT archivo-maestro
               IF fs-maestro NOT = '00'
                   DISPLAY 'POSICION-CAJA: no se pudo abrir '
                       'maestro.dat, status=' fs-maestro
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL no-hay-mas-disposicion
                   READ archivo-disposicion
                       AT END
                           SET no-hay-mas-disposicion TO TRUE
                       NOT AT END
                           IF disp-tipo = 'P'
                               AND disp-fecha = fecha-proceso
                               AND disp-sucursal NOT = ZEROS
                               PERFORM TOMAR-DISPOSICION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-maestro
               CLOSE archivo-disposicion
           END-IF.

       TOMAR-DISPOSICION.
           MOVE disp-clave TO maestro-clave
           READ archivo-maestro
               INVALID KEY
                   DISPLAY 'POSICION-CAJA: la clave ' disp-clave
                       ' de DISPOSIC.DAT no esta en el maestro.'
               NOT INVALID KEY
                   IF maestro-categoria = 'EFEC'
                       PERFORM ANOTAR-MOVIMIENTO
                   END-IF
           END-READ.

       ANOTAR-MOVIMIENTO.
           IF disp-moneda = SPACES
               MOVE 'PES' TO moneda-movimiento
           ELSE
               MOVE disp-moneda TO moneda-movimiento
           END-IF
           MOVE 'N' TO movimiento-hallado
           PERFORM VARYING idx-movimiento FROM 1 BY 1
                   UNTIL idx-movimiento > movimientos-cargados
                   OR HAY-MOVIMIENTO
               IF mov-sucursal(idx-movimiento) = disp-sucursal
                   AND mov-moneda(idx-movimiento) = moneda-movimiento
                   SET HAY-MOVIMIENTO TO TRUE
                   ADD disp-importe-orig TO mov-total(idx-movimiento)
                   ADD 1 TO mov-cantidad(idx-movimiento)
               END-IF
           END-PERFORM
           IF NOT HAY-MOVIMIENTO
               IF movimientos-cargados < 500
                   ADD 1 TO movimientos-cargados
                   MOVE disp-sucursal
                       TO mov-sucursal(movimientos-cargados)
                   MOVE moneda-movimiento
                       TO mov-moneda(movimientos-cargados)
                   MOVE disp-importe-orig
                       TO mov-total(movimientos-cargados)
                   MOVE 1 TO mov-cantidad(movimientos-cargados)
               ELSE
                   DISPLAY 'POSICION-CAJA: mas de 500 cajas con '
                       'movimientos en el dia.'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * Una sucursal que movio efectivo en una moneda sin caja
      * abierta la obtiene con apertura cero, con aviso: el
      * movimiento no puede quedar fuera de la posicion.
       ABRIR-CAJAS-FALTANTES.
           PERFORM VARYING idx-movimiento FROM 1 BY 1
                   UNTIL idx-movimiento > movimientos-cargados
               MOVE mov-sucursal(idx-movimiento) TO caja-sucursal
               MOVE mov-moneda(idx-movimiento) TO caja-moneda
               READ cajas
                   INVALID KEY
                       PERFORM CREAR-CAJA
               END-READ
           END-PERFORM.

       CREAR-CAJA.
           MOVE SPACES TO registro-caja
           MOVE mov-sucursal(idx-movimiento) TO caja-sucursal
           MOVE mov-moneda(idx-movimiento) TO caja-moneda
           MOVE ZERO TO caja-apertura
           MOVE 'P' TO caja-estado
           MOVE ZERO TO caja-contado
           MOVE ZEROS TO caja-fecha-arqueo
           MOVE 'NOCHE' TO caja-operador
           MOVE ZEROS TO caja-ult-cierre
           MOVE ZERO TO caja-ult-movimientos
           MOVE ZERO TO caja-ult-esperado
           MOVE ZERO TO caja-ult-contado
           MOVE ZERO TO caja-ult-diferencia
           MOVE SPACE TO caja-ult-resultado
           WRITE registro-caja
               INVALID KEY
                   DISPLAY 'POSICION-CAJA: error al crear la caja '
                       caja-sucursal ' ' caja-moneda
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO cajas-nuevas
           MOVE 'POSCAJA' TO l-abn-programa
           MOVE 'A060' TO l-abn-codigo
           MOVE SPACES TO l-abn-texto
           STRING 'CAJA SIN APERTURA SUC ' caja-sucursal ' '
               caja-moneda ', ABIERTA EN CERO'
               DELIMITED BY SIZE INTO l-abn-texto
           CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
               l-abn-texto.

      * Un dia ya cerrado no se vuelve a cerrar: rearrancar el paso
      * no rueda dos veces la apertura.
       CERRAR-CAJA.
           IF caja-ult-cierre NUMERIC
               AND caja-ult-cierre >= fecha-proceso
               CONTINUE
           ELSE
               PERFORM CALCULAR-CIERRE
           END-IF.

       CALCULAR-CIERRE.
           MOVE registro-caja TO imagen-anterior
           MOVE ZERO TO total-movimientos-caja
           PERFORM VARYING idx-movimiento FROM 1 BY 1
                   UNTIL idx-movimiento > movimientos-cargados
               IF mov-sucursal(idx-movimiento) = caja-sucursal
                   AND mov-moneda(idx-movimiento) = caja-moneda
                   MOVE mov-total(idx-movimiento)
                       TO total-movimientos-caja
               END-IF
           END-PERFORM
           MOVE fecha-proceso TO caja-ult-cierre
           MOVE total-movimientos-caja TO caja-ult-movimientos
           COMPUTE caja-ult-esperado =
               caja-apertura + total-movimientos-caja
           IF CAJA-ARQUEADA
               AND caja-fecha-arqueo = fecha-proceso
               MOVE caja-contado TO caja-ult-contado
               COMPUTE caja-ult-diferencia =
                   caja-contado - caja-ult-esperado
               EVALUATE TRUE
                   WHEN caja-ult-diferencia = ZERO
                       MOVE 'O' TO caja-ult-resultado
                   WHEN caja-ult-diferencia > ZERO
                       MOVE 'S' TO caja-ult-resultado
                       ADD caja-ult-diferencia TO total-sobrantes
                   WHEN OTHER
                       MOVE 'F' TO caja-ult-resultado
                       ADD caja-ult-diferencia TO total-faltantes
               END-EVALUATE
               MOVE caja-contado TO caja-apertura
           ELSE
               MOVE ZERO TO caja-ult-contado
               MOVE ZERO TO caja-ult-diferencia
               MOVE 'N' TO caja-ult-resultado
               ADD 1 TO cajas-sin-arqueo
               MOVE caja-ult-esperado TO caja-apertura
           END-IF
           MOVE 'P' TO caja-estado
           PERFORM INFORMAR-CIERRE
           MOVE 'POSICION-CAJA' TO l-jrn-programa
           MOVE 'CAJAS' TO l-jrn-archivo
           MOVE 'MODIF' TO l-jrn-operacion
           MOVE imagen-anterior TO l-jrn-antes
           MOVE SPACES TO l-jrn-despues
           MOVE registro-caja TO l-jrn-despues
           CALL 'BITACORA' USING l-jrn-programa, l-jrn-archivo,
               l-jrn-operacion, l-jrn-antes, l-jrn-despues,
               l-jrn-status
           IF l-jrn-status NOT = 0
               DISPLAY 'AVISO: no se pudo grabar el diario de '
                   'imagenes.'
           END-IF
           REWRITE registro-caja
               INVALID KEY
                   DISPLAY 'POSICION-CAJA: error al regrabar la caja '
                       caja-sucursal ' ' caja-moneda
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           ADD 1 TO cajas-cerradas.

      * Linea del reporte y, si la diferencia pasa la tolerancia,
      * el aviso en ALERTAS.DAT para el turno de la manana.
       INFORMAR-CIERRE.
           MOVE caja-sucursal TO det-sucursal
           MOVE caja-moneda TO det-moneda
           COMPUTE det-apertura =
               caja-ult-esperado - caja-ult-movimientos
           MOVE caja-ult-movimientos TO det-movimientos
           MOVE caja-ult-esperado TO det-esperado
           MOVE caja-ult-contado TO det-contado
           MOVE caja-ult-diferencia TO det-diferencia
           EVALUATE TRUE
               WHEN CIERRE-CUADRA
                   MOVE 'CUADRA' TO det-resultado
               WHEN CIERRE-SOBRANTE
                   MOVE 'SOBRANTE' TO det-resultado
               WHEN CIERRE-FALTANTE
                   MOVE 'FALTANTE' TO det-resultado
               WHEN OTHER
                   MOVE 'SIN ARQUEO' TO det-resultado
           END-EVALUATE
           WRITE linea-reporte FROM linea-detalle
           IF caja-ult-diferencia < ZERO
               COMPUTE diferencia-absoluta = 0 - caja-ult-diferencia
           ELSE
               MOVE caja-ult-diferencia TO diferencia-absoluta
           END-IF
           IF diferencia-absoluta > tolerancia-caja
               ADD 1 TO cajas-con-diferencia
               MOVE 'POSCAJA' TO l-abn-programa
               MOVE 'A060' TO l-abn-codigo
               MOVE SPACES TO l-abn-texto
               STRING 'ARQUEO SUC ' caja-sucursal ' ' caja-moneda
                   ' ' det-resultado ' ' det-diferencia
                   DELIMITED BY SIZE INTO l-abn-texto
               CALL 'AVISO' USING l-abn-programa, l-abn-codigo,
                   l-abn-texto
           END-IF.

      * Los parametros del negocio se piden a PARAMETRO (rige el de
      * PARAMETROS.DAT a la fecha de proceso); en blanco rige el
      * defecto del programa.
       CONSULTAR-PARAMETRO.
           MOVE 'POSCAJA' TO l-par-programa
           CALL 'PARAMETRO' USING l-par-nombre, l-par-programa,
               l-par-valor, l-par-vigencia, l-par-status.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'POSICION-CAJA' TO l-sel-programa
           MOVE 'CAJAS.DAT' TO l-sel-archivo
           MOVE version-cajas TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
