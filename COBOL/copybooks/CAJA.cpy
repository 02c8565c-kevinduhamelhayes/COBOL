      * Layout comun de la posicion de efectivo CAJAS.DAT (indexado
      * por sucursal y moneda), compartido por la pantalla de arqueo
      * de la sucursal y el paso nocturno que calcula el efectivo
      * esperado, para que ambos describan el mismo registro de la
      * misma manera. Apertura del dia mas los movimientos de
      * efectivo posteados ese dia es el cierre esperado; el arqueo
      * informa lo contado y la diferencia queda en el registro.
       01  registro-caja.
           05  caja-clave.
               10  caja-sucursal   PIC 9(03).
               10  caja-moneda     PIC X(03).
      * Efectivo al abrir el dia en curso: lo contado en el ultimo
      * arqueo o, sin arqueo, lo esperado del cierre anterior.
           05  caja-apertura       PIC S9(11)V99.
      * Arqueo del dia en curso: P = pendiente, A = la sucursal ya
      * informo lo contado (con fecha y operador).
           05  caja-estado         PIC X(01).
               88  CAJA-PENDIENTE      VALUE 'P'.
               88  CAJA-ARQUEADA       VALUE 'A'.
           05  caja-contado        PIC S9(11)V99.
           05  caja-fecha-arqueo   PIC 9(08).
           05  caja-operador       PIC X(08).
      * Resultado del ultimo cierre nocturno: fecha, movimientos de
      * efectivo, esperado, contado, diferencia (contado menos
      * esperado) y resultado O = cuadra, S = sobrante,
      * F = faltante, N = sin arqueo.
           05  caja-ult-cierre     PIC 9(08).
           05  caja-ult-movimientos PIC S9(11)V99.
           05  caja-ult-esperado   PIC S9(11)V99.
           05  caja-ult-contado    PIC S9(11)V99.
           05  caja-ult-diferencia PIC S9(11)V99.
           05  caja-ult-resultado  PIC X(01).
               88  CIERRE-CUADRA       VALUE 'O'.
               88  CIERRE-SOBRANTE     VALUE 'S'.
               88  CIERRE-FALTANTE     VALUE 'F'.
               88  CIERRE-SIN-ARQUEO   VALUE 'N'.
           05  FILLER              PIC X(10).
