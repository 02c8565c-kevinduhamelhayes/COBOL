      * Layout comun de parametros para DISPONIBLE, el calculo del
      * saldo disponible de un cliente: el saldo contable menos los
      * cheques depositados que siguen pendientes de clearing en
      * CHEQUES.DAT y todavia no cumplieron los dias habiles de
      * retencion. El llamador pasa el cliente y su saldo contable;
      * vuelven lo retenido, cuantos cheques lo forman y el saldo
      * disponible.
      * Status 9: CHEQUES.DAT existe pero no se pudo leer; vuelve
      * sin retencion (disponible = contable).
       01  l-dsp-cliente      PIC 9(6).
       01  l-dsp-saldo        PIC S9(9)V99.
       01  l-dsp-retenido     PIC S9(9)V99.
       01  l-dsp-cheques      PIC 9(5).
       01  l-dsp-disponible   PIC S9(9)V99.
       01  l-dsp-status       PIC 9.
