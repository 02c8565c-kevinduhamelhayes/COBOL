      * archivo de alertas ALERTAS.DAT, cuyas lineas tambien
      * cambiaron en este corte (imagenes de 120 bytes y la letra
      * de severidad intercalada).
      * Al terminar bien estampa el sello de layout del maestro
      * (SELLO) con la version de VERSIONES; el archivo que ya
      * estaba migrado tambien se estampa, asi la primera corrida
      * despues de instalar el sello deja marcado lo existente.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  FILLER          PIC X.
           05  dvj-despues     PIC X(80).
       FD  diario-nuevo.
       01  registro-diario-nuevo PIC X(303).
       FD  diario-guardado.
       01  registro-diario-guardado PIC X(294).
       FD  alertas-viejo.

       WORKING-STORAGE SECTION.
           COPY IMAGEN.
           COPY SELPARM.
           COPY VERSIONES.
           COPY VENPARM.
       01  fs-clientes-viejo  PIC XX VALUE '00'.
       01  fs-clientes-nuevo  PIC XX VALUE '00'.
       01  confirmacion       PIC X VALUE 'N'.
       MAIN-PROCEDURE.
           DISPLAY 'MIGRA-CLIENTES: conversion de CLIENTES.DAT al '
               'layout con ciclo de facturacion.'
      * Con la cadena nocturna en curso o la ventana batch abierta
      * (VENTANA) esta funcion solo actualiza: no arranca. Un
      * supervisor puede forzarla con FORZAR-VENTANA=S.
           MOVE 'MIGRA-CLIENTES' TO l-ven-programa
           CALL 'VENTANA' USING l-ven-programa, l-ven-status,
               l-ven-mensaje
           IF l-ven-status NOT = 0
               DISPLAY 'MIGRA-CLIENTES: ' l-ven-mensaje
           END-IF
           IF l-ven-status = 1
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO confirmacion
           DISPLAY 'Confirma la migracion (S/N)? ' WITH NO ADVANCING
           ACCEPT confirmacion
               WHEN '39'
                   DISPLAY 'MIGRA-CLIENTES: CLIENTES.DAT ya esta '
                       'en el layout nuevo, se saltea.'
                   PERFORM ESTAMPAR-CLIENTES
               WHEN '00'
                   PERFORM COPIAR-CLIENTES
               WHEN OTHER
               DISPLAY 'MIGRA-CLIENTES: fallo la promocion.'
               PERFORM 9999-ABEND
           END-IF
           PERFORM ESTAMPAR-CLIENTES
           MOVE total-nuevo TO total-editado
           DISPLAY 'MIGRA-CLIENTES: ' registros-nuevos ' clientes '
               'migrados, saldos por ' total-editado '.'.
           ADD 1 TO registros-nuevos
           ADD cliente-saldo TO total-nuevo.

      * Sin el sello el maestro ya convertido queda frenado como
      * layout 1: se avisa para repetir la migracion, que por el
      * status 39 solo estampa.
       ESTAMPAR-CLIENTES.
           MOVE 'E' TO l-sel-accion
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           MOVE ZERO TO l-sel-fecha
           MOVE 'MIGRA-CLIENTES' TO l-sel-programa
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje
           IF l-sel-status NOT = 0
               DISPLAY 'MIGRA-CLIENTES: ' l-sel-mensaje
               DISPLAY 'MIGRA-CLIENTES: repetir la migracion para '
                   'estampar CLIENTES.DAT.'
               MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           DISPLAY 'MIGRA-CLIENTES: migracion abortada.'
           MOVE 16 TO RETURN-CODE
