       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPIA-ENSAYO.
       AUTHOR. Ejemplo.
      * Copia disfrazada de los datos de produccion al area de
      * ensayo (./ensayo, la que arma ENSAYO.sh). GENPRUEBAS genera
      * datos sinteticos, pero nunca reproduce las rarezas reales
      * que cortan la cadena: largos de nombre de verdad, clientes
      * viejos con cliente-fecnac en blanco, claves de 7 digitos
      * despues de MIGRA-CLAVES. Este utilitario copia CLIENTES.DAT,
      * DOMICILIOS.DAT, maestro.dat y los SUCURSALn.TXT del dia al
      * area, disfrazando en el camino todo lo que identifica a una
      * persona:
      *   - nombre y apellido: cada letra pasa a otra letra y cada
      *     digito a otro digito; blancos y signos quedan donde
      *     estaban, asi el nombre falso tiene el mismo largo y la
      *     misma forma que el real;
      *   - calle y telefono del domicilio: igual que el nombre;
      *   - fecha de nacimiento: conserva el anio (la edad sigue
      *     cuadrando) con mes y dia inventados; la que esta en
      *     blanco sigue en blanco y la que no es numerica sigue
      *     sin serlo.
      * El disfraz sale solo del ID del cliente, nunca del dato
      * real: el mismo cliente recibe siempre el mismo nombre falso
      * en cada copia, y del nombre falso no se recupera nada del
      * verdadero. Claves, importes, fechas, estados, ciudad y
      * codigo postal pasan intactos, para que los saldos cuadren y
      * los reportes por sucursal se vean como los de verdad. Cada
      * registro se disfraza ANTES de grabarse: nada identificable
      * llega nunca al area, ni siquiera si la copia se corta.
      * Corre en el directorio de produccion (nunca dentro del
      * area) y es funcion de supervisor (nivel 3).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clientes ASSIGN TO 'CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cliente-id-fd
               FILE STATUS IS fs-clientes.
           SELECT clientes-ensayo ASSIGN TO 'ensayo/CLIENTES.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ens-cliente-id
               FILE STATUS IS fs-clientes-ensayo.
           SELECT domicilios ASSIGN TO 'DOMICILIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dom-cliente
               FILE STATUS IS fs-domicilios.
           SELECT domicilios-ensayo ASSIGN TO 'ensayo/DOMICILIOS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ens-dom-cliente
               FILE STATUS IS fs-domicilios-ensayo.
           SELECT maestro ASSIGN TO 'maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS maestro-clave
               ALTERNATE RECORD KEY IS maestro-ruta-cliente
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro.
           SELECT maestro-ensayo ASSIGN TO 'ensayo/maestro.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ens-maestro-clave
               ALTERNATE RECORD KEY IS ens-maestro-ruta
                   WITH DUPLICATES
               FILE STATUS IS fs-maestro-ensayo.
           SELECT sucursal-origen ASSIGN DYNAMIC nombre-origen
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-origen.
           SELECT sucursal-destino ASSIGN DYNAMIC nombre-destino
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-destino.

       DATA DIVISION.
       FILE SECTION.
       FD  clientes.
           COPY CLIENTE.
       FD  clientes-ensayo.
       01  registro-cliente-ensayo.
           05  ens-cliente-id  PIC 9(6).
           05  FILLER          PIC X(100).
       FD  domicilios.
           COPY DOMICILIO.
       FD  domicilios-ensayo.
       01  registro-domicilio-ensayo.
           05  ens-dom-cliente PIC 9(6).
           05  FILLER          PIC X(73).
       FD  maestro.
           COPY MAESTRO.
       FD  maestro-ensayo.
       01  registro-maestro-ensayo.
           05  ens-maestro-clave PIC 9(7).
           05  FILLER            PIC X(75).
           05  ens-maestro-ruta  PIC X(14).
       FD  sucursal-origen.
       01  registro-origen PIC X(62).
       FD  sucursal-destino.
       01  registro-destino PIC X(62).

       WORKING-STORAGE SECTION.
           COPY SELPARM.
           COPY VERSIONES.
           COPY NIVPARM.
       01  ws-operador        PIC X(8) VALUE SPACES.
       01  ws-modo-ensayo     PIC X VALUE SPACE.
           88  EN-AREA-ENSAYO  VALUE 'S' 's'.
       01  ws-comando         PIC X(100) VALUE SPACES.
       01  fs-clientes        PIC XX VALUE '00'.
       01  fs-clientes-ensayo PIC XX VALUE '00'.
       01  fs-domicilios      PIC XX VALUE '00'.
       01  fs-domicilios-ensayo PIC XX VALUE '00'.
       01  fs-maestro         PIC XX VALUE '00'.
       01  fs-maestro-ensayo  PIC XX VALUE '00'.
       01  fs-origen          PIC XX VALUE '00'.
       01  fs-destino         PIC XX VALUE '00'.
       01  nombre-origen      PIC X(30) VALUE SPACES.
       01  nombre-destino     PIC X(40) VALUE SPACES.
       01  fin-archivo        PIC X VALUE 'N'.
           88  FIN-DE-ARCHIVO  VALUE 'S'.
       01  idx-sucursal       PIC 9 VALUE ZERO.
       01  clientes-copiados  PIC 9(7) VALUE ZERO.
       01  domicilios-copiados PIC 9(7) VALUE ZERO.
       01  maestro-copiados   PIC 9(7) VALUE ZERO.
       01  sucursal-copiados  PIC 9(7) VALUE ZERO.
      * Disfraz: el texto a disfrazar, la semilla (el ID del
      * cliente) y una sal por campo, para que nombre y apellido
      * del mismo cliente no salgan con las mismas letras.
       01  texto-disfraz      PIC X(30) VALUE SPACES.
       01  semilla-disfraz    PIC 9(6) VALUE ZERO.
       01  sal-disfraz        PIC 9(2) VALUE ZERO.
       01  pos-disfraz        PIC 9(2) VALUE ZERO.
       01  idx-tabla          PIC 9(2) VALUE ZERO.
       01  caracter           PIC X VALUE SPACE.
       01  consonantes        PIC X(13) VALUE 'BCDFGLMNPRSTV'.
       01  consonantes-min    PIC X(13) VALUE 'bcdfglmnprstv'.
       01  vocales            PIC X(5) VALUE 'AEIOU'.
       01  vocales-min        PIC X(5) VALUE 'aeiou'.
       01  digitos            PIC X(10) VALUE '0123456789'.
       01  fecnac-disfraz     PIC 9(8) VALUE ZERO.
       01  fecnac-disfraz-r REDEFINES fecnac-disfraz.
           05  fecnac-anio     PIC 9(4).
           05  fecnac-mes      PIC 9(2).
           05  fecnac-dia      PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CONTROLAR-LAYOUTS
           ACCEPT ws-modo-ensayo FROM ENVIRONMENT 'MODO-ENSAYO'
           IF EN-AREA-ENSAYO
               DISPLAY 'COPIA-ENSAYO: la copia se toma de los '
                   'archivos de produccion; correrla desde el '
                   'directorio de produccion, no desde el area.'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT ws-operador FROM ENVIRONMENT 'OPERADOR-ID'
           IF ws-operador = SPACES
               MOVE 'NOSIGN' TO ws-operador
           END-IF
      * Sacar datos de produccion, aun disfrazados, exige nivel 3.
           MOVE ws-operador TO l-niv-operador
           MOVE 3 TO l-niv-requerido
           CALL 'NIVELOPER' USING l-niv-operador,
               l-niv-requerido, l-niv-status
           IF l-niv-status NOT = 0
               DISPLAY 'COPIA-ENSAYO: el operador ' ws-operador
                   ' no tiene el nivel 3 que exige esta funcion '
                   '(status=' l-niv-status ').'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'mkdir -p ensayo' TO ws-comando
           CALL 'SYSTEM' USING ws-comando
           PERFORM COPIAR-CLIENTES
           PERFORM COPIAR-DOMICILIOS
           PERFORM COPIAR-MAESTRO
           PERFORM VARYING idx-sucursal FROM 1 BY 1
                   UNTIL idx-sucursal > 3
               PERFORM COPIAR-SUCURSAL
           END-PERFORM
           DISPLAY 'COPIA-ENSAYO: clientes ' clientes-copiados
               ', domicilios ' domicilios-copiados
               ', maestro ' maestro-copiados
               ', sucursales ' sucursal-copiados
               ' registros copiados a ./ensayo.'
           STOP RUN.

       COPIAR-CLIENTES.
           OPEN INPUT clientes
           IF fs-clientes NOT = '00'
               DISPLAY 'COPIA-ENSAYO: sin CLIENTES.DAT (status='
                   fs-clientes '), no se copia.'
           ELSE
               OPEN OUTPUT clientes-ensayo
               IF fs-clientes-ensayo NOT = '00'
                   DISPLAY 'COPIA-ENSAYO: no se pudo crear '
                       'ensayo/CLIENTES.DAT, status='
                       fs-clientes-ensayo
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ clientes NEXT RECORD
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM DISFRAZAR-CLIENTE
                           WRITE registro-cliente-ensayo
                               FROM registro-cliente
                           ADD 1 TO clientes-copiados
                   END-READ
               END-PERFORM
               CLOSE clientes-ensayo
               MOVE 'ensayo/CLIENTES.DAT' TO l-sel-archivo
               MOVE version-clientes TO l-sel-version
               PERFORM ESTAMPAR-LAYOUT
               CLOSE clientes
           END-IF.

       DISFRAZAR-CLIENTE.
           MOVE cliente-id-fd TO semilla-disfraz
           MOVE nombre-fd TO texto-disfraz
           MOVE 11 TO sal-disfraz
           PERFORM DISFRAZAR-TEXTO
           MOVE texto-disfraz TO nombre-fd
           MOVE apellido-fd TO texto-disfraz
           MOVE 23 TO sal-disfraz
           PERFORM DISFRAZAR-TEXTO
           MOVE texto-disfraz TO apellido-fd
      * El anio se conserva y la fecha sigue siendo valida (dia
      * hasta 28); blanco o basura siguen siendolo, con la basura
      * disfrazada igual que un texto.
           IF cliente-fecnac IS NUMERIC
               MOVE cliente-fecnac TO fecnac-disfraz
               IF fecnac-disfraz NOT = ZEROS
                   COMPUTE fecnac-mes =
                       FUNCTION MOD(semilla-disfraz * 7 + 3, 12) + 1
                   COMPUTE fecnac-dia =
                       FUNCTION MOD(semilla-disfraz * 11 + 5, 28) + 1
                   MOVE fecnac-disfraz TO cliente-fecnac
               END-IF
           ELSE
               IF cliente-fecnac NOT = SPACES
                   MOVE SPACES TO texto-disfraz
                   MOVE registro-cliente(77:8) TO texto-disfraz(1:8)
                   MOVE 37 TO sal-disfraz
                   PERFORM DISFRAZAR-TEXTO
                   MOVE texto-disfraz(1:8) TO registro-cliente(77:8)
               END-IF
           END-IF.

       COPIAR-DOMICILIOS.
           OPEN INPUT domicilios
           IF fs-domicilios NOT = '00'
               DISPLAY 'COPIA-ENSAYO: sin DOMICILIOS.DAT (status='
                   fs-domicilios '), no se copia.'
           ELSE
               OPEN OUTPUT domicilios-ensayo
               IF fs-domicilios-ensayo NOT = '00'
                   DISPLAY 'COPIA-ENSAYO: no se pudo crear '
                       'ensayo/DOMICILIOS.DAT, status='
                       fs-domicilios-ensayo
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ domicilios NEXT RECORD
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM DISFRAZAR-DOMICILIO
                           WRITE registro-domicilio-ensayo
                               FROM registro-domicilio
                           ADD 1 TO domicilios-copiados
                   END-READ
               END-PERFORM
               CLOSE domicilios-ensayo
               MOVE 'ensayo/DOMICILIOS.DAT' TO l-sel-archivo
               MOVE version-domicilios TO l-sel-version
               PERFORM ESTAMPAR-LAYOUT
               CLOSE domicilios
           END-IF.

       DISFRAZAR-DOMICILIO.
           MOVE dom-cliente TO semilla-disfraz
           MOVE dom-calle TO texto-disfraz
           MOVE 41 TO sal-disfraz
           PERFORM DISFRAZAR-TEXTO
           MOVE texto-disfraz TO dom-calle
           MOVE SPACES TO texto-disfraz
           MOVE dom-telefono TO texto-disfraz
           MOVE 53 TO sal-disfraz
           PERFORM DISFRAZAR-TEXTO
           MOVE texto-disfraz TO dom-telefono.

      * El maestro no tiene datos de personas: pasa tal cual, con
      * las claves que tenga (7 digitos despues de MIGRA-CLAVES).
       COPIAR-MAESTRO.
           OPEN INPUT maestro
           IF fs-maestro NOT = '00'
               DISPLAY 'COPIA-ENSAYO: sin maestro.dat (status='
                   fs-maestro '), no se copia.'
           ELSE
               OPEN OUTPUT maestro-ensayo
               IF fs-maestro-ensayo NOT = '00'
                   DISPLAY 'COPIA-ENSAYO: no se pudo crear '
                       'ensayo/maestro.dat, status='
                       fs-maestro-ensayo
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ maestro NEXT RECORD
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           WRITE registro-maestro-ensayo
                               FROM registro-maestro
                           ADD 1 TO maestro-copiados
                   END-READ
               END-PERFORM
               CLOSE maestro-ensayo
               MOVE 'ensayo/maestro.dat' TO l-sel-archivo
               MOVE version-maestro TO l-sel-version
               PERFORM ESTAMPAR-LAYOUT
               CLOSE maestro
           END-IF.

      * Los archivos de sucursal traen transacciones (fecha,
      * importe, descripcion, moneda, sucursal, cliente por ID):
      * pasan tal cual. La sucursal que no mando archivo hoy se
      * saltea.
       COPIAR-SUCURSAL.
           MOVE SPACES TO nombre-origen
           STRING 'SUCURSAL' idx-sucursal '.TXT'
               DELIMITED BY SIZE INTO nombre-origen
           MOVE SPACES TO nombre-destino
           STRING 'ensayo/' nombre-origen
               DELIMITED BY SPACE INTO nombre-destino
           OPEN INPUT sucursal-origen
           IF fs-origen = '00'
               OPEN OUTPUT sucursal-destino
               IF fs-destino NOT = '00'
                   DISPLAY 'COPIA-ENSAYO: no se pudo crear '
                       nombre-destino ', status=' fs-destino
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO fin-archivo
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ sucursal-origen
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           WRITE registro-destino FROM registro-origen
                           ADD 1 TO sucursal-copiados
                   END-READ
               END-PERFORM
               CLOSE sucursal-destino
               CLOSE sucursal-origen
           END-IF.

      * Letra por letra: mayuscula por mayuscula, minuscula por
      * minuscula, digito por digito, alternando consonante y vocal
      * para que el nombre falso se pueda leer. Los bytes fuera de
      * ASCII (acentos, enies) pasan a una mayuscula, con lo que el
      * largo en bytes del campo no cambia. Blancos y signos quedan.
       DISFRAZAR-TEXTO.
           PERFORM VARYING pos-disfraz FROM 1 BY 1
                   UNTIL pos-disfraz > 30
               MOVE texto-disfraz(pos-disfraz:1) TO caracter
               EVALUATE TRUE
                   WHEN caracter >= 'A' AND caracter <= 'Z'
                       PERFORM ELEGIR-LETRA
                       IF FUNCTION MOD(pos-disfraz, 2) = 1
                           MOVE consonantes(idx-tabla:1) TO caracter
                       ELSE
                           MOVE vocales(idx-tabla:1) TO caracter
                       END-IF
                   WHEN caracter >= 'a' AND caracter <= 'z'
                       PERFORM ELEGIR-LETRA
                       IF FUNCTION MOD(pos-disfraz, 2) = 1
                           MOVE consonantes-min(idx-tabla:1)
                               TO caracter
                       ELSE
                           MOVE vocales-min(idx-tabla:1) TO caracter
                       END-IF
                   WHEN caracter >= '0' AND caracter <= '9'
                       COMPUTE idx-tabla = FUNCTION MOD(
                           semilla-disfraz * 7 + pos-disfraz * 3
                           + sal-disfraz, 10) + 1
                       MOVE digitos(idx-tabla:1) TO caracter
                   WHEN caracter > 'z'
                       PERFORM ELEGIR-LETRA
                       MOVE consonantes(idx-tabla:1) TO caracter
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE caracter TO texto-disfraz(pos-disfraz:1)
           END-PERFORM.

      * Posicion en la tabla de consonantes (13) o vocales (5)
      * segun la paridad de la posicion en el campo.
       ELEGIR-LETRA.
           IF FUNCTION MOD(pos-disfraz, 2) = 1
               COMPUTE idx-tabla = FUNCTION MOD(
                   semilla-disfraz * 31 + pos-disfraz * 17
                   + sal-disfraz, 13) + 1
           ELSE
               COMPUTE idx-tabla = FUNCTION MOD(
                   semilla-disfraz * 29 + pos-disfraz * 7
                   + sal-disfraz, 5) + 1
           END-IF.

      * Cada maestro indexado que abre este programa tiene que
      * estar en el layout para el que fue compilado (VERSIONES);
      * si no, SELLO corta la corrida por ALERTA antes de leer
      * nada.
       CONTROLAR-LAYOUTS.
           MOVE 'V' TO l-sel-accion
           MOVE 'COPIA-ENSAYO' TO l-sel-programa
           MOVE 'CLIENTES.DAT' TO l-sel-archivo
           MOVE version-clientes TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'DOMICILIOS.DAT' TO l-sel-archivo
           MOVE version-domicilios TO l-sel-version
           PERFORM LLAMAR-SELLO
           MOVE 'maestro.dat' TO l-sel-archivo
           MOVE version-maestro TO l-sel-version
           PERFORM LLAMAR-SELLO.

      * El que crea un maestro lo estampa con la version con que
      * fue compilado; la fecha de reorganizacion no se toca.
       ESTAMPAR-LAYOUT.
           MOVE 'E' TO l-sel-accion
           MOVE ZERO TO l-sel-fecha
           PERFORM LLAMAR-SELLO
           MOVE 'V' TO l-sel-accion.

       LLAMAR-SELLO.
           CALL 'SELLO' USING l-sel-accion, l-sel-archivo,
               l-sel-version, l-sel-fecha, l-sel-programa,
               l-sel-status, l-sel-mensaje.
       END PROGRAM COPIA-ENSAYO.
