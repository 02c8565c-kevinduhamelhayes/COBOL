      * Layout comun del registro de documentos de identidad
      * DOCUMENTOS.DAT (indexado por doc-clave: el ID del maestro
      * de clientes y el tipo de documento, asi un cliente puede
      * tener varios documentos, uno por tipo), compartido por el
      * alta de clientes que exige el primero, el mantenimiento y
      * el control nocturno de vencimientos.
       01  registro-documento.
           05  doc-clave.
               10  doc-cliente     PIC 9(06).
      * Tipo: DNI, PAS (pasaporte), CI (cedula), LE, LC (libretas).
               10  doc-tipo        PIC X(03).
           05  doc-numero      PIC X(15).
      * Pais emisor, codigo de tres letras (ARG, URY, ...).
           05  doc-pais        PIC X(03).
      * Emision y vencimiento AAAAMMDD. Un documento vale mientras
      * su vencimiento no sea anterior a la fecha de proceso.
           05  doc-emision     PIC 9(08).
           05  doc-vencimiento PIC 9(08).
           05  FILLER          PIC X(10).
