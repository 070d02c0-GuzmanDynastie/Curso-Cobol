      * -------------------------------------------------------------- *
      * LAYOUT DE LOS DOCUMENTOS RECIBIDOS DEL EXPEDIENTE (40          *
      * CARACTERES), ARCHIVO INDEXADO DOCEMP CON LLAVE EMPLEADO +      *
      * DOCUMENTO DEL CATALOGO DOCREQ. UN DOCUMENTO RENOVADO REESCRIBE *
      * SU RENGLON CON LAS FECHAS NUEVAS. FECHA DE VENCIMIENTO EN      *
      * CEROS = NO VENCE. LO GRABA PROGEXPE.                           *
      * -------------------------------------------------------------- *
       01  REG-DOCEMP.
           05 DOC-LLAVE.
              10 DOC-NUMERO-EMP   PIC 9(05).
              10 DOC-DOCUMENTO    PIC X(04).
           05 DOC-FECHA-RECIBO    PIC 9(08).
           05 DOC-FECHA-VENCE     PIC 9(08).
           05 DOC-USUARIO         PIC X(08).
           05 FILLER              PIC X(07).
