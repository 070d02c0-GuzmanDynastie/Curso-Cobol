      * -------------------------------------------------------------- *
      * LAYOUT DEL CATALOGO DE DOCUMENTOS DEL EXPEDIENTE (40           *
      * CARACTERES), ARCHIVO INDEXADO DOCREQ. CADA RENGLON DICE QUE    *
      * DOCUMENTO SE PIDE SEGUN EL TIPO DE CONTRATO DEL EMPLEADO EN    *
      * CONTRATO (I = INDEFINIDO, T = PLAZO FIJO, * = TODOS), SI ES    *
      * OBLIGATORIO Y SI TIENE VIGENCIA (IDENTIFICACION, CERTIFICADO   *
      * MEDICO, ETC.), EN CUYO CASO EL RECIBIDO LLEVA FECHA DE         *
      * VENCIMIENTO. LO MANTIENE PROGEXPE; PROGDPEN LO CARGA EN TABLA  *
      * PARA DECIR QUE LE FALTA O SE LE VENCIO A CADA EMPLEADO.        *
      * -------------------------------------------------------------- *
       01  REG-DOCREQ.
           05 DRQ-LLAVE.
              10 DRQ-TIPO-CONTRATO PIC X(01).
                 88 DRQ-PARA-TODOS     VALUE "*".
              10 DRQ-DOCUMENTO    PIC X(04).
           05 DRQ-DESCRIPCION     PIC X(30).
           05 DRQ-OBLIGATORIO     PIC X(01).
              88 DRQ-ES-OBLIGATORIO  VALUE "S".
           05 DRQ-VENCE           PIC X(01).
              88 DRQ-TIENE-VIGENCIA  VALUE "S".
           05 FILLER              PIC X(03).
