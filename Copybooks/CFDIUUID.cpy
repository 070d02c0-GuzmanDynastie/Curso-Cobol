      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE FOLIOS FISCALES DEL RECIBO DE NOMINA    *
      * (80 CARACTERES), ARCHIVO INDEXADO POR NUMERO DE EMPLEADO MAS   *
      * FECHA DE PAGO DEL PERIODO. CADA RECIBO QUE PROGCFDI MANDA A    *
      * TIMBRAR REGRESA EN EL ARCHIVO DE RESPUESTA DEL PROVEEDOR, Y    *
      * PROGTIMB DEJA AQUI EL RESULTADO:                               *
      *   ESTADO T - TIMBRADO: EL UUID ES EL FOLIO FISCAL DEL SAT Y    *
      *              LA FECHA ES LA DEL TIMBRE.                        *
      *   ESTADO E - ERROR: EL PROVEEDOR LO RECHAZO; EL MOTIVO VIENE   *
      *              EN SU RESPUESTA Y EL UUID VIAJA EN BLANCO.        *
      * UN RECIBO YA TIMBRADO NO SE VUELVE A EXTRAER: PROGCFDI SOLO    *
      * REMANDA LOS QUE NO TIENEN FOLIO O LOS QUE FALLARON.            *
      * -------------------------------------------------------------- *
       01  REG-CFDIUUID.
           05 UUI-LLAVE.
              10 UUI-NUMERO-EMP   PIC 9(05).
              10 UUI-PERIODO      PIC 9(08).
           05 UUI-UUID            PIC X(36).
           05 UUI-FECHA-TIMBRE    PIC 9(08).
           05 UUI-ESTADO          PIC X(01).
              88 UUI-TIMBRADO        VALUE "T".
              88 UUI-CON-ERROR       VALUE "E".
           05 UUI-MOTIVO          PIC X(20).
           05 FILLER              PIC X(02).
