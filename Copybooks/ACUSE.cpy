      * -------------------------------------------------------------- *
      * LAYOUT DEL ACUSE DE RECIBO FIRMADO (30 CARACTERES), ARCHIVO    *
      * INDEXADO POR EMPLEADO MAS PERIODO. CADA RECIBO DE NOMINA (EL   *
      * RENGLON NORM DEL PERIODO EN NOMINA) DEBE TENER SU ACUSE        *
      * FIRMADO POR EL EMPLEADO; SIN EL, LA EMPRESA NO PUEDE PROBAR EL *
      * PAGO ANTE UNA DEMANDA. EL ACUSE ENTRA POR DOS CANALES:         *
      *   L - LOTE ESCANEADO: LA DIGITALIZACION DE LOS RECIBOS         *
      *       FIRMADOS DEJA UN ARCHIVO (ACUSLOTE) QUE CARGA PROGACUS;  *
      *       ACU-USUARIO LLEVA LA CLAVE DEL LOTE.                     *
      *   C - CAPTURA DEL OPERADOR EN PROGACUS; ACU-USUARIO LLEVA SU   *
      *       CLAVE.                                                   *
      * UN RECIBO REVERTIDO Y NO VUELTO A PAGAR NO NECESITA ACUSE. EL  *
      * REPORTE DE EXCEPCIONES DE PROGACUS Y LA CONSULTA PROG360       *
      * LISTAN LOS PERIODOS PAGADOS SIN ACUSE.                         *
      * -------------------------------------------------------------- *
       01  REG-ACUSE.
           05 ACU-LLAVE.
              10 ACU-NUMERO-EMP   PIC 9(05).
              10 ACU-PERIODO      PIC 9(08).
           05 ACU-FECHA-FIRMA     PIC 9(08).
           05 ACU-CANAL           PIC X(01).
              88 ACU-POR-LOTE       VALUE "L".
              88 ACU-POR-CAPTURA    VALUE "C".
           05 ACU-USUARIO         PIC X(08).
