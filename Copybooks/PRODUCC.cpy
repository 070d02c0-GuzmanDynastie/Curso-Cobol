      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE PRODUCCION DIARIA (50 CARACTERES). CADA *
      * RENGLON SON LAS UNIDADES QUE UN EMPLEADO PRODUJO DE UN         *
      * PRODUCTO EN UNA FECHA, CAPTURADAS EN PROGINCE CON EL           *
      * SUPERVISOR QUE LAS AUTORIZA, IGUAL QUE HRSEXTRA. SOLO LAS      *
      * AUTORIZADAS (PRD-AUTORIZADA = "S") SE PAGAN; EL CIERRE DEL     *
      * PERIODO GRABA EN PRD-PERIODO-PAGO LA FECHA DE PAGO EN QUE      *
      * SE PAGARON PARA NO PAGARLAS DOS VECES (CEROS = PENDIENTE).     *
      * -------------------------------------------------------------- *
       01  REG-PRODUCC.
           05 PRD-NUMERO-EMP      PIC 9(05).
           05 PRD-FECHA           PIC 9(08).
           05 PRD-PRODUCTO        PIC X(06).
           05 PRD-UNIDADES        PIC 9(05).
           05 PRD-SUPERVISOR      PIC X(08).
           05 PRD-AUTORIZADA      PIC X(01).
              88 PRD-ESTA-AUTORIZADA VALUE "S".
           05 PRD-CAPTURO         PIC X(08).
           05 PRD-PERIODO-PAGO    PIC 9(08).
              88 PRD-PENDIENTE       VALUE ZEROS.
           05 FILLER              PIC X(01).
