      * -------------------------------------------------------------- *
      * LAYOUT DEL ARCHIVO DE NECESIDADES DE EFECTIVO PARA TESORERIA   *
      * (60 CARACTERES), SECUENCIAL. LO ESCRIBE PROGTESO PARA EL       *
      * SIGUIENTE DIA DE PAGO: UN RENGLON POR PARTIDA A FONDEAR CON SU *
      * FECHA DE VENCIMIENTO, PARA QUE TESORERIA LO CARGUE EN SU       *
      * PROGRAMACION DE FLUJO. TIPOS:                                  *
      *   NETO - NETO SIMULADO A DISPERSAR, UNO POR BANCO;             *
      *   CHEQ - NETO SIMULADO DE EMPLEADOS SIN CUENTA (CHEQUE);       *
      *   TRAN - CHEQUES EMITIDOS AUN NO COBRADOS;                     *
      *   EXTR - PAGOS EXTRAORDINARIOS PENDIENTES DE DISPERSAR;        *
      *   PENS - PENSIONES ALIMENTICIAS A BENEFICIARIOS;               *
      *   SIND - CUOTAS SINDICALES DEL MES;                            *
      *   INFO - RETENCIONES INFONAVIT DEL BIMESTRE;                   *
      *   FONA - RETENCIONES FONACOT DEL MES;                          *
      *   TOTL - TOTAL DE LA PROYECCION (ULTIMO RENGLON).              *
      * -------------------------------------------------------------- *
       01  REG-TESORE.
           05 TES-FECHA-PAGO      PIC 9(08).
           05 TES-TIPO            PIC X(04).
              88 TES-ES-TOTAL        VALUE "TOTL".
           05 TES-BANCO           PIC X(03).
           05 TES-FECHA-VENCE     PIC 9(08).
           05 TES-IMPORTE         PIC 9(09)V99.
           05 TES-MOVIMIENTOS     PIC 9(05).
           05 TES-DESCRIPCION     PIC X(20).
           05 FILLER              PIC X(01).
