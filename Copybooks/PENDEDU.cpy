      * -------------------------------------------------------------- *
      * LAYOUT DEL ARCHIVO DE DESCUENTOS PENDIENTES (40 CARACTERES),   *
      * INDEXADO POR EMPLEADO MAS CONCEPTO. CUANDO UN DESCUENTO NO     *
      * CABE EN EL NETO, PROGNOMI RETIENE LO QUE CABE Y EL RESTO QUEDA *
      * AQUI EN LUGAR DE PERDERSE; EN LA SIGUIENTE CORRIDA EL SALDO SE *
      * COBRA ANTES QUE EL DESCUENTO DEL PERIODO DE SU MISMO CONCEPTO, *
      * Y LOS CONCEPTOS VAN EN EL ORDEN DE PRELACION DE LA LEY (LOS    *
      * IMPUESTOS YA SALIERON DEL BRUTO):                              *
      *   FALT - DESCUENTO DE FALTAS (ES SALARIO NO DEVENGADO);        *
      *   PENS - PENSION ALIMENTICIA POR ORDEN JUDICIAL;               *
      *   INFO - CREDITO INFONAVIT;                                    *
      *   FONA - CREDITOS FONACOT;                                     *
      *   PRES - ABONO DEL PRESTAMO DE LA CAJA.                        *
      * EL PERIODO DE ORIGEN ES EL DEL PRIMER SALDO QUE NO SE PUDO     *
      * COBRAR; PDE-PERIODOS CUENTA LAS CORRIDAS EN QUE EL SALDO HA    *
      * SEGUIDO VIVO Y PROGPEND REPORTA LOS QUE PASAN DE DOS. EL       *
      * RENGLON SE BORRA CUANDO EL SALDO SE COBRA COMPLETO.            *
      * -------------------------------------------------------------- *
       01  REG-PENDEDU.
           05 PDE-LLAVE.
              10 PDE-NUMERO-EMP   PIC 9(05).
              10 PDE-CONCEPTO     PIC X(04).
                 88 PDE-ES-FALTAS    VALUE "FALT".
                 88 PDE-ES-PENSION   VALUE "PENS".
                 88 PDE-ES-INFONAVIT VALUE "INFO".
                 88 PDE-ES-FONACOT   VALUE "FONA".
                 88 PDE-ES-PRESTAMO  VALUE "PRES".
           05 PDE-SALDO           PIC 9(07)V99.
           05 PDE-PERIODO-ORIGEN  PIC 9(08).
           05 PDE-PERIODO-ULTIMO  PIC 9(08).
           05 PDE-PERIODOS        PIC 9(03).
           05 FILLER              PIC X(03).
