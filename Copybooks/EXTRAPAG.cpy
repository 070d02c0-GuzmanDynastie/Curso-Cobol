      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE LA LISTA DE PAGOS EXTRAORDINARIOS (80   *
      * CARACTERES), ARCHIVO INDEXADO POR PERIODO ESPECIAL, EMPLEADO Y *
      * CONCEPTO. LO CAPTURA PROGEXTR PARA UN PERIODO ESPECIAL DEL     *
      * CATALOGO (FRECUENCIA E) Y LA CORRIDA DEL PERIODO PAGA CADA     *
      * RENGLON CAPTURADO: LE CALCULA SU DEDUCCION VIA PROGDEDU, GRABA *
      * EL RENGLON DE NOMINA Y LO MARCA PAGADO CON LO RETENIDO, ASI    *
      * QUE UNA CORRIDA REPETIDA NO LO VUELVE A PAGAR.                 *
      *   ESTATUS: C = CAPTURADO, P = PAGADO.                          *
      *   GRAVABLE: COPIA DEL CATALOGO DE CONCEPTOS AL CAPTURAR (S =   *
      *   EL IMPORTE GRAVA Y SE LE CALCULA DEDUCCION).                 *
      * -------------------------------------------------------------- *
       01  REG-EXTRAPAG.
           05 EXP-LLAVE.
              10 EXP-PERIODO      PIC 9(08).
              10 EXP-NUMERO-EMP   PIC 9(05).
              10 EXP-CONCEPTO     PIC X(04).
           05 EXP-IMPORTE         PIC 9(07)V99.
           05 EXP-GRAVABLE        PIC X(01).
              88 EXP-GRAVA-ISR       VALUE "S".
           05 EXP-ESTATUS         PIC X(01).
              88 EXP-CAPTURADO       VALUE "C".
              88 EXP-PAGADO          VALUE "P".
           05 EXP-FECHA-CAPTURA   PIC 9(08).
           05 EXP-USUARIO         PIC X(08).
           05 EXP-DEDUCCION       PIC 9(07)V99.
           05 EXP-NETO            PIC 9(07)V99.
           05 FILLER              PIC X(18).
