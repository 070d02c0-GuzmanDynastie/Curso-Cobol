      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE CREDITOS INFONAVIT (60 CARACTERES),     *
      * ARCHIVO INDEXADO POR NUMERO DE EMPLEADO. LA RETENCION DEL      *
      * CREDITO DE VIVIENDA SE HACIA FUERA DEL SISTEMA; AQUI CADA      *
      * RENGLON TRAE EL NUMERO DE CREDITO Y EL TIPO DE DESCUENTO QUE   *
      * MANDA EL AVISO DE RETENCION DEL INSTITUTO:                     *
      *   P - PORCENTAJE DEL SDI (INF-VALOR ES EL PORCENTAJE);         *
      *   C - CUOTA FIJA MENSUAL EN PESOS (INF-VALOR ES EL IMPORTE);   *
      *   V - VECES SALARIO MINIMO MENSUAL (INF-VALOR ES EL FACTOR).   *
      * EL DESCUENTO CORRE DESDE LA FECHA DE INICIO DEL AVISO DE       *
      * RETENCION Y SE DETIENE EN LA FECHA DEL AVISO DE SUSPENSION     *
      * (EN CEROS = VIGENTE). LO MANTIENE PROGINFO CON LOS AVISOS QUE  *
      * LLEGAN DEL INSTITUTO; PROGNOMI LO APLICA COMO CONCEPTO INFO.   *
      * -------------------------------------------------------------- *
       01  REG-INFONAV.
           05 INF-NUMERO-EMP      PIC 9(05).
           05 INF-CREDITO         PIC X(10).
           05 INF-TIPO            PIC X(01).
              88 INF-ES-PORCENTAJE   VALUE "P".
              88 INF-ES-CUOTA-FIJA   VALUE "C".
              88 INF-ES-VSM          VALUE "V".
           05 INF-VALOR           PIC 9(05)V9999.
           05 INF-FECHA-INICIO    PIC 9(08).
           05 INF-FECHA-SUSPENSION PIC 9(08).
           05 INF-FECHA-AVISO     PIC 9(08).
           05 INF-ULTIMO-AVISO    PIC X(01).
              88 INF-AVISO-RETENCION  VALUE "R".
              88 INF-AVISO-SUSPENSION VALUE "S".
           05 FILLER              PIC X(10).
