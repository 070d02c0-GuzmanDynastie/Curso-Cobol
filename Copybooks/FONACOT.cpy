      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE CREDITOS FONACOT (70 CARACTERES),       *
      * ARCHIVO INDEXADO POR EMPLEADO MAS NUMERO DE CREDITO (UN        *
      * EMPLEADO PUEDE TRAER VARIOS CREDITOS EN LA CEDULA). CADA MES   *
      * PROGFONA CARGA LA CEDULA QUE MANDA EL INSTITUTO: EL RENGLON    *
      * QUEDA CON EL MES DE LA CEDULA, LA RETENCION MENSUAL QUE PIDE   *
      * Y LO RETENIDO EN CEROS. PROGNOMI SOLO DESCUENTA LOS CREDITOS   *
      * DE LA CEDULA DEL MES DEL PERIODO, ACUMULA LO RETENIDO Y        *
      * MARCA LA INCIDENCIA CUANDO EL NETO NO ALCANZA. AL CIERRE DEL   *
      * MES PROGFONA ARMA EL PAGO AL INSTITUTO CON LAS INCIDENCIAS:    *
      *   B - BAJA DEL EMPLEADO (STATUS-EMP 0);                        *
      *   I - NETO INSUFICIENTE PARA EL DESCUENTO EN ALGUN PERIODO.    *
      * FON-ATRASO-COBRADO ES EL ATRASO DE MESES ANTERIORES (PENDEDU)  *
      * QUE PROGNOMI COBRO EN EL MES; VA APARTE DE LO RETENIDO DE LA   *
      * CEDULA Y PROGFONA LO PAGA JUNTO CON EL CREDITO.                *
      * -------------------------------------------------------------- *
       01  REG-FONACOT.
           05 FON-LLAVE.
              10 FON-NUMERO-EMP   PIC 9(05).
              10 FON-CREDITO      PIC X(10).
           05 FON-RFC             PIC X(13).
           05 FON-MES-CEDULA.
              10 FON-CED-ANIO     PIC 9(04).
              10 FON-CED-MES      PIC 9(02).
           05 FON-RETENCION-MES   PIC 9(07)V99.
           05 FON-RETENIDO-MES    PIC 9(07)V99.
           05 FON-INCIDENCIA      PIC X(01).
              88 FON-SIN-INCIDENCIA  VALUE SPACE.
              88 FON-INC-BAJA        VALUE "B".
              88 FON-INC-INSUFICIENTE VALUE "I".
           05 FON-FECHA-CARGA     PIC 9(08).
           05 FON-ATRASO-COBRADO  PIC 9(07)V99.
