      * -------------------------------------------------------------- *
      * LAYOUT DE LA DISTRIBUCION DEL COSTO LABORAL (40 CARACTERES),   *
      * ARCHIVO INDEXADO POR NUMERO DE EMPLEADO, FECHA EFECTIVA Y UN   *
      * CONSECUTIVO (HASTA 10 CENTROS POR JUEGO). CADA FECHA EFECTIVA  *
      * ES UN JUEGO COMPLETO CUYOS PORCENTAJES DEBEN SUMAR 100; RIGE   *
      * EL JUEGO CON LA FECHA MAYOR QUE NO PASE DEL PERIODO. EL CENTRO *
      * PRINCIPAL (DSL-PRINCIPAL = "S") ABSORBE EL RESTO DEL REDONDEO. *
      * EL EMPLEADO SIN JUEGO SE CARGA AL CENTRO DE SU DEPARTAMENTO.   *
      * LO MANTIENE PROGDLAB Y LO APLICA PROGRCOS PARA PROGPOLI.       *
      * -------------------------------------------------------------- *
       01  REG-DISTLAB.
           05 DSL-LLAVE.
              10 DSL-NUMERO-EMP   PIC 9(05).
              10 DSL-FECHA-EFECTIVA PIC 9(08).
              10 DSL-SECUENCIA    PIC 9(02).
           05 DSL-CCOSTO          PIC X(06).
           05 DSL-PORCENTAJE      PIC 9(03)V99.
           05 DSL-PRINCIPAL       PIC X(01).
              88 DSL-ES-PRINCIPAL    VALUE "S".
           05 DSL-FECHA-CAPTURA   PIC 9(08).
           05 FILLER              PIC X(05).
