      * -------------------------------------------------------------- *
      * LAYOUT DEL NETO SIMULADO POR EMPLEADO (50 CARACTERES),         *
      * SECUENCIAL. LO REESCRIBE PROGSIMU EN CADA SIMULACION CON UN    *
      * RENGLON POR EMPLEADO SIMULADO: EL NETO QUE SE LE VA A          *
      * DEPOSITAR Y LO QUE SE LE RETIENE PARA TERCEROS (PENSION        *
      * ALIMENTICIA Y CUOTA SINDICAL). LO LEE PROGTESO PARA PROYECTAR  *
      * EL EFECTIVO QUE TESORERIA DEBE FONDEAR PARA EL DIA DE PAGO.    *
      * -------------------------------------------------------------- *
       01  REG-SIMNETO.
           05 SIM-PERIODO         PIC 9(08).
           05 SIM-NUMERO-EMP      PIC 9(05).
           05 SIM-DEPTO           PIC 9(03).
           05 SIM-NETO            PIC 9(07)V99.
           05 SIM-PENSION         PIC 9(07)V99.
           05 SIM-SINDICATO       PIC 9(07)V99.
           05 FILLER              PIC X(07).
