      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE DIAS CON PRIMA (50 CARACTERES). CADA    *
      * RENGLON ES UN DIA TRABAJADO QUE LA LEY PAGA APARTE Y LO GRABA  *
      * PROGRELO DESDE LAS CHECADAS:                                   *
      *   PDOM - PRIMA DOMINICAL: 25% DEL SALARIO DIARIO POR TRABAJAR  *
      *          EN DOMINGO.                                           *
      *   FEST - FESTIVO TRABAJADO: EL DIA YA VA EN EL SUELDO, ASI QUE *
      *          SE PAGAN DOS SALARIOS DIARIOS MAS PARA LLEGAR AL      *
      *          TRIPLE QUE MARCA LA LEY (FERIADO DEL ARCHIVO CALEND). *
      * UN FERIADO EN DOMINGO GENERA LOS DOS RENGLONES. EL CONCEPTO ES *
      * EL CODIGO DEL CATALOGO DE CONCEPTOS CON QUE PROGNOMI GRABA EL  *
      * PAGO; AL PAGARLO LE MARCA DPR-PAGADA, EL IMPORTE Y EL PERIODO, *
      * PARA NO PAGARLO DOS VECES. DPR-DEPTO ES EL DEPARTAMENTO DEL    *
      * EMPLEADO EL DIA TRABAJADO, PARA EL REPORTE MENSUAL (PROGPRIM). *
      * -------------------------------------------------------------- *
       01  REG-PRIMDIA.
           05 DPR-NUMERO-EMP      PIC 9(05).
           05 DPR-FECHA           PIC 9(08).
           05 DPR-FECHA-R REDEFINES DPR-FECHA.
              10 DPR-ANIO         PIC 9(04).
              10 DPR-MES          PIC 9(02).
              10 DPR-DIA          PIC 9(02).
           05 DPR-CONCEPTO        PIC X(04).
              88 DPR-ES-DOMINICAL    VALUE "PDOM".
              88 DPR-ES-FESTIVO      VALUE "FEST".
           05 DPR-DEPTO           PIC 9(03).
           05 DPR-HORAS           PIC 9(02)V99.
           05 DPR-PAGADA          PIC X(01).
              88 DPR-YA-PAGADA       VALUE "S".
           05 DPR-IMPORTE         PIC 9(07)V99.
           05 DPR-PERIODO         PIC 9(08).
           05 FILLER              PIC X(08).
