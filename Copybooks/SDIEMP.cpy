      * -------------------------------------------------------------- *
      * LAYOUT DEL SALARIO DIARIO INTEGRADO POR EMPLEADO (70           *
      * CARACTERES), ARCHIVO INDEXADO POR NUMERO DE EMPLEADO. LO       *
      * RECALCULA PROGSDI CADA BIMESTRE: PARTE FIJA (SALARIO DIARIO    *
      * POR EL FACTOR DE INTEGRACION SEGUN ANTIGUEDAD) MAS PARTE       *
      * VARIABLE (EXTRAS, COMISIONES Y BONOS DEL BIMESTRE ANTERIOR     *
      * ENTRE SUS DIAS), TOPADO AL LIMITE LEGAL EN UMAS. PROGSUA       *
      * REPORTA SDI-IMPORTE TAL CUAL; SDI-ANTERIOR GUARDA EL VALOR     *
      * QUE TENIA EL SEGURO ANTES DEL ULTIMO AVISO DE MODIFICACION.    *
      * -------------------------------------------------------------- *
       01  REG-SDIEMP.
           05 SDI-NUMERO-EMP      PIC 9(05).
           05 SDI-IMPORTE         PIC 9(07)V99.
           05 SDI-PARTE-FIJA      PIC 9(07)V99.
           05 SDI-PARTE-VARIABLE  PIC 9(07)V99.
           05 SDI-FACTOR          PIC 9(01)V9999.
           05 SDI-BIMESTRE.
              10 SDI-ANIO         PIC 9(04).
              10 SDI-BIM          PIC 9(01).
           05 SDI-FECHA-VIGENCIA  PIC 9(08).
           05 SDI-TOPADO          PIC X(01).
              88 SDI-ES-TOPADO       VALUE "S".
           05 SDI-ANTERIOR        PIC 9(07)V99.
           05 FILLER              PIC X(10).
