      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE ANTICIPOS DE VIATICOS (100 CARACTERES), *
      * ARCHIVO INDEXADO POR NUMERO DE EMPLEADO MAS UN FOLIO           *
      * CONSECUTIVO DEL EMPLEADO. SUSTITUYE AL CONTROL EN PAPEL. EL    *
      * SALDO POR COMPROBAR ES IMPORTE MENOS COMPROBADO MENOS          *
      * DESCONTADO:                                                    *
      *   VIA-COMPROBADO - GASTOS COMPROBADOS (Y REINTEGROS EN         *
      *                    EFECTIVO) CAPTURADOS EN PROGVIAT;           *
      *   VIA-DESCONTADO - LO QUE SE LE RECUPERO AL EMPLEADO: PROGNOMI *
      *                    DESCUENTA EL SALDO (CONCEPTO VIAT) CUANDO   *
      *                    VENCE EL PLAZO PARA COMPROBAR, HASTA EL     *
      *                    NETO LIBRE, Y PROGBAJA LO NETEA EN EL       *
      *                    FINIQUITO.                                  *
      * CON SALDO EN CEROS EL ANTICIPO QUEDA CERRADO. PROGREVE REGRESA *
      * LO DESCONTADO POR UNA NOMINA REVERTIDA Y LO VUELVE A ABRIR.    *
      * -------------------------------------------------------------- *
       01  REG-VIATICOS.
           05 VIA-LLAVE.
              10 VIA-NUMERO-EMP   PIC 9(05).
              10 VIA-FOLIO        PIC 9(04).
           05 VIA-MOTIVO          PIC X(30).
           05 VIA-FECHA-ENTREGA   PIC 9(08).
           05 VIA-FECHA-ENT-PARTES REDEFINES VIA-FECHA-ENTREGA.
              10 VIA-ENT-ANIO     PIC 9(04).
              10 VIA-ENT-MES      PIC 9(02).
              10 VIA-ENT-DIA      PIC 9(02).
           05 VIA-IMPORTE         PIC 9(07)V99.
           05 VIA-COMPROBADO      PIC 9(07)V99.
           05 VIA-DESCONTADO      PIC 9(07)V99.
           05 VIA-ESTADO          PIC X(01).
              88 VIA-ABIERTO         VALUE "A".
              88 VIA-CERRADO         VALUE "C".
           05 VIA-FECHA-ULT-COMP  PIC 9(08).
           05 VIA-FECHA-ULT-DESC  PIC 9(08).
           05 VIA-USUARIO         PIC X(08).
           05 FILLER              PIC X(01).
