      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE BENEFICIARIOS Y DEPENDIENTES (100       *
      * CARACTERES), ARCHIVO INDEXADO POR NUMERO DE EMPLEADO MAS UN    *
      * CONSECUTIVO (HASTA 10 POR EMPLEADO). SUSTITUYE A LA            *
      * DESIGNACION EN PAPEL DEL EXPEDIENTE. PARENTESCO:               *
      *   C - CONYUGE O CONCUBINO;   H - HIJO;                         *
      *   P - PADRE O MADRE;         O - OTRO.                         *
      * BEN-PORCENTAJE ES LA PARTE QUE LE TOCA EN UN FINIQUITO POR     *
      * DEFUNCION; EN CEROS ES SOLO DEPENDIENTE. LOS PORCENTAJES DE UN *
      * EMPLEADO DEBEN SUMAR 100. LO MANTIENE PROGBENE Y LO REPARTE    *
      * PROGREPA PARA PROGBAJA Y PROGFINI; AL BENEFICIARIO SIN CLABE   *
      * TESORERIA LE PAGA EN VENTANILLA.                               *
      * -------------------------------------------------------------- *
       01  REG-BENEFIC.
           05 BEN-LLAVE.
              10 BEN-NUMERO-EMP   PIC 9(05).
              10 BEN-SECUENCIA    PIC 9(02).
           05 BEN-NOMBRE          PIC X(30).
           05 BEN-NOMBRE-PARTES REDEFINES BEN-NOMBRE.
              10 BEN-APE-PATERNO  PIC X(12).
              10 BEN-APE-MATERNO  PIC X(10).
              10 BEN-NOM-PILA     PIC X(08).
           05 BEN-PARENTESCO      PIC X(01).
              88 BEN-ES-CONYUGE      VALUE "C".
              88 BEN-ES-HIJO         VALUE "H".
              88 BEN-ES-PADRE        VALUE "P".
              88 BEN-ES-OTRO         VALUE "O".
              88 BEN-PARENTESCO-OK   VALUE "C" "H" "P" "O".
           05 BEN-FECHA-NAC       PIC 9(08).
           05 BEN-CURP            PIC X(18).
           05 BEN-PORCENTAJE      PIC 9(03)V99.
           05 BEN-CTA-BANCO       PIC X(18).
           05 BEN-DEPENDIENTE     PIC X(01).
              88 BEN-ES-DEPENDIENTE  VALUE "S".
           05 FILLER              PIC X(12).
