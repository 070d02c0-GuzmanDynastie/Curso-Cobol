      * -------------------------------------------------------------- *
      * LAYOUT DE PAGO DE NOMINA DE SANTANDER (CLAVE DE BANCO 014 EN   *
      * LA CLABE), 80 CARACTERES. TIPO DE REGISTRO E = ENCABEZADO, D = *
      * DETALLE, S = SUMARIO; CADA REGISTRO LLEVA SU CONSECUTIVO EN EL *
      * ARCHIVO. LO GENERA PROGBANC Y LO CUADRA PROGCUAD.              *
      * -------------------------------------------------------------- *
       01  REG-BCO014.
           05 B14-TIPO-REG        PIC X(01).
              88 B14-ES-ENCABEZADO   VALUE "E".
              88 B14-ES-DETALLE      VALUE "D".
              88 B14-ES-SUMARIO      VALUE "S".
           05 B14-SECUENCIA       PIC 9(05).
           05 B14-CUENTA          PIC X(18).
           05 B14-NOMBRE          PIC X(30).
           05 B14-IMPORTE         PIC 9(10)V99.
           05 B14-CONCEPTO        PIC X(10).
           05 FILLER              PIC X(04).

       01  REG-BCO014-CTRL REDEFINES REG-BCO014.
           05 B14-CTRL-TIPO-REG   PIC X(01).
           05 B14-CTRL-SECUENCIA  PIC 9(05).
           05 B14-CTRL-FECHA      PIC 9(08).
           05 B14-CTRL-REGISTROS  PIC 9(05).
           05 B14-CTRL-IMPORTE    PIC 9(14)V99.
           05 FILLER              PIC X(45).
