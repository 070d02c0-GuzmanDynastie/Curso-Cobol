      * -------------------------------------------------------------- *
      * LAYOUT DE PAGO DE NOMINA DE BANAMEX (CLAVE DE BANCO 002 EN LA  *
      * CLABE), 80 CARACTERES. TIPO DE REGISTRO 1 = ENCABEZADO, 2 =    *
      * DETALLE, 4 = SUMARIO CON CONTEO E IMPORTE DEL ARCHIVO. LO      *
      * GENERA PROGBANC Y LO CUADRA PROGCUAD.                          *
      * -------------------------------------------------------------- *
       01  REG-BCO002.
           05 B02-TIPO-REG        PIC X(01).
              88 B02-ES-ENCABEZADO   VALUE "1".
              88 B02-ES-DETALLE      VALUE "2".
              88 B02-ES-SUMARIO      VALUE "4".
           05 B02-CUENTA          PIC X(18).
           05 B02-IMPORTE         PIC 9(13)V99.
           05 B02-REFERENCIA      PIC 9(10).
           05 B02-BENEFICIARIO    PIC X(30).
           05 FILLER              PIC X(06).

       01  REG-BCO002-CTRL REDEFINES REG-BCO002.
           05 B02-CTRL-TIPO-REG   PIC X(01).
           05 B02-CTRL-FECHA      PIC 9(08).
           05 B02-CTRL-REGISTROS  PIC 9(06).
           05 B02-CTRL-IMPORTE    PIC 9(16)V99.
           05 FILLER              PIC X(47).
