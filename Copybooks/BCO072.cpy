      * -------------------------------------------------------------- *
      * LAYOUT DE PAGO DE NOMINA DE BANORTE (CLAVE DE BANCO 072 EN LA  *
      * CLABE), 80 CARACTERES. TIPO DE REGISTRO H = ENCABEZADO, D =    *
      * DETALLE CON SU FECHA DE APLICACION, T = SUMARIO. LO GENERA     *
      * PROGBANC Y LO CUADRA PROGCUAD.                                 *
      * -------------------------------------------------------------- *
       01  REG-BCO072.
           05 B72-TIPO-REG        PIC X(01).
              88 B72-ES-ENCABEZADO   VALUE "H".
              88 B72-ES-DETALLE      VALUE "D".
              88 B72-ES-SUMARIO      VALUE "T".
           05 B72-FECHA-APLIC     PIC 9(08).
           05 B72-CUENTA          PIC X(18).
           05 B72-IMPORTE         PIC 9(13)V99.
           05 B72-REFERENCIA      PIC 9(10).
           05 B72-NOMBRE          PIC X(28).

       01  REG-BCO072-CTRL REDEFINES REG-BCO072.
           05 B72-CTRL-TIPO-REG   PIC X(01).
           05 B72-CTRL-FECHA      PIC 9(08).
           05 B72-CTRL-REGISTROS  PIC 9(06).
           05 B72-CTRL-IMPORTE    PIC 9(16)V99.
           05 FILLER              PIC X(47).
