      * -------------------------------------------------------------- *
      * LAYOUT DE PAGO DE NOMINA DE BBVA (CLAVE DE BANCO 012 EN LA     *
      * CLABE), 80 CARACTERES. TIPO DE REGISTRO HD = ENCABEZADO, DT =  *
      * DETALLE, TR = SUMARIO; LA FECHA VIAJA COMO DDMMAAAA. LO GENERA *
      * PROGBANC Y LO CUADRA PROGCUAD.                                 *
      * -------------------------------------------------------------- *
       01  REG-BCO012.
           05 B12-TIPO-REG        PIC X(02).
              88 B12-ES-ENCABEZADO   VALUE "HD".
              88 B12-ES-DETALLE      VALUE "DT".
              88 B12-ES-SUMARIO      VALUE "TR".
           05 B12-REFERENCIA      PIC 9(07).
           05 B12-CUENTA          PIC X(18).
           05 B12-IMPORTE         PIC 9(11)V99.
           05 B12-NOMBRE          PIC X(30).
           05 FILLER              PIC X(10).

       01  REG-BCO012-CTRL REDEFINES REG-BCO012.
           05 B12-CTRL-TIPO-REG   PIC X(02).
           05 B12-CTRL-FECHA.
              10 B12-CTRL-DIA     PIC 9(02).
              10 B12-CTRL-MES     PIC 9(02).
              10 B12-CTRL-ANIO    PIC 9(04).
           05 B12-CTRL-REGISTROS  PIC 9(07).
           05 B12-CTRL-IMPORTE    PIC 9(15)V99.
           05 FILLER              PIC X(46).
