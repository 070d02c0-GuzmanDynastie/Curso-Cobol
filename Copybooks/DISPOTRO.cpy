      * -------------------------------------------------------------- *
      * LAYOUT DE LOS DEPOSITOS INTERBANCARIOS (SPEI) DE LOS EMPLEADOS *
      * CUYA CLABE ES DE UN BANCO SIN LAYOUT PROPIO, 80 CARACTERES. ES *
      * EL MISMO RENGLON DE LA DISPERSION DE PROGBANC MAS LA CLAVE DEL *
      * BANCO DESTINO, CON ENCABEZADO (NUMERO EN CEROS) Y SUMARIO      *
      * (NUMERO EN NUEVES). LO GENERA PROGBANC Y LO CUADRA PROGCUAD.   *
      * -------------------------------------------------------------- *
       01  REG-DISPOTRO.
           05 DOT-NUMERO-EMP      PIC 9(05).
           05 DOT-APE-PATERNO     PIC X(12).
           05 DOT-APE-MATERNO     PIC X(10).
           05 DOT-NOM-PILA        PIC X(08).
           05 DOT-CTA-BANCO       PIC X(18).
           05 DOT-IMPORTE         PIC 9(07)V99.
           05 DOT-BANCO-DESTINO   PIC X(03).
           05 FILLER              PIC X(15).

       01  REG-DISPOTRO-CTRL REDEFINES REG-DISPOTRO.
           05 DOT-CTRL-INDICADOR  PIC 9(05).
              88 DOT-ES-ENCABEZADO   VALUE 00000.
              88 DOT-ES-SUMARIO      VALUE 99999.
           05 DOT-CTRL-FECHA      PIC 9(08).
           05 DOT-CTRL-REGISTROS  PIC 9(05).
           05 DOT-CTRL-IMPORTE    PIC 9(11)V99.
           05 FILLER              PIC X(49).
