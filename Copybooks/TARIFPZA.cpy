      * -------------------------------------------------------------- *
      * LAYOUT DEL TABULADOR DE INCENTIVO DE PRODUCCION (50            *
      * CARACTERES), ARCHIVO INDEXADO POR PUESTO Y PRODUCTO. CADA      *
      * RENGLON DICE CUANTAS UNIDADES DIARIAS SON EL ESTANDAR DE ESE   *
      * PUESTO EN ESE PRODUCTO Y CUANTO SE PAGA POR CADA UNIDAD ARRIBA *
      * DEL ESTANDAR. LO MANTIENE PROGINCE; UNA TARIFA DADA DE BAJA    *
      * (TRF-ESTADO "B") YA NO ADMITE CAPTURAS NI SE PAGA.             *
      * -------------------------------------------------------------- *
       01  REG-TARIFPZA.
           05 TRF-LLAVE.
              10 TRF-PUESTO       PIC 9(02).
              10 TRF-PRODUCTO     PIC X(06).
           05 TRF-DESCRIPCION     PIC X(25).
           05 TRF-ESTANDAR-DIA    PIC 9(05).
           05 TRF-TARIFA          PIC 9(05)V99.
           05 TRF-ESTADO          PIC X(01).
              88 TRF-VIGENTE         VALUE "V".
              88 TRF-DE-BAJA         VALUE "B".
           05 FILLER              PIC X(04).
