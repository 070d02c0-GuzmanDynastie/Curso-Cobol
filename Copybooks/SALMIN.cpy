      * -------------------------------------------------------------- *
      * LAYOUT DE LA TABLA DE SALARIOS MINIMOS (20 CARACTERES),        *
      * ARCHIVO INDEXADO POR ZONA MAS FECHA DE VIGENCIA. CADA ENERO    *
      * SE DA DE ALTA EL MINIMO DIARIO NUEVO DE CADA ZONA SIN BORRAR   *
      * LOS ANTERIORES: RIGE EL DE FECHA MAS RECIENTE QUE NO PASE DE   *
      * LA FECHA CONSULTADA. LA ZONA LIBRE DE LA FRONTERA NORTE TIENE  *
      * SU PROPIO MINIMO; EL RESTO DEL PAIS ES LA ZONA GENERAL. LO     *
      * MANTIENE PROGSMIN Y LO RESUELVE PROGZONA (COPY ZONADEP).       *
      * -------------------------------------------------------------- *
       01  REG-SALMIN.
           05 SMI-LLAVE.
              10 SMI-ZONA         PIC X(01).
                 88 SMI-ZONA-GENERAL  VALUE "G".
                 88 SMI-ZONA-FRONTERA VALUE "F".
              10 SMI-FECHA-VIGOR  PIC 9(08).
           05 SMI-DIARIO          PIC 9(05)V99.
           05 FILLER              PIC X(04).
