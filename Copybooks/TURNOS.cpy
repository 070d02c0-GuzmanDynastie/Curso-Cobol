      * -------------------------------------------------------------- *
      * CATALOGO DE TURNOS (40 CARACTERES), ARCHIVO INDEXADO POR       *
      * TUR-CODIGO. CADA TURNO TRAE SU HORA DE ENTRADA Y DE SALIDA     *
      * (HHMM), LAS HORAS LEGALES DE SU JORNADA (DIURNA 8, NOCTURNA 7, *
      * MIXTA 7.5) Y EL TIPO. UN TURNO CUYA SALIDA ES MENOR QUE SU     *
      * ENTRADA CRUZA LA MEDIANOCHE. LO MANTIENE PROGTURN Y LO USA     *
      * PROGRELO PARA MEDIR LA JORNADA DE CADA EMPLEADO SEGUN EL ROL   *
      * DE TURNOS (COPY ROLTURNO).                                     *
      * -------------------------------------------------------------- *
       01  REG-TURNOS.
           05 TUR-CODIGO          PIC X(02).
           05 TUR-DESCRIPCION     PIC X(20).
           05 TUR-HORA-INICIO     PIC 9(04).
           05 TUR-HORA-FIN        PIC 9(04).
           05 TUR-HORAS-LEGALES   PIC 9(02)V99.
           05 TUR-TIPO            PIC X(01).
              88 TUR-DIURNO          VALUE "D".
              88 TUR-NOCTURNO        VALUE "N".
              88 TUR-MIXTO           VALUE "M".
              88 TUR-TIPO-VALIDO     VALUE "D" "N" "M".
           05 FILLER              PIC X(05).
