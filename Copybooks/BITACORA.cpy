      * RETURN-CODE; ASI LA OPERACION DE LA NOCHE QUEDA EN UN SOLO     *
      * ARCHIVO EN LUGAR DE DISPLAYS QUE SE PIERDEN EN EL SYSOUT.      *
      * PROGMANA IMPRIME EL RESUMEN DE LA MANANA A PARTIR DE AQUI.     *
      * LOS RETORNOS 90 Y 91 NO LOS DEJA UNA CORRIDA: SON LA           *
      * CONSTANCIA DE QUE EL OPERADOR, CON PROGOPLT, OMITIO (90) O     *
      * MANDO RE-EJECUTAR (91) EL PASO DEL NOCTURNO CUYO PROGRAMA      *
      * LLEVA EL RENGLON.                                              *
      * -------------------------------------------------------------- *
       01  REG-BITACORA.
           05 BIT-PROGRAMA        PIC X(08).
           05 BIT-SELECCIONADOS   PIC 9(07).
           05 BIT-ESCRITOS        PIC 9(07).
           05 BIT-RETORNO         PIC 9(02).
              88 BIT-PASO-OMITIDO    VALUE 90.
              88 BIT-PASO-REEJECUTAR VALUE 91.
