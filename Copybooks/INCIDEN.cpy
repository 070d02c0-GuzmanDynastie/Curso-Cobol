      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE INCIDENCIAS (30 CARACTERES). CADA       *
      * RENGLON ES UNA INCIDENCIA CAPTURADA EN PROGINCI:               *
      *   TIPO F - FALTA INJUSTIFICADA (SE DESCUENTA EN NOMINA).       *
      *   TIPO I - INCAPACIDAD (LA SUBSIDIA EL SEGURO, VER INC-FOLIO). *
      *   TIPO P - PERMISO CON GOCE (INFORMATIVA).                     *
      *   TIPO R - RETARDO CONTRA EL TURNO, LO GENERA PROGRELO         *
      *            (INFORMATIVA, NO SE DESCUENTA).                     *
      *   TIPO S - SUSPENSION SIN GOCE POR ACTA ADMINISTRATIVA, LA     *
      *            GENERA PROGACTA CON LA FECHA DEL ACTA (COPY ACTAS)  *
      *            EN INC-FOLIO; SE DESCUENTA IGUAL QUE LA FALTA.      *
      * INC-APLICADA MARCA LAS FALTAS (Y SUSPENSIONES) QUE LA CORRIDA  *
      * DE NOMINA YA DESCONTO, PARA NO DESCONTARLAS DOS VECES.         *
      * LA INCAPACIDAD LLEVA EN INC-FOLIO EL FOLIO DEL CERTIFICADO DEL *
      * SEGURO REGISTRADO EN INCAPAC; CON FOLIO, PROGNOMI NO PAGA SUS  *
      * DIAS (LOS SUBSIDIA EL SEGURO) Y TAMBIEN LA MARCA APLICADA.     *
      * -------------------------------------------------------------- *
       01  REG-INCIDEN.
           05 INC-NUMERO-EMP      PIC 9(05).
              88 INC-ES-FALTA        VALUE "F".
              88 INC-ES-INCAPACIDAD  VALUE "I".
              88 INC-ES-PERMISO      VALUE "P".
              88 INC-ES-RETARDO      VALUE "R".
              88 INC-ES-SUSPENSION   VALUE "S".
           05 INC-DIAS            PIC 9(02).
           05 INC-APLICADA        PIC X(01).
              88 INC-YA-APLICADA     VALUE "S".
           05 INC-FOLIO           PIC X(08).
           05 FILLER              PIC X(05).
