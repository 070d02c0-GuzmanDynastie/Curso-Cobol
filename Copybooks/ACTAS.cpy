      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE ACTAS ADMINISTRATIVAS (160 CARACTERES), *
      * ARCHIVO INDEXADO POR EMPLEADO MAS FECHA DEL ACTA. LAS          *
      * AMONESTACIONES Y SUSPENSIONES VIVIAN EN CARPETAS DE PAPEL Y,   *
      * CUANDO SE DEMANDABA UNA RESCISION, NO HABIA COMO MOSTRAR LA    *
      * HISTORIA. TIPOS:                                               *
      *   V - AMONESTACION VERBAL.                                     *
      *   E - AMONESTACION ESCRITA.                                    *
      *   S - SUSPENSION SIN GOCE DE SUELDO, DE 1 A 8 DIAS (LFT ART.   *
      *       423 FR. X) DESDE ACT-INICIO-SUSP. PROGACTA LA PASA A     *
      *       INCIDEN COMO TIPO S CON LA FECHA DEL ACTA EN INC-FOLIO Y *
      *       PROGNOMI DESCUENTA LOS DIAS.                             *
      * ACT-FECHA-INC SON LAS INCIDENCIAS (INCIDEN) QUE MOTIVARON EL   *
      * ACTA; ACT-SUPERVISOR SALE DE SUPERVIS AL LEVANTARLA. LAS ACTAS *
      * ESCRITAS Y LAS SUSPENSIONES LLEVAN DOS TESTIGOS. PROGBAJA LAS  *
      * MUESTRA ANTES DE CONFIRMAR UNA RESCISION JUSTIFICADA.          *
      * -------------------------------------------------------------- *
       01  REG-ACTAS.
           05 ACT-LLAVE.
              10 ACT-NUMERO-EMP   PIC 9(05).
              10 ACT-FECHA        PIC 9(08).
           05 ACT-TIPO            PIC X(01).
              88 ACT-ES-VERBAL      VALUE "V".
              88 ACT-ES-ESCRITA     VALUE "E".
              88 ACT-ES-SUSPENSION  VALUE "S".
           05 ACT-DIAS-SUSP       PIC 9(02).
           05 ACT-INICIO-SUSP     PIC 9(08).
           05 ACT-SUPERVISOR      PIC 9(05).
           05 ACT-FECHA-INC       PIC 9(08)    OCCURS 3 TIMES.
           05 ACT-TESTIGO         PIC X(25)    OCCURS 2 TIMES.
           05 ACT-MOTIVO          PIC X(40).
           05 ACT-USUARIO         PIC X(08).
           05 FILLER              PIC X(09).
