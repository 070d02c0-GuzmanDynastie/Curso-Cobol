      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE CONSTANCIAS LABORALES EMITIDAS (80      *
      * CARACTERES), ARCHIVO INDEXADO POR FOLIO. LOS FOLIOS SALEN DEL  *
      * REGISTRO DE CONTROL (FOLIO 0000000) UNO POR UNO, SIN SALTOS,   *
      * PARA QUE CUALQUIER CONSTANCIA QUE PRESENTE UN BANCO O UN       *
      * CONSULADO SE PUEDA VERIFICAR CONTRA SU RENGLON. TIPO DE        *
      * CONSTANCIA:                                                    *
      *   1 - SIN SUELDO (PUESTO, DEPARTAMENTO Y ANTIGUEDAD);          *
      *   2 - CON SUELDO MENSUAL, QUE QUEDA EN CAR-SALARIO;            *
      *   3 - CON SUELDO Y LO PAGADO EN NOMINA LOS TRES MESES          *
      *       ANTERIORES.                                              *
      * LA EMITE PROGCART.                                             *
      * -------------------------------------------------------------- *
       01  REG-CARTAS.
           05 CAR-FOLIO           PIC 9(07).
           05 CAR-NUMERO-EMP      PIC 9(05).
           05 CAR-TIPO            PIC X(01).
              88 CAR-SIN-SUELDO      VALUE "1".
              88 CAR-CON-SUELDO      VALUE "2".
              88 CAR-CON-NOMINA      VALUE "3".
           05 CAR-FECHA           PIC 9(08).
           05 CAR-HORA            PIC 9(08).
           05 CAR-USUARIO         PIC X(08).
           05 CAR-DESTINATARIO    PIC X(30).
           05 CAR-SALARIO         PIC 9(07)V99.
           05 FILLER              PIC X(04).

      * REGISTRO DE CONTROL (FOLIO EN CEROS) CON EL ULTIMO FOLIO
      * EMITIDO Y LA FECHA EN QUE SE EMITIO.
       01  REG-CARTAS-CTRL REDEFINES REG-CARTAS.
           05 CAR-CTRL-LLAVE      PIC 9(07).
              88 CAR-ES-CONTROL      VALUE ZEROS.
           05 CAR-CTRL-ULTIMO     PIC 9(07).
           05 CAR-CTRL-FECHA      PIC 9(08).
           05 FILLER              PIC X(58).
