      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE RIESGOS DE TRABAJO (60 CARACTERES),     *
      * ARCHIVO INDEXADO POR NUMERO DE CASO CON LLAVE ALTERNA POR      *
      * EMPLEADO. UN RENGLON POR ACCIDENTE O ENFERMEDAD DE TRABAJO,    *
      * CAPTURADO EN PROGRIES. TIPO:                                   *
      *   A - ACCIDENTE DE TRABAJO;                                    *
      *   T - ACCIDENTE EN TRAYECTO (SE REGISTRA PERO NO ENTRA EN LA   *
      *       DETERMINACION DE LA PRIMA);                              *
      *   E - ENFERMEDAD DE TRABAJO.                                   *
      * ACC-FOLIO-INCAPAC APUNTA AL CERTIFICADO INICIAL DE RIESGO DE   *
      * TRABAJO EN INCAPAC; CUANDO EXISTE, LOS DIAS SUBSIDIADOS DEL    *
      * ANIO SALEN DE LOS CERTIFICADOS DEL CASO Y NO DE ACC-DIAS-      *
      * SUBSIDIADOS. ACC-PORC-IPP ES EL PORCENTAJE DE INCAPACIDAD      *
      * PERMANENTE (PARCIAL O TOTAL) QUE DICTAMINA EL SEGURO.          *
      * -------------------------------------------------------------- *
       01  REG-ACCIDEN.
           05 ACC-CASO            PIC X(08).
           05 ACC-NUMERO-EMP      PIC 9(05).
           05 ACC-TIPO            PIC X(01).
              88 ACC-ES-ACCIDENTE    VALUE "A".
              88 ACC-ES-TRAYECTO     VALUE "T".
              88 ACC-ES-ENFERMEDAD   VALUE "E".
           05 ACC-FECHA           PIC 9(08).
           05 ACC-FECHA-R REDEFINES ACC-FECHA.
              10 ACC-ANIO         PIC 9(04).
              10 ACC-MES-DIA      PIC 9(04).
           05 ACC-FOLIO-INCAPAC   PIC X(08).
           05 ACC-DIAS-SUBSIDIADOS PIC 9(03).
           05 ACC-PORC-IPP        PIC 9(03)V99.
           05 ACC-DEFUNCION       PIC X(01).
              88 ACC-HUBO-DEFUNCION  VALUE "S".
           05 ACC-FECHA-CAPTURA   PIC 9(08).
           05 FILLER              PIC X(13).
