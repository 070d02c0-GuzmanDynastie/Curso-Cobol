      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE CERTIFICADOS DE INCAPACIDAD DEL SEGURO  *
      * (60 CARACTERES), ARCHIVO INDEXADO POR FOLIO CON LLAVE ALTERNA  *
      * POR EMPLEADO. UN RENGLON POR CERTIFICADO, CAPTURADO EN         *
      * PROGINCI. RAMO:                                                *
      *   E - ENFERMEDAD GENERAL (LOS PRIMEROS 3 DIAS DEL CERTIFICADO  *
      *       INICIAL NO LOS SUBSIDIA EL SEGURO);                      *
      *   R - RIESGO DE TRABAJO;                                       *
      *   M - MATERNIDAD.                                              *
      * TIPO: I - INICIAL, S - SUBSECUENTE, A - ALTA (CIERRA EL CASO). *
      * LOS SUBSECUENTES Y EL ALTA APUNTAN AL FOLIO INICIAL DEL CASO;  *
      * EL ALTA CIERRA TODOS LOS CERTIFICADOS DEL CASO. ICP-DIAS-      *
      * LIGADOS SUMA LOS DIAS DE INCIDENCIAS (TIPO I DE INCIDEN) QUE   *
      * YA SE LIGARON AL FOLIO, Y NUNCA PASA DE LOS AUTORIZADOS.       *
      * -------------------------------------------------------------- *
       01  REG-INCAPAC.
           05 ICP-FOLIO           PIC X(08).
           05 ICP-NUMERO-EMP      PIC 9(05).
           05 ICP-RAMO            PIC X(01).
              88 ICP-ES-ENFERMEDAD   VALUE "E".
              88 ICP-ES-RIESGO       VALUE "R".
              88 ICP-ES-MATERNIDAD   VALUE "M".
           05 ICP-TIPO            PIC X(01).
              88 ICP-ES-INICIAL      VALUE "I".
              88 ICP-ES-SUBSECUENTE  VALUE "S".
              88 ICP-ES-ALTA         VALUE "A".
           05 ICP-FECHA-INICIO    PIC 9(08).
           05 ICP-DIAS-AUTORIZADOS PIC 9(03).
           05 ICP-FOLIO-INICIAL   PIC X(08).
           05 ICP-DIAS-LIGADOS    PIC 9(03).
           05 ICP-ESTADO          PIC X(01).
              88 ICP-ABIERTA         VALUE "A".
              88 ICP-CERRADA         VALUE "C".
           05 ICP-FECHA-CAPTURA   PIC 9(08).
           05 FILLER              PIC X(14).
