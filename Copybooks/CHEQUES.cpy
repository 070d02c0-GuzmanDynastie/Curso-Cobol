      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE CHEQUES (80 CARACTERES), ARCHIVO        *
      * INDEXADO POR FOLIO CON LLAVE ALTERNA EMPLEADO + PERIODO. LOS   *
      * FOLIOS SALEN DE LA CHEQUERA DADA DE ALTA EN EL REGISTRO DE     *
      * CONTROL (FOLIO 0000000) Y SE TOMAN UNO POR UNO, SIN SALTOS,    *
      * PARA QUE TODO FOLIO FISICO TENGA SU RENGLON. ESTATUS:          *
      *   E - EMITIDO (EN TRANSITO);                                   *
      *   C - COBRADO, SEGUN EL ARCHIVO DE CHEQUES PAGADOS DEL BANCO;  *
      *   V - CANCELADO.                                               *
      * LO MANTIENE PROGCHEQ; PROGCUAD LO LEE PARA EXPLICAR LOS NETOS  *
      * QUE NO VIAJARON AL BANCO.                                      *
      * -------------------------------------------------------------- *
       01  REG-CHEQUES.
           05 CHQ-FOLIO           PIC 9(07).
           05 CHQ-EMP-PERIODO.
              10 CHQ-NUMERO-EMP   PIC 9(05).
              10 CHQ-PERIODO      PIC 9(08).
           05 CHQ-CONCEPTO        PIC X(04).
           05 CHQ-BENEFICIARIO    PIC X(30).
           05 CHQ-IMPORTE         PIC 9(07)V99.
           05 CHQ-ESTATUS         PIC X(01).
              88 CHQ-EMITIDO         VALUE "E".
              88 CHQ-COBRADO         VALUE "C".
              88 CHQ-CANCELADO       VALUE "V".
           05 CHQ-FECHA-EMISION   PIC 9(08).
           05 CHQ-FECHA-ESTATUS   PIC 9(08).

      * REGISTRO DE CONTROL DE LA CHEQUERA (FOLIO EN CEROS): RANGO DE
      * FOLIOS IMPRESOS Y ULTIMO FOLIO USADO. LA LLAVE ALTERNA VA EN
      * CEROS PARA QUE NUNCA COINCIDA CON UN EMPLEADO.
       01  REG-CHEQUES-CTRL REDEFINES REG-CHEQUES.
           05 CHQ-CTRL-LLAVE      PIC 9(07).
              88 CHQ-ES-CONTROL      VALUE ZEROS.
           05 CHQ-CTRL-ALTERNA    PIC 9(13).
           05 CHQ-CTRL-FOLIO-INI  PIC 9(07).
           05 CHQ-CTRL-FOLIO-FIN  PIC 9(07).
           05 CHQ-CTRL-ULTIMO     PIC 9(07).
           05 CHQ-CTRL-FECHA      PIC 9(08).
           05 FILLER              PIC X(31).
