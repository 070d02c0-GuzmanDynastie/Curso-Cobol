      * -------------------------------------------------------------- *
      * LAYOUT DE LA INSCRIPCION AL SEGURO DE GASTOS MEDICOS MAYORES   *
      * (60 CARACTERES), ARCHIVO INDEXADO COMPANERO DEL MAESTRO CON LA *
      * MISMA LLAVE NUMERO DE EMPLEADO, COMO SINDICAT. LA POLIZA SE    *
      * LLEVABA EN UNA HOJA DE CALCULO. AQUI VIVEN EL PLAN (B =        *
      * BASICO, M = MEDIO, A = AMPLIO), LOS DEPENDIENTES CUBIERTOS     *
      * (SGM-CUBRE-DEP (N) EN S CUBRE AL BENEFICIARIO DE SECUENCIA N   *
      * DE BENEFIC), CUANTOS ASEGURADOS SON CON EL TITULAR Y LA        *
      * VIGENCIA. FIN EN CEROS = VIGENTE. LO USAN:                     *
      *   - PROGSEGM, QUE INSCRIBE, CAMBIA Y CANCELA, Y GENERA EL      *
      *     ARCHIVO MENSUAL DE ALTAS Y BAJAS PARA LA ASEGURADORA; UNA  *
      *     BAJA DEL EMPLEADO LE CIERRA AHI LA COBERTURA EN SU FECHA   *
      *     DE BAJA;                                                   *
      *   - PROGPSGM, QUE CALCULA LA PARTE DE LA PRIMA QUE PAGA EL     *
      *     EMPLEADO PARA QUE PROGNOMI LA RETENGA (CONCEPTO SGMM) Y    *
      *     PROGSIMU LA MUESTRE.                                       *
      * -------------------------------------------------------------- *
       01  REG-SEGMED.
           05 SGM-NUMERO-EMP      PIC 9(05).
           05 SGM-PLAN            PIC X(01).
              88 SGM-PLAN-BASICO     VALUE "B".
              88 SGM-PLAN-MEDIO      VALUE "M".
              88 SGM-PLAN-AMPLIO     VALUE "A".
              88 SGM-PLAN-OK         VALUE "B" "M" "A".
           05 SGM-FECHA-INICIO    PIC 9(08).
           05 SGM-FECHA-FIN       PIC 9(08).
              88 SGM-VIGENTE         VALUE ZEROS.
           05 SGM-CUBRE-DEP       PIC X(01)    OCCURS 10 TIMES.
           05 SGM-ASEGURADOS      PIC 9(02).
           05 SGM-FECHA-MOV       PIC 9(08).
           05 SGM-USUARIO         PIC X(08).
           05 FILLER              PIC X(10).
