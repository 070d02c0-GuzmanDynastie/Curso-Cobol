      * -------------------------------------------------------------- *
      * LAYOUT DE LAS INSTRUCCIONES PERMANENTES DE CONCEPTOS FIJOS POR *
      * EMPLEADO (60 CARACTERES): AYUDA DE TRANSPORTE, BONOS FIJOS,    *
      * DESCUENTO DE UNIFORMES Y DEMAS PERCEPCIONES O DEDUCCIONES QUE  *
      * SE REPITEN CADA PERIODO SIN QUE NADIE ARME UNA INTERFAZ. LA    *
      * LLAVE ES EMPLEADO MAS CODIGO DEL CATALOGO DE CONCEPTOS, QUE    *
      * DA EL SIGNO (PERCEPCION O DEDUCCION) Y LA CUENTA CONTABLE.     *
      *   - VIGENCIA: DESDE CFJ-FECHA-INICIO HASTA CFJ-FECHA-FIN (EN   *
      *     CEROS = SIN FECHA DE TERMINO).                             *
      *   - PARCIALIDADES: CUANTAS VECES SE APLICA (EN CEROS = SIN     *
      *     LIMITE); CFJ-APLICADAS LLEVA LAS YA COBRADAS O PAGADAS Y   *
      *     AL COMPLETARSE LA INSTRUCCION QUEDA TERMINADA.             *
      *   - FRECUENCIA: C = CADA PERIODO DEL EMPLEADO; M = UNA VEZ AL  *
      *     MES, EN EL PRIMER PERIODO DEL MES QUE LE TOCA.             *
      *   - CFJ-ULT-PERIODO ES EL ULTIMO PERIODO EN QUE SE APLICO: UNA *
      *     SEGUNDA CORRIDA DEL MISMO PERIODO NO LA APLICA DOS VECES.  *
      * LA APLICA PROGNOMI, LA MUESTRA PROGSIMU Y LA MANTIENE PROGFIJO *
      * CON AUDITORIA DE CADA ALTA, CAMBIO Y SUSPENSION VIA PROGMENU.  *
      * -------------------------------------------------------------- *
       01  REG-CONCFIJO.
           05 CFJ-LLAVE.
              10 CFJ-NUMERO-EMP   PIC 9(05).
              10 CFJ-CONCEPTO     PIC X(04).
           05 CFJ-IMPORTE         PIC 9(07)V99.
           05 CFJ-FECHA-INICIO    PIC 9(08).
           05 CFJ-FECHA-FIN       PIC 9(08).
           05 CFJ-PARCIALIDADES   PIC 9(03).
           05 CFJ-APLICADAS       PIC 9(03).
           05 CFJ-FRECUENCIA      PIC X(01).
              88 CFJ-CADA-PERIODO    VALUE "C".
              88 CFJ-MENSUAL         VALUE "M".
              88 CFJ-FRECUENCIA-OK   VALUE "C" "M".
           05 CFJ-ULT-PERIODO     PIC 9(08).
           05 CFJ-ULT-PERIODO-R REDEFINES CFJ-ULT-PERIODO.
              10 CFJ-ULT-ANIO     PIC 9(04).
              10 CFJ-ULT-MES      PIC 9(02).
              10 CFJ-ULT-DIA      PIC 9(02).
           05 CFJ-ESTADO          PIC X(01).
              88 CFJ-ESTA-ACTIVA     VALUE "A".
              88 CFJ-ESTA-SUSPENDIDA VALUE "S".
              88 CFJ-ESTA-TERMINADA  VALUE "T".
           05 CFJ-FECHA-MOV       PIC 9(08).
           05 FILLER              PIC X(02).
