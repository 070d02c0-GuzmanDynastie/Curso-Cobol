      * -------------------------------------------------------------- *
      * LAYOUT DE LA COLA DE CAPTURAS TARDIAS (110 CARACTERES). UNA    *
      * INCIDENCIA DE PROGINCI O UNA JORNADA DE PROGHEXT CAPTURADA     *
      * DESPUES DEL CORTE DEL PERIODO EN CURSO (O FECHADA DESPUES DE   *
      * ESE CORTE) NO SE GRABA EN INCIDEN NI EN HRSEXTRA: SE FORMA     *
      * AQUI CON SU IMAGEN COMPLETA EN CT-REGISTRO Y QUEDA SELLADA     *
      * PARA EL PERIODO SIGUIENTE. PROGCORT DECIDE SI ES TARDIA Y EN   *
      * QUE PERIODO SE PAGA.                                           *
      *   CT-PERIODO-CORTE / CT-FECHA-CORTE: EL PERIODO CUYO CORTE SE  *
      *   BRINCO LA CAPTURA.                                           *
      *   CT-PERIODO-PAGO: FECHA DE PAGO DEL PERIODO QUE LA PAGA; EN   *
      *   CEROS SI EL CATALOGO TODAVIA NO TIENE ESE PERIODO (ENTONCES  *
      *   LA TOMA CUALQUIER PERIODO POSTERIOR A CT-PERIODO-CORTE).     *
      *   CT-IMPORTE / CT-EFECTO: EFECTO ESTIMADO EN EL PAGO AL        *
      *   CAPTURAR (P = PERCEPCION, D = DEDUCCION, I = INFORMATIVA).   *
      * LA CORRIDA EN FIRME DE PROGNOMI PASA LA IMAGEN A INCIDEN O A   *
      * HRSEXTRA AL ARRANCAR EL PERIODO QUE LE TOCA Y MARCA            *
      * CT-LIBERADA; PROGSIMU LA SIMULA APARTE Y PROGTARD LA REPORTA.  *
      * -------------------------------------------------------------- *
       01  REG-CAPTARDE.
           05 CT-ORIGEN           PIC X(01).
              88 CT-ES-INCIDENCIA    VALUE "I".
              88 CT-ES-HORAS         VALUE "H".
           05 CT-REGISTRO         PIC X(30).
           05 CT-NUMERO-EMP       PIC 9(05).
           05 CT-FECHA            PIC 9(08).
      * TIPO: EL DE LA INCIDENCIA (F, I, P, S); EN HORAS EXTRA H SI
      * VIENE AUTORIZADA Y E SI QUEDO PENDIENTE DE AUTORIZAR.
           05 CT-TIPO             PIC X(01).
           05 CT-CANTIDAD         PIC 9(03)V99.
           05 CT-FECHA-CAPTURA    PIC 9(08).
           05 CT-USUARIO          PIC X(08).
           05 CT-PERIODO-CORTE    PIC 9(08).
           05 CT-FECHA-CORTE      PIC 9(08).
           05 CT-PERIODO-PAGO     PIC 9(08).
              88 CT-SIN-PERIODO      VALUE ZEROS.
           05 CT-IMPORTE          PIC 9(07)V99.
           05 CT-EFECTO           PIC X(01).
              88 CT-ES-PERCEPCION    VALUE "P".
              88 CT-ES-DEDUCCION     VALUE "D".
              88 CT-ES-INFORMATIVA   VALUE "I".
           05 CT-LIBERADA         PIC X(01).
              88 CT-YA-LIBERADA      VALUE "S".
           05 FILLER              PIC X(09).
