      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE PROPUESTAS DE AJUSTE DE SALARIO (66     *
      * CARACTERES). LO GENERA PROGPROP SIN TOCAR EL MAESTRO, PARA     *
      * QUE FINANZAS REVISE EL COSTO ANTES DE QUE NADA CAMBIE; EL      *
      * SUPERVISOR APRUEBA PROPUESTAS EN PROGAPLI Y SOLO LAS           *
      * APROBADAS SE APLICAN AL MAESTRO.                               *
      * PRO-ESTADO: ESPACIO = PENDIENTE, A = APROBADA, X = APLICADA,   *
      * R = RECHAZADA, F = ENCOLADA EN FUTUROS.                        *
      * PRO-FECHA-EFECTIVA: FECHA DEL CONTRATO COLECTIVO (AAAAMMDD)    *
      * CUANDO LA PROPUESTA SALIO DEL MODO SOLO SINDICALIZADOS; EN     *
      * CEROS EL AUMENTO APLICA EN CUANTO SE APRUEBA. SI LA FECHA ES   *
      * POSTERIOR AL DIA DE APLICACION, PROGAPLI LO DEJA EN LA COLA    *
      * DE FUTUROS Y PROGFAPL LO APLICA ESE DIA.                       *
      * PRO-USUARIO-PROP: CLAVE DEL OPERADOR QUE CORRIO LA PROPUESTA;  *
      * PRO-USUARIO-DICT: CLAVE DEL SUPERVISOR QUE LA APROBO O         *
      * RECHAZO. PROGAPLI NO DEJA QUE EL MISMO USUARIO CAPTURE Y       *
      * DICTAMINE, Y PROGSEGR LISTA LOS CASOS QUE AUN ASI APAREZCAN.   *
      * -------------------------------------------------------------- *
       01  REG-PROPAJUS.
           05 PRO-NUMERO-EMP      PIC 9(05).
              88 PRO-APROBADA       VALUE "A".
              88 PRO-APLICADA       VALUE "X".
              88 PRO-RECHAZADA      VALUE "R".
              88 PRO-ENCOLADA       VALUE "F".
           05 PRO-FECHA-EFECTIVA  PIC 9(08).
           05 PRO-USUARIO-PROP    PIC X(08).
           05 PRO-USUARIO-DICT    PIC X(08).
           05 FILLER              PIC X(01).
