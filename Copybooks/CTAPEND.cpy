      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE CAMBIOS DE CUENTA BANCARIA (100         *
      * CARACTERES). UNA CUENTA CAMBIADA LA VISPERA DEL PAGO ES EL     *
      * FRAUDE DE NOMINA MAS COMUN, ASI QUE EL CAMBIO DE CTA-BANCO-EMP *
      * YA NO SURTE EFECTO AL CAPTURARSE: PROGMANT (CAMBIO) Y PROGMOVS *
      * (LOTE) DEJAN AQUI EL RENGLON PENDIENTE Y EL MAESTRO CONSERVA   *
      * LA CUENTA ANTERIOR HASTA QUE OTRO OPERADOR AUTORIZADO LO       *
      * APRUEBA EN PROGCTAA. LOS CAMBIOS QUE APLICA PROGFAPL YA        *
      * PASARON POR LA LIBERACION DE PROGFUTU Y SE ANOTAN DIRECTO COMO *
      * APROBADOS. LOS RENGLONES NUEVOS LOS AGREGA SOLO PROGCTAP;      *
      * PROGCTAA LOS DICTAMINA EN SU LUGAR.                            *
      *   ESTADO:                                                      *
      *     P = PENDIENTE DE APROBACION;                               *
      *     A = APROBADO (LA CUENTA NUEVA YA ESTA EN EL MAESTRO);      *
      *     R = RECHAZADO POR EL APROBADOR;                            *
      *     S = SUSTITUIDO POR UNA CAPTURA POSTERIOR DEL MISMO         *
      *       EMPLEADO.                                                *
      * CTP-AVISO QUEDA EN "S" CUANDO YA SE IMPRIMIO LA CARTA DE AVISO *
      * AL EMPLEADO DE UN CAMBIO APROBADO.                             *
      * -------------------------------------------------------------- *
       01  REG-CTAPEND.
           05 CTP-NUMERO-EMP      PIC 9(05).
           05 CTP-CTA-ANTERIOR    PIC X(18).
           05 CTP-CTA-NUEVA       PIC X(18).
           05 CTP-FECHA-CAPTURA   PIC 9(08).
           05 CTP-HORA-CAPTURA    PIC 9(08).
           05 CTP-USUARIO-CAPTURA PIC X(08).
           05 CTP-PROGRAMA        PIC X(08).
           05 CTP-ESTADO          PIC X(01).
              88 CTP-PENDIENTE       VALUE "P".
              88 CTP-APROBADO        VALUE "A".
              88 CTP-RECHAZADO       VALUE "R".
              88 CTP-SUSTITUIDO      VALUE "S".
           05 CTP-FECHA-DICTAMEN  PIC 9(08).
           05 CTP-USUARIO-DICTAMEN PIC X(08).
           05 CTP-AVISO           PIC X(01).
              88 CTP-AVISO-EMITIDO   VALUE "S".
           05 FILLER              PIC X(09).
