      * -------------------------------------------------------------- *
      * PARES DE DERECHOS INCOMPATIBLES EN PERFILES (SEPARACION DE     *
      * FUNCIONES ENTRE CAPTURA Y APROBACION). CADA PAR ES PROGRAMA Y  *
      * OPCION DE LA CAPTURA CONTRA PROGRAMA Y OPCION DE LA            *
      * APROBACION:                                                    *
      *   PROGPROP "P" CAPTURA DE PROPUESTA / PROGAPLI "A" APROBACION; *
      *   PROGHEXT "C" CAPTURA DE HORAS EXTRA / PROGHEXT "S"           *
      *     AUTORIZACION;                                              *
      *   PROGFUTU "F" CAPTURA DE CAMBIO FUTURO / PROGFUTU "L"         *
      *     LIBERACION;                                                *
      *   PROGMANT "3" CAMBIO DE EMPLEADO (INCLUYE LA CUENTA BANCARIA) *
      *     / PROGCTAA "A" APROBACION DEL CAMBIO DE CUENTA;            *
      *   PROGINCE "C" CAPTURA DE PRODUCCION / PROGINCE "S"            *
      *     AUTORIZACION.                                              *
      * PROGMENU RECHAZA COMO "CONFLICTO" CUALQUIERA DE LOS DOS        *
      * DERECHOS A UN USUARIO CUYO PERFIL TRAE AMBOS, Y PROGSEGR LISTA *
      * A ESOS USUARIOS EN SU REPORTE.                                 *
      * -------------------------------------------------------------- *
       01  TAB-CONFLICTOS-VALORES.
           05 FILLER              PIC X(18)    VALUE
              "PROGPROPPPROGAPLIA".
           05 FILLER              PIC X(18)    VALUE
              "PROGHEXTCPROGHEXTS".
           05 FILLER              PIC X(18)    VALUE
              "PROGFUTUFPROGFUTUL".
           05 FILLER              PIC X(18)    VALUE
              "PROGMANT3PROGCTAAA".
           05 FILLER              PIC X(18)    VALUE
              "PROGINCECPROGINCES".
       01  TAB-CONFLICTOS REDEFINES TAB-CONFLICTOS-VALORES.
           05 CONF-PAR            OCCURS 5 TIMES.
              10 CONF-CAP-PROGRAMA PIC X(08).
              10 CONF-CAP-OPCION   PIC X(01).
              10 CONF-APR-PROGRAMA PIC X(08).
              10 CONF-APR-OPCION   PIC X(01).
       01  CONF-TOTAL-PARES       PIC 9(02)    VALUE 5.
