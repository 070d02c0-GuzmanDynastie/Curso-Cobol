      *      TOCAR NADA.                                               *
      *   2. SOLO CON LA CONFIRMACION "S" APLICA: ESTAMPA CADA BAJA    *
      *      (RASTRO EN HISTCAMB VIA PROGHIST Y AUDITORIA MODO "T"     *
      *      VIA PROGMENU POR EMPLEADO), LIBERA SU PLAZA AUTORIZADA    *
      *      VIA PROGPLAZ, LIQUIDA SALDOVAC, CIERRA LAS CUENTAS DE     *
      *      CAJA YA NETEADAS Y DEJA TODOS LOS                         *
      *      RENGLONES EN INTFFINI DE UN SOLO GOLPE.                   *
      * -------------------------------------------------------------- *

           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGCDEP".

       01  WS-PARAMETROS-PLAZA.
           05 WS-PLZ-ACCION       PIC X(01)    VALUE "L".
           05 WS-PLZ-NUMERO-EMP   PIC 9(05).
           05 WS-PLZ-DEPTO        PIC 9(03).
           05 WS-PLZ-PUESTO       PIC 9(02).
           05 WS-PLZ-PLAZA        PIC 9(05).
           05 WS-PLZ-RESULTADO    PIC X(01).

       01  WS-PARAMETROS-HIST.
           05 WS-HIST-NUMERO      PIC 9(05).
           05 WS-HIST-USUARIO     PIC X(08).
           CALL "PROGHIST" USING WS-PARAMETROS-HIST
           MOVE "BAJA OK  " TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE NUMERO-EMP TO WS-PLZ-NUMERO-EMP
           CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
           PERFORM 170-LIQUIDA-SALDOVAC THRU 170-FIN
           PERFORM 180-CIERRA-CAJA      THRU 180-FIN
           PERFORM 190-GRABA-INTERFAZ   THRU 190-FIN.
