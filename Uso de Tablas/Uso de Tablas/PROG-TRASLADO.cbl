      *   3) CONFIRMADO, REGRABA CADA EMPLEADO POR SU LLAVE PRIMARIA,  *
      *      DEJA AUDITORIA MODO "T" VIA PROGMENU Y EL ANTES/DESPUES   *
      *      DEL DEPARTAMENTO EN HISTCAMB VIA PROGHIST.                *
      *   4) CADA EMPLEADO SE MUEVE A UNA PLAZA VACANTE DE SU PUESTO   *
      *      EN EL DESTINO VIA PROGPLAZ, QUE LIBERA LA DEL ORIGEN; EL  *
      *      QUE NO ENCUENTRA VACANTE SE QUEDA EN EL ORIGEN Y SALE EN  *
      *      EL REPORTE COMO "SIN PLAZA".                              *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
              88 TRASLADO-CONFIRMADO VALUE "S".
           05 WS-AFECTADOS        PIC 9(04)    VALUE ZEROS.
           05 WS-TRASLADADOS      PIC 9(04)    VALUE ZEROS.
           05 WS-SIN-PLAZA        PIC 9(04)    VALUE ZEROS.
           05 WS-BLOQUEADOS       PIC 9(04)    VALUE ZEROS.
           05 SW-BLOQUEO          PIC X(01)    VALUE "N".
              88 BLOQUEO-PUESTO      VALUE "S".
           05 WS-INDICE           PIC 9(04)    VALUE ZEROS.
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
           05 WS-STATUS-MENU       PIC X(01).
           05 WS-MENU-PROGRAMA     PIC X(08)    VALUE "PROGTRAS".

       01  WS-PARAMETROS-BLOQ.
           05 WS-BLOQ-ACCION      PIC X(01)    VALUE "T".
           05 WS-BLOQ-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-BLOQ-USUARIO     PIC X(08)    VALUE SPACES.
           05 WS-BLOQ-PROGRAMA    PIC X(08)    VALUE "PROGTRAS".
           05 WS-BLOQ-RESULTADO   PIC X(01)    VALUE SPACES.
              88 BLOQUEO-TOMADO      VALUE "T".
              88 BLOQUEO-AJENO       VALUE "O".
           05 WS-BLOQ-DUENO-USUARIO  PIC X(08).
           05 WS-BLOQ-DUENO-PROGRAMA PIC X(08).
           05 WS-BLOQ-DUENO-FECHA    PIC 9(08).
           05 WS-BLOQ-DUENO-HORA     PIC 9(08).

       01  WS-PARAMETROS-PLAZA.
           05 WS-PLZ-ACCION       PIC X(01)    VALUE "M".
           05 WS-PLZ-NUMERO-EMP   PIC 9(05).
           05 WS-PLZ-DEPTO        PIC 9(03).
           05 WS-PLZ-PUESTO       PIC 9(02).
           05 WS-PLZ-PLAZA        PIC 9(05).
           05 WS-PLZ-RESULTADO    PIC X(01).
              88 PLAZA-OK            VALUE "S".

       01  WS-PARAMETROS-HIST.
           05 WS-HIST-NUMERO      PIC 9(05).
           05 WS-HIST-USUARIO     PIC X(08).
           MOVE NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE DEPTO-EMP       TO WS-DET-ANTES
           MOVE WS-DEPTO-DESTINO TO WS-DET-DESPUES
      * UN EMPLEADO QUE OTRO OPERADOR TIENE ABIERTO EN LINEA NO SE
      * TRASLADA (SALE COMO "BLOQUEADO" PARA CORRERLO DESPUES); AL
      * TOMAR EL BLOQUEO SE RELEE, POR SI ESE OPERADOR ACABA DE GRABAR.
           PERFORM 205-TOMA-BLOQUEO THRU 205-FIN
           IF BLOQUEO-AJENO
              THEN
                  DISPLAY "EMPLEADO " NUMERO-EMP " EN USO POR "
                          WS-BLOQ-DUENO-USUARIO " ("
                          WS-BLOQ-DUENO-PROGRAMA "), NO SE TRASLADA"
                  ADD 1 TO WS-BLOQUEADOS
                  MOVE "BLOQUEADO" TO WS-DET-ACCION
                  MOVE NUMERO-EMP  TO WS-MENU-NUMERO-EMP
                  MOVE "TRAS BLOQ" TO WS-MENU-RESULTADO
                  CALL "PROGMENU" USING WS-PARAMETROS-MENU
                  GO TO 215-ESCRIBE
           END-IF
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "EL EMPLEADO DESAPARECIO DEL MAESTRO: "
                         NUMERO-EMP
                 MOVE "NO GRABADO" TO WS-DET-ACCION
                 GO TO 215-ESCRIBE
           END-READ
           IF DEPTO-EMP NOT EQUAL WS-DEPTO-ORIGEN
              THEN
                  DISPLAY "EMPLEADO " NUMERO-EMP " YA NO ESTA EN EL "
                          "ORIGEN, NO SE TRASLADA"
                  MOVE DEPTO-EMP    TO WS-DET-ANTES
                  MOVE "YA NO ESTA" TO WS-DET-ACCION
                  GO TO 215-ESCRIBE
           END-IF
           MOVE DEPTO-EMP       TO WS-HIST-ANTERIOR
           MOVE NUMERO-EMP       TO WS-PLZ-NUMERO-EMP
           MOVE WS-DEPTO-DESTINO TO WS-PLZ-DEPTO
           MOVE PUESTO-EMP       TO WS-PLZ-PUESTO
           CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
           IF NOT PLAZA-OK
              THEN
                  DISPLAY "SIN PLAZA VACANTE EN EL DESTINO PARA EL "
                          "EMPLEADO " NUMERO-EMP " PUESTO " PUESTO-EMP
                  ADD 1 TO WS-SIN-PLAZA
                  MOVE "SIN PLAZA" TO WS-DET-ACCION
                  MOVE NUMERO-EMP  TO WS-MENU-NUMERO-EMP
                  MOVE "TRAS PLAZ" TO WS-MENU-RESULTADO
                  CALL "PROGMENU" USING WS-PARAMETROS-MENU
                  GO TO 215-ESCRIBE
           END-IF
           MOVE WS-DEPTO-DESTINO TO DEPTO-EMP
           REWRITE REG-EMPLEADOS
              INVALID KEY
           MOVE "TRAS OK  " TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       215-ESCRIBE.
           PERFORM 207-LIBERA-BLOQUEO THRU 207-FIN
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       210-FIN.  EXIT.

       205-TOMA-BLOQUEO.
           MOVE "N"        TO SW-BLOQUEO
           MOVE "T"        TO WS-BLOQ-ACCION
           MOVE NUMERO-EMP TO WS-BLOQ-NUMERO-EMP
           MOVE WS-USUARIO TO WS-BLOQ-USUARIO
           CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
           IF BLOQUEO-TOMADO
              THEN
                  SET BLOQUEO-PUESTO TO TRUE
           END-IF.
       205-FIN.  EXIT.

       207-LIBERA-BLOQUEO.
           IF BLOQUEO-PUESTO
              THEN
                  MOVE "L" TO WS-BLOQ-ACCION
                  CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
                  MOVE "N" TO SW-BLOQUEO
           END-IF.
       207-FIN.  EXIT.

       300-SIMULA.
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-TOTAL-AFECTADOS
           CLOSE REPORTE
           DISPLAY "TRASLADO TERMINADO, AFECTADOS: " WS-AFECTADOS
                   " REGRABADOS: " WS-TRASLADADOS
                   " SIN PLAZA: " WS-SIN-PLAZA
                   " BLOQUEADOS: " WS-BLOQUEADOS
           IF WS-AFECTADOS GREATER ZEROS
              THEN
                  MOVE 0 TO RETURN-CODE
