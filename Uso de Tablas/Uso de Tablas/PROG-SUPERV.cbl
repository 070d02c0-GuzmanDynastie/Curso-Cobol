              88 CADENA-TERMINADA    VALUE "S".
           05 SW-SALDO-NUEVO      PIC X(01)    VALUE "N".
              88 RELACION-NUEVA      VALUE "S".
           05 SW-BLOQUEO          PIC X(01)    VALUE "N".
              88 BLOQUEO-PUESTO      VALUE "S".
           05 WS-TOTAL-SUPS       PIC 9(04)    VALUE ZEROS.
           05 WS-IND-SUP          PIC 9(04)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(04)    VALUE ZEROS.
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGSUPV".

       01  WS-PARAMETROS-BLOQ.
           05 WS-BLOQ-ACCION      PIC X(01)    VALUE "T".
           05 WS-BLOQ-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-BLOQ-USUARIO     PIC X(08)    VALUE SPACES.
           05 WS-BLOQ-PROGRAMA    PIC X(08)    VALUE "PROGSUPV".
           05 WS-BLOQ-RESULTADO   PIC X(01)    VALUE SPACES.
              88 BLOQUEO-TOMADO      VALUE "T".
              88 BLOQUEO-AJENO       VALUE "O".
              88 BLOQUEO-PERDIDO     VALUE "P".
           05 WS-BLOQ-DUENO-USUARIO  PIC X(08).
           05 WS-BLOQ-DUENO-PROGRAMA PIC X(08).
           05 WS-BLOQ-DUENO-FECHA    PIC 9(08).
           05 WS-BLOQ-DUENO-HORA     PIC 9(08).

       01  WS-TABLA-SUPS.
           05 WS-SUP-ACUM         OCCURS 200 TIMES.
              10 WS-SUP-NUMERO    PIC 9(05).
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-EMPLEADO-PEDIDO
           MOVE WS-EMPLEADO-PEDIDO TO WS-MENU-NUMERO-EMP
           PERFORM 105-TOMA-BLOQUEO THRU 105-FIN
           IF BLOQUEO-AJENO
              THEN
                  MOVE "SUP BLOQ " TO WS-MENU-RESULTADO
              ELSE
                  DISPLAY "NUMERO DE SU SUPERVISOR: "
                  ACCEPT WS-SUPERVISOR-NVO
                  PERFORM 110-VALIDA-Y-GRABA THRU 110-FIN
                  PERFORM 107-LIBERA-BLOQUEO THRU 107-FIN
           END-IF
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE EMPLEADOS
           CLOSE SUPERVIS.
       100-FIN.  EXIT.

      * BLOQUEO DEL EMPLEADO ENTRE OPERADORES EN LINEA (PROGBLOQ),
      * IGUAL QUE EN PROGMANT: SE TOMA AL PEDIR EL NUMERO, SE
      * CONFIRMA ANTES DE GRABAR Y SE LIBERA AL TERMINAR.
       105-TOMA-BLOQUEO.
           MOVE "T"                TO WS-BLOQ-ACCION
           MOVE WS-EMPLEADO-PEDIDO TO WS-BLOQ-NUMERO-EMP
           MOVE WS-USUARIO         TO WS-BLOQ-USUARIO
           CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
           IF BLOQUEO-TOMADO
              THEN
                  SET BLOQUEO-PUESTO TO TRUE
           END-IF
           IF BLOQUEO-AJENO
              THEN
                  DISPLAY "EL EMPLEADO " WS-EMPLEADO-PEDIDO
                          " ESTA EN USO POR " WS-BLOQ-DUENO-USUARIO
                          " (" WS-BLOQ-DUENO-PROGRAMA ") DESDE "
                          WS-BLOQ-DUENO-FECHA " " WS-BLOQ-DUENO-HORA
                  DISPLAY "INTENTE MAS TARDE"
           END-IF.
       105-FIN.  EXIT.

       106-CONFIRMA-BLOQUEO.
           MOVE SPACES TO WS-BLOQ-RESULTADO
           IF NOT BLOQUEO-PUESTO
              THEN
                  GO TO 106-FIN
           END-IF
           MOVE "C" TO WS-BLOQ-ACCION
           CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
           IF BLOQUEO-PERDIDO
              THEN
                  MOVE "N" TO SW-BLOQUEO
                  DISPLAY "EL BLOQUEO DEL EMPLEADO VENCIO Y LO TOMO "
                          WS-BLOQ-DUENO-USUARIO ", NO SE GRABA"
           END-IF.
       106-FIN.  EXIT.

       107-LIBERA-BLOQUEO.
           IF BLOQUEO-PUESTO
              THEN
                  MOVE "L" TO WS-BLOQ-ACCION
                  CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
                  MOVE "N" TO SW-BLOQUEO
           END-IF.
       107-FIN.  EXIT.

       110-VALIDA-Y-GRABA.
           IF WS-EMPLEADO-PEDIDO EQUAL WS-SUPERVISOR-NVO
              THEN
                  MOVE "SUP CICLO" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           PERFORM 106-CONFIRMA-BLOQUEO THRU 106-FIN
           IF BLOQUEO-PERDIDO
              THEN
                  MOVE "SUP BLOQ " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           PERFORM 130-GRABA-RELACION THRU 130-FIN
           MOVE "SUP OK   " TO WS-MENU-RESULTADO.
       110-FIN.  EXIT.
