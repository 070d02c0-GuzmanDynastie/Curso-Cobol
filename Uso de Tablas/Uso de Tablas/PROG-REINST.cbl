      * FECHADO QUE EL OPERADOR INDIQUE (PUEDE PROBAR VARIAS FECHAS),  *
      * MUESTRA EL REGISTRO ARCHIVADO, Y CON CONFIRMACION LO           *
      * REINSERTA EN EL MAESTRO CON EL STATUS ELEGIDO, DEJANDO LA      *
      * ACCION EN AUDITORIA MODO "T" VIA PROGMENU. UN REINSTALADO      *
      * ACTIVO ENTRA COMO CUALQUIER ALTA: OCUPA UNA PLAZA AUTORIZADA   *
      * VACANTE DE SU DEPARTAMENTO Y PUESTO (PROGPLAZ) O NO ENTRA.     *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 WS-CAND-FECHA       PIC 9(08)    VALUE ZEROS.
           05 WS-CAND-HORA        PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-PLAZA.
           05 WS-PLZ-ACCION       PIC X(01).
           05 WS-PLZ-NUMERO-EMP   PIC 9(05).
           05 WS-PLZ-DEPTO        PIC 9(03).
           05 WS-PLZ-PUESTO       PIC 9(02).
           05 WS-PLZ-PLAZA        PIC 9(05).
           05 WS-PLZ-RESULTADO    PIC X(01)    VALUE "S".
              88 PLAZA-OK            VALUE "S".

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION       PIC X(01)    VALUE "R".
           05 WS-MENU-USUARIO      PIC X(08).
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
      * EL DUPLICADO SE DESCARTA ANTES DE TOMAR LA PLAZA, PARA NO
      * OCUPAR UNA VACANTE A NOMBRE DE UN NUMERO QUE YA ESTA ADENTRO.
           MOVE WS-REG-RESCATADO TO REG-EMPLEADOS
           READ EMPLEADOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "YA EXISTE UN EMPLEADO CON ESE NUMERO EN "
                         "EL MAESTRO, NO SE REINSTALA"
                 MOVE "REIN DUPL" TO WS-MENU-RESULTADO
                 CLOSE EMPLEADOS
                 GO TO 200-FIN
           END-READ
           MOVE WS-REG-RESCATADO TO REG-EMPLEADOS
           MOVE WS-STATUS-ELEGIDO TO STATUS-EMP
           IF STATUS-EMP NOT EQUAL ZERO
              THEN
                  MOVE ZEROS TO FECHA-BAJA-EMP
                  MOVE "O"        TO WS-PLZ-ACCION
                  MOVE NUMERO-EMP TO WS-PLZ-NUMERO-EMP
                  MOVE DEPTO-EMP  TO WS-PLZ-DEPTO
                  MOVE PUESTO-EMP TO WS-PLZ-PUESTO
                  CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
                  IF NOT PLAZA-OK
                     THEN
                         DISPLAY "NO HAY PLAZA VACANTE AUTORIZADA PARA "
                                 "EL DEPARTAMENTO " DEPTO-EMP
                                 " PUESTO " PUESTO-EMP
                                 ", NO SE REINSTALA"
                         MOVE "REIN PLAZ" TO WS-MENU-RESULTADO
                         CLOSE EMPLEADOS
                         GO TO 200-FIN
                  END-IF
           END-IF
           WRITE REG-EMPLEADOS
              INVALID KEY
                 DISPLAY "YA EXISTE UN EMPLEADO CON ESE NUMERO EN "
                         "EL MAESTRO, NO SE REINSTALA"
                 MOVE "REIN DUPL" TO WS-MENU-RESULTADO
                 IF STATUS-EMP NOT EQUAL ZERO
                    THEN
                        MOVE "L" TO WS-PLZ-ACCION
                        CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
                 END-IF
              NOT INVALID KEY
                 DISPLAY "EMPLEADO REINSTALADO EN EL MAESTRO"
                 MOVE "REIN OK  " TO WS-MENU-RESULTADO
