      * LA CUENTA QUE SE TECLEA SE VALIDA CONTRA EL MAESTRO DE         *
      * EMPLEADOS, PARA NO SEGUIR MOSTRANDO DATOS DE UNA CUENTA QUE    *
      * NO EXISTE.                                                     *
      * CADA CUENTA MOSTRADA QUEDA EN LA BITACORA DE CONSULTAS ACCESAL *
      * (VIA PROGACCE) A NOMBRE DEL OPERADOR, COMO VISTA ENMASCARADA:  *
      * AQUI NO SE MUESTRA EL SALARIO.                                 *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK               VALUE "00".

       01  WS-PARAMETROS-ACCE.
           05 WS-ACCE-USUARIO     PIC X(08)    VALUE SPACES.
           05 WS-ACCE-NUMERO-EMP  PIC 9(05).
           05 WS-ACCE-DEPTO-EMP   PIC 9(03).
           05 WS-ACCE-PROGRAMA    PIC X(08)    VALUE "PROGACDI".
           05 WS-ACCE-VISTA       PIC X(01)    VALUE "M".

       PROCEDURE DIVISION.
       010-RAIZ.
           DISPLAY "CLAVE DE OPERADOR:"
           ACCEPT WS-ACCE-USUARIO
           DISPLAY "TECLEE EL NUMERO DE CUENTA:"
           ACCEPT WS-CUENTA
           PERFORM 015-VALIDA-CUENTA THRU 015-FIN
                 DISPLAY "LA CUENTA ES: " WS-CUENTA
                 DISPLAY "NOMBRE: " NOMBRE-EMP
                 PERFORM 017-MUESTRA-DATOS THRU 017-FIN
                 MOVE NUMERO-EMP TO WS-ACCE-NUMERO-EMP
                 MOVE DEPTO-EMP  TO WS-ACCE-DEPTO-EMP
                 CALL "PROGACCE" USING WS-PARAMETROS-ACCE
           END-READ
           CLOSE EMPLEADOS.
       015-FIN.  EXIT.
