      * PERIODO PEDIDO); CON EMPLEADO 00000 SE REIMPRIME EL PAQUETE    *
      * COMPLETO DE UN DEPARTAMENTO, PARA CUANDO UN SUPERVISOR         *
      * EXTRAVIA EL LEGAJO DE SU GENTE.                                *
      * CADA RECIBO REIMPRESO LLEVA SALARIO Y NETO, ASI QUE QUEDA EN   *
      * LA BITACORA DE CONSULTAS ACCESAL (VIA PROGACCE) A NOMBRE DEL   *
      * OPERADOR COMO VISTA CON SALARIO.                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 WS-TOT-REIMP-R      PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-PARAMETROS-ACCE.
           05 WS-ACCE-USUARIO     PIC X(08)    VALUE SPACES.
           05 WS-ACCE-NUMERO-EMP  PIC 9(05).
           05 WS-ACCE-DEPTO-EMP   PIC 9(03).
           05 WS-ACCE-PROGRAMA    PIC X(08)    VALUE "PROGREIM".
           05 WS-ACCE-VISTA       PIC X(01)    VALUE "V".

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-ACCE-USUARIO
           DISPLAY "EMPLEADO A REIMPRIMIR (00000 = DEPARTAMENTO "
                   "COMPLETO): "
           ACCEPT WS-NUMERO-PEDIDO
           WRITE REG-REPORTE FROM WS-RECIBO-3    AFTER 1
           WRITE REG-REPORTE FROM WS-RECIBO-4    AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES     AFTER 1
           MOVE NOM-NUMERO-EMP TO WS-ACCE-NUMERO-EMP
           MOVE NOM-DEPTO      TO WS-ACCE-DEPTO-EMP
           CALL "PROGACCE" USING WS-PARAMETROS-ACCE
           ADD 1 TO WS-REIMPRESOS.
       050-FIN.  EXIT.

