      * OPCIONALMENTE MATERNO Y NOMBRE DE PILA (EN BLANCO = NO         *
      * FILTRA), SE RECORRE EL MAESTRO Y SE LISTAN LAS COINCIDENCIAS   *
      * CON NUMERO, DEPARTAMENTO, PUESTO (VIA PROGPUES) Y STATUS.      *
      * LA LISTA NO LLEVA SALARIO, PERO CADA COINCIDENCIA MOSTRADA     *
      * QUEDA EN LA BITACORA DE CONSULTAS ACCESAL (VIA PROGACCE) COMO  *
      * VISTA ENMASCARADA A NOMBRE DEL OPERADOR.                       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
              10 LK-PUESTO-DESCRIPCION PIC X(20).
              10 LK-PUESTO-ENCONTRADO  PIC X(01).

       01  WS-PARAMETROS-ACCE.
           05 WS-ACCE-USUARIO     PIC X(08)    VALUE SPACES.
           05 WS-ACCE-NUMERO-EMP  PIC 9(05).
           05 WS-ACCE-DEPTO-EMP   PIC 9(03).
           05 WS-ACCE-PROGRAMA    PIC X(08)    VALUE "PROGBUSQ".
           05 WS-ACCE-VISTA       PIC X(01)    VALUE "M".

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-ACCE-USUARIO
           DISPLAY "APELLIDO PATERNO A BUSCAR: "
           ACCEPT WS-BUSCA-PATERNO
           IF WS-BUSCA-PATERNO EQUAL SPACES
           DISPLAY NUMERO-EMP " " NOMBRE-EMP
                   " DEPTO " DEPTO-EMP
                   " " LK-PUESTO-DESCRIPCION
                   " " WS-STATUS-TEXTO
           MOVE NUMERO-EMP TO WS-ACCE-NUMERO-EMP
           MOVE DEPTO-EMP  TO WS-ACCE-DEPTO-EMP
           CALL "PROGACCE" USING WS-PARAMETROS-ACCE.
       050-FIN.  EXIT.
