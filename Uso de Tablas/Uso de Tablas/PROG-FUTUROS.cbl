      *              VALOR NUEVO Y FECHA EFECTIVA POSTERIOR A HOY.     *
      *              EL CAMBIO QUEDA PENDIENTE, SIN TOCAR NADA.        *
      *   OPCION 2 - REPORTE DE PENDIENTES, PARA QUE RH VEA QUE ESTA   *
      *              PROGRAMADO, PARA CUANDO Y SI YA ESTA LIBERADO.    *
      *   OPCION 3 - LIBERACION: OTRO USUARIO, CON LA OPCION "L" DE    *
      *              PROGFUTU EN SU PERFIL, REVISA Y LIBERA EL CAMBIO; *
      *              QUIEN LO CAPTURO NO PUEDE LIBERARLO.              *
      * LA CAPTURA PIDE LA OPCION "F" DE PROGFUTU EN EL PERFIL         *
      * (PROGMENU MODO "P"); TENER LAS DOS ES CONFLICTO (COPY          *
      * CONFPERF).                                                     *
      * LA APLICACION LA HACE PROGFAPL EN EL NOCTURNO CUANDO LA FECHA  *
      * DE NEGOCIO LLEGA Y EL CAMBIO ESTA LIBERADO, CON LAS            *
      * VALIDACIONES DEL CAMBIO EN LINEA.                              *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-PENDIENTES       PIC 9(05)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-LIB-NUMERO       PIC 9(05)    VALUE ZEROS.
           05 WS-LIB-CAMPO        PIC X(10)    VALUE SPACES.
           05 WS-LIB-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-RESPUESTA        PIC X(01)    VALUE SPACES.
           05 SW-LIBERA           PIC X(01)    VALUE "N".
              88 CAMBIO-ENCONTRADO  VALUE "S".
              88 CAMBIO-NO-HALLADO  VALUE "N".

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "F".
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGFUTU".

       01  WS-TITULO-1.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-USUARIO      PIC X(08).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-LIBERO       PIC X(08).

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. PROGRAMAR UN CAMBIO FUTURO"
           DISPLAY "2. REPORTE DE CAMBIOS PENDIENTES"
           DISPLAY "3. LIBERAR UN CAMBIO CAPTURADO POR OTRO USUARIO"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                 PERFORM 100-CAPTURA THRU 100-FIN
              WHEN 2
                 PERFORM 200-REPORTE THRU 200-FIN
              WHEN 3
                 PERFORM 300-LIBERA  THRU 300-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * CAPTURA ("F") Y LIBERACION ("L") SON DERECHOS APARTE EN EL
      * PERFIL; EL MODO "P" DE PROGMENU RECHAZA AL QUE TRAE LOS DOS.
       050-VERIFICA-PERMISO.
           MOVE "P"    TO WS-MENU-MODO
           MOVE ZEROS  TO WS-MENU-NUMERO-EMP
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "T"    TO WS-MENU-MODO
           IF MENU-ERROR
              THEN
                  DISPLAY "USUARIO " WS-USUARIO " NO AUTORIZADO PARA "
                          "LA OPCION " WS-MENU-OPCION " DE PROGFUTU ("
                          WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
           END-IF.
       050-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: PROGRAMAR UN CAMBIO
      * ---------------------------------------------------------------
       100-CAPTURA.
           MOVE "F" TO WS-MENU-OPCION
           PERFORM 050-VERIFICA-PERMISO THRU 050-FIN
           IF MENU-ERROR
              THEN
                  GO TO 100-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                 GO TO 210-FIN
           END-READ
           IF NOT FUT-PENDIENTE
              AND NOT FUT-LIBERADO
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE FUT-VALOR-NUEVO    TO WS-DET-VALOR
           MOVE FUT-FECHA-EFECTIVA TO WS-DET-FECHA
           MOVE FUT-USUARIO        TO WS-DET-USUARIO
           MOVE FUT-LIBERO         TO WS-DET-LIBERO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       210-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: LIBERACION DE UN CAMBIO PENDIENTE
      * ---------------------------------------------------------------
       300-LIBERA.
           IF WS-USUARIO EQUAL SPACES
              THEN
                  DISPLAY "SIN CLAVE DE OPERADOR NO SE LIBERA"
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           MOVE "L" TO WS-MENU-OPCION
           PERFORM 050-VERIFICA-PERMISO THRU 050-FIN
           IF MENU-ERROR
              THEN
                  GO TO 300-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-LIB-NUMERO
           DISPLAY "CAMPO (SALARIO, DEPTO, PUESTO, CTA-BANCO): "
           ACCEPT WS-LIB-CAMPO
           DISPLAY "FECHA EFECTIVA (AAAAMMDD): "
           ACCEPT WS-LIB-FECHA
           MOVE WS-LIB-NUMERO TO WS-MENU-NUMERO-EMP
           OPEN I-O FUTUROS
           IF FUTUROS-NO-EXISTE
              OR NOT FUTUROS-OK
              THEN
                  DISPLAY "SIN ARCHIVO FUTUROS, NADA QUE LIBERAR, "
                          "STATUS: " WS-STATUS-FUTUROS
                  GO TO 300-FIN
           END-IF
           SET CAMBIO-NO-HALLADO TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 310-BUSCA-CAMBIO THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF CAMBIO-NO-HALLADO
              THEN
                  DISPLAY "NO HAY CAMBIO PENDIENTE CON ESOS DATOS"
                  MOVE "FUT NOLIB" TO WS-MENU-RESULTADO
                  CALL "PROGMENU" USING WS-PARAMETROS-MENU
           END-IF
           CLOSE FUTUROS.
       300-FIN.  EXIT.

       310-BUSCA-CAMBIO.
           READ FUTUROS
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           IF NOT FUT-PENDIENTE
              OR FUT-NUMERO-EMP     NOT EQUAL WS-LIB-NUMERO
              OR FUT-CAMPO          NOT EQUAL WS-LIB-CAMPO
              OR FUT-FECHA-EFECTIVA NOT EQUAL WS-LIB-FECHA
              THEN
                  GO TO 310-FIN
           END-IF
           SET CAMBIO-ENCONTRADO TO TRUE
           MOVE "FIN" TO SW-FIN
           PERFORM 320-LIBERA-UNO THRU 320-FIN
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       310-FIN.  EXIT.

      * QUIEN CAPTURO EL CAMBIO NO LO LIBERA; EL RECHAZO QUEDA EN
      * AUDITORIA PARA QUE PROGSEGR Y EL AUDITOR LO VEAN.
       320-LIBERA-UNO.
           IF FUT-USUARIO EQUAL WS-USUARIO
              THEN
                  DISPLAY "EL CAMBIO LO CAPTURO " FUT-USUARIO
                          "; LO LIBERA OTRO USUARIO"
                  MOVE "FUT MISMO" TO WS-MENU-RESULTADO
                  MOVE 4 TO RETURN-CODE
                  GO TO 320-FIN
           END-IF
           DISPLAY "VALOR NUEVO: " FUT-VALOR-NUEVO
           DISPLAY "CAPTURADO POR: " FUT-USUARIO
           DISPLAY "CONFIRMA LA LIBERACION (S=SI): "
           ACCEPT WS-RESPUESTA
           IF WS-RESPUESTA NOT EQUAL "S"
              THEN
                  DISPLAY "LIBERACION CANCELADA"
                  MOVE "FUT CANC " TO WS-MENU-RESULTADO
                  GO TO 320-FIN
           END-IF
           MOVE "L"        TO FUT-ESTADO
           MOVE WS-USUARIO TO FUT-LIBERO
           REWRITE REG-FUTUROS
           DISPLAY "CAMBIO LIBERADO; PROGFAPL LO APLICA EL "
                   FUT-FECHA-EFECTIVA
           MOVE "FUT LIB  " TO WS-MENU-RESULTADO.
       320-FIN.  EXIT.
