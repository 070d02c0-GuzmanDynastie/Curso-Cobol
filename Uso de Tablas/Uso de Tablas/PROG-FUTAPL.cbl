      * APLICADOR NOCTURNO DE LA COLA DE CAMBIOS FUTUROS (VER COPY     *
      * FUTUROS). CORRE COMO PASO DE PROGLOTE — POR ESO NO VERIFICA    *
      * EL CANDADO: EL NOCTURNO YA LO TRAE PUESTO — Y POR CADA CAMBIO  *
      * LIBERADO (OPCION 3 DE PROGFUTU) CUYA FECHA EFECTIVA YA LLEGO:  *
      *   - VALIDA COMO EL CAMBIO EN LINEA (DEPTO EN TABDEPTO VIA      *
      *     PROGDEPT, PUESTO EN TABPUESTO VIA PROGPUES, CLABE VIA      *
      *     PROGCLAB, SALARIO NUMERICO CON AVISO DE BANDA VIA          *
      *     PROGTSAL);                                                 *
      *   - UN CAMBIO DE DEPTO O PUESTO MUEVE LA PLAZA AUTORIZADA VIA  *
      *     PROGPLAZ; SIN VACANTE EN EL DESTINO SE RECHAZA;            *
      *   - REGRABA EL MAESTRO Y DEJA EL ANTES/DESPUES EN HISTCAMB     *
      *     VIA PROGHIST;                                              *
      *   - MARCA EL RENGLON COMO APLICADO (O RECHAZADO, CON SU        *
      *     MOTIVO EN EL SYSOUT) PARA QUE NO SE APLIQUE DOS VECES.     *
      * UN CAMBIO SIN LIBERAR NO SE APLICA AUNQUE SU FECHA YA HAYA     *
      * LLEGADO: SOLO SE CUENTA EN EL SYSOUT. UN LIBERADO POR EL MISMO *
      * USUARIO QUE LO CAPTURO SE RECHAZA.                             *
      * UN CAMBIO DE CUENTA BANCARIA APLICADO SE ANOTA EN CTAPEND      *
      * COMO APROBADO POR QUIEN LO LIBERO (VIA PROGCTAP), PARA QUE     *
      * SALGA EN EL REPORTE PREVIO AL PAGO Y EN LA CARTA DE AVISO DE   *
      * PROGCTAA.                                                      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-APLICADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-RECHAZADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-LIBERAR      PIC 9(05)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 SW-CAMBIO-VALIDO    PIC X(01)    VALUE "S".
              88 CAMBIO-VALIDO      VALUE "S".
           05 WS-HIST-ANTERIOR    PIC X(30).
           05 WS-HIST-NUEVO       PIC X(30).

       01  WS-PARAMETROS-CTAP.
           05 WS-CTAP-ACCION      PIC X(01)    VALUE "A".
           05 WS-CTAP-NUMERO      PIC 9(05).
           05 WS-CTAP-ANTERIOR    PIC X(18).
           05 WS-CTAP-NUEVA       PIC X(18).
           05 WS-CTAP-USUARIO     PIC X(08).
           05 WS-CTAP-PROGRAMA    PIC X(08)    VALUE "PROGFAPL".
           05 WS-CTAP-APROBO      PIC X(08).
           05 WS-CTAP-RESULTADO   PIC X(01).
              88 CTAP-GRABADO        VALUE "S".

       01  LK-PARAMETROS-DEPTO.
           05 LK-DEPTO-CODIGO     PIC 9(03).
           05 LK-DEPTO-NOMBRE     PIC X(20).
              88 PUESTO-EXISTE         VALUE "S".
              88 PUESTO-NO-EXISTE      VALUE "N".

       01  WS-PARAMETROS-PLAZA.
           05 WS-PLZ-ACCION       PIC X(01)    VALUE "M".
           05 WS-PLZ-NUMERO-EMP   PIC 9(05).
           05 WS-PLZ-DEPTO        PIC 9(03).
           05 WS-PLZ-PUESTO       PIC 9(02).
           05 WS-PLZ-PLAZA        PIC 9(05).
           05 WS-PLZ-RESULTADO    PIC X(01).
              88 PLAZA-OK            VALUE "S".

       01  WS-PARAMETROS-CLABE.
           05 WS-CLABE-CUENTA     PIC X(18).
           05 WS-CLABE-VALIDA     PIC X(01).
           CLOSE EMPLEADOS
           DISPLAY "CAMBIOS FUTUROS APLICADOS: " WS-APLICADOS
                   " RECHAZADOS: " WS-RECHAZADOS
           IF WS-SIN-LIBERAR GREATER ZEROS
              THEN
                  DISPLAY "AVISO: CAMBIOS VENCIDOS SIN LIBERAR "
                          "(PROGFUTU OPCION 3): " WS-SIN-LIBERAR
           END-IF
           IF WS-RECHAZADOS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
                 MOVE "FIN" TO SW-FIN
                 GO TO 040-FIN
           END-READ
           IF FUT-FECHA-EFECTIVA GREATER WS-FECHA-HOY
              THEN
                  GO TO 040-FIN
           END-IF
           IF FUT-PENDIENTE
              THEN
                  ADD 1 TO WS-SIN-LIBERAR
                  GO TO 040-FIN
           END-IF
           IF NOT FUT-LIBERADO
              THEN
                  GO TO 040-FIN
           END-IF
           SET CAMBIO-VALIDO TO TRUE
           MOVE SPACES TO WS-MOTIVO
           IF FUT-USUARIO NOT EQUAL SPACES
              AND FUT-USUARIO EQUAL FUT-LIBERO
              THEN
                  SET CAMBIO-RECHAZADO TO TRUE
                  MOVE "CAPTURO Y LIBERO EL MISMO" TO WS-MOTIVO
           END-IF
           MOVE FUT-NUMERO-EMP TO NUMERO-EMP
           IF CAMBIO-VALIDO
              THEN
                  READ EMPLEADOS
                     INVALID KEY
                        SET CAMBIO-RECHAZADO TO TRUE
                        MOVE "YA NO ESTA EN EL MAESTRO" TO WS-MOTIVO
                  END-READ
           END-IF
           IF CAMBIO-VALIDO
              THEN
                  EVALUATE TRUE
                  MOVE FUT-USUARIO TO WS-HIST-USUARIO
                  MOVE FUT-CAMPO   TO WS-HIST-CAMPO
                  CALL "PROGHIST" USING WS-PARAMETROS-HIST
                  IF FUT-ES-CUENTA
                     THEN
                         PERFORM 085-ANOTA-CUENTA THRU 085-FIN
                  END-IF
                  MOVE "A" TO FUT-ESTADO
                  ADD 1 TO WS-APLICADOS
                  DISPLAY "APLICADO " FUT-CAMPO " DE "
           END-IF
           MOVE DEPTO-EMP       TO WS-HIST-ANTERIOR
           MOVE LK-DEPTO-CODIGO TO DEPTO-EMP
           MOVE DEPTO-EMP       TO WS-HIST-NUEVO
           PERFORM 065-MUEVE-PLAZA THRU 065-FIN.
       060-FIN.  EXIT.

      * EL NUEVO DEPARTAMENTO O PUESTO NECESITA UNA PLAZA AUTORIZADA
      * VACANTE, IGUAL QUE EL CAMBIO EN LINEA; PROGPLAZ OCUPA LA DEL
      * DESTINO Y LIBERA LA ANTERIOR. A UNA BAJA NO SE LE MUEVE PLAZA.
       065-MUEVE-PLAZA.
           IF EMP-ES-BAJA
              THEN
                  GO TO 065-FIN
           END-IF
           MOVE NUMERO-EMP TO WS-PLZ-NUMERO-EMP
           MOVE DEPTO-EMP  TO WS-PLZ-DEPTO
           MOVE PUESTO-EMP TO WS-PLZ-PUESTO
           CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
           IF NOT PLAZA-OK
              THEN
                  SET CAMBIO-RECHAZADO TO TRUE
                  MOVE "SIN PLAZA VACANTE AUTORIZADA" TO WS-MOTIVO
           END-IF.
       065-FIN.  EXIT.

       070-APLICA-PUESTO.
           IF FUT-VALOR-NUEVO (1:2) NOT NUMERIC
              THEN
           END-IF
           MOVE PUESTO-EMP       TO WS-HIST-ANTERIOR
           MOVE LK-PUESTO-CODIGO TO PUESTO-EMP
           MOVE PUESTO-EMP       TO WS-HIST-NUEVO
           PERFORM 065-MUEVE-PLAZA THRU 065-FIN.
       070-FIN.  EXIT.

       080-APLICA-CUENTA.
           MOVE WS-CLABE-CUENTA TO CTA-BANCO-EMP
           MOVE CTA-BANCO-EMP   TO WS-HIST-NUEVO.
       080-FIN.  EXIT.

       085-ANOTA-CUENTA.
           MOVE NUMERO-EMP             TO WS-CTAP-NUMERO
           MOVE WS-HIST-ANTERIOR (1:18) TO WS-CTAP-ANTERIOR
           MOVE CTA-BANCO-EMP          TO WS-CTAP-NUEVA
           MOVE FUT-USUARIO            TO WS-CTAP-USUARIO
           MOVE FUT-LIBERO             TO WS-CTAP-APROBO
           CALL "PROGCTAP" USING WS-PARAMETROS-CTAP
           IF NOT CTAP-GRABADO
              THEN
                  DISPLAY "AVISO: EL CAMBIO DE CUENTA DE " NUMERO-EMP
                          " NO QUEDO ANOTADO EN CTAPEND"
           END-IF.
       085-FIN.  EXIT.
