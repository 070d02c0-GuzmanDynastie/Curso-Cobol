       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCORT.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA DEL CORTE DE CAPTURA. LO LLAMAN PROGINCI Y         *
      * PROGHEXT ANTES DE GRABAR UNA INCIDENCIA O UNA JORNADA, PARA    *
      * QUE LO CAPTURADO DESPUES DEL CORTE NO DEPENDA DE CUANDO SE     *
      * CORRA PROGNOMI:                                                *
      *   - EL PERIODO EN CURSO ES EL PRIMERO DEL CATALOGO (PERIODOS)  *
      *     ABIERTO O SIMULADO, NO ESPECIAL, DE LA FRECUENCIA DEL      *
      *     EMPLEADO (CONTRATO; SIN RENGLON = QUINCENAL).              *
      *   - LA CAPTURA ES TARDIA SI LA FECHA DE CAPTURA O LA FECHA DEL *
      *     MOVIMIENTO ES POSTERIOR AL CORTE DE ESE PERIODO.           *
      *   - UNA TARDIA SE SELLA PARA EL SIGUIENTE PERIODO DE LA MISMA  *
      *     FRECUENCIA CUYO CORTE YA CUBRE ESA FECHA; SI EL CATALOGO   *
      *     AUN NO LO TIENE, EL PERIODO DE PAGO REGRESA EN CEROS.      *
      *   - DE UNA TARDIA SE ESTIMA TAMBIEN EL EFECTO EN EL PAGO CON   *
      *     EL SALARIO DIARIO DE SU FRECUENCIA (30 LA QUINCENA, 7 LA   *
      *     SEMANA): FALTA, SUSPENSION E INCAPACIDAD DESCUENTAN SUS    *
      *     DIAS; LA HORA EXTRA AUTORIZADA SE ESTIMA AL DOBLE.         *
      * SIN CATALOGO O SIN PERIODO ABIERTO LA CAPTURA NUNCA ES TARDIA  *
      * Y SE GRABA COMO SIEMPRE.                                       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PER-FECHA-PAGO
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT CONTRATO     ASSIGN TO UT-S-CONTRATO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CTR-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-CONTRATO.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

       FD  CONTRATO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-CONTRATO.
           COPY CONTRATO.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PERIODOS  PIC X(02)    VALUE "00".
              88 PERIODOS-OK        VALUE "00".
           05 WS-STATUS-CONTRATO  PIC X(02)    VALUE "00".
              88 CONTRATO-OK        VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-FREC-EMP         PIC X(01)    VALUE "Q".
           05 WS-DIVISOR-DIAS     PIC 9(02)    VALUE 30.
           05 WS-FECHA-EFECTIVA   PIC 9(08)    VALUE ZEROS.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99 VALUE ZEROS.
           05 SW-LE-TOCA          PIC X(01)    VALUE "N".
              88 PERIODO-LE-TOCA    VALUE "S".

       LINKAGE SECTION.
       01  LK-PARAMETROS-CORTE.
           05 LK-CORTE-FECHA-CAPTURA PIC 9(08).
           05 LK-CORTE-FECHA-MOVTO   PIC 9(08).
           05 LK-CORTE-NUMERO-EMP    PIC 9(05).
           05 LK-CORTE-SALARIO       PIC 9(07)V99.
           05 LK-CORTE-TIPO          PIC X(01).
           05 LK-CORTE-CANTIDAD      PIC 9(03)V99.
           05 LK-CORTE-TARDIA        PIC X(01).
              88 CAPTURA-TARDIA         VALUE "S".
              88 CAPTURA-A-TIEMPO       VALUE "N".
           05 LK-CORTE-PERIODO       PIC 9(08).
           05 LK-CORTE-FECHA-CORTE   PIC 9(08).
           05 LK-CORTE-PERIODO-PAGO  PIC 9(08).
           05 LK-CORTE-IMPORTE       PIC 9(07)V99.
           05 LK-CORTE-EFECTO        PIC X(01).

       PROCEDURE DIVISION USING LK-PARAMETROS-CORTE.
       010-CONSULTA.
           SET CAPTURA-A-TIEMPO TO TRUE
           MOVE ZEROS TO LK-CORTE-PERIODO
                         LK-CORTE-FECHA-CORTE
                         LK-CORTE-PERIODO-PAGO
                         LK-CORTE-IMPORTE
           MOVE "I"   TO LK-CORTE-EFECTO
           PERFORM 020-FRECUENCIA THRU 020-FIN
           OPEN INPUT PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  GOBACK
           END-IF
           PERFORM 030-PERIODO-ACTUAL THRU 030-FIN
           IF LK-CORTE-PERIODO EQUAL ZEROS
              THEN
                  CLOSE PERIODOS
                  GOBACK
           END-IF
           MOVE LK-CORTE-FECHA-CAPTURA TO WS-FECHA-EFECTIVA
           IF LK-CORTE-FECHA-MOVTO GREATER WS-FECHA-EFECTIVA
              THEN
                  MOVE LK-CORTE-FECHA-MOVTO TO WS-FECHA-EFECTIVA
           END-IF
           IF WS-FECHA-EFECTIVA NOT GREATER LK-CORTE-FECHA-CORTE
              THEN
                  CLOSE PERIODOS
                  GOBACK
           END-IF
           SET CAPTURA-TARDIA TO TRUE
      * EL CURSOR QUEDO JUSTO DESPUES DEL PERIODO EN CURSO: SE SIGUE
      * LEYENDO HASTA EL PRIMERO CUYO CORTE CUBRE LA FECHA EFECTIVA.
           MOVE SPACES TO SW-FIN
           PERFORM 050-PERIODO-PAGO THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PERIODOS
           PERFORM 070-ESTIMA-EFECTO THRU 070-FIN
           GOBACK.

       020-FRECUENCIA.
           MOVE "Q" TO WS-FREC-EMP
           OPEN INPUT CONTRATO
           IF NOT CONTRATO-OK
              THEN
                  GO TO 020-FIN
           END-IF
           MOVE LK-CORTE-NUMERO-EMP TO CTR-NUMERO-EMP
           READ CONTRATO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CTR-PAGO-SEMANAL
                    THEN
                        MOVE "S" TO WS-FREC-EMP
                 END-IF
           END-READ
           CLOSE CONTRATO.
       020-FIN.  EXIT.

       030-PERIODO-ACTUAL.
           MOVE ZEROS TO PER-FECHA-PAGO
           START PERIODOS KEY IS NOT LESS PER-FECHA-PAGO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
              NOT INVALID KEY
                 MOVE SPACES TO SW-FIN
           END-START
           PERFORM 040-BUSCA-ACTUAL THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       030-FIN.  EXIT.

       040-BUSCA-ACTUAL.
           READ PERIODOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 040-FIN
           END-READ
           PERFORM 060-CHECA-FRECUENCIA THRU 060-FIN
           IF NOT PERIODO-LE-TOCA
              THEN
                  GO TO 040-FIN
           END-IF
           IF PER-ABIERTO
              OR PER-SIMULADO
              THEN
                  MOVE PER-FECHA-PAGO  TO LK-CORTE-PERIODO
                  MOVE PER-FECHA-CORTE TO LK-CORTE-FECHA-CORTE
                  MOVE "FIN"           TO SW-FIN
           END-IF.
       040-FIN.  EXIT.

       050-PERIODO-PAGO.
           READ PERIODOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 050-FIN
           END-READ
           PERFORM 060-CHECA-FRECUENCIA THRU 060-FIN
           IF NOT PERIODO-LE-TOCA
              THEN
                  GO TO 050-FIN
           END-IF
           IF PER-FECHA-CORTE NOT LESS WS-FECHA-EFECTIVA
              THEN
                  MOVE PER-FECHA-PAGO TO LK-CORTE-PERIODO-PAGO
                  MOVE "FIN"          TO SW-FIN
           END-IF.
       050-FIN.  EXIT.

      * MISMO COTEJO DE FRECUENCIA QUE 045 DE PROGNOMI: EL ESPECIAL
      * NUNCA CUENTA Y "A" ES DE LAS DOS POBLACIONES.
       060-CHECA-FRECUENCIA.
           MOVE "N" TO SW-LE-TOCA
           IF PER-ES-ESPECIAL
              THEN
                  GO TO 060-FIN
           END-IF
           IF PER-ES-AMBAS
              OR (PER-ES-QUINCENAL AND WS-FREC-EMP EQUAL "Q")
              OR (PER-ES-SEMANAL   AND WS-FREC-EMP EQUAL "S")
              THEN
                  MOVE "S" TO SW-LE-TOCA
           END-IF.
       060-FIN.  EXIT.

       070-ESTIMA-EFECTO.
           IF WS-FREC-EMP EQUAL "S"
              THEN
                  MOVE 7  TO WS-DIVISOR-DIAS
              ELSE
                  MOVE 30 TO WS-DIVISOR-DIAS
           END-IF
           COMPUTE WS-SALARIO-DIARIO ROUNDED =
                   LK-CORTE-SALARIO / WS-DIVISOR-DIAS
           EVALUATE LK-CORTE-TIPO
              WHEN "F"
              WHEN "S"
              WHEN "I"
                 COMPUTE LK-CORTE-IMPORTE ROUNDED =
                         LK-CORTE-CANTIDAD * WS-SALARIO-DIARIO
                    ON SIZE ERROR
                       MOVE 9999999.99 TO LK-CORTE-IMPORTE
                 END-COMPUTE
                 MOVE "D" TO LK-CORTE-EFECTO
              WHEN "H"
                 COMPUTE LK-CORTE-IMPORTE ROUNDED =
                         LK-CORTE-CANTIDAD * WS-SALARIO-DIARIO / 8 * 2
                    ON SIZE ERROR
                       MOVE 9999999.99 TO LK-CORTE-IMPORTE
                 END-COMPUTE
                 MOVE "P" TO LK-CORTE-EFECTO
              WHEN OTHER
                 MOVE ZEROS TO LK-CORTE-IMPORTE
                 MOVE "I"   TO LK-CORTE-EFECTO
           END-EVALUATE.
       070-FIN.  EXIT.
