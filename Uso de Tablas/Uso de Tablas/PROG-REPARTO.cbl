       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGREPA.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA DE REPARTO DE UN FINIQUITO POR DEFUNCION ENTRE     *
      * LOS BENEFICIARIOS DEL EMPLEADO (VER COPY BENEFIC). LO LLAMAN   *
      * PROGBAJA Y PROGFINI PARA QUE LOS DOS REPARTAN IGUAL: SOLO      *
      * ENTRAN LOS RENGLONES CON PORCENTAJE (LOS DEPENDIENTES EN CEROS *
      * NO COBRAN), CADA UNO RECIBE SU PORCENTAJE DEL IMPORTE          *
      * REDONDEADO Y EL ULTIMO SE QUEDA CON EL RESTO, PARA QUE LA SUMA *
      * DE LOS DEPOSITOS CUADRE AL CENTAVO CON EL FINIQUITO.           *
      * RESULTADO: S - REPARTIDO; N - NO HAY BENEFICIARIOS CON         *
      * PORCENTAJE; P - LOS PORCENTAJES NO SUMAN 100 (LK-REP-TOTAL-    *
      * PORC TRAE LO QUE SUMAN); E - ERROR DE ARCHIVO. CON N, P O E    *
      * NO SE REPARTE NADA Y EL LLAMADOR NO DEBE PAGAR.                *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIC      ASSIGN TO UT-S-BENEFIC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BEN-LLAVE
                               FILE STATUS IS WS-STATUS-BENEFIC.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-BENEFIC.
           COPY BENEFIC.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-BENEFIC   PIC X(02)    VALUE "00".
              88 BENEFIC-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-IND              PIC 9(02)    VALUE ZEROS.
           05 WS-REPARTIDO        PIC 9(07)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-PARAMETROS-REPARTO.
           05 LK-REP-NUMERO-EMP   PIC 9(05).
           05 LK-REP-IMPORTE      PIC 9(07)V99.
           05 LK-REP-RESULTADO    PIC X(01).
           05 LK-REP-TOTAL-PORC   PIC 9(03)V99.
           05 LK-REP-CUANTOS      PIC 9(02).
           05 LK-REP-BENEF        OCCURS 10 TIMES.
              10 LK-REP-SECUENCIA PIC 9(02).
              10 LK-REP-NOMBRE    PIC X(30).
              10 LK-REP-NOMBRE-PARTES REDEFINES LK-REP-NOMBRE.
                 15 LK-REP-APE-PATERNO PIC X(12).
                 15 LK-REP-APE-MATERNO PIC X(10).
                 15 LK-REP-NOM-PILA    PIC X(08).
              10 LK-REP-PARENTESCO PIC X(01).
              10 LK-REP-CTA-BANCO PIC X(18).
              10 LK-REP-PORCENTAJE PIC 9(03)V99.
              10 LK-REP-IMPORTE-BEN PIC 9(07)V99.

       PROCEDURE DIVISION USING LK-PARAMETROS-REPARTO.
       010-RAIZ.
           MOVE "S"   TO LK-REP-RESULTADO
           MOVE ZEROS TO LK-REP-TOTAL-PORC
                         LK-REP-CUANTOS
                         WS-REPARTIDO
           OPEN INPUT BENEFIC
           IF NOT BENEFIC-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BENEFIC, STATUS: "
                          WS-STATUS-BENEFIC
                  MOVE "E" TO LK-REP-RESULTADO
                  GOBACK
           END-IF
           PERFORM 100-CARGA-BENEFICIARIOS THRU 100-FIN
           CLOSE BENEFIC
           IF LK-REP-RESULTADO EQUAL "E"
              THEN
                  GOBACK
           END-IF
           IF LK-REP-CUANTOS EQUAL ZEROS
              THEN
                  MOVE "N" TO LK-REP-RESULTADO
                  GOBACK
           END-IF
           IF LK-REP-TOTAL-PORC NOT EQUAL 100
              THEN
                  MOVE "P" TO LK-REP-RESULTADO
                  GOBACK
           END-IF
           PERFORM 200-REPARTE-UNO THRU 200-FIN
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND NOT LESS LK-REP-CUANTOS
           SUBTRACT WS-REPARTIDO FROM LK-REP-IMPORTE
                    GIVING LK-REP-IMPORTE-BEN (LK-REP-CUANTOS)
           GOBACK.

      * LOS RENGLONES DEL EMPLEADO VIENEN JUNTOS POR LA LLAVE; SOLO
      * SE CARGAN LOS QUE TIENEN PORCENTAJE.
       100-CARGA-BENEFICIARIOS.
           MOVE SPACES            TO SW-FIN
           MOVE LK-REP-NUMERO-EMP TO BEN-NUMERO-EMP
           MOVE ZEROS             TO BEN-SECUENCIA
           START BENEFIC KEY IS NOT LESS BEN-LLAVE
              INVALID KEY
                 GO TO 100-FIN
           END-START
           PERFORM 110-LEE-SIGUIENTE THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       100-FIN.  EXIT.

       110-LEE-SIGUIENTE.
           READ BENEFIC NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-READ
           IF BEN-NUMERO-EMP NOT EQUAL LK-REP-NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 110-FIN
           END-IF
           IF BEN-PORCENTAJE EQUAL ZEROS
              THEN
                  GO TO 110-FIN
           END-IF
           IF LK-REP-CUANTOS EQUAL 10
              THEN
                  DISPLAY "MAS DE 10 BENEFICIARIOS PARA EL EMPLEADO "
                          LK-REP-NUMERO-EMP
                  MOVE "E"   TO LK-REP-RESULTADO
                  MOVE "FIN" TO SW-FIN
                  GO TO 110-FIN
           END-IF
           ADD 1 TO LK-REP-CUANTOS
           MOVE BEN-SECUENCIA  TO LK-REP-SECUENCIA  (LK-REP-CUANTOS)
           MOVE BEN-NOMBRE     TO LK-REP-NOMBRE     (LK-REP-CUANTOS)
           MOVE BEN-PARENTESCO TO LK-REP-PARENTESCO (LK-REP-CUANTOS)
           MOVE BEN-CTA-BANCO  TO LK-REP-CTA-BANCO  (LK-REP-CUANTOS)
           MOVE BEN-PORCENTAJE TO LK-REP-PORCENTAJE (LK-REP-CUANTOS)
           MOVE ZEROS          TO LK-REP-IMPORTE-BEN (LK-REP-CUANTOS)
           ADD BEN-PORCENTAJE  TO LK-REP-TOTAL-PORC
              ON SIZE ERROR
                 MOVE 999.99 TO LK-REP-TOTAL-PORC
           END-ADD.
       110-FIN.  EXIT.

       200-REPARTE-UNO.
           COMPUTE LK-REP-IMPORTE-BEN (WS-IND) ROUNDED =
                   LK-REP-IMPORTE * LK-REP-PORCENTAJE (WS-IND) / 100
           ADD LK-REP-IMPORTE-BEN (WS-IND) TO WS-REPARTIDO.
       200-FIN.  EXIT.
