       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGTARD.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * REPORTE DE CAPTURAS TARDIAS. LISTA, POR PERIODO CUYO CORTE SE  *
      * BRINCO, LAS INCIDENCIAS (PROGINCI) Y JORNADAS DE HORAS EXTRA   *
      * (PROGHEXT) QUE QUEDARON EN LA COLA CAPTARDE POR HABERSE        *
      * CAPTURADO DESPUES DEL CORTE: EMPLEADO, FECHA DEL MOVIMIENTO,   *
      * FECHA Y OPERADOR DE LA CAPTURA, CANTIDAD, PERIODO QUE LA PAGA  *
      * Y EFECTO ESTIMADO EN EL PAGO (POSITIVO SI ES PERCEPCION,       *
      * NEGATIVO SI ES DEDUCCION), CON TOTALES POR PERIODO. LA COLA SE *
      * CLASIFICA CON SORT E INPUT/OUTPUT PROCEDURE, COMO PROGDUPN.    *
      * INCLUYE LAS YA LIBERADAS POR PROGNOMI, MARCADAS COMO TALES.    *
      * NO ACTUALIZA NINGUN ARCHIVO.                                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAPTARDE     ASSIGN TO UT-S-CAPTARDE
                               FILE STATUS IS WS-STATUS-CAPTARDE.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT ARCHIVO-SORT ASSIGN TO UT-S-SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  CAPTARDE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS REG-CAPTARDE.
           COPY CAPTARDE.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(110).

       SD  ARCHIVO-SORT
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS REG-SORT.
       01  REG-SORT.
           05 SORT-PERIODO-CORTE  PIC 9(08).
           05 SORT-FECHA-CORTE    PIC 9(08).
           05 SORT-FECHA-CAPTURA  PIC 9(08).
           05 SORT-NUMERO-EMP     PIC 9(05).
           05 SORT-FECHA          PIC 9(08).
           05 SORT-ORIGEN         PIC X(01).
           05 SORT-TIPO           PIC X(01).
           05 SORT-CANTIDAD       PIC 9(03)V99.
           05 SORT-USUARIO        PIC X(08).
           05 SORT-PERIODO-PAGO   PIC 9(08).
           05 SORT-IMPORTE        PIC 9(07)V99.
           05 SORT-EFECTO         PIC X(01).
           05 SORT-LIBERADA       PIC X(01).
           05 FILLER              PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CAPTARDE  PIC X(02)    VALUE "00".
              88 CAPTARDE-OK        VALUE "00".
              88 CAPTARDE-NO-EXISTE VALUE "35".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-HAY-ANTERIOR     PIC X(01)    VALUE "N".
              88 HAY-ANTERIOR        VALUE "S".
           05 WS-ANT-PERIODO      PIC 9(08)    VALUE ZEROS.
           05 WS-IMPACTO          PIC S9(07)V99 VALUE ZEROS.
           05 WS-CAPTURAS-PER     PIC 9(05)    VALUE ZEROS.
           05 WS-IMPACTO-PER      PIC S9(09)V99 VALUE ZEROS.
           05 WS-CAPTURAS         PIC 9(05)    VALUE ZEROS.
           05 WS-EN-COLA          PIC 9(05)    VALUE ZEROS.
           05 WS-IMPACTO-TOT      PIC S9(09)V99 VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(60)
              VALUE "CAPTURAS TARDIAS (DESPUES DEL CORTE DEL PERIODO)".
           05 FILLER              PIC X(25)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(108)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-TITULO-PERIODO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "CORTE BRINCADO: PERIODO PAGO ".
           05 WS-TIT-PERIODO      PIC 9(08).
           05 FILLER              PIC X(12)    VALUE "  CON CORTE ".
           05 WS-TIT-CORTE        PIC 9(08).
           05 FILLER              PIC X(51)    VALUE SPACES.

       01  WS-SUB-TITULO.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "EMPL.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "ORIGEN".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "TIPO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "MOVTO.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "CAPTURA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "USUARIO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "CANT.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(16)    VALUE "SE PAGA EN".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(13)    VALUE "IMPACTO EST.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "ESTADO".
           05 FILLER              PIC X(05)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ORIGEN       PIC X(10).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-TIPO         PIC X(01).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CAPTURA      PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-USUARIO      PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CANTIDAD     PIC ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PAGO         PIC X(16).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-IMPACTO      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ESTADO       PIC X(09).
           05 FILLER              PIC X(05)    VALUE SPACES.

       01  WS-DET-TOT-PERIODO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "  CAPTURAS DEL PERIODO     : ".
           05 WS-TOT-CAPT-PER     PIC ZZ,ZZ9.
           05 FILLER              PIC X(12)    VALUE "   IMPACTO: ".
           05 WS-TOT-IMP-PER      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(47)    VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CAPTURAS TARDIAS           : ".
           05 WS-TOT-CAPTURAS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(12)    VALUE "   EN COLA: ".
           05 WS-TOT-EN-COLA      PIC ZZ,ZZ9.
           05 FILLER              PIC X(12)    VALUE "   IMPACTO: ".
           05 WS-TOT-IMPACTO      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(29)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           SORT ARCHIVO-SORT ON ASCENDING KEY
                SORT-PERIODO-CORTE
                SORT-FECHA-CAPTURA
                SORT-NUMERO-EMP
           INPUT  PROCEDURE 020-ALIMENTA THRU 020-FIN
           OUTPUT PROCEDURE 100-LISTA    THRU 100-FIN
           PERFORM 200-FINAL THRU 200-FIN
           GOBACK.

       020-ALIMENTA.
           OPEN INPUT CAPTARDE
           IF CAPTARDE-NO-EXISTE
              THEN
                  DISPLAY "NO HAY CAPTURAS TARDIAS EN COLA"
                  MOVE "FIN" TO SW-FIN
                  GO TO 020-FIN
           END-IF
           IF NOT CAPTARDE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CAPTARDE, STATUS: "
                          WS-STATUS-CAPTARDE
                  MOVE 8 TO RETURN-CODE
                  MOVE "FIN" TO SW-FIN
                  GO TO 020-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 030-SUELTA THRU 030-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CAPTARDE.
       020-FIN.  EXIT.

       030-SUELTA.
           READ CAPTARDE
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 030-FIN
           END-READ
           MOVE CT-PERIODO-CORTE  TO SORT-PERIODO-CORTE
           MOVE CT-FECHA-CORTE    TO SORT-FECHA-CORTE
           MOVE CT-FECHA-CAPTURA  TO SORT-FECHA-CAPTURA
           MOVE CT-NUMERO-EMP     TO SORT-NUMERO-EMP
           MOVE CT-FECHA          TO SORT-FECHA
           MOVE CT-ORIGEN         TO SORT-ORIGEN
           MOVE CT-TIPO           TO SORT-TIPO
           MOVE CT-CANTIDAD       TO SORT-CANTIDAD
           MOVE CT-USUARIO        TO SORT-USUARIO
           MOVE CT-PERIODO-PAGO   TO SORT-PERIODO-PAGO
           MOVE CT-IMPORTE        TO SORT-IMPORTE
           MOVE CT-EFECTO         TO SORT-EFECTO
           MOVE CT-LIBERADA       TO SORT-LIBERADA
           RELEASE REG-SORT.
       030-FIN.  EXIT.

       100-LISTA.
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE SPACES TO SW-FIN
           PERFORM 110-LISTA-UNA THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF HAY-ANTERIOR
              THEN
                  PERFORM 130-TOTAL-PERIODO THRU 130-FIN
           END-IF.
       100-FIN.  EXIT.

       110-LISTA-UNA.
           RETURN ARCHIVO-SORT
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-RETURN
           IF HAY-ANTERIOR
              AND SORT-PERIODO-CORTE NOT EQUAL WS-ANT-PERIODO
              THEN
                  PERFORM 130-TOTAL-PERIODO THRU 130-FIN
           END-IF
           IF NOT HAY-ANTERIOR
              OR SORT-PERIODO-CORTE NOT EQUAL WS-ANT-PERIODO
              THEN
                  PERFORM 120-ENCABEZA-PERIODO THRU 120-FIN
           END-IF
           PERFORM 140-IMPRIME-CAPTURA THRU 140-FIN.
       110-FIN.  EXIT.

       120-ENCABEZA-PERIODO.
           MOVE SORT-PERIODO-CORTE TO WS-ANT-PERIODO
                                      WS-TIT-PERIODO
           MOVE SORT-FECHA-CORTE   TO WS-TIT-CORTE
           MOVE ZEROS              TO WS-CAPTURAS-PER
                                      WS-IMPACTO-PER
           SET HAY-ANTERIOR TO TRUE
           WRITE REG-REPORTE FROM WS-TITULO-PERIODO AFTER 2
           WRITE REG-REPORTE FROM WS-SUB-TITULO     AFTER 1.
       120-FIN.  EXIT.

       130-TOTAL-PERIODO.
           MOVE WS-CAPTURAS-PER TO WS-TOT-CAPT-PER
           MOVE WS-IMPACTO-PER  TO WS-TOT-IMP-PER
           WRITE REG-REPORTE FROM WS-DET-TOT-PERIODO AFTER 1.
       130-FIN.  EXIT.

       140-IMPRIME-CAPTURA.
           MOVE SORT-NUMERO-EMP    TO WS-DET-NUMERO
           IF SORT-ORIGEN EQUAL "H"
              THEN
                  MOVE "HORA EXTRA" TO WS-DET-ORIGEN
              ELSE
                  MOVE "INCIDENCIA" TO WS-DET-ORIGEN
           END-IF
           MOVE SORT-TIPO          TO WS-DET-TIPO
           MOVE SORT-FECHA         TO WS-DET-FECHA
           MOVE SORT-FECHA-CAPTURA TO WS-DET-CAPTURA
           MOVE SORT-USUARIO       TO WS-DET-USUARIO
           MOVE SORT-CANTIDAD      TO WS-DET-CANTIDAD
           IF SORT-PERIODO-PAGO EQUAL ZEROS
              THEN
                  MOVE "SIN CALENDARIZAR" TO WS-DET-PAGO
              ELSE
                  MOVE SORT-PERIODO-PAGO  TO WS-DET-PAGO
           END-IF
           EVALUATE SORT-EFECTO
              WHEN "P"
                 MOVE SORT-IMPORTE TO WS-IMPACTO
              WHEN "D"
                 COMPUTE WS-IMPACTO = ZEROS - SORT-IMPORTE
              WHEN OTHER
                 MOVE ZEROS TO WS-IMPACTO
           END-EVALUATE
           MOVE WS-IMPACTO         TO WS-DET-IMPACTO
           IF SORT-LIBERADA EQUAL "S"
              THEN
                  MOVE "LIBERADA" TO WS-DET-ESTADO
              ELSE
                  MOVE "EN COLA"  TO WS-DET-ESTADO
                  ADD 1 TO WS-EN-COLA
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           ADD 1          TO WS-CAPTURAS-PER
                             WS-CAPTURAS
           ADD WS-IMPACTO TO WS-IMPACTO-PER
                             WS-IMPACTO-TOT.
       140-FIN.  EXIT.

       200-FINAL.
           IF NOT REPORTE-OK
              THEN
                  GO TO 200-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-CAPTURAS    TO WS-TOT-CAPTURAS
           MOVE WS-EN-COLA     TO WS-TOT-EN-COLA
           MOVE WS-IMPACTO-TOT TO WS-TOT-IMPACTO
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           CLOSE REPORTE
           DISPLAY "CAPTURAS TARDIAS TERMINADO, CAPTURAS: "
                   WS-CAPTURAS "  EN COLA: " WS-EN-COLA.
       200-FIN.  EXIT.
