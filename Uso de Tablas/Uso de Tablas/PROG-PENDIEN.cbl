       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPEND.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * REPORTE DE DESCUENTOS PENDIENTES ATRASADOS. RECORRE PENDEDU,   *
      * DONDE PROGNOMI DEJA LO QUE NO CUPO EN EL NETO DE CADA          *
      * EMPLEADO POR CONCEPTO, Y LISTA LOS SALDOS QUE YA SE ARRASTRAN  *
      * POR MAS DE DOS PERIODOS, CON SU PERIODO DE ORIGEN, PARA QUE    *
      * NOMINAS CONVENGA CON EL EMPLEADO COMO LIQUIDARLOS. CIERRA CON  *
      * EL TOTAL POR CONCEPTO Y TERMINA CON RETURN-CODE 4 CUANDO       *
      * ENCONTRO ALGO, PARA QUE EL NOCTURNO LO EXHIBA.                 *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDEDU      ASSIGN TO UT-S-PENDEDU
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS PDE-LLAVE
                               FILE STATUS IS WS-STATUS-PENDEDU.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDEDU
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-PENDEDU.
           COPY PENDEDU.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PENDEDU   PIC X(02)    VALUE "00".
              88 PENDEDU-OK         VALUE "00".
              88 PENDEDU-NO-EXISTE  VALUE "35".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-LEIDOS           PIC 9(05)    VALUE ZEROS.
           05 WS-ATRASADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-ATRASADO     PIC 9(09)V99 VALUE ZEROS.
           05 WS-PERIODOS-LIMITE  PIC 9(03)    VALUE 2.
           05 WS-IND              PIC 9(01)    VALUE ZEROS.

       01  WS-TABLA-CONCEPTOS.
           05 FILLER              PIC X(04)    VALUE "FALT".
           05 FILLER              PIC X(04)    VALUE "PENS".
           05 FILLER              PIC X(04)    VALUE "INFO".
           05 FILLER              PIC X(04)    VALUE "FONA".
           05 FILLER              PIC X(04)    VALUE "PRES".
       01  WS-TABLA-CONCEPTOS-R REDEFINES WS-TABLA-CONCEPTOS.
           05 WS-CON-CLAVE        PIC X(04)    OCCURS 5 TIMES.

       01  WS-TOTALES-CONCEPTO.
           05 WS-TOT-CONCEPTO     OCCURS 5 TIMES.
              10 WS-TC-CUANTOS    PIC 9(05).
              10 WS-TC-IMPORTE    PIC 9(09)V99.

       01  WS-TITULO-1.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(60)
              VALUE "DESCUENTOS PENDIENTES CON MAS DE DOS PERIODOS".
           05 FILLER              PIC X(25)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "EMPL.".
           05 FILLER              PIC X(10)    VALUE "CONCEPTO".
           05 FILLER              PIC X(16)    VALUE "        SALDO".
           05 FILLER              PIC X(12)    VALUE "ORIGEN".
           05 FILLER              PIC X(12)    VALUE "ULTIMO".
           05 FILLER              PIC X(51)    VALUE "PERIODOS".

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(108)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CONCEPTO     PIC X(04).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-SALDO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-ORIGEN       PIC 9(08).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-ULTIMO       PIC 9(08).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-PERIODOS     PIC ZZ9.
           05 FILLER              PIC X(50)    VALUE SPACES.

       01  WS-DET-TOT-CONCEPTO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(09)    VALUE "CONCEPTO ".
           05 WS-TOT-CON-CLAVE    PIC X(04).
           05 FILLER              PIC X(16)    VALUE "  ATRASADOS  : ".
           05 WS-TOT-CON-CUANTOS  PIC ZZ,ZZ9.
           05 FILLER              PIC X(12)    VALUE "   IMPORTE: ".
           05 WS-TOT-CON-IMPORTE  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(48)    VALUE SPACES.

       01  WS-DET-TOT-ATRASADOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "PENDIENTES ATRASADOS       : ".
           05 WS-TOT-ATRASADOS-R  PIC ZZ,ZZ9.
           05 FILLER              PIC X(12)    VALUE "   IMPORTE: ".
           05 WS-TOT-ATRASADO-R   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(48)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 040-LEE              THRU 040-FIN
           PERFORM 040-PROCESO          THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

      * SIN PENDEDU NO HAY NADA DIFERIDO: EL REPORTE SALE VACIO.
       020-ABRE-ARCHIVOS.
           INITIALIZE WS-TOTALES-CONCEPTO
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN INPUT PENDEDU
           IF PENDEDU-NO-EXISTE
              THEN
                  DISPLAY "SIN ARCHIVO PENDEDU, NO HAY PENDIENTES"
                  MOVE "FIN" TO SW-FIN
                  GO TO 020-FIN
           END-IF
           IF NOT PENDEDU-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PENDEDU, STATUS: "
                          WS-STATUS-PENDEDU
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF.
       020-FIN.  EXIT.

       030-TITULOS.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       030-FIN.  EXIT.

       040-PROCESO.
           ADD 1 TO WS-LEIDOS
           IF PDE-PERIODOS GREATER WS-PERIODOS-LIMITE
              THEN
                  PERFORM 050-LISTA-PENDIENTE THRU 050-FIN
           END-IF.
       040-LEE.
           IF SW-FIN EQUAL "FIN"
              THEN
                  GO TO 040-FIN
           END-IF
           READ PENDEDU
              AT END MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT PENDEDU-OK
              AND WS-STATUS-PENDEDU NOT EQUAL "10"
              THEN
                  DISPLAY "ERROR AL LEER PENDEDU, STATUS: "
                          WS-STATUS-PENDEDU
                  MOVE "FIN" TO SW-FIN
           END-IF.
       040-FIN.  EXIT.

       050-LISTA-PENDIENTE.
           ADD 1         TO WS-ATRASADOS
           ADD PDE-SALDO TO WS-TOT-ATRASADO
           MOVE PDE-NUMERO-EMP     TO WS-DET-NUMERO
           MOVE PDE-CONCEPTO       TO WS-DET-CONCEPTO
           MOVE PDE-SALDO          TO WS-DET-SALDO
           MOVE PDE-PERIODO-ORIGEN TO WS-DET-ORIGEN
           MOVE PDE-PERIODO-ULTIMO TO WS-DET-ULTIMO
           MOVE PDE-PERIODOS       TO WS-DET-PERIODOS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER 5
              IF WS-CON-CLAVE (WS-IND) EQUAL PDE-CONCEPTO
                 THEN
                     ADD 1         TO WS-TC-CUANTOS (WS-IND)
                     ADD PDE-SALDO TO WS-TC-IMPORTE (WS-IND)
              END-IF
           END-PERFORM.
       050-FIN.  EXIT.

       200-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           PERFORM 210-TOTAL-CONCEPTO THRU 210-FIN
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER 5
           MOVE WS-ATRASADOS    TO WS-TOT-ATRASADOS-R
           MOVE WS-TOT-ATRASADO TO WS-TOT-ATRASADO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-ATRASADOS AFTER 2
           IF WS-STATUS-PENDEDU NOT EQUAL "35"
              THEN
                  CLOSE PENDEDU
           END-IF
           CLOSE REPORTE
           DISPLAY "PENDIENTES TERMINADO, LEIDOS: " WS-LEIDOS
                   " ATRASADOS: " WS-ATRASADOS
           IF WS-ATRASADOS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       210-TOTAL-CONCEPTO.
           MOVE WS-CON-CLAVE  (WS-IND) TO WS-TOT-CON-CLAVE
           MOVE WS-TC-CUANTOS (WS-IND) TO WS-TOT-CON-CUANTOS
           MOVE WS-TC-IMPORTE (WS-IND) TO WS-TOT-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOT-CONCEPTO AFTER 1.
       210-FIN.  EXIT.
