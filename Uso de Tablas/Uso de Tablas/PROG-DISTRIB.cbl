      * DEPARTAMENTO, PARA TENER LA FOTOGRAFIA COMPLETA DE LA          *
      * EMPRESA (A DIFERENCIA DE PROGSORT Y PROGSQL, QUE SIEMPRE       *
      * ESTAN ACOTADOS A UN DEPARTAMENTO O RANGO).                     *
      * CON EL ARCHIVO DE AFILIACION SINDICAL (SINDICAT) AGREGA UNA    *
      * SEGUNDA SECCION QUE SEPARA LA PLANTILLA ACTIVA DE CADA         *
      * DEPARTAMENTO EN SINDICALIZADOS Y DE CONFIANZA.                 *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT SINDICAT     ASSIGN TO UT-S-SINDICAT
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SIN-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SINDICAT.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       FD  SINDICAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-SINDICAT.
           COPY SINDICAT.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 DEPTO-ENCONTRADO   VALUE "S".
              88 DEPTO-NO-ENCONTRADO VALUE "N".
           05 WS-TOTAL-SUMARIO    PIC 9(05)    VALUE ZEROS.
           05 WS-STATUS-SINDICAT  PIC X(02)    VALUE "00".
              88 SINDICAT-OK        VALUE "00".
           05 SW-HAY-SINDICAT     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-SINDICAT VALUE "S".
           05 WS-TOT-SINDICAL     PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-CONFIANZA    PIC 9(05)    VALUE ZEROS.
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              10 WS-TD-ACTIVOS    PIC 9(05)    VALUE ZEROS.
              10 WS-TD-INACTIVOS  PIC 9(05)    VALUE ZEROS.
              10 WS-TD-LICENCIAS  PIC 9(05)    VALUE ZEROS.
              10 WS-TD-SINDICAL   PIC 9(05)    VALUE ZEROS.
              10 WS-TD-CONFIANZA  PIC 9(05)    VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 WS-TOT-LEIDOS       PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-TITULO-SIND.
           05 FILLER              PIC X(15)    VALUE SPACES.
           05 FILLER              PIC X(50)    VALUE
              "PLANTILLA ACTIVA: SINDICALIZADOS Y DE CONFIANZA".
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-SUB-TITULO-SIND.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "DEPTO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "NOMBRE".
           05 FILLER              PIC X(16)    VALUE SPACES.
           05 FILLER              PIC X(14)    VALUE "SINDICALIZADOS".
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "CONFIANZA".
           05 FILLER              PIC X(21)    VALUE SPACES.

       01  WS-DETALLE-SIND.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DSI-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DSI-DEPTO-NOM    PIC X(20).
           05 FILLER              PIC X(10)    VALUE SPACES.
           05 WS-DSI-SINDICAL     PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE SPACES.
           05 WS-DSI-CONFIANZA    PIC ZZ,ZZ9.
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-DET-TOT-SINDICAL.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "ACTIVOS SINDICALIZADOS     : ".
           05 WS-TOT-SINDICAL-R   PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-CONFIANZA.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "ACTIVOS DE CONFIANZA       : ".
           05 WS-TOT-CONFIANZA-R  PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  GOBACK
           END-IF
      * SIN ARCHIVO DE AFILIACION EL REPORTE SALE COMO SIEMPRE, SOLO
      * SIN LA SECCION DE SINDICALIZADOS.
           OPEN INPUT  SINDICAT
           IF SINDICAT-OK
              THEN
                  SET HAY-ARCHIVO-SINDICAT TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO SINDICAT, NO SE SEPARA "
                          "SINDICALIZADOS, STATUS: " WS-STATUS-SINDICAT
           END-IF.
       020-FIN.  EXIT.

                 ADD 1 TO WS-TD-LICENCIAS (WS-IDX-DEPTO)
              WHEN OTHER
                 ADD 1 TO WS-TD-ACTIVOS (WS-IDX-DEPTO)
                 PERFORM 060-CLASIFICA-SINDICATO THRU 060-FIN
           END-EVALUATE.
       050-FIN.  EXIT.

      * SIN REGISTRO EN SINDICAT EL EMPLEADO ES DE CONFIANZA.
       060-CLASIFICA-SINDICATO.
           IF NOT HAY-ARCHIVO-SINDICAT
              THEN
                  GO TO 060-FIN
           END-IF
           MOVE NUMERO-EMP TO SIN-NUMERO-EMP
           READ SINDICAT
              INVALID KEY
                 MOVE "N" TO SIN-AFILIACION
           END-READ
           IF SIN-SINDICALIZADO
              THEN
                  ADD 1 TO WS-TD-SINDICAL  (WS-IDX-DEPTO)
                  ADD 1 TO WS-TOT-SINDICAL
              ELSE
                  ADD 1 TO WS-TD-CONFIANZA (WS-IDX-DEPTO)
                  ADD 1 TO WS-TOT-CONFIANZA
           END-IF.
       060-FIN.  EXIT.

       200-FINAL.
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
                   UNTIL WS-IDX-DEPTO GREATER WS-TOTAL-DEPTOS
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-LEIDOS TO WS-TOT-LEIDOS
           WRITE REG-REPORTE FROM WS-DET-TOTAL-GRAL AFTER 1
           IF HAY-ARCHIVO-SINDICAT
              THEN
                  PERFORM 210-SECCION-SINDICATO THRU 210-FIN
                  CLOSE SINDICAT
           END-IF
           CLOSE EMPLEADOS
           CLOSE REPORTE
           DISPLAY "DISTRIBUCION TERMINADA, DEPARTAMENTOS: "
                   WS-TOTAL-DEPTOS.
       200-FIN.  EXIT.

       210-SECCION-SINDICATO.
           WRITE REG-REPORTE FROM WS-TITULO-SIND     AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES         AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-SIND AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES         AFTER 1
           PERFORM VARYING WS-IDX-DEPTO FROM 1 BY 1
                   UNTIL WS-IDX-DEPTO GREATER WS-TOTAL-DEPTOS
              MOVE WS-TD-DEPTO     (WS-IDX-DEPTO) TO WS-DSI-DEPTO
                                                     LK-DEPTO-CODIGO
              CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
              MOVE LK-DEPTO-NOMBRE                TO WS-DSI-DEPTO-NOM
              MOVE WS-TD-SINDICAL  (WS-IDX-DEPTO) TO WS-DSI-SINDICAL
              MOVE WS-TD-CONFIANZA (WS-IDX-DEPTO) TO WS-DSI-CONFIANZA
              WRITE REG-REPORTE FROM WS-DETALLE-SIND AFTER 1
           END-PERFORM
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-TOT-SINDICAL  TO WS-TOT-SINDICAL-R
           WRITE REG-REPORTE FROM WS-DET-TOT-SINDICAL  AFTER 1
           MOVE WS-TOT-CONFIANZA TO WS-TOT-CONFIANZA-R
           WRITE REG-REPORTE FROM WS-DET-TOT-CONFIANZA AFTER 1.
       210-FIN.  EXIT.
