      * PROGRAMA QUE EMITE UN REPORTE DE UN ARCHIVO CLASIFICADO.       *
      * SE UTILIZA LA INSTRUCCION SORT CON LAS OPCIONES DE             *
      * INPUT PROCEDURE Y OUTPUT PROCEDURE.                            *
      * CON EL ARCHIVO DE AFILIACION SINDICAL (SINDICAT) LOS TOTALES   *
      * SE PARTEN ADEMAS EN SINDICALIZADOS Y DE CONFIANZA.             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               FILE STATUS IS WS-STATUS-REPHIST.
           SELECT HISTMES      ASSIGN TO UT-S-HISTMES
                               FILE STATUS IS WS-STATUS-HISTMES.
           SELECT SINDICAT     ASSIGN TO UT-S-SINDICAT
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SIN-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SINDICAT.
           SELECT ARCHIVO-SORT ASSIGN TO UT-S-SORTWK01.

       DATA DIVISION.
           DATA RECORD IS REG-HISTMES.
           COPY HISTMES.

       FD  SINDICAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-SINDICAT.
           COPY SINDICAT.

       SD  ARCHIVO-SORT
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-SORT.
              88 REPHIST-OK         VALUE "00".
           05 WS-STATUS-HISTMES   PIC X(02)    VALUE "00".
              88 HISTMES-OK         VALUE "00".
           05 WS-STATUS-SINDICAT  PIC X(02)    VALUE "00".
              88 SINDICAT-OK        VALUE "00".
           05 SW-HAY-SINDICAT     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-SINDICAT VALUE "S".
           05 WS-SIN-EMPLEADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-SALARIOS     PIC 9(09)V99 VALUE ZEROS.
           05 WS-SIN-NETO         PIC 9(09)V99 VALUE ZEROS.
           05 WS-CON-EMPLEADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-CON-SALARIOS     PIC 9(09)V99 VALUE ZEROS.
           05 WS-CON-NETO         PIC 9(09)V99 VALUE ZEROS.
           05 WS-NOMBRE-REPHIST.
              10 FILLER            PIC X(12)   VALUE "UT-S-REPORT.".
              10 WS-REPHIST-ANIO   PIC 9(04)   VALUE ZEROS.
           05 WS-TOT-NETO2        PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-DETALLE-SINDICATO.
           05 FILLER              PIC X(01).
           05 WS-DSI-ETIQUETA     PIC X(29).
           05 WS-DSI-EMPLEADOS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(08)    VALUE "  SAL: ".
           05 WS-DSI-SALARIOS     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(09)    VALUE "  NETO: ".
           05 WS-DSI-NETO         PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(69)    VALUE SPACES.

       01  WS-DETALLE-DESCUADRE.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(16)    VALUE "DESCUADRE CTRL: ".
           05 FILLER              PIC X(02)    VALUE ",,".
           05 WS-CSV-TOT-NETO     PIC 9(09).99.

       01  WS-CSV-SINDICATO.
           05 WS-CSV-SIN-ETIQUETA PIC X(15).
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-SIN-EMPLEADOS PIC 9(05).
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-SIN-SALARIO  PIC 9(09).99.
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-SIN-NETO     PIC 9(09).99.

       LINKAGE SECTION.
       01  LK-PARAMETROS.
           05 LK-FECHA.
           IF SW-FIN NOT EQUAL "FIN"
              THEN
                  PERFORM 032-POSICIONA THRU 032-FIN
           END-IF
      * SIN ARCHIVO DE AFILIACION EL REPORTE SALE COMO SIEMPRE, SOLO
      * SIN LA SEPARACION DE SINDICALIZADOS Y CONFIANZA.
           OPEN INPUT  SINDICAT
           IF SINDICAT-OK
              THEN
                  SET HAY-ARCHIVO-SINDICAT TO TRUE
           END-IF.
       030-FIN.  EXIT.

           ADD WS-NETO-EMP        TO WS-TOT-NETO
           ADD 1                  TO WS-SUB-LEIDOS
           ADD 1                  TO WS-SUBPUE-LEIDOS
           IF HAY-ARCHIVO-SINDICAT
              THEN
                  PERFORM 128-CLASIFICA-SINDICATO THRU 128-FIN
           END-IF
           EVALUATE TRUE
              WHEN FORMATO-CSV
                 PERFORM 121-DETALLE-CSV     THRU 121-FIN
           MOVE WS-SUB-SALARIOS   TO WS-HD-SALARIOS (WS-IDX-HD).
       127-FIN.  EXIT.

      * SIN REGISTRO EN SINDICAT EL EMPLEADO ES DE CONFIANZA.
       128-CLASIFICA-SINDICATO.
           MOVE WS-NUMERO-EMP TO SIN-NUMERO-EMP
           READ SINDICAT
              INVALID KEY
                 MOVE "N" TO SIN-AFILIACION
           END-READ
           IF SIN-SINDICALIZADO
              THEN
                  ADD 1              TO WS-SIN-EMPLEADOS
                  ADD WS-SALARIO-EMP TO WS-SIN-SALARIOS
                  ADD WS-NETO-EMP    TO WS-SIN-NETO
              ELSE
                  ADD 1              TO WS-CON-EMPLEADOS
                  ADD WS-SALARIO-EMP TO WS-CON-SALARIOS
                  ADD WS-NETO-EMP    TO WS-CON-NETO
           END-IF.
       128-FIN.  EXIT.

       200-FINAL.
           IF ORDEN-DEPTO
              AND NOT PRIMER-DETALLE
                 MOVE WS-TOT-NETO       TO WS-TOT-NETO2
                 WRITE REG-REPORTE FROM WS-DETALLE-NETO
           END-EVALUATE
           IF HAY-ARCHIVO-SINDICAT
              THEN
                  PERFORM 205-TOTALES-SINDICATO THRU 205-FIN
                  CLOSE SINDICAT
           END-IF
           IF HUBO-DESCUADRE
              THEN
                  EVALUATE TRUE
           PERFORM 215-GRABA-HISTMES   THRU 215-FIN.
       200-FIN.  EXIT.

       205-TOTALES-SINDICATO.
           EVALUATE TRUE
              WHEN FORMATO-CSV
                 MOVE "SINDICALIZADOS"  TO WS-CSV-SIN-ETIQUETA
                 MOVE WS-SIN-EMPLEADOS  TO WS-CSV-SIN-EMPLEADOS
                 MOVE WS-SIN-SALARIOS   TO WS-CSV-SIN-SALARIO
                 MOVE WS-SIN-NETO       TO WS-CSV-SIN-NETO
                 WRITE REG-REPORTE FROM WS-CSV-SINDICATO
                 MOVE "CONFIANZA"       TO WS-CSV-SIN-ETIQUETA
                 MOVE WS-CON-EMPLEADOS  TO WS-CSV-SIN-EMPLEADOS
                 MOVE WS-CON-SALARIOS   TO WS-CSV-SIN-SALARIO
                 MOVE WS-CON-NETO       TO WS-CSV-SIN-NETO
                 WRITE REG-REPORTE FROM WS-CSV-SINDICATO
              WHEN OTHER
                 MOVE "EMPLEADOS SINDICALIZADOS  : "
                                        TO WS-DSI-ETIQUETA
                 MOVE WS-SIN-EMPLEADOS  TO WS-DSI-EMPLEADOS
                 MOVE WS-SIN-SALARIOS   TO WS-DSI-SALARIOS
                 MOVE WS-SIN-NETO       TO WS-DSI-NETO
                 WRITE REG-REPORTE FROM WS-DETALLE-SINDICATO
                 MOVE "EMPLEADOS DE CONFIANZA    : "
                                        TO WS-DSI-ETIQUETA
                 MOVE WS-CON-EMPLEADOS  TO WS-DSI-EMPLEADOS
                 MOVE WS-CON-SALARIOS   TO WS-DSI-SALARIOS
                 MOVE WS-CON-NETO       TO WS-DSI-NETO
                 WRITE REG-REPORTE FROM WS-DETALLE-SINDICATO
           END-EVALUATE.
       205-FIN.  EXIT.

       210-ARCHIVA-REPORTE.
      * CONSERVA UNA COPIA FECHADA DEL REPORTE DE HOY ANTES DE QUE LA
      * CORRIDA DE MANANA VUELVA A ABRIR REPORTE EN MODO OUTPUT Y LO
