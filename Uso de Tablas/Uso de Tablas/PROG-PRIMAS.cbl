       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPRIM.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * REPORTE MENSUAL DE PRIMA DOMINICAL Y FESTIVOS TRABAJADOS.      *
      * PROGRELO DEJA EN PRIMDIA UN RENGLON POR CADA DOMINGO (PDOM) Y  *
      * CADA FERIADO DEL CALENDARIO (FEST) QUE EL EMPLEADO TRABAJO, Y  *
      * PROGNOMI LOS PAGA Y MARCA. ESTA CORRIDA TOMA LOS DIAS DEL MES  *
      * PEDIDO (AAAAMM), LOS CLASIFICA POR DEPARTAMENTO, CONCEPTO Y    *
      * EMPLEADO Y LISTA QUIEN GANO CADA PRIMA:                        *
      *   - UN RENGLON POR DIA CON FECHA, CONCEPTO, SI YA SE PAGO Y EL *
      *     IMPORTE PAGADO;                                            *
      *   - SUBTOTAL DE DIAS E IMPORTE POR CONCEPTO EN CADA            *
      *     DEPARTAMENTO;                                              *
      *   - TOTALES GENERALES POR CONCEPTO, CON LOS DIAS AUN           *
      *     PENDIENTES DE PAGO.                                        *
      * SOLO LEE: NO MARCA NI CAMBIA NADA EN PRIMDIA.                  *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIMDIA      ASSIGN TO UT-S-PRIMDIA
                               FILE STATUS IS WS-STATUS-PRIMDIA.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT ARCHIVO-SORT ASSIGN TO UT-S-SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIMDIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRIMDIA-ENT.
       01  REG-PRIMDIA-ENT        PIC X(50).

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

      * LOS DIAS DEL MES SE CLASIFICAN POR DEPARTAMENTO, CONCEPTO,
      * EMPLEADO Y FECHA; EL AREA DE SORT LLEVA EL LAYOUT DE PRIMDIA.
       SD  ARCHIVO-SORT
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-PRIMDIA.
           COPY PRIMDIA.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PRIMDIA   PIC X(02)    VALUE "00".
              88 PRIMDIA-OK         VALUE "00".
              88 PRIMDIA-NO-EXISTE  VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-SORT         PIC X(03)    VALUE SPACES.
           05 SW-HAY-EMPLEADOS    PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-EMPLEADOS VALUE "S".
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-SELECCIONADOS    PIC 9(07)    VALUE ZEROS.
           05 WS-DEPTO-ACTUAL     PIC 9(03)    VALUE ZEROS.
           05 WS-CPTO-ACTUAL      PIC X(04)    VALUE SPACES.
           05 WS-SUB-DIAS         PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-IMPORTE      PIC 9(09)V99 VALUE ZEROS.
           05 WS-DOM-DIAS         PIC 9(05)    VALUE ZEROS.
           05 WS-DOM-PENDIENTES   PIC 9(05)    VALUE ZEROS.
           05 WS-DOM-IMPORTE      PIC 9(09)V99 VALUE ZEROS.
           05 WS-FES-DIAS         PIC 9(05)    VALUE ZEROS.
           05 WS-FES-PENDIENTES   PIC 9(05)    VALUE ZEROS.
           05 WS-FES-IMPORTE      PIC 9(09)V99 VALUE ZEROS.
           05 WS-MES-PEDIDO.
              10 WS-PED-ANIO      PIC 9(04).
              10 WS-PED-MES       PIC 9(02).

       01  WS-TITULO-1.
           05 FILLER              PIC X(14)    VALUE SPACES.
           05 FILLER              PIC X(52)
              VALUE "PRIMA DOMINICAL Y FESTIVOS TRABAJADOS POR DEPTO".
           05 FILLER              PIC X(14)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(11)    VALUE "  MES:     ".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-MES        PIC 9(02).
           05 FILLER              PIC X(62)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "EMPL.  ".
           05 FILLER              PIC X(26)    VALUE "NOMBRE".
           05 FILLER              PIC X(10)    VALUE "FECHA".
           05 FILLER              PIC X(06)    VALUE "CPTO".
           05 FILLER              PIC X(11)    VALUE "ESTADO".
           05 FILLER              PIC X(18)    VALUE "     IMPORTE".

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-ENC-DEPTO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(14)    VALUE "DEPARTAMENTO: ".
           05 WS-ENC-DEPTO-COD    PIC 9(03).
           05 FILLER              PIC X(62)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(24).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CONCEPTO     PIC X(04).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ESTADO       PIC X(09).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(06)    VALUE SPACES.

       01  WS-DET-SUBTOTAL.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(15)    VALUE "SUBTOTAL DEPTO ".
           05 WS-SUB-DEPTO-R      PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-SUB-CONCEPTO-R   PIC X(04).
           05 FILLER              PIC X(08)    VALUE "  DIAS: ".
           05 WS-SUB-DIAS-R       PIC ZZ,ZZ9.
           05 FILLER              PIC X(10)    VALUE "  PAGADO: ".
           05 WS-SUB-IMPORTE-R    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-DET-TOT-CONCEPTO.
           05 FILLER              PIC X(01).
           05 WS-TOT-CPTO-TEXTO   PIC X(19).
           05 FILLER              PIC X(07)    VALUE " DIAS: ".
           05 WS-TOT-DIAS-R       PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE "  PEND:".
           05 WS-TOT-PEND-R       PIC ZZ,ZZ9.
           05 FILLER              PIC X(09)    VALUE "  PAGADO:".
           05 WS-TOT-IMPORTE-R    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "MES DEL REPORTE (AAAAMM): "
           ACCEPT WS-MES-PEDIDO
           PERFORM 015-VALIDA-MES       THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           SORT ARCHIVO-SORT ON ASCENDING KEY
                DPR-DEPTO
                DPR-CONCEPTO
                DPR-NUMERO-EMP
                DPR-FECHA
           INPUT  PROCEDURE 030-ALIMENTA THRU 030-FIN
           OUTPUT PROCEDURE 100-LISTA-DEPTOS THRU 100-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

       015-VALIDA-MES.
           IF WS-MES-PEDIDO NOT NUMERIC
              OR WS-PED-MES LESS 1
              OR WS-PED-MES GREATER 12
              THEN
                  DISPLAY "MES INVALIDO: " WS-MES-PEDIDO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF.
       015-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
      * SIN MAESTRO DE EMPLEADOS EL REPORTE SALE SOLO CON EL NUMERO.
           OPEN INPUT EMPLEADOS
           IF EMPLEADOS-OK
              THEN
                  SET HAY-ARCHIVO-EMPLEADOS TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO EMPLEADOS, EL REPORTE SALE "
                          "SIN NOMBRES, STATUS: " WS-STATUS-EMPLEADOS
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           MOVE WS-PED-ANIO TO WS-TIT-2-ANIO
           MOVE WS-PED-MES  TO WS-TIT-2-MES
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       020-FIN.  EXIT.

      * ALIMENTA EL SORT CON LOS DIAS CON PRIMA DEL MES PEDIDO.
       030-ALIMENTA.
           OPEN INPUT PRIMDIA
           IF PRIMDIA-NO-EXISTE
              THEN
                  DISPLAY "NO EXISTE PRIMDIA (CORRA PROGRELO)"
                  GO TO 030-FIN
           END-IF
           IF NOT PRIMDIA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PRIMDIA, STATUS: "
                          WS-STATUS-PRIMDIA
                  MOVE 8 TO RETURN-CODE
                  GO TO 030-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 035-SUELTA THRU 035-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PRIMDIA.
       030-FIN.  EXIT.

       035-SUELTA.
           READ PRIMDIA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 035-FIN
           END-READ
           ADD 1 TO WS-LEIDOS
           MOVE REG-PRIMDIA-ENT TO REG-PRIMDIA
           IF DPR-ANIO EQUAL WS-PED-ANIO
              AND DPR-MES EQUAL WS-PED-MES
              THEN
                  ADD 1 TO WS-SELECCIONADOS
                  RELEASE REG-PRIMDIA
           END-IF.
       035-FIN.  EXIT.

       100-LISTA-DEPTOS.
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 110-LEE-SORT THRU 110-FIN
           PERFORM 120-DEPARTAMENTO THRU 120-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN".
       100-FIN.  EXIT.

       110-LEE-SORT.
           RETURN ARCHIVO-SORT
              AT END
                 MOVE "FIN" TO SW-FIN-SORT
           END-RETURN.
       110-FIN.  EXIT.

      * CORTE DE CONTROL POR DEPARTAMENTO.
       120-DEPARTAMENTO.
           MOVE DPR-DEPTO TO WS-DEPTO-ACTUAL
           MOVE DPR-DEPTO TO WS-ENC-DEPTO-COD
           WRITE REG-REPORTE FROM WS-ENC-DEPTO AFTER 2
           PERFORM 130-CONCEPTO THRU 130-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"
                      OR DPR-DEPTO NOT EQUAL WS-DEPTO-ACTUAL.
       120-FIN.  EXIT.

      * CORTE DE CONTROL POR CONCEPTO DENTRO DEL DEPARTAMENTO.
       130-CONCEPTO.
           MOVE DPR-CONCEPTO TO WS-CPTO-ACTUAL
           MOVE ZEROS        TO WS-SUB-DIAS
                                WS-SUB-IMPORTE
           PERFORM 140-DETALLE THRU 140-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"
                      OR DPR-DEPTO NOT EQUAL WS-DEPTO-ACTUAL
                      OR DPR-CONCEPTO NOT EQUAL WS-CPTO-ACTUAL
           MOVE WS-DEPTO-ACTUAL TO WS-SUB-DEPTO-R
           MOVE WS-CPTO-ACTUAL  TO WS-SUB-CONCEPTO-R
           MOVE WS-SUB-DIAS     TO WS-SUB-DIAS-R
           MOVE WS-SUB-IMPORTE  TO WS-SUB-IMPORTE-R
           WRITE REG-REPORTE FROM WS-DET-SUBTOTAL AFTER 1.
       130-FIN.  EXIT.

       140-DETALLE.
           MOVE DPR-NUMERO-EMP TO WS-DET-NUMERO
           MOVE SPACES         TO WS-DET-NOMBRE
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  MOVE DPR-NUMERO-EMP TO NUMERO-EMP
                  READ EMPLEADOS
                     INVALID KEY
                        MOVE "NO ESTA EN EL MAESTRO" TO WS-DET-NOMBRE
                     NOT INVALID KEY
                        MOVE NOMBRE-EMP TO WS-DET-NOMBRE
                  END-READ
           END-IF
           MOVE DPR-FECHA      TO WS-DET-FECHA
           MOVE DPR-CONCEPTO   TO WS-DET-CONCEPTO
           ADD 1 TO WS-SUB-DIAS
           IF DPR-YA-PAGADA
              THEN
                  MOVE "PAGADA"    TO WS-DET-ESTADO
                  MOVE DPR-IMPORTE TO WS-DET-IMPORTE
                  ADD DPR-IMPORTE  TO WS-SUB-IMPORTE
              ELSE
                  MOVE "PENDIENTE" TO WS-DET-ESTADO
                  MOVE ZEROS       TO WS-DET-IMPORTE
           END-IF
           PERFORM 150-ACUMULA-CONCEPTO THRU 150-FIN
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           PERFORM 110-LEE-SORT THRU 110-FIN.
       140-FIN.  EXIT.

       150-ACUMULA-CONCEPTO.
           EVALUATE TRUE
              WHEN DPR-ES-DOMINICAL
                 ADD 1 TO WS-DOM-DIAS
                 IF DPR-YA-PAGADA
                    THEN
                        ADD DPR-IMPORTE TO WS-DOM-IMPORTE
                    ELSE
                        ADD 1 TO WS-DOM-PENDIENTES
                 END-IF
              WHEN DPR-ES-FESTIVO
                 ADD 1 TO WS-FES-DIAS
                 IF DPR-YA-PAGADA
                    THEN
                        ADD DPR-IMPORTE TO WS-FES-IMPORTE
                    ELSE
                        ADD 1 TO WS-FES-PENDIENTES
                 END-IF
           END-EVALUATE.
       150-FIN.  EXIT.

       200-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 2
           MOVE "PRIMA DOMINICAL  :" TO WS-TOT-CPTO-TEXTO
           MOVE WS-DOM-DIAS         TO WS-TOT-DIAS-R
           MOVE WS-DOM-PENDIENTES   TO WS-TOT-PEND-R
           MOVE WS-DOM-IMPORTE      TO WS-TOT-IMPORTE-R
           WRITE REG-REPORTE FROM WS-DET-TOT-CONCEPTO AFTER 1
           MOVE "FESTIVO TRABAJADO:" TO WS-TOT-CPTO-TEXTO
           MOVE WS-FES-DIAS         TO WS-TOT-DIAS-R
           MOVE WS-FES-PENDIENTES   TO WS-TOT-PEND-R
           MOVE WS-FES-IMPORTE      TO WS-TOT-IMPORTE-R
           WRITE REG-REPORTE FROM WS-DET-TOT-CONCEPTO AFTER 1
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  CLOSE EMPLEADOS
           END-IF
           CLOSE REPORTE
           DISPLAY "REPORTE DE PRIMAS TERMINADO, LEIDOS: " WS-LEIDOS
                   " DEL MES: " WS-SELECCIONADOS
           EVALUATE TRUE
              WHEN RETURN-CODE EQUAL 8
                 CONTINUE
              WHEN WS-SELECCIONADOS EQUAL ZEROS
                 DISPLAY "NINGUN DIA CON PRIMA EN EL MES "
                         WS-MES-PEDIDO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       200-FIN.  EXIT.
