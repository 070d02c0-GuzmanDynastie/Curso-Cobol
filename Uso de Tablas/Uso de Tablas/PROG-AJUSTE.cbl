      * DE INCREMENTO A CADA EMPLEADO ACTIVO QUE CALIFIQUE POR         *
      * DEPARTAMENTO Y REGRABA EL SALARIO NUEVO EN EL MISMO MAESTRO,   *
      * DEJANDO UN REPORTE DE ANTES/DESPUES/INCREMENTO POR EMPLEADO.   *
      * EN MODO CONTRATO COLECTIVO SOLO AJUSTA A LOS SINDICALIZADOS    *
      * SEGUN SINDICAT. ESTA VIA DIRECTA NO ENCOLA: UN CONTRATO CON    *
      * FECHA EFECTIVA FUTURA SE RECHAZA Y DEBE IR POR LA PROPUESTA    *
      * (PROGPROP/PROGAPLI), QUE LO DEJA EN FUTUROS.                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT CTRLAJUS     ASSIGN TO UT-S-CTRLAJUS
                               FILE STATUS IS WS-STATUS-CTRLAJUS.
           SELECT SINDICAT     ASSIGN TO UT-S-SINDICAT
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SIN-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SINDICAT.

       DATA DIVISION.
       FILE SECTION.
              88 AJU-EN-PROCESO      VALUE "E".
              88 AJU-TERMINADO       VALUE "T".

       FD  SINDICAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-SINDICAT.
           COPY SINDICAT.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 CORRIDA-REANUDA      VALUE "S".
           05 WS-AJU-ESTADO       PIC X(01)    VALUE "E".
           05 WS-EDIT-SALARIO     PIC 9(07).99.
           05 WS-STATUS-SINDICAT  PIC X(02)    VALUE "00".
              88 SINDICAT-OK          VALUE "00".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-CAND.
           05 WS-CAND-ACCION      PIC X(01)    VALUE "V".
              10 LK-DEPTO-DESDE    PIC 9(03).
              10 LK-DEPTO-HASTA    PIC 9(03).
           05 LK-AJUSTE-ID        PIC X(06).
           05 LK-SOLO-SINDICATO   PIC X(01).
              88 SOLO-SINDICALIZADOS VALUE "S".
           05 LK-FECHA-EFECTIVA   PIC 9(08).

       PROCEDURE DIVISION USING LK-PARAMETROS-AJUSTE.
       010-INICIO.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           PERFORM 012-VERIFICA-CONTRATO THRU 012-FIN
           PERFORM 013-VERIFICA-CANDADO THRU 013-FIN
           PERFORM 017-LEE-RUN-CONTROL  THRU 017-FIN
           PERFORM 015-RESPALDA-MAESTRO THRU 015-FIN
           PERFORM 210-GRABA-BITACORA   THRU 210-FIN
           GOBACK.

      * EL AJUSTE DIRECTO REGRABA EL MAESTRO HOY MISMO, ASI QUE UN
      * CONTRATO COLECTIVO QUE RIGE EN FECHA FUTURA NO PUEDE IR POR
      * AQUI. SI LA FECHA YA PASO, LOS PERIODOS PAGADOS DESDE ENTONCES
      * SE COMPLETAN CON EL RETROACTIVO.
       012-VERIFICA-CONTRATO.
           IF NOT SOLO-SINDICALIZADOS
              THEN
                  GO TO 012-FIN
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           IF LK-FECHA-EFECTIVA GREATER WS-FECHA-HOY
              THEN
                  DISPLAY "CONTRATO EFECTIVO EL " LK-FECHA-EFECTIVA
                          ": USE LA PROPUESTA (PROGPROP/PROGAPLI), "
                          "QUE LO ENCOLA EN FUTUROS"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           IF LK-FECHA-EFECTIVA LESS WS-FECHA-HOY
              THEN
                  DISPLAY "AVISO: CONTRATO EFECTIVO DESDE "
                          LK-FECHA-EFECTIVA
                          "; CORRA PROGRETR POR LOS PERIODOS PAGADOS"
           END-IF.
       012-FIN.  EXIT.

      * EL MAESTRO NO SE TOCA MIENTRAS EL PROCESO NOCTURNO TRAE
      * PUESTO EL CANDADO; UN CANDADO HUERFANO SE LIBERA CON PROGLIBC.
       013-VERIFICA-CANDADO.
       015-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           IF SOLO-SINDICALIZADOS
              THEN
                  OPEN INPUT SINDICAT
                  IF NOT SINDICAT-OK
                     THEN
                         DISPLAY "NO SE PUDO ABRIR SINDICAT, STATUS: "
                                 WS-STATUS-SINDICAT
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                  END-IF
           END-IF
           OPEN I-O    EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN

       030-TITULOS.
           EVALUATE TRUE
              WHEN SOLO-SINDICALIZADOS
                 MOVE "AJUSTE POR CONTRATO COLECTIVO" TO WS-TIT-AJUSTE
              WHEN AJUSTE-FIN-ANIO
                 MOVE "AJUSTE DE SALARIOS FIN DE ANIO" TO WS-TIT-AJUSTE
              WHEN AJUSTE-MEDIO-ANIO
                  OR DEPTO-EMP GREATER LK-DEPTO-HASTA)
              THEN
                  SET DEPTO-NO-CALIFICA TO TRUE
           END-IF
           IF SOLO-SINDICALIZADOS
              AND DEPTO-CALIFICA
              AND NOT CTRL-ES-ENCABEZADO
              AND NOT CTRL-ES-SUMARIO
              THEN
                  MOVE NUMERO-EMP TO SIN-NUMERO-EMP
                  READ SINDICAT
                     INVALID KEY
                        MOVE "N" TO SIN-AFILIACION
                  END-READ
                  IF NOT SIN-SINDICALIZADO
                     THEN
                         SET DEPTO-NO-CALIFICA TO TRUE
                  END-IF
           END-IF.
       045-FIN.  EXIT.

           PERFORM 018-GRABA-RUN-CONTROL THRU 018-FIN
           CLOSE EMPLEADOS
           CLOSE REPORTE
           IF SOLO-SINDICALIZADOS
              THEN
                  CLOSE SINDICAT
           END-IF
           DISPLAY "AJUSTE DE SALARIOS TERMINADO, EMPLEADOS: "
                   WS-PROCESADOS
           IF WS-PROCESADOS GREATER ZERO
