      *   - SUS DATOS PERSONALES DE EMPDATOS, SI EXISTEN.              *
      *   - SUS RENGLONES DE AUDITORIA (QUIEN HIZO QUE Y CUANDO).      *
      *   - SU HISTORIA DE CAMBIOS ANTES/DESPUES DE HISTCAMB.          *
      *   - SU HISTORIA DE CAPACITACION DE HISTCAPA, AUNQUE SEA BAJA.  *
      *   - LOS PERIODOS CON RECIBO DE NOMINA VIGENTE QUE NO TIENEN    *
      *     ACUSE FIRMADO EN ACUSE (VER PROGACUS).                     *
      * CADA CONSULTA QUEDA EN LA BITACORA DE CONSULTAS ACCESAL (VIA   *
      * PROGACCE) CON EL OPERADOR Y SI EL SALARIO SALIO A LA VISTA O   *
      * ENMASCARADO.                                                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               FILE STATUS IS WS-STATUS-AUDITORIA.
           SELECT HISTCAMB     ASSIGN TO UT-S-HISTCAMB
                               FILE STATUS IS WS-STATUS-HISTCAMB.
           SELECT HISTCAPA     ASSIGN TO UT-S-HISTCAPA
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS HCP-LLAVE
                               FILE STATUS IS WS-STATUS-HISTCAPA.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT ACUSE        ASSIGN TO UT-S-ACUSE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACU-LLAVE
                               FILE STATUS IS WS-STATUS-ACUSE.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-HISTCAMB.
           COPY HISTCAMB.

       FD  HISTCAPA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-HISTCAPA.
           COPY HISTCAPA.

       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

       FD  ACUSE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-ACUSE.
           COPY ACUSE.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 AUDITORIA-OK       VALUE "00".
           05 WS-STATUS-HISTCAMB  PIC X(02)    VALUE "00".
              88 HISTCAMB-OK        VALUE "00".
           05 WS-STATUS-HISTCAPA  PIC X(02)    VALUE "00".
              88 HISTCAPA-OK        VALUE "00".
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-ACUSE     PIC X(02)    VALUE "00".
              88 ACUSE-OK           VALUE "00".
           05 SW-HAY-ACUSES       PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-ACUSES VALUE "S".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-RENGLONES        PIC 9(05)    VALUE ZEROS.
              10 LK-DEPTO-CCOSTO       PIC X(06).
              10 LK-DEPTO-ENCONTRADO   PIC X(01).

      * PERIODOS DEL EMPLEADO EN NOMINA: CADA NORM SUMA Y CADA REVE
      * RESTA; CON SALDO ARRIBA DE CERO EL RECIBO ESTA VIGENTE.
       01  WS-TABLA-RECIBOS.
           05 WS-REC-CUANTOS      PIC 9(03)    VALUE ZEROS.
           05 WS-IND-REC          PIC 9(03)    VALUE ZEROS.
           05 WS-RECIBO OCCURS 300 TIMES.
              10 WS-REC-PERIODO   PIC 9(08).
              10 WS-REC-VIGENTES  PIC S9(03).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "$".
           05 WS-MENU-USUARIO     PIC X(08).
              88 MENU-ERROR          VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROG360".

       01  WS-PARAMETROS-ACCE.
           05 WS-ACCE-USUARIO     PIC X(08).
           05 WS-ACCE-NUMERO-EMP  PIC 9(05).
           05 WS-ACCE-DEPTO-EMP   PIC 9(03).
           05 WS-ACCE-PROGRAMA    PIC X(08)    VALUE "PROG360".
           05 WS-ACCE-VISTA       PIC X(01).

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
                 GOBACK
           END-READ
           PERFORM 100-MUESTRA-MAESTRO   THRU 100-FIN
           PERFORM 150-REGISTRA-CONSULTA THRU 150-FIN
           PERFORM 200-MUESTRA-DATOS     THRU 200-FIN
           PERFORM 300-MUESTRA-AUDITORIA THRU 300-FIN
           PERFORM 400-MUESTRA-CAMBIOS   THRU 400-FIN
           PERFORM 500-MUESTRA-CAPACITA  THRU 500-FIN
           PERFORM 600-MUESTRA-ACUSES    THRU 600-FIN
           CLOSE EMPLEADOS
           GOBACK.

           END-IF.
       100-FIN.  EXIT.

      * CADA CONSULTA QUEDA EN ACCESAL (PROGACCE) CON LA VISTA QUE
      * TUVO EL OPERADOR: SALARIO A LA VISTA O ENMASCARADO.
       150-REGISTRA-CONSULTA.
           MOVE WS-MENU-USUARIO TO WS-ACCE-USUARIO
           MOVE NUMERO-EMP      TO WS-ACCE-NUMERO-EMP
           MOVE DEPTO-EMP       TO WS-ACCE-DEPTO-EMP
           IF PUEDE-VER-SALARIOS
              THEN
                  MOVE "V" TO WS-ACCE-VISTA
              ELSE
                  MOVE "M" TO WS-ACCE-VISTA
           END-IF
           CALL "PROGACCE" USING WS-PARAMETROS-ACCE.
       150-FIN.  EXIT.

       200-MUESTRA-DATOS.
           DISPLAY "---------------- DATOS PERSONALES "
                   "----------------"
                  END-IF
           END-IF.
       410-FIN.  EXIT.

       500-MUESTRA-CAPACITA.
           DISPLAY "---------------- CAPACITACION "
                   "--------------------"
           OPEN INPUT HISTCAPA
           IF NOT HISTCAPA-OK
              THEN
                  DISPLAY "SIN ARCHIVO DE CAPACITACION"
                  GO TO 500-FIN
           END-IF
           MOVE ZEROS            TO WS-RENGLONES
           MOVE SPACES           TO SW-FIN
           MOVE LOW-VALUES       TO HCP-LLAVE
           MOVE WS-NUMERO-PEDIDO TO HCP-NUMERO-EMP
           START HISTCAPA KEY IS NOT LESS HCP-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 510-LISTA-CAPACITA THRU 510-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-RENGLONES EQUAL ZEROS
              THEN
                  DISPLAY "SIN CURSOS REGISTRADOS"
           END-IF
           CLOSE HISTCAPA.
       500-FIN.  EXIT.

       510-LISTA-CAPACITA.
           READ HISTCAPA NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 510-FIN
           END-READ
           IF HCP-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 510-FIN
           END-IF
           ADD 1 TO WS-RENGLONES
           DISPLAY HCP-CURSO " DEL " HCP-FECHA-INICIO
                   " AL " HCP-FECHA-FIN " " HCP-HORAS " HRS "
                   "RESULTADO " HCP-RESULTADO " " HCP-INSTRUCTOR.
       510-FIN.  EXIT.

       600-MUESTRA-ACUSES.
           DISPLAY "---------------- RECIBOS SIN ACUSE "
                   "--------------"
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "SIN ARCHIVO DE NOMINA"
                  GO TO 600-FIN
           END-IF
           MOVE ZEROS  TO WS-REC-CUANTOS
           MOVE SPACES TO SW-FIN
           PERFORM 610-LEE-NOMINA THRU 610-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMINA
      * SIN ARCHIVO DE ACUSES TODO RECIBO VIGENTE SALE SIN FIRMA.
           OPEN INPUT ACUSE
           IF ACUSE-OK
              THEN
                  SET HAY-ARCHIVO-ACUSES TO TRUE
           END-IF
           MOVE ZEROS TO WS-RENGLONES
           PERFORM 620-LISTA-SIN-ACUSE THRU 620-FIN
                   VARYING WS-IND-REC FROM 1 BY 1
                   UNTIL WS-IND-REC GREATER WS-REC-CUANTOS
           IF WS-RENGLONES EQUAL ZEROS
              THEN
                  DISPLAY "TODOS SUS RECIBOS TIENEN ACUSE FIRMADO"
              ELSE
                  DISPLAY WS-RENGLONES " PERIODOS SIN ACUSE FIRMADO"
           END-IF
           IF HAY-ARCHIVO-ACUSES
              THEN
                  CLOSE ACUSE
           END-IF.
       600-FIN.  EXIT.

       610-LEE-NOMINA.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 610-FIN
           END-READ
           IF NOM-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              OR NOT (NOM-ES-NORMAL OR NOM-ES-REVERSO)
              THEN
                  GO TO 610-FIN
           END-IF
           PERFORM 615-BUSCA-PERIODO THRU 615-FIN
                   VARYING WS-IND-REC FROM 1 BY 1
                   UNTIL WS-IND-REC GREATER WS-REC-CUANTOS
                      OR WS-REC-PERIODO (WS-IND-REC) EQUAL NOM-PERIODO
           IF WS-IND-REC GREATER WS-REC-CUANTOS
              THEN
                  IF WS-REC-CUANTOS EQUAL 300
                     THEN
                         GO TO 610-FIN
                  END-IF
                  ADD 1 TO WS-REC-CUANTOS
                  MOVE NOM-PERIODO TO WS-REC-PERIODO (WS-IND-REC)
                  MOVE ZEROS       TO WS-REC-VIGENTES (WS-IND-REC)
           END-IF
           IF NOM-ES-NORMAL
              THEN
                  ADD 1 TO WS-REC-VIGENTES (WS-IND-REC)
              ELSE
                  SUBTRACT 1 FROM WS-REC-VIGENTES (WS-IND-REC)
           END-IF.
       610-FIN.  EXIT.

       615-BUSCA-PERIODO.
           CONTINUE.
       615-FIN.  EXIT.

       620-LISTA-SIN-ACUSE.
           IF WS-REC-VIGENTES (WS-IND-REC) NOT GREATER ZEROS
              THEN
                  GO TO 620-FIN
           END-IF
           IF HAY-ARCHIVO-ACUSES
              THEN
                  MOVE WS-NUMERO-PEDIDO             TO ACU-NUMERO-EMP
                  MOVE WS-REC-PERIODO (WS-IND-REC) TO ACU-PERIODO
                  READ ACUSE
                     NOT INVALID KEY
                        GO TO 620-FIN
                  END-READ
           END-IF
           ADD 1 TO WS-RENGLONES
           DISPLAY "PERIODO " WS-REC-PERIODO (WS-IND-REC)
                   " SIN ACUSE FIRMADO".
       620-FIN.  EXIT.
