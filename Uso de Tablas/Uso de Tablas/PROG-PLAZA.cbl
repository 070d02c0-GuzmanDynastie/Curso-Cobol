       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPLAZ.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              14/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA UNICO DE OCUPACION DE PLAZAS AUTORIZADAS. PROGPRSU *
      * SOLO AVISA DESPUES DEL HECHO QUE UN DEPARTAMENTO SE PASO DE    *
      * PLANTILLA; CON ESTE SUBPROGRAMA NADIE ENTRA AL MAESTRO SIN UNA *
      * PLAZA VACANTE DE SU DEPARTAMENTO Y PUESTO. MISMO PATRON QUE    *
      * PROGHIST: UN SOLO DUENO DEL ARCHIVO PLAZAS PARA QUE TODOS LOS  *
      * PROGRAMAS QUE DAN DE ALTA, DE BAJA O MUEVEN GENTE LO TOQUEN    *
      * IGUAL. ACCION:                                                 *
      *   C - CONSULTA SI HAY VACANTE EN DEPTO/PUESTO, SIN OCUPARLA;   *
      *   O - OCUPA LA PRIMERA VACANTE DE DEPTO/PUESTO CON EL EMPLEADO;*
      *   L - LIBERA LA PLAZA QUE OCUPA EL EMPLEADO;                   *
      *   M - MUEVE AL EMPLEADO A UNA VACANTE DEL NUEVO DEPTO/PUESTO   *
      *       Y LIBERA LA QUE TENIA (SI YA ESTA EN ESE DEPTO/PUESTO    *
      *       NO SE MUEVE NADA).                                       *
      * RESULTADO: S - HECHO; V - NO HAY VACANTE; N - EL EMPLEADO NO   *
      * TENIA PLAZA (SOLO EN L); E - ERROR DE ARCHIVO O DE ACCION.     *
      * LK-PLZ-PLAZA REGRESA LA PLAZA OCUPADA, CONSULTADA O LIBERADA.  *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZAS       ASSIGN TO UT-S-PLAZAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PLZ-NUMERO
                               ALTERNATE RECORD KEY IS PLZ-DEPTO-PUESTO
                                   WITH DUPLICATES
                               ALTERNATE RECORD KEY IS PLZ-NUMERO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-PLAZAS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAZAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-PLAZAS.
           COPY PLAZAS.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PLAZAS    PIC X(02)    VALUE "00".
              88 PLAZAS-OK          VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-VACANTE          PIC X(01)    VALUE "N".
              88 HAY-VACANTE        VALUE "S".
           05 SW-OCUPADA          PIC X(01)    VALUE "N".
              88 TIENE-PLAZA        VALUE "S".
           05 WS-PLAZA-VACANTE    PIC 9(05)    VALUE ZEROS.
           05 WS-PLAZA-ACTUAL     PIC 9(05)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-PARAMETROS-PLAZA.
           05 LK-PLZ-ACCION       PIC X(01).
           05 LK-PLZ-NUMERO-EMP   PIC 9(05).
           05 LK-PLZ-DEPTO        PIC 9(03).
           05 LK-PLZ-PUESTO       PIC 9(02).
           05 LK-PLZ-PLAZA        PIC 9(05).
           05 LK-PLZ-RESULTADO    PIC X(01).

       PROCEDURE DIVISION USING LK-PARAMETROS-PLAZA.
       010-RAIZ.
           MOVE "S"   TO LK-PLZ-RESULTADO
           MOVE ZEROS TO LK-PLZ-PLAZA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN I-O PLAZAS
           IF NOT PLAZAS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PLAZAS, STATUS: "
                          WS-STATUS-PLAZAS
                  MOVE "E" TO LK-PLZ-RESULTADO
                  GOBACK
           END-IF
           EVALUATE LK-PLZ-ACCION
              WHEN "C"
                 PERFORM 100-BUSCA-VACANTE THRU 100-FIN
                 IF HAY-VACANTE
                    THEN
                        MOVE WS-PLAZA-VACANTE TO LK-PLZ-PLAZA
                    ELSE
                        MOVE "V" TO LK-PLZ-RESULTADO
                 END-IF
              WHEN "O"
                 PERFORM 100-BUSCA-VACANTE THRU 100-FIN
                 IF HAY-VACANTE
                    THEN
                        PERFORM 200-OCUPA THRU 200-FIN
                    ELSE
                        MOVE "V" TO LK-PLZ-RESULTADO
                 END-IF
              WHEN "L"
                 PERFORM 300-BUSCA-OCUPADA THRU 300-FIN
                 IF TIENE-PLAZA
                    THEN
                        PERFORM 400-LIBERA THRU 400-FIN
                    ELSE
                        MOVE "N" TO LK-PLZ-RESULTADO
                 END-IF
              WHEN "M"
                 PERFORM 500-MUEVE THRU 500-FIN
              WHEN OTHER
                 DISPLAY "ACCION DE PLAZA INVALIDA: " LK-PLZ-ACCION
                 MOVE "E" TO LK-PLZ-RESULTADO
           END-EVALUATE
           CLOSE PLAZAS
           GOBACK.

      * PRIMERA PLAZA VACANTE DEL DEPARTAMENTO Y PUESTO PEDIDOS, POR
      * LA LLAVE ALTERNA; DEJA SU NUMERO EN WS-PLAZA-VACANTE.
       100-BUSCA-VACANTE.
           MOVE "N"           TO SW-VACANTE
           MOVE SPACES        TO SW-FIN
           MOVE ZEROS         TO WS-PLAZA-VACANTE
           MOVE LK-PLZ-DEPTO  TO PLZ-DEPTO
           MOVE LK-PLZ-PUESTO TO PLZ-PUESTO
           START PLAZAS KEY IS EQUAL PLZ-DEPTO-PUESTO
              INVALID KEY
                 GO TO 100-FIN
           END-START
           PERFORM 110-LEE-SIGUIENTE THRU 110-FIN
                   UNTIL HAY-VACANTE
                   OR SW-FIN EQUAL "FIN".
       100-FIN.  EXIT.

       110-LEE-SIGUIENTE.
           READ PLAZAS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-READ
           IF PLZ-DEPTO NOT EQUAL LK-PLZ-DEPTO
              OR PLZ-PUESTO NOT EQUAL LK-PLZ-PUESTO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 110-FIN
           END-IF
           IF PLZ-VACANTE
              THEN
                  MOVE PLZ-NUMERO TO WS-PLAZA-VACANTE
                  SET HAY-VACANTE TO TRUE
           END-IF.
       110-FIN.  EXIT.

      * LA VACANTE SE RELEE POR SU NUMERO ANTES DE OCUPARLA, PORQUE
      * EN UN MOVIMIENTO EL REGISTRO EN MEMORIA YA ES OTRO.
       200-OCUPA.
           MOVE WS-PLAZA-VACANTE TO PLZ-NUMERO
           READ PLAZAS
              INVALID KEY
                 MOVE "E" TO LK-PLZ-RESULTADO
                 GO TO 200-FIN
           END-READ
           MOVE "O"               TO PLZ-ESTADO
           MOVE LK-PLZ-NUMERO-EMP TO PLZ-NUMERO-EMP
           MOVE WS-FECHA-HOY      TO PLZ-FECHA-MOVIMIENTO
           REWRITE REG-PLAZAS
              INVALID KEY
                 DISPLAY "NO SE PUDO OCUPAR LA PLAZA " PLZ-NUMERO
                 MOVE "E" TO LK-PLZ-RESULTADO
                 GO TO 200-FIN
           END-REWRITE
           MOVE PLZ-NUMERO TO LK-PLZ-PLAZA.
       200-FIN.  EXIT.

      * PLAZA QUE HOY OCUPA EL EMPLEADO, POR LA LLAVE ALTERNA DEL
      * OCUPANTE; DEJA SU NUMERO EN WS-PLAZA-ACTUAL.
       300-BUSCA-OCUPADA.
           MOVE "N"               TO SW-OCUPADA
           MOVE ZEROS             TO WS-PLAZA-ACTUAL
           MOVE LK-PLZ-NUMERO-EMP TO PLZ-NUMERO-EMP
           START PLAZAS KEY IS EQUAL PLZ-NUMERO-EMP
              INVALID KEY
                 GO TO 300-FIN
           END-START
           READ PLAZAS NEXT RECORD
              AT END
                 GO TO 300-FIN
           END-READ
           IF PLZ-NUMERO-EMP EQUAL LK-PLZ-NUMERO-EMP
              AND PLZ-OCUPADA
              THEN
                  MOVE PLZ-NUMERO TO WS-PLAZA-ACTUAL
                  SET TIENE-PLAZA TO TRUE
           END-IF.
       300-FIN.  EXIT.

       400-LIBERA.
           MOVE WS-PLAZA-ACTUAL TO PLZ-NUMERO
           READ PLAZAS
              INVALID KEY
                 MOVE "E" TO LK-PLZ-RESULTADO
                 GO TO 400-FIN
           END-READ
           MOVE "V"          TO PLZ-ESTADO
           MOVE ZEROS        TO PLZ-NUMERO-EMP
           MOVE WS-FECHA-HOY TO PLZ-FECHA-MOVIMIENTO
           REWRITE REG-PLAZAS
              INVALID KEY
                 DISPLAY "NO SE PUDO LIBERAR LA PLAZA " PLZ-NUMERO
                 MOVE "E" TO LK-PLZ-RESULTADO
                 GO TO 400-FIN
           END-REWRITE
           MOVE PLZ-NUMERO TO LK-PLZ-PLAZA.
       400-FIN.  EXIT.

      * PRIMERO SE ASEGURA LA VACANTE DEL DESTINO Y SOLO DESPUES SE
      * LIBERA LA PLAZA ANTERIOR: SIN VACANTE EL EMPLEADO SE QUEDA
      * DONDE ESTABA Y EL LLAMADOR NO DEBE REGRABAR EL MAESTRO.
       500-MUEVE.
           PERFORM 300-BUSCA-OCUPADA THRU 300-FIN
           IF TIENE-PLAZA
              AND PLZ-DEPTO EQUAL LK-PLZ-DEPTO
              AND PLZ-PUESTO EQUAL LK-PLZ-PUESTO
              THEN
                  MOVE WS-PLAZA-ACTUAL TO LK-PLZ-PLAZA
                  GO TO 500-FIN
           END-IF
           PERFORM 100-BUSCA-VACANTE THRU 100-FIN
           IF NOT HAY-VACANTE
              THEN
                  MOVE "V" TO LK-PLZ-RESULTADO
                  GO TO 500-FIN
           END-IF
           IF TIENE-PLAZA
              THEN
                  PERFORM 400-LIBERA THRU 400-FIN
                  IF LK-PLZ-RESULTADO EQUAL "E"
                     THEN
                         GO TO 500-FIN
                  END-IF
           END-IF
           PERFORM 200-OCUPA THRU 200-FIN.
       500-FIN.  EXIT.
