       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGZONA.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA DE CONSULTA DEL SALARIO MINIMO. CARGA LA TABLA     *
      * SALMIN Y LAS ZONAS ZONADEP LA PRIMERA VEZ QUE SE INVOCA Y LAS  *
      * DEJA RESIDENTES, IGUAL QUE PROGRPAT, PARA QUE LA NOMINA Y EL   *
      * MANTENIMIENTO (PROGNOMI, PROGSIMU Y PROGSMIN) RESUELVAN CADA   *
      * EMPLEADO SIN ABRIR NADA. ACCION:                               *
      *   C - RESUELVE LA ZONA DEL DEPARTAMENTO LK-ZON-DEPTO (SIN      *
      *       RENGLON ES LA GENERAL) Y EL MINIMO DIARIO VIGENTE A LA   *
      *       FECHA LK-ZON-FECHA EN ESA ZONA;                          *
      *   Z - SOLO EL MINIMO VIGENTE DE LA ZONA LK-ZON-ZONA A LA       *
      *       FECHA;                                                   *
      *   R - VUELVE A CARGAR LAS TABLAS, DESPUES DE UN MANTENIMIENTO. *
      * LK-ZON-VIGOR REGRESA LA FECHA DESDE LA QUE RIGE EL MINIMO. SIN *
      * MINIMO CAPTURADO PARA LA ZONA REGRESA ENCONTRADO EN N.         *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALMIN       ASSIGN TO UT-S-SALMIN
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS SMI-LLAVE
                               FILE STATUS IS WS-STATUS-SALMIN.
           SELECT ZONADEP      ASSIGN TO UT-S-ZONADEP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ZDP-DEPTO
                               FILE STATUS IS WS-STATUS-ZONADEP.

       DATA DIVISION.
       FILE SECTION.
       FD  SALMIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-SALMIN.
           COPY SALMIN.

       FD  ZONADEP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-ZONADEP.
           COPY ZONADEP.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-SALMIN    PIC X(02)    VALUE "00".
              88 SALMIN-OK            VALUE "00".
           05 WS-STATUS-ZONADEP   PIC X(02)    VALUE "00".
              88 ZONADEP-OK           VALUE "00".
           05 WS-TOTAL-MINIMOS    PIC 9(03)    VALUE ZEROS.
           05 WS-TOTAL-ZONAS      PIC 9(04)    VALUE ZEROS.
           05 WS-IND-SMI          PIC 9(03)    VALUE ZEROS.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-TABLA-CARGADA    PIC X(01)    VALUE "N".
              88 TABLA-CARGADA        VALUE "S".
              88 TABLA-NO-CARGADA     VALUE "N".

      * LA TABLA LLEGA EN ORDEN DE LLAVE (ZONA Y FECHA ASCENDENTE):
      * EL ULTIMO RENGLON DE LA ZONA QUE NO PASA DE LA FECHA ES EL
      * VIGENTE.
       01  WS-TABLA-MINIMOS.
           05 TAB-SMI    OCCURS 200 TIMES.
              10 TAB-SMI-ZONA        PIC X(01).
              10 TAB-SMI-FECHA       PIC 9(08).
              10 TAB-SMI-DIARIO      PIC 9(05)V99.

      * EL OCCURS DEPENDING ACOTA EL SEARCH ALL A LOS DEPARTAMENTOS
      * REALMENTE CARGADOS, COMO EN PROGRPAT.
       01  WS-TABLA-ZONAS.
           05 TAB-ZDP    OCCURS 1 TO 1000 TIMES
                         DEPENDING ON WS-TOTAL-ZONAS
                         ASCENDING KEY IS TAB-ZDP-DEPTO
                         INDEXED BY TAB-IDX-ZDP.
              10 TAB-ZDP-DEPTO       PIC 9(03).
              10 TAB-ZDP-ZONA        PIC X(01).

       LINKAGE SECTION.
       01  LK-PARAMETROS-ZONA.
           05 LK-ZON-ACCION       PIC X(01).
           05 LK-ZON-DEPTO        PIC 9(03).
           05 LK-ZON-FECHA        PIC 9(08).
           05 LK-ZON-ZONA         PIC X(01).
           05 LK-ZON-DIARIO       PIC 9(05)V99.
           05 LK-ZON-VIGOR        PIC 9(08).
           05 LK-ZON-ENCONTRADO   PIC X(01).

       PROCEDURE DIVISION USING LK-PARAMETROS-ZONA.
       010-RAIZ.
           IF LK-ZON-ACCION EQUAL "R"
              THEN
                  SET TABLA-NO-CARGADA TO TRUE
           END-IF
           IF TABLA-NO-CARGADA
              THEN
                  PERFORM 900-CARGA-TABLAS THRU 900-FIN
           END-IF
           EVALUATE LK-ZON-ACCION
              WHEN "C"
                 PERFORM 100-RESUELVE-DEPTO THRU 100-FIN
                 PERFORM 200-BUSCA-MINIMO THRU 200-FIN
              WHEN "Z"
                 PERFORM 200-BUSCA-MINIMO THRU 200-FIN
              WHEN "R"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION DE SALARIO MINIMO INVALIDA: "
                         LK-ZON-ACCION
                 MOVE "N" TO LK-ZON-ENCONTRADO
           END-EVALUATE
           GOBACK.

      * UN DEPARTAMENTO SIN RENGLON EN ZONADEP ESTA EN LA ZONA
      * GENERAL.
       100-RESUELVE-DEPTO.
           MOVE "G" TO LK-ZON-ZONA
           IF WS-TOTAL-ZONAS EQUAL ZEROS
              THEN
                  GO TO 100-FIN
           END-IF
           SET TAB-IDX-ZDP TO 1
           SEARCH ALL TAB-ZDP
              AT END
                 CONTINUE
              WHEN TAB-ZDP-DEPTO (TAB-IDX-ZDP) EQUAL LK-ZON-DEPTO
                 MOVE TAB-ZDP-ZONA (TAB-IDX-ZDP) TO LK-ZON-ZONA
           END-SEARCH.
       100-FIN.  EXIT.

      * SIN MINIMO CAPTURADO PARA LA ZONA A ESA FECHA SE REGRESA EN
      * CEROS Y NO ENCONTRADO: EL LLAMADOR NO PROTEGE NINGUN PISO.
       200-BUSCA-MINIMO.
           MOVE "N"   TO LK-ZON-ENCONTRADO
           MOVE ZEROS TO LK-ZON-DIARIO
                         LK-ZON-VIGOR
           PERFORM 210-COMPARA-MINIMO THRU 210-FIN
                   VARYING WS-IND-SMI FROM 1 BY 1
                   UNTIL WS-IND-SMI GREATER WS-TOTAL-MINIMOS.
       200-FIN.  EXIT.

       210-COMPARA-MINIMO.
           IF TAB-SMI-ZONA (WS-IND-SMI) EQUAL LK-ZON-ZONA
              AND TAB-SMI-FECHA (WS-IND-SMI) NOT GREATER LK-ZON-FECHA
              THEN
                  MOVE "S" TO LK-ZON-ENCONTRADO
                  MOVE TAB-SMI-DIARIO (WS-IND-SMI) TO LK-ZON-DIARIO
                  MOVE TAB-SMI-FECHA (WS-IND-SMI)  TO LK-ZON-VIGOR
           END-IF.
       210-FIN.  EXIT.

       900-CARGA-TABLAS.
           MOVE ZEROS TO WS-TOTAL-MINIMOS
                         WS-TOTAL-ZONAS
           OPEN INPUT SALMIN
           IF SALMIN-OK
              THEN
                  MOVE SPACES TO SW-FIN
                  PERFORM 910-CARGA-MINIMO THRU 910-FIN
                          UNTIL SW-FIN EQUAL "FIN"
                  CLOSE SALMIN
              ELSE
                  DISPLAY "SIN TABLA SALMIN, NO SE VALIDA EL SALARIO "
                          "MINIMO, STATUS: " WS-STATUS-SALMIN
           END-IF
           OPEN INPUT ZONADEP
           IF ZONADEP-OK
              THEN
                  MOVE SPACES TO SW-FIN
                  PERFORM 920-CARGA-ZONA THRU 920-FIN
                          UNTIL SW-FIN EQUAL "FIN"
                  CLOSE ZONADEP
           END-IF
           SET TABLA-CARGADA TO TRUE.
       900-FIN.  EXIT.

       910-CARGA-MINIMO.
           READ SALMIN NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 910-FIN
           END-READ
           IF WS-TOTAL-MINIMOS EQUAL 200
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 200 SALARIOS "
                          "MINIMOS, EL EXCEDENTE NO SE CARGA"
                  MOVE "FIN" TO SW-FIN
                  MOVE 4     TO RETURN-CODE
                  GO TO 910-FIN
           END-IF
           ADD 1 TO WS-TOTAL-MINIMOS
           MOVE SMI-ZONA        TO TAB-SMI-ZONA (WS-TOTAL-MINIMOS)
           MOVE SMI-FECHA-VIGOR TO TAB-SMI-FECHA (WS-TOTAL-MINIMOS)
           MOVE SMI-DIARIO      TO TAB-SMI-DIARIO (WS-TOTAL-MINIMOS).
       910-FIN.  EXIT.

       920-CARGA-ZONA.
           READ ZONADEP NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 920-FIN
           END-READ
           IF WS-TOTAL-ZONAS EQUAL 1000
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 1000 "
                          "DEPARTAMENTOS CON ZONA, EL EXCEDENTE NO "
                          "SE CARGA"
                  MOVE "FIN" TO SW-FIN
                  MOVE 4     TO RETURN-CODE
                  GO TO 920-FIN
           END-IF
           ADD 1 TO WS-TOTAL-ZONAS
           MOVE ZDP-DEPTO TO TAB-ZDP-DEPTO (WS-TOTAL-ZONAS)
           MOVE ZDP-ZONA  TO TAB-ZDP-ZONA (WS-TOTAL-ZONAS).
       920-FIN.  EXIT.
