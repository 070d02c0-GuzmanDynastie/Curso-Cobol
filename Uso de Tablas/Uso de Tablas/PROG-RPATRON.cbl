       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGRPAT.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA DE CONSULTA DE REGISTROS PATRONALES. CARGA EL      *
      * CATALOGO REGPATR Y LAS ASIGNACIONES ASIGREGP LA PRIMERA VEZ    *
      * QUE SE INVOCA Y LOS DEJA RESIDENTES, IGUAL QUE PROGDEPT CON    *
      * TABDEPTO, PARA QUE LAS CORRIDAS QUE DECLARAN POR REGISTRO      *
      * (PROGSUA, PROGMIMS, PROGPATR, PROGPOLI, PROGBANC Y PROGCONS)   *
      * RESUELVAN A CADA EMPLEADO SIN ABRIR NADA. ACCION:              *
      *   E - RESUELVE EL REGISTRO DEL EMPLEADO: SU ASIGNACION         *
      *       DIRECTA, SI NO LA DE SU DEPARTAMENTO, SI NO EL REGISTRO  *
      *       PRINCIPAL (ORIGEN E, D O G);                             *
      *   C - CONSULTA UN REGISTRO POR SU CLAVE;                       *
      *   I - CONSULTA EL REGISTRO EN LA POSICION LK-RGP-INDICE DEL    *
      *       CATALOGO, PARA RECORRERLO AL IMPRIMIR TOTALES;           *
      *   R - VUELVE A CARGAR LAS TABLAS, DESPUES DE UN MANTENIMIENTO. *
      * LK-RGP-INDICE REGRESA LA POSICION DEL REGISTRO EN EL CATALOGO  *
      * (1 A LK-RGP-TOTAL) PARA QUE EL LLAMADOR ACUMULE SUS TOTALES DE *
      * CONTROL POR REGISTRO. SIN CATALOGO SE COMPORTA COMO SIEMPRE:   *
      * UN SOLO REGISTRO, CLAVE 00, AL QUE VA TODO EL MUNDO.           *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGPATR      ASSIGN TO UT-S-REGPATR
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RGP-CLAVE
                               FILE STATUS IS WS-STATUS-REGPATR.
           SELECT ASIGREGP     ASSIGN TO UT-S-ASIGREGP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ASG-LLAVE
                               FILE STATUS IS WS-STATUS-ASIGREGP.

       DATA DIVISION.
       FILE SECTION.
       FD  REGPATR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REGPATR.
           COPY REGPATR.

       FD  ASIGREGP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-ASIGREGP.
           COPY ASIGREGP.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-REGPATR   PIC X(02)    VALUE "00".
              88 REGPATR-OK           VALUE "00".
           05 WS-STATUS-ASIGREGP  PIC X(02)    VALUE "00".
              88 ASIGREGP-OK          VALUE "00".
           05 WS-TOTAL-REGISTROS  PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-ASIGNA     PIC 9(04)    VALUE ZEROS.
           05 WS-IND-REG          PIC 9(02)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(02)    VALUE ZEROS.
           05 WS-CLAVE-BUSCADA    PIC 9(02)    VALUE ZEROS.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-TABLA-CARGADA    PIC X(01)    VALUE "N".
              88 TABLA-CARGADA        VALUE "S".
              88 TABLA-NO-CARGADA     VALUE "N".
           05 WS-LLAVE-BUSCADA.
              10 WS-LLB-TIPO      PIC X(01).
              10 WS-LLB-CODIGO    PIC 9(05).

       01  WS-TABLA-REGISTROS.
           05 TAB-REG    OCCURS 10 TIMES.
              10 TAB-REG-CLAVE       PIC 9(02).
              10 TAB-REG-IMSS        PIC X(11).
              10 TAB-REG-RAZON       PIC X(30).
              10 TAB-REG-RFC         PIC X(13).

      * EL OCCURS DEPENDING ACOTA EL SEARCH ALL A LAS ASIGNACIONES
      * REALMENTE CARGADAS, COMO EN PROGDEPT; EL ARCHIVO INDEXADO
      * LAS ENTREGA YA EN ORDEN DE LLAVE.
       01  WS-TABLA-ASIGNA.
           05 TAB-ASG    OCCURS 1 TO 1000 TIMES
                         DEPENDING ON WS-TOTAL-ASIGNA
                         ASCENDING KEY IS TAB-ASG-LLAVE
                         INDEXED BY TAB-IDX-ASG.
              10 TAB-ASG-LLAVE       PIC X(06).
              10 TAB-ASG-CLAVE-REG   PIC 9(02).

       LINKAGE SECTION.
       01  LK-PARAMETROS-REGPAT.
           05 LK-RGP-ACCION       PIC X(01).
           05 LK-RGP-NUMERO-EMP   PIC 9(05).
           05 LK-RGP-DEPTO        PIC 9(03).
           05 LK-RGP-INDICE       PIC 9(02).
           05 LK-RGP-CLAVE        PIC 9(02).
           05 LK-RGP-REGISTRO-IMSS PIC X(11).
           05 LK-RGP-RAZON-SOCIAL PIC X(30).
           05 LK-RGP-RFC-PATRON   PIC X(13).
           05 LK-RGP-ORIGEN       PIC X(01).
           05 LK-RGP-ENCONTRADO   PIC X(01).
           05 LK-RGP-TOTAL        PIC 9(02).

       PROCEDURE DIVISION USING LK-PARAMETROS-REGPAT.
       010-RAIZ.
           IF LK-RGP-ACCION EQUAL "R"
              THEN
                  SET TABLA-NO-CARGADA TO TRUE
           END-IF
           IF TABLA-NO-CARGADA
              THEN
                  PERFORM 900-CARGA-TABLAS THRU 900-FIN
           END-IF
           MOVE WS-TOTAL-REGISTROS TO LK-RGP-TOTAL
           MOVE "S"                TO LK-RGP-ENCONTRADO
           EVALUATE LK-RGP-ACCION
              WHEN "E"
                 PERFORM 100-RESUELVE-EMPLEADO THRU 100-FIN
              WHEN "C"
                 MOVE LK-RGP-CLAVE TO WS-CLAVE-BUSCADA
                 PERFORM 200-BUSCA-CLAVE THRU 200-FIN
                 IF WS-IND-REG EQUAL ZEROS
                    THEN
                        MOVE "N" TO LK-RGP-ENCONTRADO
                    ELSE
                        PERFORM 300-REGRESA-REGISTRO THRU 300-FIN
                 END-IF
              WHEN "I"
                 IF LK-RGP-INDICE EQUAL ZEROS
                    OR LK-RGP-INDICE GREATER WS-TOTAL-REGISTROS
                    THEN
                        MOVE "N" TO LK-RGP-ENCONTRADO
                    ELSE
                        MOVE LK-RGP-INDICE TO WS-IND-REG
                        PERFORM 300-REGRESA-REGISTRO THRU 300-FIN
                 END-IF
              WHEN "R"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION DE REGISTRO PATRONAL INVALIDA: "
                         LK-RGP-ACCION
                 MOVE "N" TO LK-RGP-ENCONTRADO
           END-EVALUATE
           GOBACK.

      * LA ASIGNACION DIRECTA GANA A LA DEL DEPARTAMENTO; UNA CLAVE
      * ASIGNADA QUE YA NO ESTA EN EL CATALOGO CAE AL PRINCIPAL.
       100-RESUELVE-EMPLEADO.
           MOVE ZEROS TO WS-CLAVE-BUSCADA
           MOVE "G"   TO LK-RGP-ORIGEN
           MOVE "E"               TO WS-LLB-TIPO
           MOVE LK-RGP-NUMERO-EMP TO WS-LLB-CODIGO
           PERFORM 150-BUSCA-ASIGNACION THRU 150-FIN
           IF WS-CLAVE-BUSCADA NOT EQUAL ZEROS
              THEN
                  MOVE "E" TO LK-RGP-ORIGEN
              ELSE
                  MOVE "D"          TO WS-LLB-TIPO
                  MOVE LK-RGP-DEPTO TO WS-LLB-CODIGO
                  PERFORM 150-BUSCA-ASIGNACION THRU 150-FIN
                  IF WS-CLAVE-BUSCADA NOT EQUAL ZEROS
                     THEN
                         MOVE "D" TO LK-RGP-ORIGEN
                  END-IF
           END-IF
           MOVE ZEROS TO WS-IND-REG
           IF WS-CLAVE-BUSCADA NOT EQUAL ZEROS
              THEN
                  PERFORM 200-BUSCA-CLAVE THRU 200-FIN
           END-IF
           IF WS-IND-REG EQUAL ZEROS
              THEN
                  MOVE "G" TO LK-RGP-ORIGEN
                  MOVE 1   TO WS-IND-REG
           END-IF
           PERFORM 300-REGRESA-REGISTRO THRU 300-FIN.
       100-FIN.  EXIT.

       150-BUSCA-ASIGNACION.
           MOVE ZEROS TO WS-CLAVE-BUSCADA
           IF WS-TOTAL-ASIGNA EQUAL ZEROS
              THEN
                  GO TO 150-FIN
           END-IF
           SET TAB-IDX-ASG TO 1
           SEARCH ALL TAB-ASG
              AT END
                 CONTINUE
              WHEN TAB-ASG-LLAVE (TAB-IDX-ASG) EQUAL WS-LLAVE-BUSCADA
                 MOVE TAB-ASG-CLAVE-REG (TAB-IDX-ASG)
                    TO WS-CLAVE-BUSCADA
           END-SEARCH.
       150-FIN.  EXIT.

      * DEJA EN WS-IND-REG LA POSICION DE WS-CLAVE-BUSCADA EN EL
      * CATALOGO, O CEROS SI NO ESTA.
       200-BUSCA-CLAVE.
           MOVE ZEROS TO WS-IND-REG
           PERFORM 210-COMPARA-CLAVE THRU 210-FIN
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-REGISTROS
                   OR WS-IND-REG NOT EQUAL ZEROS.
       200-FIN.  EXIT.

       210-COMPARA-CLAVE.
           IF TAB-REG-CLAVE (WS-IND-BUSCA) EQUAL WS-CLAVE-BUSCADA
              THEN
                  MOVE WS-IND-BUSCA TO WS-IND-REG
           END-IF.
       210-FIN.  EXIT.

       300-REGRESA-REGISTRO.
           MOVE WS-IND-REG                 TO LK-RGP-INDICE
           MOVE TAB-REG-CLAVE (WS-IND-REG) TO LK-RGP-CLAVE
           MOVE TAB-REG-IMSS (WS-IND-REG)  TO LK-RGP-REGISTRO-IMSS
           MOVE TAB-REG-RAZON (WS-IND-REG) TO LK-RGP-RAZON-SOCIAL
           MOVE TAB-REG-RFC (WS-IND-REG)   TO LK-RGP-RFC-PATRON.
       300-FIN.  EXIT.

      * SIN CATALOGO QUEDA UN SOLO RENGLON GENERICO EN LA POSICION 1,
      * PARA QUE LOS LLAMADORES SIGAN FUNCIONANDO CON UN SOLO PATRON.
       900-CARGA-TABLAS.
           MOVE ZEROS TO WS-TOTAL-REGISTROS
                         WS-TOTAL-ASIGNA
           OPEN INPUT REGPATR
           IF REGPATR-OK
              THEN
                  MOVE SPACES TO SW-FIN
                  PERFORM 910-CARGA-REGISTRO THRU 910-FIN
                          UNTIL SW-FIN EQUAL "FIN"
                  CLOSE REGPATR
              ELSE
                  DISPLAY "SIN CATALOGO REGPATR, SE TRABAJA CON UN "
                          "SOLO REGISTRO PATRONAL, STATUS: "
                          WS-STATUS-REGPATR
           END-IF
           IF WS-TOTAL-REGISTROS EQUAL ZEROS
              THEN
                  MOVE 1      TO WS-TOTAL-REGISTROS
                  MOVE ZEROS  TO TAB-REG-CLAVE (1)
                  MOVE SPACES TO TAB-REG-IMSS (1)
                                 TAB-REG-RFC (1)
                  MOVE "REGISTRO UNICO" TO TAB-REG-RAZON (1)
           END-IF
           OPEN INPUT ASIGREGP
           IF ASIGREGP-OK
              THEN
                  MOVE SPACES TO SW-FIN
                  PERFORM 920-CARGA-ASIGNACION THRU 920-FIN
                          UNTIL SW-FIN EQUAL "FIN"
                  CLOSE ASIGREGP
           END-IF
           SET TABLA-CARGADA TO TRUE.
       900-FIN.  EXIT.

       910-CARGA-REGISTRO.
           READ REGPATR NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 910-FIN
           END-READ
           IF WS-TOTAL-REGISTROS EQUAL 10
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 10 REGISTROS "
                          "PATRONALES, EL EXCEDENTE NO SE CARGA"
                  MOVE "FIN" TO SW-FIN
                  MOVE 4     TO RETURN-CODE
                  GO TO 910-FIN
           END-IF
           ADD 1 TO WS-TOTAL-REGISTROS
           MOVE RGP-CLAVE         TO TAB-REG-CLAVE (WS-TOTAL-REGISTROS)
           MOVE RGP-REGISTRO-IMSS TO TAB-REG-IMSS (WS-TOTAL-REGISTROS)
           MOVE RGP-RAZON-SOCIAL  TO TAB-REG-RAZON (WS-TOTAL-REGISTROS)
           MOVE RGP-RFC-PATRON    TO TAB-REG-RFC (WS-TOTAL-REGISTROS).
       910-FIN.  EXIT.

       920-CARGA-ASIGNACION.
           READ ASIGREGP NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 920-FIN
           END-READ
           IF WS-TOTAL-ASIGNA EQUAL 1000
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 1000 "
                          "ASIGNACIONES DE REGISTRO PATRONAL, EL "
                          "EXCEDENTE NO SE CARGA"
                  MOVE "FIN" TO SW-FIN
                  MOVE 4     TO RETURN-CODE
                  GO TO 920-FIN
           END-IF
           ADD 1 TO WS-TOTAL-ASIGNA
           MOVE ASG-LLAVE     TO TAB-ASG-LLAVE (WS-TOTAL-ASIGNA)
           MOVE ASG-CLAVE-REG TO TAB-ASG-CLAVE-REG (WS-TOTAL-ASIGNA).
       920-FIN.  EXIT.
