       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGRCOS.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA DE REPARTO DEL COSTO LABORAL DE UN EMPLEADO ENTRE  *
      * SUS CENTROS DE COSTOS (VER COPY DISTLAB). LO LLAMA PROGPOLI    *
      * POR CADA RENGLON DE NOMINA, ASI QUE DISTLAB SE ABRE EN LA      *
      * PRIMERA LLAMADA Y QUEDA ABIERTO HASTA LA ACCION F. ACCION:     *
      *   R - REPARTE LK-RCO-IMPORTE CON EL JUEGO VIGENTE A LA FECHA   *
      *       LK-RCO-FECHA (EL DE FECHA EFECTIVA MAYOR QUE NO LA       *
      *       PASE). CADA CENTRO RECIBE SU PORCENTAJE REDONDEADO Y EL  *
      *       PRINCIPAL SE QUEDA CON EL RESTO, PARA QUE LA SUMA CUADRE *
      *       AL CENTAVO CON EL IMPORTE; SI NINGUNO ESTA MARCADO COMO  *
      *       PRINCIPAL, LO ES EL PRIMERO DEL JUEGO;                   *
      *   F - CIERRA EL ARCHIVO AL TERMINAR LA CORRIDA.                *
      * RESULTADO: S - REPARTIDO; N - EL EMPLEADO NO TIENE JUEGO       *
      * VIGENTE; P - LOS PORCENTAJES DEL JUEGO NO SUMAN 100            *
      * (LK-RCO-TOTAL-PORC TRAE LO QUE SUMAN); E - ERROR DE ARCHIVO.   *
      * CON N, P O E NO SE REPARTE NADA Y EL LLAMADOR CARGA TODO AL    *
      * CENTRO DEL DEPARTAMENTO, COMO SIEMPRE. SIN ARCHIVO DISTLAB     *
      * TODOS LOS EMPLEADOS REGRESAN N.                                *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTLAB      ASSIGN TO UT-S-DISTLAB
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DSL-LLAVE
                               FILE STATUS IS WS-STATUS-DISTLAB.

       DATA DIVISION.
       FILE SECTION.
       FD  DISTLAB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-DISTLAB.
           COPY DISTLAB.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-DISTLAB   PIC X(02)    VALUE "00".
              88 DISTLAB-OK         VALUE "00".
              88 DISTLAB-NO-EXISTE  VALUE "35".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-ARCHIVO          PIC X(01)    VALUE "C".
              88 ARCHIVO-CERRADO    VALUE "C".
              88 ARCHIVO-ABIERTO    VALUE "A".
              88 ARCHIVO-NO-EXISTE  VALUE "X".
           05 WS-IND              PIC 9(02)    VALUE ZEROS.
           05 WS-IND-PRINCIPAL    PIC 9(02)    VALUE ZEROS.
           05 WS-REPARTIDO        PIC S9(09)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-PARAMETROS-RCOS.
           05 LK-RCO-ACCION       PIC X(01).
           05 LK-RCO-NUMERO-EMP   PIC 9(05).
           05 LK-RCO-FECHA        PIC 9(08).
           05 LK-RCO-IMPORTE      PIC S9(09)V99.
           05 LK-RCO-RESULTADO    PIC X(01).
           05 LK-RCO-FECHA-EFECTIVA PIC 9(08).
           05 LK-RCO-TOTAL-PORC   PIC 9(03)V99.
           05 LK-RCO-CUANTOS      PIC 9(02).
           05 LK-RCO-CENTRO       OCCURS 10 TIMES.
              10 LK-RCO-CCOSTO    PIC X(06).
              10 LK-RCO-PORCENTAJE PIC 9(03)V99.
              10 LK-RCO-PRINCIPAL PIC X(01).
              10 LK-RCO-IMPORTE-CC PIC S9(09)V99.

       PROCEDURE DIVISION USING LK-PARAMETROS-RCOS.
       010-RAIZ.
           IF LK-RCO-ACCION EQUAL "F"
              THEN
                  IF ARCHIVO-ABIERTO
                     THEN
                         CLOSE DISTLAB
                  END-IF
                  SET ARCHIVO-CERRADO TO TRUE
                  GOBACK
           END-IF
           MOVE "S"   TO LK-RCO-RESULTADO
           MOVE ZEROS TO LK-RCO-FECHA-EFECTIVA
                         LK-RCO-TOTAL-PORC
                         LK-RCO-CUANTOS
                         WS-REPARTIDO
                         WS-IND-PRINCIPAL
           IF LK-RCO-ACCION NOT EQUAL "R"
              THEN
                  DISPLAY "ACCION DE REPARTO DE COSTOS INVALIDA: "
                          LK-RCO-ACCION
                  MOVE "E" TO LK-RCO-RESULTADO
                  GOBACK
           END-IF
           IF ARCHIVO-CERRADO
              THEN
                  PERFORM 050-ABRE-ARCHIVO THRU 050-FIN
           END-IF
           IF ARCHIVO-NO-EXISTE
              THEN
                  MOVE "N" TO LK-RCO-RESULTADO
                  GOBACK
           END-IF
           IF LK-RCO-RESULTADO EQUAL "E"
              THEN
                  GOBACK
           END-IF
           PERFORM 100-CARGA-JUEGO THRU 100-FIN
           IF LK-RCO-RESULTADO EQUAL "E"
              THEN
                  GOBACK
           END-IF
           IF LK-RCO-CUANTOS EQUAL ZEROS
              THEN
                  MOVE "N" TO LK-RCO-RESULTADO
                  GOBACK
           END-IF
           IF LK-RCO-TOTAL-PORC NOT EQUAL 100
              THEN
                  MOVE "P" TO LK-RCO-RESULTADO
                  GOBACK
           END-IF
           IF WS-IND-PRINCIPAL EQUAL ZEROS
              THEN
                  MOVE 1 TO WS-IND-PRINCIPAL
           END-IF
           PERFORM 200-REPARTE-UNO THRU 200-FIN
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER LK-RCO-CUANTOS
           SUBTRACT WS-REPARTIDO FROM LK-RCO-IMPORTE
                    GIVING LK-RCO-IMPORTE-CC (WS-IND-PRINCIPAL)
           GOBACK.

       050-ABRE-ARCHIVO.
           OPEN INPUT DISTLAB
           EVALUATE TRUE
              WHEN DISTLAB-OK
                 SET ARCHIVO-ABIERTO TO TRUE
              WHEN DISTLAB-NO-EXISTE
                 SET ARCHIVO-NO-EXISTE TO TRUE
              WHEN OTHER
                 DISPLAY "NO SE PUDO ABRIR DISTLAB, STATUS: "
                         WS-STATUS-DISTLAB
                 MOVE "E" TO LK-RCO-RESULTADO
           END-EVALUATE.
       050-FIN.  EXIT.

      * LOS JUEGOS DEL EMPLEADO VIENEN EN ORDEN DE FECHA EFECTIVA;
      * CADA VEZ QUE CAMBIA LA FECHA SE DESCARTA EL JUEGO ANTERIOR,
      * Y LA LECTURA PARA EN EL PRIMERO QUE YA NO ESTA VIGENTE.
       100-CARGA-JUEGO.
           MOVE SPACES            TO SW-FIN
           MOVE LK-RCO-NUMERO-EMP TO DSL-NUMERO-EMP
           MOVE ZEROS             TO DSL-FECHA-EFECTIVA
                                     DSL-SECUENCIA
           START DISTLAB KEY IS NOT LESS DSL-LLAVE
              INVALID KEY
                 GO TO 100-FIN
           END-START
           PERFORM 110-LEE-SIGUIENTE THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       100-FIN.  EXIT.

       110-LEE-SIGUIENTE.
           READ DISTLAB NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-READ
           IF DSL-NUMERO-EMP NOT EQUAL LK-RCO-NUMERO-EMP
              OR DSL-FECHA-EFECTIVA GREATER LK-RCO-FECHA
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 110-FIN
           END-IF
           IF DSL-FECHA-EFECTIVA NOT EQUAL LK-RCO-FECHA-EFECTIVA
              THEN
                  MOVE DSL-FECHA-EFECTIVA TO LK-RCO-FECHA-EFECTIVA
                  MOVE ZEROS TO LK-RCO-CUANTOS
                                LK-RCO-TOTAL-PORC
                                WS-IND-PRINCIPAL
           END-IF
           IF LK-RCO-CUANTOS EQUAL 10
              THEN
                  DISPLAY "MAS DE 10 CENTROS DE COSTOS PARA EL "
                          "EMPLEADO " LK-RCO-NUMERO-EMP
                  MOVE "E"   TO LK-RCO-RESULTADO
                  MOVE "FIN" TO SW-FIN
                  GO TO 110-FIN
           END-IF
           ADD 1 TO LK-RCO-CUANTOS
           MOVE DSL-CCOSTO     TO LK-RCO-CCOSTO     (LK-RCO-CUANTOS)
           MOVE DSL-PORCENTAJE TO LK-RCO-PORCENTAJE (LK-RCO-CUANTOS)
           MOVE DSL-PRINCIPAL  TO LK-RCO-PRINCIPAL  (LK-RCO-CUANTOS)
           MOVE ZEROS          TO LK-RCO-IMPORTE-CC (LK-RCO-CUANTOS)
           IF DSL-ES-PRINCIPAL
              AND WS-IND-PRINCIPAL EQUAL ZEROS
              THEN
                  MOVE LK-RCO-CUANTOS TO WS-IND-PRINCIPAL
           END-IF
           ADD DSL-PORCENTAJE  TO LK-RCO-TOTAL-PORC
              ON SIZE ERROR
                 MOVE 999.99 TO LK-RCO-TOTAL-PORC
           END-ADD.
       110-FIN.  EXIT.

       200-REPARTE-UNO.
           IF WS-IND EQUAL WS-IND-PRINCIPAL
              THEN
                  GO TO 200-FIN
           END-IF
           COMPUTE LK-RCO-IMPORTE-CC (WS-IND) ROUNDED =
                   LK-RCO-IMPORTE * LK-RCO-PORCENTAJE (WS-IND) / 100
           ADD LK-RCO-IMPORTE-CC (WS-IND) TO WS-REPARTIDO.
       200-FIN.  EXIT.
