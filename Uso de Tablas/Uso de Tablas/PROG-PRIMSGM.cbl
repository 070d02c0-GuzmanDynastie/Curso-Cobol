       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPSGM.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA DE LA PRIMA DEL SEGURO DE GASTOS MEDICOS MAYORES   *
      * (COPY SEGMED). LEE LAS PRIMAS DE PROGPARM Y ABRE SEGMED LA     *
      * PRIMERA VEZ QUE SE INVOCA, PARA QUE PROGNOMI Y PROGSIMU        *
      * CALCULEN LA PARTE DEL EMPLEADO CON LA MISMA REGLA. ACCION:     *
      *   C - DICE SI EL EMPLEADO LK-SGM-NUMERO-EMP ESTA CUBIERTO A LA *
      *       FECHA LK-SGM-FECHA, CON QUE PLAN Y CUANTOS ASEGURADOS,   *
      *       LA PRIMA DEL MES Y LA CUOTA DEL EMPLEADO PARA UN PERIODO *
      *       DE LA FRECUENCIA LK-SGM-FRECUENCIA (S = SEMANAL, OTRA =  *
      *       QUINCENAL);                                              *
      *   F - CIERRA SEGMED AL TERMINAR LA CORRIDA.                    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGMED       ASSIGN TO UT-S-SEGMED
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS SGM-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SEGMED.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGMED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-SEGMED.
           COPY SEGMED.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-SEGMED    PIC X(02)    VALUE "00".
              88 SEGMED-OK            VALUE "00".
           05 SW-HAY-SEGMED       PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-SEGMED   VALUE "S".
              88 NO-HAY-SEGMED        VALUE "N".
           05 SW-INICIADO         PIC X(01)    VALUE "N".
              88 YA-INICIADO          VALUE "S".
              88 NO-INICIADO          VALUE "N".
           05 WS-PRIMA-BASICO     PIC 9(07)V99 VALUE ZEROS.
           05 WS-PRIMA-MEDIO      PIC 9(07)V99 VALUE ZEROS.
           05 WS-PRIMA-AMPLIO     PIC 9(07)V99 VALUE ZEROS.
           05 WS-PORC-EMPLEADO    PIC 9(03)V99 VALUE 30.00.
           05 WS-PRIMA-PERSONA    PIC 9(07)V99 VALUE ZEROS.
           05 WS-CUOTA-MES        PIC 9(07)V99 VALUE ZEROS.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       LINKAGE SECTION.
       01  LK-PARAMETROS-SGM.
           05 LK-SGM-ACCION       PIC X(01).
           05 LK-SGM-NUMERO-EMP   PIC 9(05).
           05 LK-SGM-FECHA        PIC 9(08).
           05 LK-SGM-FRECUENCIA   PIC X(01).
           05 LK-SGM-CUBIERTO     PIC X(01).
           05 LK-SGM-PLAN         PIC X(01).
           05 LK-SGM-ASEGURADOS   PIC 9(02).
           05 LK-SGM-PRIMA-MES    PIC 9(07)V99.
           05 LK-SGM-CUOTA-EMP    PIC 9(07)V99.

       PROCEDURE DIVISION USING LK-PARAMETROS-SGM.
       010-RAIZ.
           IF NO-INICIADO
              AND LK-SGM-ACCION EQUAL "C"
              THEN
                  PERFORM 900-INICIA THRU 900-FIN
           END-IF
           EVALUATE LK-SGM-ACCION
              WHEN "C"
                 PERFORM 100-CALCULA THRU 100-FIN
              WHEN "F"
                 PERFORM 950-CIERRA THRU 950-FIN
              WHEN OTHER
                 DISPLAY "ACCION DE SEGURO MEDICO INVALIDA: "
                         LK-SGM-ACCION
                 MOVE "N" TO LK-SGM-CUBIERTO
           END-EVALUATE
           GOBACK.

      * CUBIERTO ES TENER RENGLON CUYA VIGENCIA ABARCA LA FECHA DEL
      * PERIODO. LA PRIMA DEL MES ES LA DEL PLAN POR CADA ASEGURADO
      * (TITULAR Y DEPENDIENTES CUBIERTOS); EL EMPLEADO PAGA SU
      * PORCENTAJE, LLEVADO AL PERIODO: MEDIO MES EN LA QUINCENA Y
      * 12/52 EN LA SEMANA.
       100-CALCULA.
           MOVE "N"   TO LK-SGM-CUBIERTO
           MOVE SPACE TO LK-SGM-PLAN
           MOVE ZEROS TO LK-SGM-ASEGURADOS
                         LK-SGM-PRIMA-MES
                         LK-SGM-CUOTA-EMP
           IF NO-HAY-SEGMED
              THEN
                  GO TO 100-FIN
           END-IF
           MOVE LK-SGM-NUMERO-EMP TO SGM-NUMERO-EMP
           READ SEGMED
              INVALID KEY
                 GO TO 100-FIN
           END-READ
           IF SGM-FECHA-INICIO GREATER LK-SGM-FECHA
              OR (NOT SGM-VIGENTE
                  AND SGM-FECHA-FIN LESS LK-SGM-FECHA)
              THEN
                  GO TO 100-FIN
           END-IF
           MOVE "S"            TO LK-SGM-CUBIERTO
           MOVE SGM-PLAN       TO LK-SGM-PLAN
           MOVE SGM-ASEGURADOS TO LK-SGM-ASEGURADOS
           EVALUATE TRUE
              WHEN SGM-PLAN-AMPLIO
                 MOVE WS-PRIMA-AMPLIO TO WS-PRIMA-PERSONA
              WHEN SGM-PLAN-MEDIO
                 MOVE WS-PRIMA-MEDIO  TO WS-PRIMA-PERSONA
              WHEN OTHER
                 MOVE WS-PRIMA-BASICO TO WS-PRIMA-PERSONA
           END-EVALUATE
           COMPUTE LK-SGM-PRIMA-MES ROUNDED =
                   WS-PRIMA-PERSONA * SGM-ASEGURADOS
              ON SIZE ERROR
                 MOVE ZEROS TO LK-SGM-PRIMA-MES
                 DISPLAY "DESBORDE EN PRIMA DE SEGURO MEDICO, "
                         "EMPLEADO: " LK-SGM-NUMERO-EMP
           END-COMPUTE
           COMPUTE WS-CUOTA-MES ROUNDED =
                   LK-SGM-PRIMA-MES * WS-PORC-EMPLEADO / 100
           IF LK-SGM-FRECUENCIA EQUAL "S"
              THEN
                  COMPUTE LK-SGM-CUOTA-EMP ROUNDED =
                          WS-CUOTA-MES * 12 / 52
              ELSE
                  COMPUTE LK-SGM-CUOTA-EMP ROUNDED =
                          WS-CUOTA-MES / 2
           END-IF.
       100-FIN.  EXIT.

      * PRIMAS MENSUALES POR ASEGURADO DE CADA PLAN (PARAMETROS
      * PRIMA-SGM-B, PRIMA-SGM-M Y PRIMA-SGM-A) Y EL PORCENTAJE QUE
      * PAGA EL EMPLEADO (PORC-SGM-EMPLEADO, 30% SI NO ESTA). UN PLAN
      * SIN PRIMA CAPTURADA NO DESCUENTA NADA.
       900-INICIA.
           MOVE "PRIMA-SGM-B" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-PRIMA-BASICO
           END-IF
           MOVE "PRIMA-SGM-M" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-PRIMA-MEDIO
           END-IF
           MOVE "PRIMA-SGM-A" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-PRIMA-AMPLIO
           END-IF
           MOVE "PORC-SGM-EMPLEADO" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO NOT GREATER 100
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-PORC-EMPLEADO
           END-IF
           OPEN INPUT SEGMED
           IF SEGMED-OK
              THEN
                  SET HAY-ARCHIVO-SEGMED TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO SEGMED, NO SE DESCUENTA SEGURO "
                          "DE GASTOS MEDICOS, STATUS: "
                          WS-STATUS-SEGMED
           END-IF
           SET YA-INICIADO TO TRUE.
       900-FIN.  EXIT.

       950-CIERRA.
           IF HAY-ARCHIVO-SEGMED
              THEN
                  CLOSE SEGMED
                  SET NO-HAY-SEGMED TO TRUE
           END-IF
           SET NO-INICIADO TO TRUE.
       950-FIN.  EXIT.
