       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGSDI.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              14/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * RECALCULO BIMESTRAL DEL SALARIO DIARIO INTEGRADO (SDI). HASTA  *
      * AHORA PROGSUA Y PROGMIMS INTEGRABAN CON EL FACTOR FIJO 1.0452  *
      * SOBRE SALARIO-EMP, SIN ANTIGUEDAD NI PERCEPCIONES VARIABLES.   *
      * ESTA CORRIDA, SOBRE EL BIMESTRE ANTERIOR QUE SE PIDE:          *
      *   - ACUMULA POR EMPLEADO LO VARIABLE DE NOMINA DEL BIMESTRE:   *
      *     EXTRAS DE CUALQUIER RENGLON MAS EL IMPORTE DE LOS          *
      *     RENGLONES "COMI" (COMISIONES), "BONO" (BONOS), "INCE"      *
      *     (INCENTIVOS DE PRODUCCION), "PDOM" (PRIMA DOMINICAL) Y     *
      *     "FEST" (DIA FESTIVO), MENOS LO QUE PROGREVE REVIRTIO (LOS  *
      *     RENGLONES REVE NO CUENTAN; LA BITACORA NOMREVE GUARDA LOS  *
      *     ORIGINALES CON SU CONCEPTO Y SE RESTAN CON IGUAL REGLA);   *
      *   - PARTE FIJA = SALARIO ENTRE 30 POR EL FACTOR DE INTEGRACION *
      *     DE LEY SEGUN ANTIGUEDAD: (365 + 15 DIAS DE AGUINALDO +     *
      *     DIAS DE VACACIONES POR LA PRIMA VACACIONAL) ENTRE 365, CON *
      *     LA MISMA TABLA DE VACACIONES DE PROGVACA;                  *
      *   - PARTE VARIABLE = LO ACUMULADO ENTRE LOS DIAS DEL BIMESTRE; *
      *   - TOPA EL SDI EN "TOPE-SDI-UMAS" VECES LA "UMA-DIARIO"       *
      *     (PARAMETROS DE PROGPARM, 25 Y 113.14 DE CASA);             *
      *   - GUARDA EL RESULTADO EN SDIEMP Y, PARA QUIEN CAMBIO, GRABA  *
      *     EL AVISO DE MODIFICACION EN SDIMOV CON EL LAYOUT DE        *
      *     MOVIMSS, VIGENTE EL PRIMER DIA DEL BIMESTRE SIGUIENTE.     *
      * QUIEN NO TIENE SDI GUARDADO SE COMPARA CONTRA EL QUE TIENE EL  *
      * SEGURO POR EL CALCULO ANTERIOR (SALARIO / 30 POR 1.0452).      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT NOMREVE      ASSIGN TO UT-S-NOMREVE
                               FILE STATUS IS WS-STATUS-NOMREVE.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT EMPDATOS     ASSIGN TO UT-S-EMPDATOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DAT-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-DATOS.
           SELECT SDIEMP       ASSIGN TO UT-S-SDIEMP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SDI-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SDIEMP.
           SELECT SDIMOV       ASSIGN TO UT-S-SDIMOV
                               FILE STATUS IS WS-STATUS-SDIMOV.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

      * BITACORA DE RENGLONES REVERTIDOS DE PROGREVE, CON EL CONCEPTO
      * ORIGINAL (LAYOUT DE NOMINA). PUEDE NO EXISTIR.
       FD  NOMREVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMREVE.
       01  REG-NOMREVE            PIC X(101).

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  EMPDATOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPDATOS.
           COPY EMPDATOS.

       FD  SDIEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS REG-SDIEMP.
           COPY SDIEMP.

      * AVISOS DE MODIFICACION DE SALARIO, CON EL MISMO LAYOUT DE
      * MOVIMSS PARA QUE ENTREN A LA HERRAMIENTA DEL SEGURO IGUAL.
       FD  SDIMOV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SDIMOV.
       01  REG-SDIMOV.
           05 MI-NUMERO-EMP       PIC 9(05).
           05 MI-TIPO             PIC X(01).
              88 MI-ES-MODIF         VALUE "M".
           05 MI-FECHA            PIC 9(08).
           05 MI-RFC              PIC X(13).
           05 MI-CURP             PIC X(18).
           05 MI-SDI              PIC 9(07)V99.
           05 FILLER              PIC X(26).

       01  REG-SDIMOV-CTRL REDEFINES REG-SDIMOV.
           05 MI-CTRL-INDICADOR   PIC 9(05).
              88 MI-ES-ENCABEZADO    VALUE 00000.
              88 MI-ES-SUMARIO       VALUE 99999.
           05 MI-CTRL-FECHA       PIC 9(08).
           05 MI-CTRL-REGISTROS   PIC 9(05).
           05 FILLER              PIC X(62).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-NOMREVE   PIC X(02)    VALUE "00".
              88 NOMREVE-OK         VALUE "00".
           05 SW-REVERTIDO        PIC X(01)    VALUE "N".
              88 RENGLON-REVERTIDO   VALUE "S".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-SDIEMP    PIC X(02)    VALUE "00".
              88 SDIEMP-OK          VALUE "00".
              88 SDIEMP-NO-EXISTE   VALUE "35".
           05 WS-STATUS-SDIMOV    PIC X(02)    VALUE "00".
              88 SDIMOV-OK          VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-HAY-EMPDATOS     PIC X(01)    VALUE "N".
              88 HAY-EMPDATOS        VALUE "S".
           05 SW-SDI-EXISTE       PIC X(01)    VALUE "N".
              88 SDI-EXISTE          VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-ANIO-BIM         PIC 9(04)    VALUE ZEROS.
           05 WS-BIMESTRE         PIC 9(01)    VALUE ZEROS.
           05 WS-MES-INICIAL      PIC 9(02)    VALUE ZEROS.
           05 WS-MES-FINAL        PIC 9(02)    VALUE ZEROS.
           05 WS-DIAS-BIMESTRE    PIC 9(02)    VALUE ZEROS.
           05 WS-DIA-FINAL        PIC 9(02)    VALUE ZEROS.
           05 WS-RESIDUO          PIC 9(04)    VALUE ZEROS.
           05 WS-COCIENTE         PIC 9(04)    VALUE ZEROS.
           05 WS-FECHA-VIGENCIA.
              10 WS-VIG-ANIO      PIC 9(04)    VALUE ZEROS.
              10 WS-VIG-MES       PIC 9(02)    VALUE ZEROS.
              10 WS-VIG-DIA       PIC 9(02)    VALUE ZEROS.
           05 WS-ANIOS-SERVICIO   PIC S9(03)   VALUE ZEROS.
           05 WS-DIAS-DERECHO     PIC 9(03)    VALUE ZEROS.
           05 WS-PORC-PRIMA       PIC 9(02)V99 VALUE 25.
           05 WS-UMA-DIARIO       PIC 9(05)V99 VALUE 113.14.
           05 WS-TOPE-UMAS        PIC 9(03)    VALUE 25.
           05 WS-TOPE-SDI         PIC 9(07)V99 VALUE ZEROS.
           05 WS-FACTOR           PIC 9(01)V9999 VALUE ZEROS.
           05 WS-FACTOR-ANTERIOR  PIC 9(01)V9999 VALUE 1.0452.
           05 WS-PARTE-FIJA       PIC 9(07)V99 VALUE ZEROS.
           05 WS-PARTE-VARIABLE   PIC 9(07)V99 VALUE ZEROS.
           05 WS-VARIABLE-BIM     PIC 9(09)V99 VALUE ZEROS.
           05 WS-SDI              PIC 9(07)V99 VALUE ZEROS.
           05 WS-SDI-ANTERIOR     PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOPADO           PIC X(01)    VALUE SPACES.
           05 WS-TOTAL-EMPS       PIC 9(03)    VALUE ZEROS.
           05 WS-IND-EMP          PIC 9(03)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(03)    VALUE ZEROS.
           05 WS-PROCESADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-MODIFICADOS      PIC 9(05)    VALUE ZEROS.
           05 WS-TOPADOS          PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-DATOS        PIC 9(05)    VALUE ZEROS.

      * LO VARIABLE DEL BIMESTRE POR EMPLEADO; NOMINA VIENE EN ORDEN
      * DE CORRIDA Y NO DE EMPLEADO, ASI QUE SE ACUMULA AQUI.
       01  WS-TABLA-VARIABLE.
           05 WS-VARIABLE         OCCURS 500 TIMES.
              10 WS-VAR-NUMERO    PIC 9(05).
              10 WS-VAR-IMPORTE   PIC 9(09)V99.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-TITULO-1.
           05 FILLER              PIC X(16)    VALUE SPACES.
           05 FILLER              PIC X(40)
                        VALUE "RECALCULO BIMESTRAL DE SDI, BIMESTRE ".
           05 WS-TIT-BIMESTRE     PIC 9(01).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "NUMERO".
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "FACTOR".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(12)    VALUE "  PARTE FIJA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(12)    VALUE "    VARIABLE".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(12)    VALUE "SDI ANTERIOR".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(12)    VALUE "   SDI NUEVO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "TOPE".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-FACTOR       PIC 9.9999.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FIJA         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-VARIABLE     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ANTERIOR     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUEVO        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-TOPADO       PIC X(01).

       01  WS-DET-TOT-PROCESADOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "EMPLEADOS RECALCULADOS     : ".
           05 WS-TOT-PROCESADOS-R PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-MODIFICADOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "AVISOS DE MODIFICACION     : ".
           05 WS-TOT-MODIFICADOS-R PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-TOPADOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "SDI TOPADOS AL LIMITE LEGAL: ".
           05 WS-TOT-TOPADOS-R    PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "ANIO DEL BIMESTRE A INTEGRAR (AAAA): "
           ACCEPT WS-ANIO-BIM
           DISPLAY "BIMESTRE A INTEGRAR (1-6): "
           ACCEPT WS-BIMESTRE
           IF WS-BIMESTRE LESS 1
              OR WS-BIMESTRE GREATER 6
              THEN
                  DISPLAY "BIMESTRE INVALIDO: " WS-BIMESTRE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           PERFORM 015-ARMA-BIMESTRE    THRU 015-FIN
           PERFORM 018-LEE-PARAMETROS   THRU 018-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 100-ACUMULA-VARIABLE THRU 100-FIN
           MOVE SPACES TO SW-FIN
           PERFORM 040-LEE     THRU 040-FIN
           PERFORM 040-PROCESO THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 200-FINAL   THRU 200-FIN
           GOBACK.

      * MESES Y DIAS DEL BIMESTRE, Y LA FECHA EN QUE ENTRA EN VIGOR
      * EL SDI RECALCULADO: EL PRIMER DIA DEL BIMESTRE SIGUIENTE.
       015-ARMA-BIMESTRE.
           COMPUTE WS-MES-FINAL   = WS-BIMESTRE * 2
           COMPUTE WS-MES-INICIAL = WS-MES-FINAL - 1
           EVALUATE WS-BIMESTRE
              WHEN 1
                 DIVIDE WS-ANIO-BIM BY 4 GIVING WS-COCIENTE
                        REMAINDER WS-RESIDUO
                 IF WS-RESIDUO EQUAL ZEROS
                    THEN
                        MOVE 60 TO WS-DIAS-BIMESTRE
                        MOVE 29 TO WS-DIA-FINAL
                    ELSE
                        MOVE 59 TO WS-DIAS-BIMESTRE
                        MOVE 28 TO WS-DIA-FINAL
                 END-IF
              WHEN 4
                 MOVE 62 TO WS-DIAS-BIMESTRE
                 MOVE 31 TO WS-DIA-FINAL
              WHEN 2
              WHEN 3
                 MOVE 61 TO WS-DIAS-BIMESTRE
                 MOVE 30 TO WS-DIA-FINAL
              WHEN OTHER
                 MOVE 61 TO WS-DIAS-BIMESTRE
                 MOVE 31 TO WS-DIA-FINAL
           END-EVALUATE
           IF WS-BIMESTRE EQUAL 6
              THEN
                  COMPUTE WS-VIG-ANIO = WS-ANIO-BIM + 1
                  MOVE 01 TO WS-VIG-MES
              ELSE
                  MOVE WS-ANIO-BIM TO WS-VIG-ANIO
                  COMPUTE WS-VIG-MES = WS-MES-FINAL + 1
           END-IF
           MOVE 01 TO WS-VIG-DIA.
       015-FIN.  EXIT.

       018-LEE-PARAMETROS.
           MOVE "UMA-DIARIO" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-UMA-DIARIO
           END-IF
           MOVE "TOPE-SDI-UMAS" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-TOPE-UMAS
           END-IF
           MOVE "PORC-PRIMA-VACA" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-PORC-PRIMA
           END-IF
           COMPUTE WS-TOPE-SDI ROUNDED =
                   WS-UMA-DIARIO * WS-TOPE-UMAS.
       018-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN INPUT EMPDATOS
           IF DATOS-OK
              THEN
                  SET HAY-EMPDATOS TO TRUE
              ELSE
                  DISPLAY "SIN EMPDATOS, RFC Y CURP VIAJAN EN "
                          "BLANCO, STATUS: " WS-STATUS-DATOS
           END-IF
           OPEN I-O SDIEMP
           IF SDIEMP-NO-EXISTE
              THEN
                  OPEN OUTPUT SDIEMP
                  CLOSE SDIEMP
                  OPEN I-O SDIEMP
           END-IF
           IF NOT SDIEMP-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SDIEMP, STATUS: "
                          WS-STATUS-SDIEMP
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN OUTPUT SDIMOV
           IF NOT SDIMOV-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SDIMOV, STATUS: "
                          WS-STATUS-SDIMOV
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-BIMESTRE TO WS-TIT-BIMESTRE
           MOVE WS-ANIO-BIM TO WS-TIT-ANIO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE ZEROS        TO REG-SDIMOV-CTRL
           MOVE 00000        TO MI-CTRL-INDICADOR
           MOVE WS-FECHA-HOY TO MI-CTRL-FECHA
           WRITE REG-SDIMOV.
       020-FIN.  EXIT.

      * ---------------------------------------------------------------
      * PERCEPCIONES VARIABLES DEL BIMESTRE, DESDE NOMINA
      * ---------------------------------------------------------------
       100-ACUMULA-VARIABLE.
           MOVE SPACES TO SW-FIN
           PERFORM 110-UN-RENGLON THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 120-RESTA-REVERTIDOS THRU 120-FIN
           CLOSE NOMINA.
       100-FIN.  EXIT.

       110-UN-RENGLON.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-READ
           IF NOM-ES-REVERSO
              THEN
                  GO TO 110-FIN
           END-IF
           PERFORM 115-SUMA-RENGLON THRU 115-FIN.
       110-FIN.  EXIT.

       115-SUMA-RENGLON.
           IF NOM-ANIO NOT EQUAL WS-ANIO-BIM
              OR NOM-MES LESS WS-MES-INICIAL
              OR NOM-MES GREATER WS-MES-FINAL
              THEN
                  GO TO 115-FIN
           END-IF
           MOVE NOM-EXTRAS TO WS-VARIABLE-BIM
           IF NOM-CONCEPTO EQUAL "COMI"
              OR NOM-CONCEPTO EQUAL "BONO"
              OR NOM-CONCEPTO EQUAL "INCE"
              OR NOM-CONCEPTO EQUAL "PDOM"
              OR NOM-CONCEPTO EQUAL "FEST"
              THEN
                  ADD NOM-SALARIO TO WS-VARIABLE-BIM
           END-IF
           IF WS-VARIABLE-BIM EQUAL ZEROS
              THEN
                  GO TO 115-FIN
           END-IF
           MOVE ZEROS TO WS-IND-EMP
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-EMPS
              IF WS-VAR-NUMERO (WS-IND-BUSCA) EQUAL NOM-NUMERO-EMP
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-EMP
              END-IF
           END-PERFORM
           IF WS-IND-EMP EQUAL ZEROS
              AND RENGLON-REVERTIDO
              THEN
                  GO TO 115-FIN
           END-IF
           IF WS-IND-EMP EQUAL ZEROS
              THEN
                  IF WS-TOTAL-EMPS EQUAL 500
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 500 "
                                 "EMPLEADOS CON PERCEPCION VARIABLE"
                         GO TO 115-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-EMPS
                  MOVE WS-TOTAL-EMPS  TO WS-IND-EMP
                  MOVE NOM-NUMERO-EMP TO WS-VAR-NUMERO (WS-IND-EMP)
                  MOVE ZEROS          TO WS-VAR-IMPORTE (WS-IND-EMP)
           END-IF
           IF RENGLON-REVERTIDO
              THEN
                  SUBTRACT WS-VARIABLE-BIM
                      FROM WS-VAR-IMPORTE (WS-IND-EMP)
              ELSE
                  ADD WS-VARIABLE-BIM TO WS-VAR-IMPORTE (WS-IND-EMP)
           END-IF.
       115-FIN.  EXIT.

      * EL RENGLON REVE NO DICE QUE CONCEPTO CANCELO; LA BITACORA DE
      * PROGREVE GUARDA EL ORIGINAL Y SE RESTA CON LA MISMA REGLA CON
      * QUE SE SUMO. SIN BITACORA NUNCA SE HA REVERTIDO NADA.
       120-RESTA-REVERTIDOS.
           OPEN INPUT NOMREVE
           IF NOT NOMREVE-OK
              THEN
                  GO TO 120-FIN
           END-IF
           SET RENGLON-REVERTIDO TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 125-RESTA-UNO THRU 125-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE "N" TO SW-REVERTIDO
           CLOSE NOMREVE.
       120-FIN.  EXIT.

       125-RESTA-UNO.
           READ NOMREVE INTO REG-NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 125-FIN
           END-READ
           PERFORM 115-SUMA-RENGLON THRU 115-FIN.
       125-FIN.  EXIT.

      * ---------------------------------------------------------------
      * RECALCULO POR EMPLEADO VIGENTE (ACTIVO O EN LICENCIA)
      * ---------------------------------------------------------------
       040-PROCESO.
           IF NOT CTRL-ES-ENCABEZADO
              AND NOT CTRL-ES-SUMARIO
              AND NOT EMP-ES-BAJA
              THEN
                  PERFORM 050-RECALCULA THRU 050-FIN
           END-IF.
       040-LEE.
           READ EMPLEADOS
              AT END MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT EMPLEADOS-OK
              AND WS-STATUS-EMPLEADOS NOT EQUAL "10"
              THEN
                  DISPLAY "ERROR AL LEER EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE "FIN" TO SW-FIN
           END-IF.
       040-FIN.  EXIT.

       050-RECALCULA.
           PERFORM 060-CALCULA-FACTOR THRU 060-FIN
           COMPUTE WS-PARTE-FIJA ROUNDED =
                   SALARIO-EMP / 30 * WS-FACTOR
              ON SIZE ERROR
                 MOVE ZEROS TO WS-PARTE-FIJA
                 DISPLAY "DESBORDE DE SDI, EMPLEADO: " NUMERO-EMP
           END-COMPUTE
           MOVE ZEROS TO WS-VARIABLE-BIM
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-EMPS
              IF WS-VAR-NUMERO (WS-IND-BUSCA) EQUAL NUMERO-EMP
                 THEN
                     MOVE WS-VAR-IMPORTE (WS-IND-BUSCA)
                       TO WS-VARIABLE-BIM
              END-IF
           END-PERFORM
           COMPUTE WS-PARTE-VARIABLE ROUNDED =
                   WS-VARIABLE-BIM / WS-DIAS-BIMESTRE
           COMPUTE WS-SDI = WS-PARTE-FIJA + WS-PARTE-VARIABLE
              ON SIZE ERROR
                 MOVE WS-TOPE-SDI TO WS-SDI
           END-COMPUTE
           MOVE SPACES TO WS-TOPADO
           IF WS-SDI GREATER WS-TOPE-SDI
              THEN
                  MOVE WS-TOPE-SDI TO WS-SDI
                  MOVE "S"         TO WS-TOPADO
                  ADD 1 TO WS-TOPADOS
           END-IF
           MOVE "N" TO SW-SDI-EXISTE
           MOVE NUMERO-EMP TO SDI-NUMERO-EMP
           READ SDIEMP
              INVALID KEY
                 COMPUTE WS-SDI-ANTERIOR ROUNDED =
                         SALARIO-EMP / 30 * WS-FACTOR-ANTERIOR
                    ON SIZE ERROR
                       MOVE ZEROS TO WS-SDI-ANTERIOR
                 END-COMPUTE
              NOT INVALID KEY
                 SET SDI-EXISTE TO TRUE
                 MOVE SDI-IMPORTE TO WS-SDI-ANTERIOR
           END-READ
           IF WS-SDI NOT EQUAL WS-SDI-ANTERIOR
              THEN
                  PERFORM 070-GRABA-AVISO THRU 070-FIN
           END-IF
           MOVE SPACES            TO REG-SDIEMP
           MOVE NUMERO-EMP        TO SDI-NUMERO-EMP
           MOVE WS-SDI            TO SDI-IMPORTE
           MOVE WS-PARTE-FIJA     TO SDI-PARTE-FIJA
           MOVE WS-PARTE-VARIABLE TO SDI-PARTE-VARIABLE
           MOVE WS-FACTOR         TO SDI-FACTOR
           MOVE WS-ANIO-BIM       TO SDI-ANIO
           MOVE WS-BIMESTRE       TO SDI-BIM
           MOVE WS-FECHA-VIGENCIA TO SDI-FECHA-VIGENCIA
           MOVE WS-TOPADO         TO SDI-TOPADO
           MOVE WS-SDI-ANTERIOR   TO SDI-ANTERIOR
           IF SDI-EXISTE
              THEN
                  REWRITE REG-SDIEMP
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR SDIEMP: "
                                NUMERO-EMP
                  END-REWRITE
              ELSE
                  WRITE REG-SDIEMP
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR SDIEMP: "
                                NUMERO-EMP
                  END-WRITE
           END-IF
           ADD 1 TO WS-PROCESADOS.
       050-FIN.  EXIT.

      * FACTOR DE INTEGRACION DE LEY A LA FECHA DE CIERRE DEL
      * BIMESTRE. MISMA TABLA DE DIAS DE VACACIONES QUE PROGVACA.
       060-CALCULA-FACTOR.
           COMPUTE WS-ANIOS-SERVICIO =
                   WS-ANIO-BIM - ANIO-ALTA-EMP
           IF MES-ALTA-EMP GREATER WS-MES-FINAL
              OR (MES-ALTA-EMP EQUAL WS-MES-FINAL
                  AND DIA-ALTA-EMP GREATER WS-DIA-FINAL)
              THEN
                  SUBTRACT 1 FROM WS-ANIOS-SERVICIO
           END-IF
           IF FECHA-ALTA-EMP EQUAL ZEROS
              THEN
                  MOVE ZEROS TO WS-ANIOS-SERVICIO
           END-IF
           EVALUATE TRUE
              WHEN WS-ANIOS-SERVICIO LESS 1
                 MOVE 12 TO WS-DIAS-DERECHO
              WHEN WS-ANIOS-SERVICIO EQUAL 1
                 MOVE 12 TO WS-DIAS-DERECHO
              WHEN WS-ANIOS-SERVICIO EQUAL 2
                 MOVE 14 TO WS-DIAS-DERECHO
              WHEN WS-ANIOS-SERVICIO EQUAL 3
                 MOVE 16 TO WS-DIAS-DERECHO
              WHEN WS-ANIOS-SERVICIO EQUAL 4
                 MOVE 18 TO WS-DIAS-DERECHO
              WHEN WS-ANIOS-SERVICIO EQUAL 5
                 MOVE 20 TO WS-DIAS-DERECHO
              WHEN WS-ANIOS-SERVICIO LESS 11
                 MOVE 22 TO WS-DIAS-DERECHO
              WHEN WS-ANIOS-SERVICIO LESS 16
                 MOVE 24 TO WS-DIAS-DERECHO
              WHEN WS-ANIOS-SERVICIO LESS 21
                 MOVE 26 TO WS-DIAS-DERECHO
              WHEN WS-ANIOS-SERVICIO LESS 26
                 MOVE 28 TO WS-DIAS-DERECHO
              WHEN OTHER
                 MOVE 30 TO WS-DIAS-DERECHO
           END-EVALUATE
           COMPUTE WS-FACTOR ROUNDED =
                   (365 + 15 + WS-DIAS-DERECHO * WS-PORC-PRIMA / 100)
                   / 365.
       060-FIN.  EXIT.

      * AVISO DE MODIFICACION CON RFC Y CURP DE EMPDATOS, COMO LOS
      * DE PROGMIMS; SIN DATOS PERSONALES VIAJA EN BLANCO Y SE AVISA.
       070-GRABA-AVISO.
           MOVE SPACES            TO REG-SDIMOV
           MOVE NUMERO-EMP        TO MI-NUMERO-EMP
           MOVE "M"               TO MI-TIPO
           MOVE WS-FECHA-VIGENCIA TO MI-FECHA
           MOVE WS-SDI            TO MI-SDI
           IF HAY-EMPDATOS
              THEN
                  MOVE NUMERO-EMP TO DAT-NUMERO-EMP
                  READ EMPDATOS
                     INVALID KEY
                        ADD 1 TO WS-SIN-DATOS
                        DISPLAY "SIN DATOS PERSONALES, RFC/CURP EN "
                                "BLANCO: " NUMERO-EMP
                     NOT INVALID KEY
                        MOVE DAT-RFC  TO MI-RFC
                        MOVE DAT-CURP TO MI-CURP
                  END-READ
              ELSE
                  ADD 1 TO WS-SIN-DATOS
           END-IF
           WRITE REG-SDIMOV
           ADD 1 TO WS-MODIFICADOS
           MOVE NUMERO-EMP        TO WS-DET-NUMERO
           MOVE WS-FACTOR         TO WS-DET-FACTOR
           MOVE WS-PARTE-FIJA     TO WS-DET-FIJA
           MOVE WS-PARTE-VARIABLE TO WS-DET-VARIABLE
           MOVE WS-SDI-ANTERIOR   TO WS-DET-ANTERIOR
           MOVE WS-SDI            TO WS-DET-NUEVO
           MOVE WS-TOPADO         TO WS-DET-TOPADO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       070-FIN.  EXIT.

       200-FINAL.
           MOVE ZEROS          TO REG-SDIMOV-CTRL
           MOVE 99999          TO MI-CTRL-INDICADOR
           MOVE WS-FECHA-HOY   TO MI-CTRL-FECHA
           MOVE WS-MODIFICADOS TO MI-CTRL-REGISTROS
           WRITE REG-SDIMOV
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-PROCESADOS  TO WS-TOT-PROCESADOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-PROCESADOS  AFTER 1
           MOVE WS-MODIFICADOS TO WS-TOT-MODIFICADOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-MODIFICADOS AFTER 1
           MOVE WS-TOPADOS     TO WS-TOT-TOPADOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-TOPADOS     AFTER 1
           CLOSE EMPLEADOS
           CLOSE SDIEMP
           CLOSE SDIMOV
           CLOSE REPORTE
           IF HAY-EMPDATOS
              THEN
                  CLOSE EMPDATOS
           END-IF
           DISPLAY "SDI RECALCULADO, EMPLEADOS: " WS-PROCESADOS
                   " AVISOS: " WS-MODIFICADOS
                   " TOPADOS: " WS-TOPADOS
           IF WS-SIN-DATOS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.
