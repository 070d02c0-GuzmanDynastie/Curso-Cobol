       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCMES.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * COSTO DE NOMINA POR CONCEPTO, COMPARATIVO MENSUAL. HISTMES     *
      * SOLO DA EL SALARIO TOTAL Y FINANZAS NO PUEDE EXPLICAR DE DONDE *
      * SALE UN AUMENTO; ESTE REPORTE LEE EL ACUMULADO DE NOMINA Y     *
      * ABRE CADA CONCEPTO EN SU RENGLON (SALARIO NORMAL, HORAS EXTRA, *
      * COMISIONES, FALTAS, BONOS, FINIQUITOS Y LOS DEMAS DEL CATALOGO *
      * DE PROGCPTO) CON:                                              *
      *   - EL MES PEDIDO, EL MES ANTERIOR Y EL MISMO MES DEL ANIO     *
      *     ANTERIOR;                                                  *
      *   - LA VARIACION EN IMPORTE Y EN PORCENTAJE CONTRA LOS DOS.    *
      * PRIMERO A NIVEL EMPRESA Y LUEGO UNA HOJA POR DEPARTAMENTO      *
      * PAGADO. SE MARCA (**) EL CONCEPTO CUYA VARIACION REBASA EL     *
      * UMBRAL EN PORCENTAJE DEL PARAMETRO VARIACION-CPTO-PCT DE       *
      * PARAMS (10% DE CASA) O QUE NO EXISTIA EN EL MES DE             *
      * COMPARACION.                                                   *
      * -------------------------------------------------------------- *


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
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

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-CAPACIDAD        PIC X(01)    VALUE "N".
              88 CAPACIDAD-EXCEDIDA  VALUE "S".
           05 WS-MES-PEDIDO       PIC 9(06)    VALUE ZEROS.
           05 WS-MES-PEDIDO-R REDEFINES WS-MES-PEDIDO.
              10 WS-MP-ANIO       PIC 9(04).
              10 WS-MP-MES        PIC 9(02).
           05 WS-PER-ANTERIOR     PIC 9(06)    VALUE ZEROS.
           05 WS-PER-ANTERIOR-R REDEFINES WS-PER-ANTERIOR.
              10 WS-PA-ANIO       PIC 9(04).
              10 WS-PA-MES        PIC 9(02).
           05 WS-PER-ANIO-ANT     PIC 9(06)    VALUE ZEROS.
           05 WS-PER-RENGLON      PIC 9(06)    VALUE ZEROS.
           05 WS-COLUMNA          PIC 9(01)    VALUE ZEROS.
           05 WS-SIGNO            PIC S9(01)   VALUE +1.
           05 WS-CODIGO           PIC X(04)    VALUE SPACES.
           05 WS-DESC-DEFECTO     PIC X(20)    VALUE SPACES.
           05 WS-IMPORTE          PIC S9(09)V99 VALUE ZEROS.
           05 WS-UMBRAL           PIC 9(03)V99 VALUE 10.00.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.

       01  WS-CONTADORES.
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-SELECCIONADOS    PIC 9(07)    VALUE ZEROS.
           05 WS-EN-MES-ACTUAL    PIC 9(07)    VALUE ZEROS.
           05 WS-MARCADOS         PIC 9(05)    VALUE ZEROS.

       01  WS-INDICES.
           05 WS-TOTAL-CPTOS      PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-DEPTOS     PIC 9(03)    VALUE ZEROS.
           05 WS-IND-CP           PIC 9(02)    VALUE ZEROS.
           05 WS-IND-DP           PIC 9(03)    VALUE ZEROS.
           05 WS-IND-COL          PIC 9(01)    VALUE ZEROS.
           05 WS-IND-I            PIC 9(03)    VALUE ZEROS.
           05 WS-IND-J            PIC 9(03)    VALUE ZEROS.
           05 WS-CP-ACTUAL        PIC 9(02)    VALUE ZEROS.
           05 WS-DP-ACTUAL        PIC 9(03)    VALUE ZEROS.
           05 WS-TEMPORAL         PIC 9(03)    VALUE ZEROS.
           05 WS-IND-A            PIC 9(03)    VALUE ZEROS.
           05 WS-IND-B            PIC 9(03)    VALUE ZEROS.

      * CONCEPTOS ENCONTRADOS EN LOS TRES MESES, CON SU IMPORTE A
      * NIVEL EMPRESA POR COLUMNA: 1 = MES PEDIDO, 2 = MES ANTERIOR,
      * 3 = MISMO MES DEL ANIO ANTERIOR. WS-ORDEN-CP LOS IMPRIME POR
      * CODIGO SIN MOVER LA TABLA.
       01  WS-TABLA-CPTOS.
           05 WS-CPTO             OCCURS 50 TIMES.
              10 WS-CP-CODIGO     PIC X(04).
              10 WS-CP-DESC       PIC X(20).
              10 WS-CP-IMPORTE    PIC S9(11)V99 OCCURS 3 TIMES.
       01  WS-TABLA-ORDEN-CP.
           05 WS-ORDEN-CP         PIC 9(02)    OCCURS 50 TIMES.

      * LOS MISMOS IMPORTES ABIERTOS POR DEPARTAMENTO PAGADO
      * (NOM-DEPTO); EL SEGUNDO INDICE ES EL DEL CONCEPTO EN
      * WS-TABLA-CPTOS.
       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO            OCCURS 100 TIMES.
              10 WS-DP-CODIGO     PIC 9(03).
              10 WS-DP-CPTO       OCCURS 50 TIMES.
                 15 WS-DP-IMPORTE PIC S9(09)V99 OCCURS 3 TIMES.
       01  WS-TABLA-ORDEN-DP.
           05 WS-ORDEN-DP         PIC 9(03)    OCCURS 100 TIMES.

      * LOS TRES IMPORTES DE UN RENGLON DEL REPORTE Y SUS VARIACIONES.
       01  WS-RENGLON.
           05 WS-REN-IMPORTE      PIC S9(11)V99 OCCURS 3 TIMES.
           05 WS-REN-TOTAL        PIC S9(11)V99 OCCURS 3 TIMES.
           05 WS-VARIACION        PIC S9(11)V99 VALUE ZEROS.
           05 WS-PORCENTAJE       PIC S9(05)V9  VALUE ZEROS.
           05 WS-PORC-ABSOLUTO    PIC 9(05)V9   VALUE ZEROS.
           05 SW-MARCA            PIC X(01)    VALUE "N".
              88 RENGLON-MARCADO     VALUE "S".

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".

       01  WS-PARAMETROS-CPTO.
           05 WS-CPTO-CODIGO      PIC X(04).
           05 WS-CPTO-DESCRIPCION PIC X(20).
           05 WS-CPTO-SIGNO       PIC X(01).
           05 WS-CPTO-GRAVABLE    PIC X(01).
           05 WS-CPTO-CUENTA      PIC X(06).
           05 WS-CPTO-ENCONTRADO  PIC X(01).
              88 CPTO-ENCONTRADO     VALUE "S".

       01  LK-PARAMETROS-DEPTO.
           05 LK-DEPTO-CODIGO     PIC 9(03).
           05 LK-DEPTO-NOMBRE     PIC X(20).
           05 LK-DEPTO-CCOSTO     PIC X(06).
           05 LK-DEPTO-ENCONTRADO PIC X(01).
              88 DEPTO-NO-ENCONTRADO VALUE "N".

       01  WS-TITULO-1.
           05 FILLER              PIC X(40)    VALUE SPACES.
           05 FILLER              PIC X(52)
              VALUE "COSTO DE NOMINA POR CONCEPTO, COMPARATIVO MENSUAL".
           05 FILLER              PIC X(40)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(13)    VALUE "MES PEDIDO: ".
           05 WS-TIT-ACTUAL       PIC 9(06).
           05 FILLER              PIC X(18)
                                  VALUE "   MES ANTERIOR: ".
           05 WS-TIT-ANTERIOR     PIC 9(06).
           05 FILLER              PIC X(22)
                                  VALUE "   MES ANIO ANTERIOR: ".
           05 WS-TIT-ANIO-ANT     PIC 9(06).
           05 FILLER              PIC X(29)
                             VALUE "   UMBRAL DE VARIACION (%): ".
           05 WS-TIT-UMBRAL       PIC ZZ9.99.
           05 FILLER              PIC X(10)    VALUE "   FECHA: ".
           05 WS-TIT-HOY          PIC 9(08).
           05 FILLER              PIC X(08)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(132)   VALUE ALL "-".

       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(26)
                                  VALUE "CPTO DESCRIPCION".
           05 FILLER              PIC X(16)    VALUE "     MES PEDIDO".
           05 FILLER              PIC X(16)    VALUE "   MES ANTERIOR".
           05 FILLER              PIC X(16)    VALUE "  MES ANIO ANT.".
           05 FILLER              PIC X(16)    VALUE " VAR. VS MES ANT".
           05 FILLER              PIC X(08)    VALUE "  % MES".
           05 FILLER              PIC X(16)    VALUE "VAR. VS ANIO AN".
           05 FILLER              PIC X(08)    VALUE " % ANIO".
           05 FILLER              PIC X(10)    VALUE "MARCA".

       01  WS-ENC-SECCION.
           05 FILLER              PIC X(14)    VALUE "DEPARTAMENTO: ".
           05 WS-ENC-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-ENC-NOMBRE       PIC X(20).
           05 FILLER              PIC X(94)    VALUE SPACES.

       01  WS-DETALLE.
           05 WS-DET-CODIGO       PIC X(04).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DESC         PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ACTUAL       PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ANTERIOR     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ANIO-ANT     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-VAR-MES      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-PCT-MES      PIC -ZZZ9.9.
           05 WS-DET-PCT-MES-X REDEFINES WS-DET-PCT-MES
                                  PIC X(07).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-VAR-ANIO     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-PCT-ANIO     PIC -ZZZ9.9.
           05 WS-DET-PCT-ANIO-X REDEFINES WS-DET-PCT-ANIO
                                  PIC X(07).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-MARCA        PIC X(03).
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-DET-RESUMEN.
           05 FILLER              PIC X(35)
                         VALUE "RENGLONES DE NOMINA LEIDOS       : ".
           05 WS-RES-LEIDOS       PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(35)
                         VALUE "   EN LOS TRES MESES COMPARADOS  : ".
           05 WS-RES-SELECC       PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(30)
                         VALUE "   RENGLONES MARCADOS (**)  : ".
           05 WS-RES-MARCADOS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(08)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "MES A ANALIZAR (AAAAMM): "
           ACCEPT WS-MES-PEDIDO
           IF WS-MP-MES LESS 1
              OR WS-MP-MES GREATER 12
              OR WS-MP-ANIO LESS 1
              THEN
                  DISPLAY "MES INVALIDO: " WS-MES-PEDIDO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           PERFORM 030-PERIODOS         THRU 030-FIN
           PERFORM 035-UMBRAL           THRU 035-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 040-LEE              THRU 040-FIN
           PERFORM 040-PROCESO          THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 300-ORDENA           THRU 300-FIN
           PERFORM 400-IMPRIME-EMPRESA  THRU 400-FIN
           PERFORM 500-IMPRIME-DEPTOS   THRU 500-FIN
                   VARYING WS-IND-I FROM 1 BY 1
                   UNTIL WS-IND-I GREATER WS-TOTAL-DEPTOS
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

       020-ABRE-ARCHIVOS.
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  CLOSE NOMINA
                  GOBACK
           END-IF.
       020-FIN.  EXIT.

       030-PERIODOS.
           MOVE WS-MES-PEDIDO TO WS-PER-ANTERIOR
           IF WS-MP-MES EQUAL 1
              THEN
                  SUBTRACT 1 FROM WS-PA-ANIO
                  MOVE 12 TO WS-PA-MES
              ELSE
                  SUBTRACT 1 FROM WS-PA-MES
           END-IF
           COMPUTE WS-PER-ANIO-ANT = WS-MES-PEDIDO - 100.
       030-FIN.  EXIT.

      * UMBRAL DE VARIACION EN PORCENTAJE, DE PARAMS; SIN PARAMETRO
      * SE MARCA TODO LO QUE SE MUEVA MAS DE 10%.
       035-UMBRAL.
           MOVE "VARIACION-CPTO-PCT" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              AND WS-PARM-NUMERICO LESS 1000
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-UMBRAL
           END-IF.
       035-FIN.  EXIT.

       040-PROCESO.
           COMPUTE WS-PER-RENGLON = NOM-ANIO * 100 + NOM-MES
           EVALUATE WS-PER-RENGLON
              WHEN WS-MES-PEDIDO
                 MOVE 1 TO WS-COLUMNA
                 ADD 1 TO WS-EN-MES-ACTUAL
              WHEN WS-PER-ANTERIOR
                 MOVE 2 TO WS-COLUMNA
              WHEN WS-PER-ANIO-ANT
                 MOVE 3 TO WS-COLUMNA
              WHEN OTHER
                 MOVE ZEROS TO WS-COLUMNA
           END-EVALUATE
           IF WS-COLUMNA GREATER ZEROS
              THEN
                  ADD 1 TO WS-SELECCIONADOS
                  PERFORM 050-DESGLOSA THRU 050-FIN
           END-IF.
       040-LEE.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
              NOT AT END
                 ADD 1 TO WS-LEIDOS
           END-READ.
       040-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * EL RENGLON SE PARTE EN LO QUE CUESTA, CON LOS MISMOS CODIGOS   *
      * QUE EL RECIBO TIMBRADO DE PROGCFDI: EL SALARIO VA A SU         *
      * CONCEPTO, LAS EXTRAS A HEXT Y LAS FALTAS A FALT COMO           *
      * DESCUENTO. LAS RETENCIONES NO SON COSTO Y NO ENTRAN. UN        *
      * RENGLON REVE (PROGREVE) NO SABE QUE CONCEPTO ANULO, ASI QUE    *
      * TODO LO SUYO VA A REVE EN NEGATIVO.                            *
      * -------------------------------------------------------------- *
       050-DESGLOSA.
           MOVE +1 TO WS-SIGNO
           IF NOM-ES-REVERSO
              THEN
                  MOVE -1 TO WS-SIGNO
           END-IF
           IF NOM-SALARIO GREATER ZEROS
              THEN
                  MOVE NOM-CONCEPTO   TO WS-CODIGO
                  MOVE "SIN CATALOGO" TO WS-DESC-DEFECTO
                  COMPUTE WS-IMPORTE = NOM-SALARIO * WS-SIGNO
                  PERFORM 060-ACUMULA THRU 060-FIN
           END-IF
           IF NOM-EXTRAS GREATER ZEROS
              THEN
                  MOVE "HEXT"         TO WS-CODIGO
                  MOVE "HORAS EXTRA"  TO WS-DESC-DEFECTO
                  COMPUTE WS-IMPORTE = NOM-EXTRAS * WS-SIGNO
                  PERFORM 060-ACUMULA THRU 060-FIN
           END-IF
           IF NOM-FALTAS GREATER ZEROS
              THEN
                  MOVE "FALT"         TO WS-CODIGO
                  MOVE "DESCUENTO FALTAS" TO WS-DESC-DEFECTO
                  COMPUTE WS-IMPORTE = NOM-FALTAS * WS-SIGNO * -1
                  PERFORM 060-ACUMULA THRU 060-FIN
           END-IF.
       050-FIN.  EXIT.

       060-ACUMULA.
           IF NOM-ES-REVERSO
              THEN
                  MOVE "REVE"         TO WS-CODIGO
                  MOVE "REVERSOS"     TO WS-DESC-DEFECTO
           END-IF
           PERFORM 065-BUSCA-CPTO  THRU 065-FIN
           IF WS-CP-ACTUAL EQUAL ZEROS
              THEN
                  GO TO 060-FIN
           END-IF
           PERFORM 070-BUSCA-DEPTO THRU 070-FIN
           IF WS-DP-ACTUAL EQUAL ZEROS
              THEN
                  GO TO 060-FIN
           END-IF
           ADD WS-IMPORTE TO WS-CP-IMPORTE (WS-CP-ACTUAL, WS-COLUMNA)
           ADD WS-IMPORTE
            TO WS-DP-IMPORTE (WS-DP-ACTUAL, WS-CP-ACTUAL, WS-COLUMNA).
       060-FIN.  EXIT.

       065-BUSCA-CPTO.
           MOVE ZEROS TO WS-CP-ACTUAL
           PERFORM 066-COMPARA-CPTO THRU 066-FIN
                   VARYING WS-IND-CP FROM 1 BY 1
                   UNTIL WS-IND-CP GREATER WS-TOTAL-CPTOS
                   OR WS-CP-ACTUAL GREATER ZEROS
           IF WS-CP-ACTUAL GREATER ZEROS
              THEN
                  GO TO 065-FIN
           END-IF
           IF WS-TOTAL-CPTOS EQUAL 50
              THEN
                  IF NOT CAPACIDAD-EXCEDIDA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 50 "
                                 "CONCEPTOS, SE OMITE " WS-CODIGO
                  END-IF
                  SET CAPACIDAD-EXCEDIDA TO TRUE
                  GO TO 065-FIN
           END-IF
           ADD 1 TO WS-TOTAL-CPTOS
           MOVE WS-TOTAL-CPTOS TO WS-CP-ACTUAL
           MOVE WS-CODIGO      TO WS-CP-CODIGO (WS-CP-ACTUAL)
           MOVE ZEROS          TO WS-CP-IMPORTE (WS-CP-ACTUAL, 1)
                                  WS-CP-IMPORTE (WS-CP-ACTUAL, 2)
                                  WS-CP-IMPORTE (WS-CP-ACTUAL, 3)
           MOVE WS-CODIGO      TO WS-CPTO-CODIGO
           CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
           IF CPTO-ENCONTRADO
              THEN
                  MOVE WS-CPTO-DESCRIPCION TO WS-CP-DESC (WS-CP-ACTUAL)
              ELSE
                  MOVE WS-DESC-DEFECTO     TO WS-CP-DESC (WS-CP-ACTUAL)
           END-IF
           PERFORM 067-LIMPIA-DEPTO THRU 067-FIN
                   VARYING WS-IND-DP FROM 1 BY 1
                   UNTIL WS-IND-DP GREATER WS-TOTAL-DEPTOS.
       065-FIN.  EXIT.

       066-COMPARA-CPTO.
           IF WS-CP-CODIGO (WS-IND-CP) EQUAL WS-CODIGO
              THEN
                  MOVE WS-IND-CP TO WS-CP-ACTUAL
           END-IF.
       066-FIN.  EXIT.

      * UN CONCEPTO NUEVO ARRANCA EN CEROS EN LOS DEPARTAMENTOS QUE
      * YA ESTABAN EN LA TABLA.
       067-LIMPIA-DEPTO.
           MOVE ZEROS TO WS-DP-IMPORTE (WS-IND-DP, WS-CP-ACTUAL, 1)
                         WS-DP-IMPORTE (WS-IND-DP, WS-CP-ACTUAL, 2)
                         WS-DP-IMPORTE (WS-IND-DP, WS-CP-ACTUAL, 3).
       067-FIN.  EXIT.

       070-BUSCA-DEPTO.
           MOVE ZEROS TO WS-DP-ACTUAL
           PERFORM 071-COMPARA-DEPTO THRU 071-FIN
                   VARYING WS-IND-DP FROM 1 BY 1
                   UNTIL WS-IND-DP GREATER WS-TOTAL-DEPTOS
                   OR WS-DP-ACTUAL GREATER ZEROS
           IF WS-DP-ACTUAL GREATER ZEROS
              THEN
                  GO TO 070-FIN
           END-IF
           IF WS-TOTAL-DEPTOS EQUAL 100
              THEN
                  IF NOT CAPACIDAD-EXCEDIDA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 100 "
                                 "DEPARTAMENTOS, SE OMITE " NOM-DEPTO
                  END-IF
                  SET CAPACIDAD-EXCEDIDA TO TRUE
                  GO TO 070-FIN
           END-IF
           ADD 1 TO WS-TOTAL-DEPTOS
           MOVE WS-TOTAL-DEPTOS TO WS-DP-ACTUAL
           MOVE NOM-DEPTO       TO WS-DP-CODIGO (WS-DP-ACTUAL)
           PERFORM 072-LIMPIA-CPTO THRU 072-FIN
                   VARYING WS-IND-CP FROM 1 BY 1
                   UNTIL WS-IND-CP GREATER WS-TOTAL-CPTOS.
       070-FIN.  EXIT.

       071-COMPARA-DEPTO.
           IF WS-DP-CODIGO (WS-IND-DP) EQUAL NOM-DEPTO
              THEN
                  MOVE WS-IND-DP TO WS-DP-ACTUAL
           END-IF.
       071-FIN.  EXIT.

       072-LIMPIA-CPTO.
           MOVE ZEROS TO WS-DP-IMPORTE (WS-DP-ACTUAL, WS-IND-CP, 1)
                         WS-DP-IMPORTE (WS-DP-ACTUAL, WS-IND-CP, 2)
                         WS-DP-IMPORTE (WS-DP-ACTUAL, WS-IND-CP, 3).
       072-FIN.  EXIT.

       200-FINAL.
           MOVE WS-LEIDOS        TO WS-RES-LEIDOS
           MOVE WS-SELECCIONADOS TO WS-RES-SELECC
           MOVE WS-MARCADOS      TO WS-RES-MARCADOS
           WRITE REG-REPORTE FROM WS-GUIONES     AFTER 2
           WRITE REG-REPORTE FROM WS-DET-RESUMEN AFTER 1
           CLOSE NOMINA
           CLOSE REPORTE
           DISPLAY "COSTO POR CONCEPTO TERMINADO, RENGLONES DEL MES: "
                   WS-EN-MES-ACTUAL " CONCEPTOS: " WS-TOTAL-CPTOS
                   " MARCADOS: " WS-MARCADOS
           IF WS-EN-MES-ACTUAL EQUAL ZEROS
              OR CAPACIDAD-EXCEDIDA
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * ORDEN DE IMPRESION POR CODIGO DE CONCEPTO Y POR NUMERO DE      *
      * DEPARTAMENTO: SE ORDENAN LOS ARREGLOS DE INDICES (BURBUJA),    *
      * NO LAS TABLAS.                                                 *
      * -------------------------------------------------------------- *
       300-ORDENA.
           PERFORM 305-INICIA-CP THRU 305-FIN
                   VARYING WS-IND-I FROM 1 BY 1
                   UNTIL WS-IND-I GREATER WS-TOTAL-CPTOS
           PERFORM 306-INICIA-DP THRU 306-FIN
                   VARYING WS-IND-I FROM 1 BY 1
                   UNTIL WS-IND-I GREATER WS-TOTAL-DEPTOS
           PERFORM 310-BURBUJA-CP THRU 310-FIN
                   VARYING WS-IND-I FROM 1 BY 1
                   UNTIL WS-IND-I NOT LESS WS-TOTAL-CPTOS
                   AFTER WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J NOT LESS WS-TOTAL-CPTOS
           PERFORM 320-BURBUJA-DP THRU 320-FIN
                   VARYING WS-IND-I FROM 1 BY 1
                   UNTIL WS-IND-I NOT LESS WS-TOTAL-DEPTOS
                   AFTER WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J NOT LESS WS-TOTAL-DEPTOS.
       300-FIN.  EXIT.

       305-INICIA-CP.
           MOVE WS-IND-I TO WS-ORDEN-CP (WS-IND-I).
       305-FIN.  EXIT.

       306-INICIA-DP.
           MOVE WS-IND-I TO WS-ORDEN-DP (WS-IND-I).
       306-FIN.  EXIT.

       310-BURBUJA-CP.
           MOVE WS-ORDEN-CP (WS-IND-J)     TO WS-IND-A
           MOVE WS-ORDEN-CP (WS-IND-J + 1) TO WS-IND-B
           IF WS-CP-CODIGO (WS-IND-A) GREATER WS-CP-CODIGO (WS-IND-B)
              THEN
                  MOVE WS-ORDEN-CP (WS-IND-J)     TO WS-TEMPORAL
                  MOVE WS-ORDEN-CP (WS-IND-J + 1)
                    TO WS-ORDEN-CP (WS-IND-J)
                  MOVE WS-TEMPORAL TO WS-ORDEN-CP (WS-IND-J + 1)
           END-IF.
       310-FIN.  EXIT.

       320-BURBUJA-DP.
           MOVE WS-ORDEN-DP (WS-IND-J)     TO WS-IND-A
           MOVE WS-ORDEN-DP (WS-IND-J + 1) TO WS-IND-B
           IF WS-DP-CODIGO (WS-IND-A) GREATER WS-DP-CODIGO (WS-IND-B)
              THEN
                  MOVE WS-ORDEN-DP (WS-IND-J)     TO WS-TEMPORAL
                  MOVE WS-ORDEN-DP (WS-IND-J + 1)
                    TO WS-ORDEN-DP (WS-IND-J)
                  MOVE WS-TEMPORAL TO WS-ORDEN-DP (WS-IND-J + 1)
           END-IF.
       320-FIN.  EXIT.

       400-IMPRIME-EMPRESA.
           MOVE WS-MES-PEDIDO    TO WS-TIT-ACTUAL
           MOVE WS-PER-ANTERIOR  TO WS-TIT-ANTERIOR
           MOVE WS-PER-ANIO-ANT  TO WS-TIT-ANIO-ANT
           MOVE WS-UMBRAL        TO WS-TIT-UMBRAL
           MOVE WS-FECHA-HOY     TO WS-TIT-HOY
           WRITE REG-REPORTE FROM WS-TITULO-1     AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2     AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           MOVE ZEROS TO WS-REN-TOTAL (1) WS-REN-TOTAL (2)
                         WS-REN-TOTAL (3)
           PERFORM 410-CPTO-EMPRESA THRU 410-FIN
                   VARYING WS-IND-I FROM 1 BY 1
                   UNTIL WS-IND-I GREATER WS-TOTAL-CPTOS
           PERFORM 450-RENGLON-TOTAL THRU 450-FIN
           MOVE "TOTAL EMPRESA"  TO WS-DET-DESC
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 2.
       400-FIN.  EXIT.

       410-CPTO-EMPRESA.
           MOVE WS-ORDEN-CP (WS-IND-I) TO WS-IND-CP
           PERFORM 415-COPIA-EMPRESA THRU 415-FIN
                   VARYING WS-IND-COL FROM 1 BY 1
                   UNTIL WS-IND-COL GREATER 3
           PERFORM 600-ARMA-DETALLE THRU 600-FIN
           MOVE WS-CP-CODIGO (WS-IND-CP) TO WS-DET-CODIGO
           MOVE WS-CP-DESC (WS-IND-CP)   TO WS-DET-DESC
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       410-FIN.  EXIT.

       415-COPIA-EMPRESA.
           MOVE WS-CP-IMPORTE (WS-IND-CP, WS-IND-COL)
             TO WS-REN-IMPORTE (WS-IND-COL)
           ADD WS-REN-IMPORTE (WS-IND-COL) TO WS-REN-TOTAL (WS-IND-COL).
       415-FIN.  EXIT.

       450-RENGLON-TOTAL.
           MOVE WS-REN-TOTAL (1) TO WS-REN-IMPORTE (1)
           MOVE WS-REN-TOTAL (2) TO WS-REN-IMPORTE (2)
           MOVE WS-REN-TOTAL (3) TO WS-REN-IMPORTE (3)
           PERFORM 600-ARMA-DETALLE THRU 600-FIN
           MOVE SPACES TO WS-DET-CODIGO.
       450-FIN.  EXIT.

      * UN DEPARTAMENTO POR HOJA CON LOS CONCEPTOS QUE TUVO EN
      * CUALQUIERA DE LOS TRES MESES Y SU TOTAL.
       500-IMPRIME-DEPTOS.
           MOVE WS-ORDEN-DP (WS-IND-I) TO WS-IND-DP
           MOVE WS-DP-CODIGO (WS-IND-DP) TO LK-DEPTO-CODIGO
                                            WS-ENC-DEPTO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           IF DEPTO-NO-ENCONTRADO
              THEN
                  MOVE "SIN CATALOGO" TO LK-DEPTO-NOMBRE
           END-IF
           MOVE LK-DEPTO-NOMBRE TO WS-ENC-NOMBRE
           WRITE REG-REPORTE FROM WS-ENC-SECCION  AFTER PAGE
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           MOVE ZEROS TO WS-REN-TOTAL (1) WS-REN-TOTAL (2)
                         WS-REN-TOTAL (3)
           PERFORM 510-CPTO-DEPTO THRU 510-FIN
                   VARYING WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J GREATER WS-TOTAL-CPTOS
           PERFORM 450-RENGLON-TOTAL THRU 450-FIN
           MOVE "TOTAL DEPARTAMENTO" TO WS-DET-DESC
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 2.
       500-FIN.  EXIT.

       510-CPTO-DEPTO.
           MOVE WS-ORDEN-CP (WS-IND-J) TO WS-IND-CP
           PERFORM 515-COPIA-DEPTO THRU 515-FIN
                   VARYING WS-IND-COL FROM 1 BY 1
                   UNTIL WS-IND-COL GREATER 3
           IF WS-REN-IMPORTE (1) EQUAL ZEROS
              AND WS-REN-IMPORTE (2) EQUAL ZEROS
              AND WS-REN-IMPORTE (3) EQUAL ZEROS
              THEN
                  GO TO 510-FIN
           END-IF
           PERFORM 600-ARMA-DETALLE THRU 600-FIN
           MOVE WS-CP-CODIGO (WS-IND-CP) TO WS-DET-CODIGO
           MOVE WS-CP-DESC (WS-IND-CP)   TO WS-DET-DESC
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       510-FIN.  EXIT.

       515-COPIA-DEPTO.
           MOVE WS-DP-IMPORTE (WS-IND-DP, WS-IND-CP, WS-IND-COL)
             TO WS-REN-IMPORTE (WS-IND-COL)
           ADD WS-REN-IMPORTE (WS-IND-COL) TO WS-REN-TOTAL (WS-IND-COL).
       515-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * ARMA IMPORTES Y VARIACIONES DEL RENGLON CONTRA EL MES ANTERIOR *
      * Y CONTRA EL MISMO MES DEL ANIO ANTERIOR. SE MARCA (**) SI      *
      * CUALQUIERA DE LOS DOS PORCENTAJES REBASA EL UMBRAL, O SI EL    *
      * CONCEPTO NO EXISTIA EN LA BASE DE COMPARACION (NUEVO).         *
      * -------------------------------------------------------------- *
       600-ARMA-DETALLE.
           MOVE "N" TO SW-MARCA
           MOVE WS-REN-IMPORTE (1) TO WS-DET-ACTUAL
           MOVE WS-REN-IMPORTE (2) TO WS-DET-ANTERIOR
           MOVE WS-REN-IMPORTE (3) TO WS-DET-ANIO-ANT
           COMPUTE WS-VARIACION =
                   WS-REN-IMPORTE (1) - WS-REN-IMPORTE (2)
           MOVE WS-VARIACION TO WS-DET-VAR-MES
           MOVE 2 TO WS-IND-COL
           PERFORM 610-PORCENTAJE THRU 610-FIN
           IF WS-REN-IMPORTE (2) EQUAL ZEROS
              THEN
                  IF WS-REN-IMPORTE (1) EQUAL ZEROS
                     THEN
                         MOVE SPACES TO WS-DET-PCT-MES-X
                     ELSE
                         MOVE "  NUEVO" TO WS-DET-PCT-MES-X
                  END-IF
              ELSE
                  MOVE WS-PORCENTAJE TO WS-DET-PCT-MES
           END-IF
           COMPUTE WS-VARIACION =
                   WS-REN-IMPORTE (1) - WS-REN-IMPORTE (3)
           MOVE WS-VARIACION TO WS-DET-VAR-ANIO
           MOVE 3 TO WS-IND-COL
           PERFORM 610-PORCENTAJE THRU 610-FIN
           IF WS-REN-IMPORTE (3) EQUAL ZEROS
              THEN
                  IF WS-REN-IMPORTE (1) EQUAL ZEROS
                     THEN
                         MOVE SPACES TO WS-DET-PCT-ANIO-X
                     ELSE
                         MOVE "  NUEVO" TO WS-DET-PCT-ANIO-X
                  END-IF
              ELSE
                  MOVE WS-PORCENTAJE TO WS-DET-PCT-ANIO
           END-IF
           IF RENGLON-MARCADO
              THEN
                  MOVE "**"   TO WS-DET-MARCA
                  ADD 1 TO WS-MARCADOS
              ELSE
                  MOVE SPACES TO WS-DET-MARCA
           END-IF.
       600-FIN.  EXIT.

      * PORCENTAJE DE WS-VARIACION SOBRE LA COLUMNA WS-IND-COL; UN
      * PORCENTAJE QUE NO CABE SE TOPA EN 9999.9.
       610-PORCENTAJE.
           MOVE ZEROS TO WS-PORCENTAJE
           IF WS-REN-IMPORTE (WS-IND-COL) EQUAL ZEROS
              THEN
                  IF WS-REN-IMPORTE (1) NOT EQUAL ZEROS
                     THEN
                         SET RENGLON-MARCADO TO TRUE
                  END-IF
                  GO TO 610-FIN
           END-IF
           COMPUTE WS-PORCENTAJE ROUNDED =
                   WS-VARIACION * 100 / WS-REN-IMPORTE (WS-IND-COL)
              ON SIZE ERROR
                 MOVE 9999.9 TO WS-PORCENTAJE
                 IF WS-VARIACION LESS ZEROS
                    THEN
                        MOVE -9999.9 TO WS-PORCENTAJE
                 END-IF
           END-COMPUTE
           IF WS-PORCENTAJE GREATER 9999.9
              THEN
                  MOVE 9999.9 TO WS-PORCENTAJE
           END-IF
           IF WS-PORCENTAJE LESS -9999.9
              THEN
                  MOVE -9999.9 TO WS-PORCENTAJE
           END-IF
           MOVE WS-PORCENTAJE TO WS-PORC-ABSOLUTO
           IF WS-PORC-ABSOLUTO GREATER WS-UMBRAL
              THEN
                  SET RENGLON-MARCADO TO TRUE
           END-IF.
       610-FIN.  EXIT.
