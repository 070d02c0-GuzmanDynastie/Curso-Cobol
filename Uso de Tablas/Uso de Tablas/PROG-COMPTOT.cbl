       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCTOT.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * ESTADO ANUAL DE COMPENSACION TOTAL POR EMPLEADO, PARA QUE CADA *
      * QUIEN VEA ADEMAS DE SU NETO LO QUE LA EMPRESA PAGO Y APORTO A  *
      * SU FAVOR EN EL EJERCICIO. SE PIDE EL ANIO Y EL DEPARTAMENTO    *
      * (000 = TODOS) Y SE LEE NOMINA COMPLETA, ACUMULANDO CADA        *
      * EMPLEADO COMO EN PROGCONS. CADA ESTADO VA EN SU HOJA CON TRES  *
      * BLOQUES:                                                       *
      *   1. PERCEPCIONES PAGADAS EN NOMINA, POR CONCEPTO (DESCRIPCION *
      *      DE PROGCPTO); LAS NOMINAS REVERTIDAS RESTAN EN SU PROPIO  *
      *      RENGLON.                                                  *
      *   2. PRESTACIONES: VALES DE DESPENSA (VALE), AGUINALDO (AGUI)  *
      *      Y EL REPARTO DEL FONDO DE AHORRO (AHOR), QUE YA INCLUYE   *
      *      LO QUE LA EMPRESA PUSO; NO HAY UN RENGLON APARTE DE LA    *
      *      APORTACION PATRONAL AL FONDO.                             *
      *   3. APORTACIONES DE LA EMPRESA: LAS CARGAS DE PROGPATR SOBRE  *
      *      EL BRUTO ANUAL CON LAS TASAS DE TASAPAT, Y LA PRIMA DEL   *
      *      SEGURO DE GASTOS MEDICOS DE CADA MES CUBIERTO (PROGPSGM)  *
      *      MENOS LA CUOTA RETENIDA AL EMPLEADO.                      *
      * AL FINAL UNA HOJA RESUMEN CON LA SUMA DE LOS ESTADOS EMITIDOS. *
      * RETURN-CODE 4 SI NO SALIO NINGUN ESTADO O SE LLENO UNA TABLA,  *
      * 8 SI NO ABRE UN ARCHIVO.                                       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT TASAPAT      ASSIGN TO UT-S-TASAPAT
                               FILE STATUS IS WS-STATUS-TASAPAT.
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

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  TASAPAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS REG-TASAPAT.
           COPY TASAPAT.

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
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-TASAPAT   PIC X(02)    VALUE "00".
              88 TASAPAT-OK         VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-TABLA-LLENA      PIC X(01)    VALUE "N".
              88 TABLA-EMPS-LLENA    VALUE "S".
           05 SW-CPTOS-LLENA      PIC X(01)    VALUE "N".
              88 TABLA-CPTOS-LLENA   VALUE "S".
           05 SW-IMPRIME          PIC X(01)    VALUE "N".
              88 SE-IMPRIME          VALUE "S".
           05 WS-ANIO-PEDIDO      PIC 9(04)    VALUE ZEROS.
           05 WS-DEPTO-PEDIDO     PIC 9(03)    VALUE ZEROS.
              88 TODOS-LOS-DEPTOS    VALUE ZEROS.
           05 WS-LEIDOS           PIC 9(05)    VALUE ZEROS.
           05 WS-ACUMULADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-IMPRESOS         PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-EMPS       PIC 9(04)    VALUE ZEROS.
           05 WS-IND-EMP          PIC 9(04)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(04)    VALUE ZEROS.
           05 WS-TOTAL-CPTOS      PIC 9(02)    VALUE ZEROS.
           05 WS-IND-CPTO         PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-TASAS      PIC 9(02)    VALUE ZEROS.
           05 WS-IND-TASA         PIC 9(02)    VALUE ZEROS.
           05 WS-MES-PRIMA        PIC 9(02)    VALUE ZEROS.
           05 WS-MESES-ANIO       PIC 9(02)    VALUE ZEROS.
           05 WS-IMP-RENGLON      PIC S9(09)V99 VALUE ZEROS.
           05 WS-BASE-RENGLON     PIC S9(09)V99 VALUE ZEROS.
           05 WS-IMPORTE-TASA     PIC S9(09)V99 VALUE ZEROS.
           05 WS-PRIMA-ANUAL      PIC 9(09)V99 VALUE ZEROS.
           05 WS-SEGURO-EMPRESA   PIC S9(09)V99 VALUE ZEROS.
           05 WS-EST-NOMINA       PIC S9(09)V99 VALUE ZEROS.
           05 WS-EST-PRESTACIONES PIC S9(09)V99 VALUE ZEROS.
           05 WS-EST-APORTACIONES PIC S9(09)V99 VALUE ZEROS.
           05 WS-EST-COMPENSACION PIC S9(09)V99 VALUE ZEROS.
           05 WS-TOT-NOMINA       PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-VALES        PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-AGUI         PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-AHORRO       PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-APORTACIONES PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-SEGURO       PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-TOTAL        PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-NETO         PIC S9(11)V99 VALUE ZEROS.
           05 WS-FECHA-HOY.
              10 WS-ANIO-HOY      PIC 9(04).
              10 WS-MES-HOY       PIC 9(02).
              10 WS-DIA-HOY       PIC 9(02).

      * CONCEPTOS DE NOMINA QUE APARECEN EN EL ANIO (FUERA DE LAS
      * PRESTACIONES, QUE VAN EN SU PROPIO BLOQUE), EN EL ORDEN EN
      * QUE SE VAN ENCONTRANDO, CON SU DESCRIPCION DE PROGCPTO.
       01  WS-TABLA-CPTOS.
           05 WS-CPT              OCCURS 20 TIMES.
              10 WS-CPT-CODIGO    PIC X(04).
              10 WS-CPT-DESC      PIC X(20).
              10 WS-CPT-TOTAL     PIC S9(11)V99.

      * ACUMULADO ANUAL POR EMPLEADO, COMO EL DE PROGCONS; EL
      * IMPORTE DE CADA CONCEPTO VA EN LA POSICION QUE EL CONCEPTO
      * TIENE EN WS-TABLA-CPTOS.
       01  WS-TABLA-EMPS.
           05 WS-EMP-ACUM         OCCURS 1000 TIMES.
              10 WS-ACU-NUMERO    PIC 9(05).
              10 WS-ACU-VALES     PIC S9(09)V99.
              10 WS-ACU-AGUI      PIC S9(09)V99.
              10 WS-ACU-AHORRO    PIC S9(09)V99.
              10 WS-ACU-BASE      PIC S9(09)V99.
              10 WS-ACU-SGMM-RET  PIC S9(09)V99.
              10 WS-ACU-NETO      PIC S9(09)V99.
              10 WS-ACU-CPTO      PIC S9(09)V99 OCCURS 20 TIMES.

       01  WS-TABLA-TASAS.
           05 WS-TASA             OCCURS 10 TIMES.
              10 WS-TAS-CLAVE     PIC X(12).
              10 WS-TAS-DESC      PIC X(20).
              10 WS-TAS-TASA      PIC 9(02)V99.
              10 WS-TAS-TOTAL     PIC S9(11)V99.

       01  WS-PARAMETROS-CPTO.
           05 WS-CPTO-CODIGO      PIC X(04).
           05 WS-CPTO-DESCRIPCION PIC X(20).
           05 WS-CPTO-SIGNO       PIC X(01).
           05 WS-CPTO-GRAVABLE    PIC X(01).
           05 WS-CPTO-CUENTA      PIC X(06).
           05 WS-CPTO-ENCONTRADO  PIC X(01).
              88 CPTO-ENCONTRADO     VALUE "S".
              88 CPTO-NO-ENCONTRADO  VALUE "N".

       01  WS-PARAMETROS-SGM.
           05 WS-SGM-ACCION       PIC X(01)    VALUE "C".
           05 WS-SGM-NUMERO-EMP   PIC 9(05).
           05 WS-SGM-FECHA        PIC 9(08).
           05 WS-SGM-FECHA-R REDEFINES WS-SGM-FECHA.
              10 WS-SGM-ANIO      PIC 9(04).
              10 WS-SGM-MES       PIC 9(02).
              10 WS-SGM-DIA       PIC 9(02).
           05 WS-SGM-FRECUENCIA   PIC X(01).
           05 WS-SGM-CUBIERTO     PIC X(01).
              88 SGM-CUBIERTO        VALUE "S".
           05 WS-SGM-PLAN         PIC X(01).
           05 WS-SGM-ASEGURADOS   PIC 9(02).
           05 WS-SGM-PRIMA-MES    PIC 9(07)V99.
           05 WS-SGM-CUOTA-EMP    PIC 9(07)V99.

       01  LK-PARAMETROS-DEPTO.
           05 LK-DEPTO-CODIGO     PIC 9(03).
           05 LK-DEPTO-NOMBRE     PIC X(20).
           05 LK-DEPTO-CCOSTO     PIC X(06).
           05 LK-DEPTO-ENCONTRADO PIC X(01).
              88 DEPTO-ENCONTRADO    VALUE "S".
              88 DEPTO-NO-ENCONTRADO VALUE "N".

       01  WS-TITULO-1.
           05 FILLER              PIC X(22)    VALUE SPACES.
           05 FILLER              PIC X(36)
              VALUE "ESTADO ANUAL DE COMPENSACION TOTAL".
           05 FILLER              PIC X(22)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(13)    VALUE "  EJERCICIO: ".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(17)
                                  VALUE "   DEPARTAMENTO: ".
           05 WS-TIT-2-DEPTO      PIC X(05).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-NOMBRE     PIC X(20).
           05 FILLER              PIC X(11)    VALUE "  EMITIDO: ".
           05 WS-TIT-2-HOY        PIC 9(08).
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-IGUALES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "=".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-EST-EMPLEADO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-EMP-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-EMP-NOMBRE       PIC X(30).
           05 FILLER              PIC X(09)    VALUE "  DEPTO: ".
           05 WS-EMP-DEPTO        PIC 9(03).
           05 FILLER              PIC X(17)    VALUE SPACES.

       01  WS-EST-SECCION.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-SEC-TEXTO        PIC X(50).
           05 FILLER              PIC X(26)    VALUE SPACES.

       01  WS-EST-RENGLON.
           05 FILLER              PIC X(06)    VALUE SPACES.
           05 WS-REN-DESC         PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-REN-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(27)    VALUE SPACES.

       01  WS-EST-TOTAL.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-ETT-DESC         PIC X(32).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-ETT-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(27)    VALUE SPACES.

       01  WS-EST-NOTA.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(38)
              VALUE "SU NETO EN EFECTIVO ES SOLO UNA PARTE ".
           05 FILLER              PIC X(38)
              VALUE "DE LO QUE LA EMPRESA INVIERTE EN USTED".

       01  WS-RES-RENGLON.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-RES-DESC         PIC X(34).
           05 WS-RES-IMPORTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(26)    VALUE SPACES.

       01  WS-RES-CUENTA.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(34)
              VALUE "ESTADOS EMITIDOS                : ".
           05 WS-RES-ESTADOS      PIC ZZ,ZZ9.
           05 FILLER              PIC X(38)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "EJERCICIO DEL ESTADO (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           PERFORM 015-PIDE-DEPTO       THRU 015-FIN
           PERFORM 017-CARGA-TASAS      THRU 017-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 040-LEE              THRU 040-FIN
           PERFORM 040-PROCESO          THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 100-IMPRIME-TODOS    THRU 100-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

       015-PIDE-DEPTO.
           DISPLAY "DEPARTAMENTO (000 = TODOS): "
           ACCEPT WS-DEPTO-PEDIDO
           MOVE "TODOS" TO WS-TIT-2-DEPTO
           MOVE SPACES  TO WS-TIT-2-NOMBRE
           IF TODOS-LOS-DEPTOS
              THEN
                  GO TO 015-FIN
           END-IF
           MOVE WS-DEPTO-PEDIDO TO LK-DEPTO-CODIGO
                                   WS-TIT-2-DEPTO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           IF DEPTO-NO-ENCONTRADO
              THEN
                  DISPLAY "NO EXISTE EL DEPARTAMENTO "
                          WS-DEPTO-PEDIDO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE LK-DEPTO-NOMBRE TO WS-TIT-2-NOMBRE.
       015-FIN.  EXIT.

      * LAS TASAS PATRONALES SON LAS DE PROGPATR (TASAPAT); SIN EL
      * ARCHIVO EL ESTADO SALE SIN APORTACIONES PATRONALES.
       017-CARGA-TASAS.
           OPEN INPUT TASAPAT
           IF NOT TASAPAT-OK
              THEN
                  DISPLAY "SIN TASAPAT (CORRA PROGREFT), EL ESTADO "
                          "SALE SIN CARGAS PATRONALES, STATUS: "
                          WS-STATUS-TASAPAT
                  GO TO 017-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 018-CARGA-UNA-TASA THRU 018-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE TASAPAT
           MOVE SPACES TO SW-FIN.
       017-FIN.  EXIT.

       018-CARGA-UNA-TASA.
           READ TASAPAT
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 018-FIN
           END-READ
           IF WS-TOTAL-TASAS EQUAL 10
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 10 TASAS EN "
                          "TASAPAT, EL EXCEDENTE NO SE CARGA"
                  MOVE "FIN" TO SW-FIN
                  GO TO 018-FIN
           END-IF
           ADD 1 TO WS-TOTAL-TASAS
           MOVE PAT-CLAVE       TO WS-TAS-CLAVE (WS-TOTAL-TASAS)
           MOVE PAT-DESCRIPCION TO WS-TAS-DESC  (WS-TOTAL-TASAS)
           MOVE PAT-TASA        TO WS-TAS-TASA  (WS-TOTAL-TASAS)
           MOVE ZEROS           TO WS-TAS-TOTAL (WS-TOTAL-TASAS).
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
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE WS-ANIO-PEDIDO TO WS-TIT-2-ANIO
           MOVE WS-FECHA-HOY   TO WS-TIT-2-HOY
      *    LA PRIMA DEL SEGURO MEDICO SE CUENTA MES POR MES; DEL ANIO
      *    EN CURSO SOLO LOS MESES YA TRANSCURRIDOS.
           EVALUATE TRUE
              WHEN WS-ANIO-PEDIDO LESS WS-ANIO-HOY
                 MOVE 12 TO WS-MESES-ANIO
              WHEN WS-ANIO-PEDIDO EQUAL WS-ANIO-HOY
                 MOVE WS-MES-HOY TO WS-MESES-ANIO
              WHEN OTHER
                 MOVE ZEROS TO WS-MESES-ANIO
           END-EVALUATE.
       020-FIN.  EXIT.

       040-PROCESO.
           ADD 1 TO WS-LEIDOS
           IF NOM-ANIO EQUAL WS-ANIO-PEDIDO
              THEN
                  PERFORM 050-ACUMULA THRU 050-FIN
           END-IF.
       040-LEE.
           READ NOMINA
              AT END MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT NOMINA-OK
              AND WS-STATUS-NOMINA NOT EQUAL "10"
              THEN
                  DISPLAY "ERROR AL LEER NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE "FIN" TO SW-FIN
           END-IF.
       040-FIN.  EXIT.

      * CADA RENGLON SE REPARTE ASI:
      *  - LA PERCEPCION (SALARIO + EXTRAS - FALTAS; LOS RENGLONES DE
      *    SOLO DEDUCCION TRAEN CEROS) VA A SU CONCEPTO, O AL BLOQUE
      *    DE PRESTACIONES SI ES VALE, AGUI O AHOR;
      *  - LA BASE DE LAS CARGAS PATRONALES ES EL BRUTO (NETO +
      *    DEDUCCION + PRESTAMO), LA MISMA DERIVACION DE PROGPATR;
      *  - LA CUOTA DEL SEGURO MEDICO RETENIDA (SGMM) SE RESTA DESPUES
      *    DE LA PRIMA PARA DEJAR SOLO LO QUE PAGO LA EMPRESA.
      * UN RENGLON REVE ANULA A OTRO: RESTA LO QUE EL ORIGINAL SUMO, Y
      * COMO NO TRAE EL CONCEPTO ORIGINAL SE MUESTRA EN SU PROPIO
      * RENGLON DE NOMINA REVERTIDA.
       050-ACUMULA.
           MOVE ZEROS TO WS-IND-EMP
           PERFORM 052-BUSCA-EMPLEADO THRU 052-FIN
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-EMPS
                      OR WS-IND-EMP NOT EQUAL ZEROS
           IF WS-IND-EMP EQUAL ZEROS
              THEN
                  IF WS-TOTAL-EMPS EQUAL 1000
                     THEN
                         IF NOT TABLA-EMPS-LLENA
                            THEN
                                DISPLAY "CAPACIDAD EXCEDIDA: MAS DE "
                                        "1000 EMPLEADOS EN EL ANIO, "
                                        "EL EXCEDENTE NO SE ACUMULA"
                                SET TABLA-EMPS-LLENA TO TRUE
                         END-IF
                         GO TO 050-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-EMPS
                  MOVE WS-TOTAL-EMPS  TO WS-IND-EMP
                  INITIALIZE WS-EMP-ACUM (WS-IND-EMP)
                  MOVE NOM-NUMERO-EMP TO WS-ACU-NUMERO (WS-IND-EMP)
           END-IF
           COMPUTE WS-IMP-RENGLON =
                   NOM-SALARIO + NOM-EXTRAS - NOM-FALTAS
           COMPUTE WS-BASE-RENGLON =
                   NOM-NETO + NOM-DEDUCCION + NOM-PRESTAMO
           IF NOM-ES-REVERSO
              THEN
                  COMPUTE WS-IMP-RENGLON  = WS-IMP-RENGLON * -1
                  COMPUTE WS-BASE-RENGLON = WS-BASE-RENGLON * -1
                  SUBTRACT NOM-NETO FROM WS-ACU-NETO (WS-IND-EMP)
              ELSE
                  ADD NOM-NETO      TO WS-ACU-NETO (WS-IND-EMP)
           END-IF
           ADD WS-BASE-RENGLON TO WS-ACU-BASE (WS-IND-EMP)
           ADD 1 TO WS-ACUMULADOS
           EVALUATE NOM-CONCEPTO
              WHEN "VALE"
                 ADD WS-IMP-RENGLON  TO WS-ACU-VALES (WS-IND-EMP)
              WHEN "AGUI"
                 ADD WS-IMP-RENGLON  TO WS-ACU-AGUI (WS-IND-EMP)
              WHEN "AHOR"
                 ADD WS-IMP-RENGLON  TO WS-ACU-AHORRO (WS-IND-EMP)
              WHEN "SGMM"
                 ADD NOM-DEDUCCION   TO WS-ACU-SGMM-RET (WS-IND-EMP)
              WHEN OTHER
                 IF WS-IMP-RENGLON NOT EQUAL ZEROS
                    THEN
                        PERFORM 055-UBICA-CONCEPTO THRU 055-FIN
                        IF WS-IND-CPTO NOT EQUAL ZEROS
                           THEN
                               ADD WS-IMP-RENGLON TO
                                   WS-ACU-CPTO (WS-IND-EMP, WS-IND-CPTO)
                        END-IF
                 END-IF
           END-EVALUATE.
       050-FIN.  EXIT.

       052-BUSCA-EMPLEADO.
           IF WS-ACU-NUMERO (WS-IND-BUSCA) EQUAL NOM-NUMERO-EMP
              THEN
                  MOVE WS-IND-BUSCA TO WS-IND-EMP
           END-IF.
       052-FIN.  EXIT.

      * UN CONCEPTO NUEVO SE AGREGA A LA TABLA CON SU DESCRIPCION DEL
      * CATALOGO; SIN LUGAR SE AVISA UNA SOLA VEZ Y NO SE ACUMULA.
       055-UBICA-CONCEPTO.
           MOVE ZEROS TO WS-IND-CPTO
           PERFORM 057-BUSCA-CONCEPTO THRU 057-FIN
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-CPTOS
                      OR WS-IND-CPTO NOT EQUAL ZEROS
           IF WS-IND-CPTO NOT EQUAL ZEROS
              THEN
                  GO TO 055-FIN
           END-IF
           IF WS-TOTAL-CPTOS EQUAL 20
              THEN
                  IF NOT TABLA-CPTOS-LLENA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 20 "
                                 "CONCEPTOS EN EL ANIO, EL EXCEDENTE "
                                 "NO SE ACUMULA"
                         SET TABLA-CPTOS-LLENA TO TRUE
                  END-IF
                  GO TO 055-FIN
           END-IF
           ADD 1 TO WS-TOTAL-CPTOS
           MOVE WS-TOTAL-CPTOS TO WS-IND-CPTO
           MOVE NOM-CONCEPTO   TO WS-CPT-CODIGO (WS-IND-CPTO)
                                  WS-CPTO-CODIGO
           MOVE ZEROS          TO WS-CPT-TOTAL (WS-IND-CPTO)
           EVALUATE TRUE
              WHEN NOM-ES-REVERSO
                 MOVE "NOMINA REVERTIDA"
                    TO WS-CPT-DESC (WS-IND-CPTO)
              WHEN OTHER
                 CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
                 IF CPTO-ENCONTRADO
                    THEN
                        MOVE WS-CPTO-DESCRIPCION
                           TO WS-CPT-DESC (WS-IND-CPTO)
                    ELSE
                        MOVE SPACES TO WS-CPT-DESC (WS-IND-CPTO)
                        STRING "CONCEPTO " NOM-CONCEPTO
                               DELIMITED BY SIZE
                               INTO WS-CPT-DESC (WS-IND-CPTO)
                 END-IF
           END-EVALUATE.
       055-FIN.  EXIT.

       057-BUSCA-CONCEPTO.
           IF WS-CPT-CODIGO (WS-IND-BUSCA) EQUAL NOM-CONCEPTO
              THEN
                  MOVE WS-IND-BUSCA TO WS-IND-CPTO
           END-IF.
       057-FIN.  EXIT.

       100-IMPRIME-TODOS.
           PERFORM 110-IMPRIME-UNO THRU 110-FIN
                   VARYING WS-IND-EMP FROM 1 BY 1
                   UNTIL WS-IND-EMP GREATER WS-TOTAL-EMPS
           MOVE "F" TO WS-SGM-ACCION
           CALL "PROGPSGM" USING WS-PARAMETROS-SGM.
       100-FIN.  EXIT.

      * UN ESTADO POR HOJA. CON DEPARTAMENTO PEDIDO SOLO SALEN LOS
      * EMPLEADOS QUE HOY ESTAN EN ESE DEPARTAMENTO, CON TODO SU ANIO.
       110-IMPRIME-UNO.
           MOVE WS-ACU-NUMERO (WS-IND-EMP) TO NUMERO-EMP
                                              WS-EMP-NUMERO
           MOVE "S" TO SW-IMPRIME
           READ EMPLEADOS
              INVALID KEY
                 MOVE "YA NO ESTA EN EL MAESTRO" TO WS-EMP-NOMBRE
                 MOVE ZEROS TO WS-EMP-DEPTO
                 IF NOT TODOS-LOS-DEPTOS
                    THEN
                        MOVE "N" TO SW-IMPRIME
                 END-IF
              NOT INVALID KEY
                 MOVE NOMBRE-EMP TO WS-EMP-NOMBRE
                 MOVE DEPTO-EMP  TO WS-EMP-DEPTO
                 IF NOT TODOS-LOS-DEPTOS
                    AND DEPTO-EMP NOT EQUAL WS-DEPTO-PEDIDO
                    THEN
                        MOVE "N" TO SW-IMPRIME
                 END-IF
           END-READ
           IF NOT SE-IMPRIME
              THEN
                  GO TO 110-FIN
           END-IF
           ADD 1 TO WS-IMPRESOS
           MOVE ZEROS TO WS-EST-NOMINA
                         WS-EST-APORTACIONES
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-IGUALES  AFTER 1
           WRITE REG-REPORTE FROM WS-EST-EMPLEADO AFTER 1
           MOVE "SUELDO Y PERCEPCIONES PAGADAS EN NOMINA"
              TO WS-SEC-TEXTO
           WRITE REG-REPORTE FROM WS-EST-SECCION AFTER 2
           PERFORM 120-RENGLON-CONCEPTO THRU 120-FIN
                   VARYING WS-IND-CPTO FROM 1 BY 1
                   UNTIL WS-IND-CPTO GREATER WS-TOTAL-CPTOS
           MOVE "TOTAL PAGADO EN NOMINA" TO WS-ETT-DESC
           MOVE WS-EST-NOMINA            TO WS-ETT-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-TOTAL AFTER 1
           MOVE "PRESTACIONES" TO WS-SEC-TEXTO
           WRITE REG-REPORTE FROM WS-EST-SECCION AFTER 2
           MOVE "VALES DE DESPENSA"        TO WS-REN-DESC
           MOVE WS-ACU-VALES (WS-IND-EMP)  TO WS-REN-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-RENGLON AFTER 1
           MOVE "AGUINALDO"                TO WS-REN-DESC
           MOVE WS-ACU-AGUI (WS-IND-EMP)   TO WS-REN-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-RENGLON AFTER 1
           MOVE "FONDO DE AHORRO (REPARTO)" TO WS-REN-DESC
           MOVE WS-ACU-AHORRO (WS-IND-EMP) TO WS-REN-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-RENGLON AFTER 1
           COMPUTE WS-EST-PRESTACIONES =
                   WS-ACU-VALES (WS-IND-EMP) + WS-ACU-AGUI (WS-IND-EMP)
                   + WS-ACU-AHORRO (WS-IND-EMP)
           MOVE "TOTAL DE PRESTACIONES"  TO WS-ETT-DESC
           MOVE WS-EST-PRESTACIONES      TO WS-ETT-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-TOTAL AFTER 1
           MOVE "APORTACIONES DE LA EMPRESA A SU FAVOR"
              TO WS-SEC-TEXTO
           WRITE REG-REPORTE FROM WS-EST-SECCION AFTER 2
           PERFORM 130-RENGLON-TASA THRU 130-FIN
                   VARYING WS-IND-TASA FROM 1 BY 1
                   UNTIL WS-IND-TASA GREATER WS-TOTAL-TASAS
           PERFORM 140-SEGURO-MEDICO THRU 140-FIN
           MOVE "SEGURO DE GASTOS MEDICOS"  TO WS-REN-DESC
           MOVE WS-SEGURO-EMPRESA           TO WS-REN-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-RENGLON AFTER 1
           ADD WS-SEGURO-EMPRESA TO WS-EST-APORTACIONES
           MOVE "TOTAL DE APORTACIONES"  TO WS-ETT-DESC
           MOVE WS-EST-APORTACIONES      TO WS-ETT-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-TOTAL AFTER 1
           COMPUTE WS-EST-COMPENSACION =
                   WS-EST-NOMINA + WS-EST-PRESTACIONES
                   + WS-EST-APORTACIONES
           WRITE REG-REPORTE FROM WS-IGUALES AFTER 2
           MOVE "COMPENSACION TOTAL DEL ANIO" TO WS-ETT-DESC
           MOVE WS-EST-COMPENSACION           TO WS-ETT-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-TOTAL AFTER 1
           MOVE "NETO RECIBIDO EN SU CUENTA"  TO WS-ETT-DESC
           MOVE WS-ACU-NETO (WS-IND-EMP)      TO WS-ETT-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-TOTAL AFTER 1
           WRITE REG-REPORTE FROM WS-EST-NOTA  AFTER 2
           ADD WS-EST-NOMINA             TO WS-TOT-NOMINA
           ADD WS-ACU-VALES (WS-IND-EMP)  TO WS-TOT-VALES
           ADD WS-ACU-AGUI (WS-IND-EMP)   TO WS-TOT-AGUI
           ADD WS-ACU-AHORRO (WS-IND-EMP) TO WS-TOT-AHORRO
           ADD WS-EST-APORTACIONES       TO WS-TOT-APORTACIONES
           ADD WS-SEGURO-EMPRESA         TO WS-TOT-SEGURO
           ADD WS-EST-COMPENSACION       TO WS-TOT-TOTAL
           ADD WS-ACU-NETO (WS-IND-EMP)  TO WS-TOT-NETO.
       110-FIN.  EXIT.

       120-RENGLON-CONCEPTO.
           IF WS-ACU-CPTO (WS-IND-EMP, WS-IND-CPTO) EQUAL ZEROS
              THEN
                  GO TO 120-FIN
           END-IF
           MOVE WS-CPT-DESC (WS-IND-CPTO) TO WS-REN-DESC
           MOVE WS-ACU-CPTO (WS-IND-EMP, WS-IND-CPTO) TO WS-REN-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-RENGLON AFTER 1
           ADD WS-ACU-CPTO (WS-IND-EMP, WS-IND-CPTO)
               TO WS-EST-NOMINA
                  WS-CPT-TOTAL (WS-IND-CPTO).
       120-FIN.  EXIT.

      * CADA CONTRIBUCION PATRONAL SOBRE EL BRUTO ANUAL DEL EMPLEADO,
      * CON LA TASA DE TASAPAT, REDONDEADA COMO EN PROGPATR.
       130-RENGLON-TASA.
           COMPUTE WS-IMPORTE-TASA ROUNDED =
                   WS-ACU-BASE (WS-IND-EMP)
                   * WS-TAS-TASA (WS-IND-TASA) / 100
           MOVE WS-TAS-DESC (WS-IND-TASA) TO WS-REN-DESC
           MOVE WS-IMPORTE-TASA           TO WS-REN-IMPORTE
           WRITE REG-REPORTE FROM WS-EST-RENGLON AFTER 1
           ADD WS-IMPORTE-TASA TO WS-EST-APORTACIONES
                                  WS-TAS-TOTAL (WS-IND-TASA).
       130-FIN.  EXIT.

      * LA PARTE DE LA EMPRESA EN EL SEGURO MEDICO ES LA PRIMA DE
      * CADA MES CUBIERTO (PROGPSGM, CON LAS PRIMAS VIGENTES DE
      * PROGPARM) MENOS LA CUOTA QUE SE LE RETUVO AL EMPLEADO.
       140-SEGURO-MEDICO.
           MOVE ZEROS TO WS-PRIMA-ANUAL
                         WS-SEGURO-EMPRESA
           MOVE "C"   TO WS-SGM-ACCION
           PERFORM 145-PRIMA-MES THRU 145-FIN
                   VARYING WS-MES-PRIMA FROM 1 BY 1
                   UNTIL WS-MES-PRIMA GREATER WS-MESES-ANIO
           COMPUTE WS-SEGURO-EMPRESA =
                   WS-PRIMA-ANUAL - WS-ACU-SGMM-RET (WS-IND-EMP)
           IF WS-SEGURO-EMPRESA LESS ZEROS
              THEN
                  MOVE ZEROS TO WS-SEGURO-EMPRESA
           END-IF.
       140-FIN.  EXIT.

       145-PRIMA-MES.
           MOVE WS-ACU-NUMERO (WS-IND-EMP) TO WS-SGM-NUMERO-EMP
           MOVE WS-ANIO-PEDIDO TO WS-SGM-ANIO
           MOVE WS-MES-PRIMA   TO WS-SGM-MES
           MOVE 15             TO WS-SGM-DIA
           MOVE "Q"            TO WS-SGM-FRECUENCIA
           CALL "PROGPSGM" USING WS-PARAMETROS-SGM
           IF SGM-CUBIERTO
              THEN
                  ADD WS-SGM-PRIMA-MES TO WS-PRIMA-ANUAL
           END-IF.
       145-FIN.  EXIT.

      * HOJA RESUMEN DE LA EMPRESA (O DEL DEPARTAMENTO PEDIDO): LA
      * SUMA DE LOS ESTADOS EMITIDOS, BLOQUE POR BLOQUE, CON EL
      * DESGLOSE POR CONCEPTO Y POR CONTRIBUCION.
       200-FINAL.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-IGUALES  AFTER 1
           MOVE "RESUMEN DE LA EMPRESA" TO WS-SEC-TEXTO
           WRITE REG-REPORTE FROM WS-EST-SECCION AFTER 1
           MOVE WS-IMPRESOS TO WS-RES-ESTADOS
           WRITE REG-REPORTE FROM WS-RES-CUENTA AFTER 2
           PERFORM 210-RESUMEN-CONCEPTO THRU 210-FIN
                   VARYING WS-IND-CPTO FROM 1 BY 1
                   UNTIL WS-IND-CPTO GREATER WS-TOTAL-CPTOS
           MOVE "TOTAL PAGADO EN NOMINA          : " TO WS-RES-DESC
           MOVE WS-TOT-NOMINA TO WS-RES-IMPORTE
           WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 1
           MOVE "VALES DE DESPENSA               : " TO WS-RES-DESC
           MOVE WS-TOT-VALES TO WS-RES-IMPORTE
           WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 2
           MOVE "AGUINALDO                       : " TO WS-RES-DESC
           MOVE WS-TOT-AGUI TO WS-RES-IMPORTE
           WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 1
           MOVE "FONDO DE AHORRO (REPARTO)       : " TO WS-RES-DESC
           MOVE WS-TOT-AHORRO TO WS-RES-IMPORTE
           WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 1
           PERFORM 220-RESUMEN-TASA THRU 220-FIN
                   VARYING WS-IND-TASA FROM 1 BY 1
                   UNTIL WS-IND-TASA GREATER WS-TOTAL-TASAS
           MOVE "SEGURO DE GASTOS MEDICOS        : " TO WS-RES-DESC
           MOVE WS-TOT-SEGURO TO WS-RES-IMPORTE
           WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 1
           MOVE "TOTAL DE APORTACIONES           : " TO WS-RES-DESC
           MOVE WS-TOT-APORTACIONES TO WS-RES-IMPORTE
           WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 1
           WRITE REG-REPORTE FROM WS-IGUALES AFTER 2
           MOVE "COMPENSACION TOTAL              : " TO WS-RES-DESC
           MOVE WS-TOT-TOTAL TO WS-RES-IMPORTE
           WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 1
           MOVE "NETO PAGADO EN CUENTA           : " TO WS-RES-DESC
           MOVE WS-TOT-NETO TO WS-RES-IMPORTE
           WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 1
           CLOSE NOMINA
           CLOSE EMPLEADOS
           CLOSE REPORTE
           DISPLAY "ESTADOS DE COMPENSACION TERMINADOS, EMITIDOS: "
                   WS-IMPRESOS " RENGLONES DEL ANIO: "
                   WS-ACUMULADOS
           EVALUATE TRUE
              WHEN WS-IMPRESOS EQUAL ZEROS
                 DISPLAY "NINGUN EMPLEADO CON NOMINA EN EL EJERCICIO "
                         WS-ANIO-PEDIDO
                 MOVE 4 TO RETURN-CODE
              WHEN TABLA-EMPS-LLENA
                 OR TABLA-CPTOS-LLENA
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       200-FIN.  EXIT.

       210-RESUMEN-CONCEPTO.
           IF WS-CPT-TOTAL (WS-IND-CPTO) EQUAL ZEROS
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE SPACES TO WS-RES-DESC
           STRING "  " WS-CPT-DESC (WS-IND-CPTO) DELIMITED BY SIZE
                  INTO WS-RES-DESC
           MOVE WS-CPT-TOTAL (WS-IND-CPTO) TO WS-RES-IMPORTE
           WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 1.
       210-FIN.  EXIT.

       220-RESUMEN-TASA.
           MOVE SPACES TO WS-RES-DESC
           STRING WS-TAS-DESC (WS-IND-TASA) DELIMITED BY SIZE
                  INTO WS-RES-DESC
           MOVE ": " TO WS-RES-DESC (33:2)
           MOVE WS-TAS-TOTAL (WS-IND-TASA) TO WS-RES-IMPORTE
           IF WS-IND-TASA EQUAL 1
              THEN
                  WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 2
              ELSE
                  WRITE REG-REPORTE FROM WS-RES-RENGLON AFTER 1
           END-IF.
       220-FIN.  EXIT.
