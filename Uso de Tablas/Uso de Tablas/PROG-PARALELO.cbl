       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPARL.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * COMPARACION DE UNA CORRIDA PARALELA: ANTES DE ACTIVAR UNA      *
      * VERSION NUEVA DE LA TABLA DEDUCC O UN CAMBIO A PROGNOMI SE     *
      * CORRE LA NOMINA DE PRUEBA (NOMPARAL) Y SE COMPARA CONTRA LA DE *
      * PRODUCCION (NOMINA) DEL MISMO PERIODO AAAAMMDD.                *
      *   1 - SE CRUZAN POR EMPLEADO Y CONCEPTO (LOS RENGLONES         *
      *     REPETIDOS DEL MISMO CONCEPTO SE SUMAN) Y SE IMPRIME CADA   *
      *     IMPORTE QUE DIFIERE: SALARIO, DEDUCCION, NETO, PRESTAMO,   *
      *     FALTAS, EXTRAS, ISR, IMSS Y OTROS;                         *
      *   2 - LA DIFERENCIA QUE PASA LA TOLERANCIA (PARAMS             *
      *     "TOLERANCIA-PARALELO", 0.05 DE CASA) Y EL RENGLON QUE SOLO *
      *     ESTA EN UNA DE LAS DOS NOMINAS QUEDAN FUERA DE TOLERANCIA; *
      *   3 - LO FUERA DE TOLERANCIA SE RESUME POR DEPARTAMENTO Y      *
      *     CONCEPTO CON LA DIFERENCIA DE NETO (PRUEBA MENOS           *
      *     PRODUCCION).                                               *
      * RETURN-CODE 4 SI ALGO QUEDA FUERA DE TOLERANCIA, PARA DETENER  *
      * LA PROMOCION DEL CAMBIO; 8 SI FALLA UN ARCHIVO O EL PERIODO NO *
      * ESTA EN LAS DOS NOMINAS.                                       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT NOMPARAL     ASSIGN TO UT-S-NOMPARAL
                               FILE STATUS IS WS-STATUS-NOMPARAL.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * LA NOMINA DE PRODUCCION (LA QUE SE TOMA COMO BUENA).
       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA-PROD.
       01  REG-NOMINA-PROD        PIC X(101).

      * LA NOMINA DE LA CORRIDA DE PRUEBA, MISMO LAYOUT.
       FD  NOMPARAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA-PRUE.
       01  REG-NOMINA-PRUE        PIC X(101).

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
           05 WS-STATUS-NOMPARAL  PIC X(02)    VALUE "00".
              88 NOMPARAL-OK        VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-LLENA            PIC X(01)    VALUE "N".
              88 ALGUNA-TABLA-LLENA  VALUE "S".
           05 SW-FUERA            PIC X(01)    VALUE "N".
              88 RENGLON-FUERA       VALUE "S".
           05 WS-PERIODO-PEDIDO   PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-TOLERANCIA       PIC 9(05)V99 VALUE 0.05.
           05 WS-ORIGEN           PIC X(01)    VALUE SPACES.
              88 ES-PRODUCCION       VALUE "P".
              88 ES-PRUEBA           VALUE "T".
           05 WS-TOTAL-PARES      PIC 9(04)    VALUE ZEROS.
           05 WS-TOTAL-RESUMEN    PIC 9(03)    VALUE ZEROS.
           05 WS-IND-PAR          PIC 9(04)    VALUE ZEROS.
           05 WS-IND-CAMPO        PIC 9(02)    VALUE ZEROS.
           05 WS-IND-RES          PIC 9(03)    VALUE ZEROS.
           05 WS-IND-MUEVE        PIC 9(03)    VALUE ZEROS.
           05 WS-CUANTOS-DIF      PIC 9(02)    VALUE ZEROS.
           05 WS-LEIDOS-PROD      PIC 9(05)    VALUE ZEROS.
           05 WS-LEIDOS-PRUE      PIC 9(05)    VALUE ZEROS.
           05 WS-DEL-PERIODO-PROD PIC 9(05)    VALUE ZEROS.
           05 WS-DEL-PERIODO-PRUE PIC 9(05)    VALUE ZEROS.
           05 WS-IGUALES          PIC 9(05)    VALUE ZEROS.
           05 WS-CON-DIFERENCIA   PIC 9(05)    VALUE ZEROS.
           05 WS-FUERA-TOLERANCIA PIC 9(05)    VALUE ZEROS.
           05 WS-SOLO-PROD        PIC 9(05)    VALUE ZEROS.
           05 WS-SOLO-PRUE        PIC 9(05)    VALUE ZEROS.
           05 WS-DIFERENCIA       PIC S9(08)V99 VALUE ZEROS.
           05 WS-DIF-ABSOLUTA     PIC 9(08)V99 VALUE ZEROS.
           05 WS-DIF-NETO         PIC S9(08)V99 VALUE ZEROS.
           05 WS-CLAVE-NUEVA.
              10 WS-CN-DEPTO      PIC 9(03).
              10 WS-CN-CONCEPTO   PIC X(04).

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

      * EL RENGLON LEIDO DE CUALQUIERA DE LAS DOS NOMINAS; LA VISTA
      * DE ABAJO RECORRE SUS NUEVE IMPORTES POR SUBINDICE, EN EL
      * ORDEN DEL LAYOUT.
           COPY NOMINA.
       01  WS-NOM-VISTA REDEFINES REG-NOMINA.
           05 FILLER              PIC X(20).
           05 WS-NOM-IMPORTE      PIC 9(07)V99 OCCURS 9 TIMES.

       01  WS-NOMBRES-CAMPO-VAL.
           05 FILLER              PIC X(10)    VALUE "SALARIO".
           05 FILLER              PIC X(10)    VALUE "DEDUCCION".
           05 FILLER              PIC X(10)    VALUE "NETO".
           05 FILLER              PIC X(10)    VALUE "PRESTAMO".
           05 FILLER              PIC X(10)    VALUE "FALTAS".
           05 FILLER              PIC X(10)    VALUE "EXTRAS".
           05 FILLER              PIC X(10)    VALUE "ISR".
           05 FILLER              PIC X(10)    VALUE "IMSS".
           05 FILLER              PIC X(10)    VALUE "OTROS".
       01  WS-NOMBRES-CAMPO REDEFINES WS-NOMBRES-CAMPO-VAL.
           05 WS-NOMBRE-CAMPO     PIC X(10)    OCCURS 9 TIMES.

      * UN RENGLON POR EMPLEADO Y CONCEPTO CON LO QUE TRAE CADA
      * NOMINA; SI UN EMPLEADO TIENE VARIOS RENGLONES DEL MISMO
      * CONCEPTO EN EL PERIODO SE SUMAN.
       01  WS-TABLA-PARES.
           05 WS-PAR              OCCURS 3000 TIMES
                                  INDEXED BY WS-IDX-PAR.
              10 WS-PAR-NUMERO    PIC 9(05).
              10 WS-PAR-DEPTO     PIC 9(03).
              10 WS-PAR-CONCEPTO  PIC X(04).
              10 WS-PAR-EN-PROD   PIC X(01).
                 88 PAR-EN-PROD      VALUE "S".
              10 WS-PAR-EN-PRUE   PIC X(01).
                 88 PAR-EN-PRUE      VALUE "S".
              10 WS-PAR-PROD      PIC 9(08)V99 OCCURS 9 TIMES.
              10 WS-PAR-PRUE      PIC 9(08)V99 OCCURS 9 TIMES.

      * RESUMEN DE LO QUE QUEDO FUERA DE TOLERANCIA, ORDENADO POR
      * DEPARTAMENTO Y CONCEPTO.
       01  WS-TABLA-RESUMEN.
           05 WS-RES              OCCURS 300 TIMES.
              10 WS-RES-CLAVE.
                 15 WS-RES-DEPTO    PIC 9(03).
                 15 WS-RES-CONCEPTO PIC X(04).
              10 WS-RES-EMPLEADOS PIC 9(05).
              10 WS-RES-DIFERENCIAS PIC 9(05).
              10 WS-RES-DIF-NETO  PIC S9(09)V99.

       01  WS-TITULO-1.
           05 FILLER              PIC X(19)    VALUE SPACES.
           05 FILLER              PIC X(42)
              VALUE "COMPARACION DE NOMINAS (CORRIDA PARALELA)".
           05 FILLER              PIC X(19)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(11)    VALUE "  PERIODO: ".
           05 WS-TIT-2-PERIODO    PIC 9(08).
           05 FILLER              PIC X(15)    VALUE "   TOLERANCIA: ".
           05 WS-TIT-2-TOLERANCIA PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(11)    VALUE "  EMITIDO: ".
           05 WS-TIT-2-HOY        PIC 9(08).
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "  NUM".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(03)    VALUE "DEP".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "CONC".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "CAMPO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(13)    VALUE "   PRODUCCION".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(13)    VALUE "       PRUEBA".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(13)    VALUE "   DIFERENCIA".
           05 FILLER              PIC X(12)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-CONCEPTO     PIC X(04).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-CAMPO        PIC X(10).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-PROD         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-PRUE         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DIFERENCIA   PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-MARCA        PIC X(11).

       01  WS-TITULO-RESUMEN.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(50)
              VALUE "RESUMEN FUERA DE TOLERANCIA POR DEPTO Y CONCEPTO".
           05 FILLER              PIC X(28)    VALUE SPACES.

       01  WS-TITULO-RES-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "DEPTO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "CONCEPTO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "EMPLEADOS".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(11)    VALUE "DIFERENCIAS".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(16)    VALUE "  DIF. NETO".
           05 FILLER              PIC X(21)    VALUE SPACES.

       01  WS-DET-RESUMEN.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DR-DEPTO         PIC 9(03).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DR-CONCEPTO      PIC X(04).
           05 FILLER              PIC X(06)    VALUE SPACES.
           05 WS-DR-EMPLEADOS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE SPACES.
           05 WS-DR-DIFERENCIAS   PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DR-DIF-NETO      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-DET-TOTALES.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-TEXTO        PIC X(40).
           05 WS-TOT-CUANTOS      PIC ZZ,ZZ9.
           05 FILLER              PIC X(32)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "PERIODO A COMPARAR (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           IF WS-PERIODO-PEDIDO EQUAL ZEROS
              THEN
                  DISPLAY "PERIODO INVALIDO"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE "TOLERANCIA-PARALELO" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-TOLERANCIA
           END-IF
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           INITIALIZE WS-TABLA-PARES
                      WS-TABLA-RESUMEN
           SET ES-PRODUCCION TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 025-LEE-PRODUCCION   THRU 025-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           SET ES-PRUEBA TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 027-LEE-PRUEBA       THRU 027-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMINA
           CLOSE NOMPARAL
           IF WS-DEL-PERIODO-PROD EQUAL ZEROS
              OR WS-DEL-PERIODO-PRUE EQUAL ZEROS
              THEN
                  DISPLAY "NO HAY RENGLONES DEL PERIODO "
                          WS-PERIODO-PEDIDO " EN LAS DOS NOMINAS, "
                          "PRODUCCION: " WS-DEL-PERIODO-PROD
                          " PRUEBA: " WS-DEL-PERIODO-PRUE
                  MOVE 8 TO RETURN-CODE
                  CLOSE REPORTE
                  GOBACK
           END-IF
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 050-COMPARA-PAR      THRU 050-FIN
                   VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER WS-TOTAL-PARES
           PERFORM 100-RESUMEN          THRU 100-FIN
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
           OPEN INPUT NOMPARAL
           IF NOT NOMPARAL-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMPARAL, STATUS: "
                          WS-STATUS-NOMPARAL
                  MOVE 8 TO RETURN-CODE
                  CLOSE NOMINA
                  GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  CLOSE NOMINA
                  CLOSE NOMPARAL
                  GOBACK
           END-IF.
       020-FIN.  EXIT.

       025-LEE-PRODUCCION.
           READ NOMINA INTO REG-NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 025-FIN
           END-READ
           ADD 1 TO WS-LEIDOS-PROD
           IF NOM-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              THEN
                  GO TO 025-FIN
           END-IF
           ADD 1 TO WS-DEL-PERIODO-PROD
           PERFORM 040-ACUMULA THRU 040-FIN.
       025-FIN.  EXIT.

       027-LEE-PRUEBA.
           READ NOMPARAL INTO REG-NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 027-FIN
           END-READ
           ADD 1 TO WS-LEIDOS-PRUE
           IF NOM-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              THEN
                  GO TO 027-FIN
           END-IF
           ADD 1 TO WS-DEL-PERIODO-PRUE
           PERFORM 040-ACUMULA THRU 040-FIN.
       027-FIN.  EXIT.

      * LOCALIZA (O DA DE ALTA) EL PAR EMPLEADO-CONCEPTO Y LE SUMA
      * LOS NUEVE IMPORTES DEL LADO QUE SE ESTA LEYENDO.
       040-ACUMULA.
           SET WS-IDX-PAR TO 1
           SEARCH WS-PAR
              AT END
                 CONTINUE
              WHEN WS-IDX-PAR GREATER WS-TOTAL-PARES
                 CONTINUE
              WHEN WS-PAR-NUMERO (WS-IDX-PAR) EQUAL NOM-NUMERO-EMP
               AND WS-PAR-CONCEPTO (WS-IDX-PAR) EQUAL NOM-CONCEPTO
                 CONTINUE
           END-SEARCH
           SET WS-IND-PAR TO WS-IDX-PAR
           IF WS-IND-PAR GREATER WS-TOTAL-PARES
              THEN
                  IF WS-TOTAL-PARES EQUAL 3000
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 3000 "
                                 "RENGLONES, SE OMITE EL EMPLEADO "
                                 NOM-NUMERO-EMP " " NOM-CONCEPTO
                         SET ALGUNA-TABLA-LLENA TO TRUE
                         GO TO 040-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-PARES
                  MOVE WS-TOTAL-PARES TO WS-IND-PAR
                  MOVE NOM-NUMERO-EMP TO WS-PAR-NUMERO   (WS-IND-PAR)
                  MOVE NOM-DEPTO      TO WS-PAR-DEPTO    (WS-IND-PAR)
                  MOVE NOM-CONCEPTO   TO WS-PAR-CONCEPTO (WS-IND-PAR)
           END-IF
           IF ES-PRODUCCION
              THEN
                  MOVE "S" TO WS-PAR-EN-PROD (WS-IND-PAR)
              ELSE
                  MOVE "S" TO WS-PAR-EN-PRUE (WS-IND-PAR)
           END-IF
           PERFORM 045-SUMA-IMPORTE THRU 045-FIN
                   VARYING WS-IND-CAMPO FROM 1 BY 1
                   UNTIL WS-IND-CAMPO GREATER 9.
       040-FIN.  EXIT.

       045-SUMA-IMPORTE.
           IF ES-PRODUCCION
              THEN
                  ADD WS-NOM-IMPORTE (WS-IND-CAMPO)
                      TO WS-PAR-PROD (WS-IND-PAR, WS-IND-CAMPO)
              ELSE
                  ADD WS-NOM-IMPORTE (WS-IND-CAMPO)
                      TO WS-PAR-PRUE (WS-IND-PAR, WS-IND-CAMPO)
           END-IF.
       045-FIN.  EXIT.

       030-TITULOS.
           MOVE WS-PERIODO-PEDIDO TO WS-TIT-2-PERIODO
           MOVE WS-TOLERANCIA     TO WS-TIT-2-TOLERANCIA
           MOVE WS-FECHA-HOY      TO WS-TIT-2-HOY
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       030-FIN.  EXIT.

      * UN PAR QUE SOLO ESTA EN UNA NOMINA SIEMPRE QUEDA FUERA DE
      * TOLERANCIA; SI ESTA EN LAS DOS SE IMPRIME CADA IMPORTE QUE
      * DIFIERE Y SE MARCA EL QUE PASA LA TOLERANCIA.
       050-COMPARA-PAR.
           MOVE "N" TO SW-FUERA
           MOVE ZEROS TO WS-DIF-NETO
           MOVE WS-PAR-NUMERO   (WS-IND-PAR) TO WS-DET-NUMERO
           MOVE WS-PAR-DEPTO    (WS-IND-PAR) TO WS-DET-DEPTO
           MOVE WS-PAR-CONCEPTO (WS-IND-PAR) TO WS-DET-CONCEPTO
           IF NOT PAR-EN-PRUE (WS-IND-PAR)
              OR NOT PAR-EN-PROD (WS-IND-PAR)
              THEN
                  PERFORM 055-FALTA-EN-UNA THRU 055-FIN
                  GO TO 050-FIN
           END-IF
           MOVE ZEROS TO WS-CUANTOS-DIF
           PERFORM 060-COMPARA-CAMPO THRU 060-FIN
                   VARYING WS-IND-CAMPO FROM 1 BY 1
                   UNTIL WS-IND-CAMPO GREATER 9
           IF WS-CUANTOS-DIF EQUAL ZEROS
              THEN
                  ADD 1 TO WS-IGUALES
              ELSE
                  ADD 1 TO WS-CON-DIFERENCIA
           END-IF
           IF RENGLON-FUERA
              THEN
                  ADD 1 TO WS-FUERA-TOLERANCIA
                  PERFORM 070-AL-RESUMEN THRU 070-FIN
           END-IF.
       050-FIN.  EXIT.

      * EL NETO FALTANTE SE LLEVA AL RESUMEN CON SIGNO: LO QUE LA
      * PRUEBA PAGA DE MAS ES POSITIVO.
       055-FALTA-EN-UNA.
           SET RENGLON-FUERA TO TRUE
           ADD 1 TO WS-FUERA-TOLERANCIA
           MOVE "NETO"                        TO WS-DET-CAMPO
           IF PAR-EN-PROD (WS-IND-PAR)
              THEN
                  ADD 1 TO WS-SOLO-PROD
                  MOVE WS-PAR-PROD (WS-IND-PAR, 3) TO WS-DET-PROD
                  MOVE ZEROS                       TO WS-DET-PRUE
                  MOVE ZEROS                       TO WS-DIF-NETO
                  SUBTRACT WS-PAR-PROD (WS-IND-PAR, 3) FROM WS-DIF-NETO
                  MOVE "SOLO PROD."                TO WS-DET-MARCA
              ELSE
                  ADD 1 TO WS-SOLO-PRUE
                  MOVE ZEROS                       TO WS-DET-PROD
                  MOVE WS-PAR-PRUE (WS-IND-PAR, 3) TO WS-DET-PRUE
                  MOVE WS-PAR-PRUE (WS-IND-PAR, 3) TO WS-DIF-NETO
                  MOVE "SOLO PRUEBA"               TO WS-DET-MARCA
           END-IF
           MOVE WS-DIF-NETO TO WS-DET-DIFERENCIA
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           MOVE 1 TO WS-CUANTOS-DIF
           PERFORM 070-AL-RESUMEN THRU 070-FIN.
       055-FIN.  EXIT.

       060-COMPARA-CAMPO.
           COMPUTE WS-DIFERENCIA =
                   WS-PAR-PRUE (WS-IND-PAR, WS-IND-CAMPO)
                 - WS-PAR-PROD (WS-IND-PAR, WS-IND-CAMPO)
           IF WS-DIFERENCIA EQUAL ZEROS
              THEN
                  GO TO 060-FIN
           END-IF
           ADD 1 TO WS-CUANTOS-DIF
           IF WS-IND-CAMPO EQUAL 3
              THEN
                  MOVE WS-DIFERENCIA TO WS-DIF-NETO
           END-IF
           MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
           MOVE WS-NOMBRE-CAMPO (WS-IND-CAMPO) TO WS-DET-CAMPO
           MOVE WS-PAR-PROD (WS-IND-PAR, WS-IND-CAMPO) TO WS-DET-PROD
           MOVE WS-PAR-PRUE (WS-IND-PAR, WS-IND-CAMPO) TO WS-DET-PRUE
           MOVE WS-DIFERENCIA TO WS-DET-DIFERENCIA
           MOVE SPACES        TO WS-DET-MARCA
           IF WS-DIF-ABSOLUTA GREATER WS-TOLERANCIA
              THEN
                  SET RENGLON-FUERA TO TRUE
                  MOVE "*FUERA*"  TO WS-DET-MARCA
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       060-FIN.  EXIT.

      * BUSCA LA CLAVE DEPTO-CONCEPTO EN EL RESUMEN; SI NO ESTA LA
      * INSERTA EN SU LUGAR RECORRIENDO HACIA ABAJO LAS MAYORES.
      * SE ACUMULA CUANTOS IMPORTES DEL PAR DIFIEREN Y SU NETO.
       070-AL-RESUMEN.
           MOVE WS-PAR-DEPTO    (WS-IND-PAR) TO WS-CN-DEPTO
           MOVE WS-PAR-CONCEPTO (WS-IND-PAR) TO WS-CN-CONCEPTO
           MOVE 1 TO WS-IND-RES
           PERFORM 075-AVANZA-RESUMEN THRU 075-FIN
                   UNTIL WS-IND-RES GREATER WS-TOTAL-RESUMEN
                      OR WS-RES-CLAVE (WS-IND-RES)
                         NOT LESS WS-CLAVE-NUEVA
           IF WS-IND-RES NOT GREATER WS-TOTAL-RESUMEN
              AND WS-RES-CLAVE (WS-IND-RES) EQUAL WS-CLAVE-NUEVA
              THEN
                  GO TO 070-SUMA
           END-IF
           IF WS-TOTAL-RESUMEN EQUAL 300
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 300 DEPARTAMENTOS"
                          " Y CONCEPTOS EN EL RESUMEN, SE OMITE "
                          WS-CLAVE-NUEVA
                  SET ALGUNA-TABLA-LLENA TO TRUE
                  GO TO 070-FIN
           END-IF
           MOVE WS-TOTAL-RESUMEN TO WS-IND-MUEVE
           PERFORM 077-RECORRE-RESUMEN THRU 077-FIN
                   UNTIL WS-IND-MUEVE LESS WS-IND-RES
           ADD 1 TO WS-TOTAL-RESUMEN
           INITIALIZE WS-RES (WS-IND-RES)
           MOVE WS-CLAVE-NUEVA TO WS-RES-CLAVE (WS-IND-RES).
       070-SUMA.
           ADD 1               TO WS-RES-EMPLEADOS   (WS-IND-RES)
           ADD WS-CUANTOS-DIF  TO WS-RES-DIFERENCIAS (WS-IND-RES)
           ADD WS-DIF-NETO     TO WS-RES-DIF-NETO    (WS-IND-RES).
       070-FIN.  EXIT.

       075-AVANZA-RESUMEN.
           ADD 1 TO WS-IND-RES.
       075-FIN.  EXIT.

       077-RECORRE-RESUMEN.
           MOVE WS-RES (WS-IND-MUEVE) TO WS-RES (WS-IND-MUEVE + 1)
           SUBTRACT 1 FROM WS-IND-MUEVE.
       077-FIN.  EXIT.

       100-RESUMEN.
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 2
           WRITE REG-REPORTE FROM WS-TITULO-RESUMEN AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-RES-2   AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           PERFORM 105-RENGLON-RESUMEN THRU 105-FIN
                   VARYING WS-IND-RES FROM 1 BY 1
                   UNTIL WS-IND-RES GREATER WS-TOTAL-RESUMEN.
       100-FIN.  EXIT.

       105-RENGLON-RESUMEN.
           MOVE WS-RES-DEPTO       (WS-IND-RES) TO WS-DR-DEPTO
           MOVE WS-RES-CONCEPTO    (WS-IND-RES) TO WS-DR-CONCEPTO
           MOVE WS-RES-EMPLEADOS   (WS-IND-RES) TO WS-DR-EMPLEADOS
           MOVE WS-RES-DIFERENCIAS (WS-IND-RES) TO WS-DR-DIFERENCIAS
           MOVE WS-RES-DIF-NETO    (WS-IND-RES) TO WS-DR-DIF-NETO
           WRITE REG-REPORTE FROM WS-DET-RESUMEN AFTER 1.
       105-FIN.  EXIT.

       200-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 2
           MOVE "RENGLONES DEL PERIODO EN PRODUCCION   : "
                TO WS-TOT-TEXTO
           MOVE WS-DEL-PERIODO-PROD TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "RENGLONES DEL PERIODO EN PRUEBA       : "
                TO WS-TOT-TEXTO
           MOVE WS-DEL-PERIODO-PRUE TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "EMPLEADO-CONCEPTO IDENTICOS           : "
                TO WS-TOT-TEXTO
           MOVE WS-IGUALES          TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "CON DIFERENCIAS                       : "
                TO WS-TOT-TEXTO
           MOVE WS-CON-DIFERENCIA   TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "SOLO EN PRODUCCION                    : "
                TO WS-TOT-TEXTO
           MOVE WS-SOLO-PROD        TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "SOLO EN PRUEBA                        : "
                TO WS-TOT-TEXTO
           MOVE WS-SOLO-PRUE        TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "FUERA DE TOLERANCIA                   : "
                TO WS-TOT-TEXTO
           MOVE WS-FUERA-TOLERANCIA TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           CLOSE REPORTE
           DISPLAY "PERIODO " WS-PERIODO-PEDIDO
                   " PRODUCCION: " WS-DEL-PERIODO-PROD
                   " PRUEBA: " WS-DEL-PERIODO-PRUE
           DISPLAY "IDENTICOS: " WS-IGUALES
                   " CON DIFERENCIA: " WS-CON-DIFERENCIA
                   " FUERA DE TOLERANCIA: " WS-FUERA-TOLERANCIA
           IF WS-FUERA-TOLERANCIA GREATER ZEROS
              OR ALGUNA-TABLA-LLENA
              THEN
                  DISPLAY "LA CORRIDA DE PRUEBA NO CUADRA CON "
                          "PRODUCCION"
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.
