       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPROM.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * PROMOCIONES Y PERMANENCIA EN EL PUESTO. HISTCAMB GUARDA CADA   *
      * CAMBIO DE PUESTO, DEPTO Y SALARIO, PERO NADIE PODIA CONTESTAR  *
      * CUANTO TARDA UNA PROMOCION NI QUIEN LLEVA ANIOS EN EL MISMO    *
      * PUESTO. ESTE REPORTE RECONSTRUYE LA HISTORIA DE PUESTOS DE     *
      * CADA EMPLEADO A PARTIR DE FECHA-ALTA-EMP Y DE LOS RENGLONES    *
      * "PUESTO", "DEPTO" Y "SALARIO" DE HISTCAMB (ORDENADOS POR       *
      * EMPLEADO, FECHA Y HORA CON SORT) Y LO CRUZA CONTRA EL MAESTRO: *
      *   - POR ACTIVO: MESES EN EL PUESTO ACTUAL, CAMBIOS DE PUESTO,  *
      *     PROMOCIONES Y ULTIMO CAMBIO DE SALARIO;                    *
      *   - POR DEPARTAMENTO Y PUESTO DE ORIGEN: PROMOCIONES Y MESES   *
      *     PROMEDIO PARA SALIR PROMOVIDO DE ESE PUESTO (CUENTAN       *
      *     TAMBIEN LAS DE QUIENES YA SON BAJA);                       *
      *   - ACTIVOS SIN CAMBIO DE PUESTO EN MAS DE LOS ANIOS DEL       *
      *     PARAMETRO ANIOS-SIN-PROMOCION DE PARAMS (5 DE CASA).       *
      * ES PROMOCION EL CAMBIO A UN PUESTO DE BANDA MAS ALTA EN TABSAL *
      * (MAXIMO MAYOR, O MISMO MAXIMO Y MINIMO MAYOR), VIA PROGTSAL;   *
      * UN PUESTO SIN BANDA NO SE PUEDE COMPARAR Y SU CAMBIO CUENTA    *
      * COMO CAMBIO DE PUESTO, NO COMO PROMOCION. LOS TIEMPOS VAN EN   *
      * MESES CUMPLIDOS. EL DEPARTAMENTO DE UNA PROMOCION ES EL QUE    *
      * TENIA EL EMPLEADO EN ESA FECHA, RECONSTRUIDO IGUAL QUE EL      *
      * PUESTO. NO ACTUALIZA NINGUN ARCHIVO.                           *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT HISTCAMB     ASSIGN TO UT-S-HISTCAMB
                               FILE STATUS IS WS-STATUS-HISTCAMB.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT ARCHIVO-SORT ASSIGN TO UT-S-SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  HISTCAMB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTCAMB.
           COPY HISTCAMB.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(132).

       SD  ARCHIVO-SORT
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS REG-SORT.
       01  REG-SORT.
           05 SORT-NUMERO-EMP     PIC 9(05).
           05 SORT-FECHA          PIC 9(08).
           05 SORT-HORA           PIC 9(08).
           05 SORT-CAMPO          PIC X(08).
           05 SORT-VALOR-ANT      PIC X(05).
           05 SORT-VALOR-NUEVO    PIC X(05).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-HISTCAMB  PIC X(02)    VALUE "00".
              88 HISTCAMB-OK        VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-MAESTRO      PIC X(03)    VALUE SPACES.
           05 SW-FIN-CAMBIOS      PIC X(03)    VALUE SPACES.
           05 SW-CAPACIDAD        PIC X(01)    VALUE "N".
              88 CAPACIDAD-EXCEDIDA  VALUE "S".
           05 SW-ERROR            PIC X(01)    VALUE "N".
              88 HUBO-ERROR          VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
              10 WS-ANIO-HOY      PIC 9(04).
              10 WS-MES-HOY       PIC 9(02).
              10 WS-DIA-HOY       PIC 9(02).
           05 WS-ANIOS-UMBRAL     PIC 9(02)    VALUE 5.
           05 WS-MESES-UMBRAL     PIC 9(04)    VALUE ZEROS.
           05 WS-TOTAL-SUMARIO    PIC 9(05)    VALUE ZEROS.
           05 WS-EMP-CAMBIO       PIC 9(05)    VALUE ZEROS.

      * CALCULO DE MESES CUMPLIDOS ENTRE DOS FECHAS AAAAMMDD.
       01  WS-AREA-MESES.
           05 WS-FECHA-DESDE      PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-DESDE-R REDEFINES WS-FECHA-DESDE.
              10 WS-FD-ANIO       PIC 9(04).
              10 WS-FD-MES        PIC 9(02).
              10 WS-FD-DIA        PIC 9(02).
           05 WS-FECHA-HASTA      PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-HASTA-R REDEFINES WS-FECHA-HASTA.
              10 WS-FH-ANIO       PIC 9(04).
              10 WS-FH-MES        PIC 9(02).
              10 WS-FH-DIA        PIC 9(02).
           05 WS-MESES            PIC S9(05)   VALUE ZEROS.

       01  WS-CONTADORES.
           05 WS-LEIDOS-HIST      PIC 9(07)    VALUE ZEROS.
           05 WS-CAMBIOS-SORT     PIC 9(07)    VALUE ZEROS.
           05 WS-HUERFANOS        PIC 9(05)    VALUE ZEROS.
           05 WS-LEIDOS-MAESTRO   PIC 9(05)    VALUE ZEROS.
           05 WS-ACTIVOS          PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-PROMOCIONES  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-ESTANCADOS   PIC 9(05)    VALUE ZEROS.

      * ESTADO DE LA RECONSTRUCCION DEL EMPLEADO EN CURSO.
       01  WS-EMPLEADO-EN-CURSO.
           05 WS-PUESTO-REC       PIC 9(02)    VALUE ZEROS.
           05 WS-DEPTO-REC        PIC 9(03)    VALUE ZEROS.
           05 WS-FECHA-PUESTO     PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-SALARIO    PIC 9(08)    VALUE ZEROS.
           05 WS-CAMBIOS-PUESTO   PIC 9(03)    VALUE ZEROS.
           05 WS-PROMOCIONES      PIC 9(03)    VALUE ZEROS.
           05 WS-PUESTO-NUEVO     PIC 9(02)    VALUE ZEROS.
           05 WS-VALOR-2          PIC X(02)    VALUE SPACES.
           05 WS-VALOR-2-N REDEFINES WS-VALOR-2 PIC 9(02).
           05 WS-VALOR-3          PIC X(03)    VALUE SPACES.
           05 WS-VALOR-3-N REDEFINES WS-VALOR-3 PIC 9(03).
           05 SW-PRIMER-PUESTO    PIC X(01)    VALUE "N".
              88 PRIMER-PUESTO-VISTO VALUE "S".
           05 SW-PRIMER-DEPTO     PIC X(01)    VALUE "N".
              88 PRIMER-DEPTO-VISTO  VALUE "S".

      * CAMBIOS DEL EMPLEADO EN CURSO, EN ORDEN DE FECHA Y HORA.
       01  WS-TABLA-CAMBIOS.
           05 WS-TOTAL-CAMBIOS    PIC 9(03)    VALUE ZEROS.
           05 WS-CAMBIO           OCCURS 200 TIMES.
              10 WS-CB-FECHA      PIC 9(08).
              10 WS-CB-CAMPO      PIC X(08).
              10 WS-CB-VALOR-ANT  PIC X(05).
              10 WS-CB-VALOR-NUEVO PIC X(05).

      * PROMOCIONES POR DEPARTAMENTO Y PUESTO DE ORIGEN. WS-ORDEN-DP
      * LAS IMPRIME POR DEPTO Y PUESTO SIN MOVER LA TABLA.
       01  WS-TABLA-DEPTO-PUESTO.
           05 WS-DP               OCCURS 500 TIMES.
              10 WS-DP-DEPTO      PIC 9(03).
              10 WS-DP-PUESTO     PIC 9(02).
              10 WS-DP-PROMOCIONES PIC 9(05).
              10 WS-DP-MESES      PIC 9(07).
       01  WS-TABLA-ORDEN-DP.
           05 WS-ORDEN-DP         PIC 9(03)    OCCURS 500 TIMES.

      * ACTIVOS QUE REBASAN EL UMBRAL, PARA LA ULTIMA SECCION.
       01  WS-TABLA-ESTANCADOS.
           05 WS-ES               OCCURS 2000 TIMES.
              10 WS-ES-NUMERO     PIC 9(05).
              10 WS-ES-NOMBRE     PIC X(30).
              10 WS-ES-DEPTO      PIC 9(03).
              10 WS-ES-PUESTO     PIC 9(02).
              10 WS-ES-FECHA-PUESTO PIC 9(08).
              10 WS-ES-FECHA-SALARIO PIC 9(08).
              10 WS-ES-MESES      PIC 9(04).

       01  WS-INDICES.
           05 WS-IND-CB           PIC 9(03)    VALUE ZEROS.
           05 WS-IND-DP           PIC 9(03)    VALUE ZEROS.
           05 WS-TOTAL-DP         PIC 9(03)    VALUE ZEROS.
           05 WS-DP-ACTUAL        PIC 9(03)    VALUE ZEROS.
           05 WS-IND-ES           PIC 9(04)    VALUE ZEROS.
           05 WS-IND-I            PIC 9(03)    VALUE ZEROS.
           05 WS-IND-J            PIC 9(03)    VALUE ZEROS.
           05 WS-IND-A            PIC 9(03)    VALUE ZEROS.
           05 WS-IND-B            PIC 9(03)    VALUE ZEROS.
           05 WS-TEMPORAL         PIC 9(03)    VALUE ZEROS.
           05 WS-LLAVE-A          PIC 9(05)    VALUE ZEROS.
           05 WS-LLAVE-B          PIC 9(05)    VALUE ZEROS.

       01  WS-BANDAS.
           05 WS-MAX-ANTERIOR     PIC 9(07)V99 VALUE ZEROS.
           05 WS-MIN-ANTERIOR     PIC 9(07)V99 VALUE ZEROS.
           05 WS-PROMEDIO         PIC 9(05)V9  VALUE ZEROS.

       01  WS-PARAMETROS-TSAL.
           05 WS-TSAL-PUESTO      PIC 9(02).
           05 WS-TSAL-SALARIO     PIC 9(07)V99.
           05 WS-TSAL-MINIMO      PIC 9(07)V99.
           05 WS-TSAL-MAXIMO      PIC 9(07)V99.
           05 WS-TSAL-DICTAMEN    PIC X(01).
              88 BANDA-SIN-BANDA     VALUE "N".

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".

       01  LK-PARAMETROS-PUESTO.
           05 LK-PUESTO-CODIGO      PIC 9(02).
           05 LK-PUESTO-DESCRIPCION PIC X(20).
           05 LK-PUESTO-ENCONTRADO  PIC X(01).
              88 PUESTO-NO-ENCONTRADO VALUE "N".

       01  LK-PARAMETROS-DEPTO.
           05 LK-DEPTO-CODIGO     PIC 9(03).
           05 LK-DEPTO-NOMBRE     PIC X(20).
           05 LK-DEPTO-CCOSTO     PIC X(06).
           05 LK-DEPTO-ENCONTRADO PIC X(01).
              88 DEPTO-NO-ENCONTRADO VALUE "N".

       01  WS-TITULO-1.
           05 FILLER              PIC X(38)    VALUE SPACES.
           05 FILLER              PIC X(56)
              VALUE "PROMOCIONES Y PERMANENCIA EN EL PUESTO (HISTCAMB)".
           05 FILLER              PIC X(38)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(07)    VALUE "FECHA: ".
           05 WS-TIT-HOY          PIC 9(08).
           05 FILLER              PIC X(42)
              VALUE "   UMBRAL SIN CAMBIO DE PUESTO (ANIOS): ".
           05 WS-TIT-UMBRAL       PIC Z9.
           05 FILLER              PIC X(73)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(132)   VALUE ALL "-".

       01  WS-ENC-SECCION.
           05 WS-ENC-TEXTO        PIC X(132).

       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(06)    VALUE "NUM.".
           05 FILLER              PIC X(31)    VALUE "NOMBRE".
           05 FILLER              PIC X(05)    VALUE "DEP".
           05 FILLER              PIC X(21)    VALUE "PUESTO ACTUAL".
           05 FILLER              PIC X(10)    VALUE "ALTA".
           05 FILLER              PIC X(10)    VALUE "EN PUESTO".
           05 FILLER              PIC X(07)    VALUE "MESES".
           05 FILLER              PIC X(08)    VALUE "CAMBIOS".
           05 FILLER              PIC X(07)    VALUE "PROMOC".
           05 FILLER              PIC X(10)    VALUE "ULT. SAL.".
           05 FILLER              PIC X(17)    VALUE SPACES.

       01  WS-DETALLE.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PUESTO       PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ALTA         PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-EN-PUESTO    PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-MESES        PIC ZZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-CAMBIOS      PIC ZZ9.
           05 FILLER              PIC X(05)    VALUE SPACES.
           05 WS-DET-PROMOC       PIC ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-ULT-SAL      PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-MARCA        PIC X(02).
           05 FILLER              PIC X(14)    VALUE SPACES.

       01  WS-SUB-TITULO-2.
           05 FILLER              PIC X(25)    VALUE "DEPARTAMENTO".
           05 FILLER              PIC X(24)
                                  VALUE "PUESTO DE ORIGEN".
           05 FILLER              PIC X(14)    VALUE "PROMOCIONES".
           05 FILLER              PIC X(20)
                                  VALUE "MESES PROMEDIO".
           05 FILLER              PIC X(49)    VALUE SPACES.

       01  WS-DET-PROMEDIO.
           05 WS-DPR-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DPR-DEPTO-NOM    PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DPR-PUESTO       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DPR-PUESTO-DESC  PIC X(20).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DPR-PROMOCIONES  PIC ZZ,ZZ9.
           05 FILLER              PIC X(08)    VALUE SPACES.
           05 WS-DPR-PROMEDIO     PIC ZZ,ZZ9.9.
           05 FILLER              PIC X(58)    VALUE SPACES.

       01  WS-SUB-TITULO-3.
           05 FILLER              PIC X(06)    VALUE "NUM.".
           05 FILLER              PIC X(31)    VALUE "NOMBRE".
           05 FILLER              PIC X(05)    VALUE "DEP".
           05 FILLER              PIC X(21)    VALUE "PUESTO".
           05 FILLER              PIC X(10)    VALUE "EN PUESTO".
           05 FILLER              PIC X(10)    VALUE "ULT. SAL.".
           05 FILLER              PIC X(10)    VALUE "ANIOS".
           05 FILLER              PIC X(39)    VALUE SPACES.

       01  WS-DET-ESTANCADO.
           05 WS-DES-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DES-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DES-DEPTO        PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DES-PUESTO       PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DES-EN-PUESTO    PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DES-ULT-SAL      PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DES-ANIOS        PIC ZZ9.9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-RESUMEN.
           05 FILLER              PIC X(27)
                         VALUE "ACTIVOS REPORTADOS      : ".
           05 WS-RES-ACTIVOS      PIC ZZ,ZZ9.
           05 FILLER              PIC X(27)
                         VALUE "   PROMOCIONES HALLADAS: ".
           05 WS-RES-PROMOCIONES  PIC ZZ,ZZ9.
           05 FILLER              PIC X(27)
                         VALUE "   ACTIVOS SOBRE UMBRAL: ".
           05 WS-RES-ESTANCADOS   PIC ZZ,ZZ9.
           05 FILLER              PIC X(27)
                         VALUE "   CAMBIOS SIN MAESTRO : ".
           05 WS-RES-HUERFANOS    PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 015-UMBRAL           THRU 015-FIN
           SORT ARCHIVO-SORT ON ASCENDING KEY
                SORT-NUMERO-EMP
                SORT-FECHA
                SORT-HORA
           INPUT  PROCEDURE 020-ALIMENTA THRU 020-FIN
           OUTPUT PROCEDURE 100-RECONSTRUYE THRU 100-FIN
           IF HUBO-ERROR
              THEN
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           PERFORM 400-PROMEDIOS        THRU 400-FIN
           PERFORM 500-ESTANCADOS       THRU 500-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

      * ANIOS SIN CAMBIO DE PUESTO PARA ENTRAR A LA LISTA, DE PARAMS.
       015-UMBRAL.
           MOVE "ANIOS-SIN-PROMOCION" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              AND WS-PARM-NUMERICO LESS 100
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-ANIOS-UMBRAL
           END-IF
           COMPUTE WS-MESES-UMBRAL = WS-ANIOS-UMBRAL * 12.
       015-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * ENTRADA DEL SORT: SOLO LOS RENGLONES DE PUESTO, DEPTO Y        *
      * SALARIO DE HISTCAMB; LOS DEMAS CAMPOS NO MUEVEN LA HISTORIA    *
      * DE PUESTOS.                                                    *
      * -------------------------------------------------------------- *
       020-ALIMENTA.
           OPEN INPUT HISTCAMB
           IF NOT HISTCAMB-OK
              THEN
                  DISPLAY "SIN ARCHIVO HISTCAMB (STATUS "
                          WS-STATUS-HISTCAMB "), SE REPORTA SOLO "
                          "CONTRA FECHA DE ALTA"
                  GO TO 020-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 030-SUELTA THRU 030-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HISTCAMB.
       020-FIN.  EXIT.

       030-SUELTA.
           READ HISTCAMB
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 030-FIN
           END-READ
           ADD 1 TO WS-LEIDOS-HIST
           IF HC-CAMPO NOT EQUAL "PUESTO"
              AND HC-CAMPO NOT EQUAL "DEPTO"
              AND HC-CAMPO NOT EQUAL "SALARIO"
              THEN
                  GO TO 030-FIN
           END-IF
           MOVE HC-NUMERO-EMP           TO SORT-NUMERO-EMP
           MOVE HC-FECHA                TO SORT-FECHA
           MOVE HC-HORA                 TO SORT-HORA
           MOVE HC-CAMPO                TO SORT-CAMPO
           MOVE HC-VALOR-ANTERIOR (1:5) TO SORT-VALOR-ANT
           MOVE HC-VALOR-NUEVO (1:5)    TO SORT-VALOR-NUEVO
           ADD 1 TO WS-CAMBIOS-SORT
           RELEASE REG-SORT.
       030-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * SALIDA DEL SORT: CRUCE DEL MAESTRO (POR NUMERO-EMP) CONTRA LOS *
      * CAMBIOS ORDENADOS. CADA EMPLEADO JUNTA SUS CAMBIOS Y SE        *
      * RECONSTRUYE; LOS CAMBIOS DE NUMEROS QUE YA NO ESTAN EN EL      *
      * MAESTRO (DEPURADOS) SOLO SE CUENTAN.                           *
      * -------------------------------------------------------------- *
       100-RECONSTRUYE.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  SET HUBO-ERROR TO TRUE
                  GO TO 100-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  SET HUBO-ERROR TO TRUE
                  CLOSE EMPLEADOS
                  GO TO 100-FIN
           END-IF
           MOVE WS-FECHA-HOY    TO WS-TIT-HOY
           MOVE WS-ANIOS-UMBRAL TO WS-TIT-UMBRAL
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE "ACTIVOS: TIEMPO EN EL PUESTO ACTUAL Y PROMOCIONES "
             TO WS-ENC-TEXTO
           WRITE REG-REPORTE FROM WS-ENC-SECCION  AFTER 2
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           PERFORM 110-LEE-CAMBIO  THRU 110-FIN
           PERFORM 120-LEE-MAESTRO THRU 120-FIN
           PERFORM 130-EMPLEADO    THRU 130-FIN
                   UNTIL SW-FIN-MAESTRO EQUAL "FIN"
           PERFORM 140-HUERFANO    THRU 140-FIN
                   UNTIL SW-FIN-CAMBIOS EQUAL "FIN"
           CLOSE EMPLEADOS.
       100-FIN.  EXIT.

       110-LEE-CAMBIO.
           RETURN ARCHIVO-SORT
              AT END
                 MOVE "FIN"  TO SW-FIN-CAMBIOS
                 MOVE 99999  TO WS-EMP-CAMBIO
              NOT AT END
                 MOVE SORT-NUMERO-EMP TO WS-EMP-CAMBIO
           END-RETURN.
       110-FIN.  EXIT.

       120-LEE-MAESTRO.
           READ EMPLEADOS
              AT END
                 MOVE "FIN" TO SW-FIN-MAESTRO
                 GO TO 120-FIN
           END-READ
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "ERROR AL LEER EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE "FIN" TO SW-FIN-MAESTRO
                  GO TO 120-FIN
           END-IF
           IF CTRL-ES-ENCABEZADO
              THEN
                  GO TO 120-LEE-MAESTRO
           END-IF
           IF CTRL-ES-SUMARIO
              THEN
                  MOVE CTRL-TOTAL-REGISTROS TO WS-TOTAL-SUMARIO
                  IF WS-TOTAL-SUMARIO NOT EQUAL WS-LEIDOS-MAESTRO
                     THEN
                         DISPLAY "DESCUADRE DE CONTEO EN EMPLEADOS: "
                                 "SUMARIO " WS-TOTAL-SUMARIO
                                 " LEIDOS " WS-LEIDOS-MAESTRO
                  END-IF
                  MOVE "FIN" TO SW-FIN-MAESTRO
                  GO TO 120-FIN
           END-IF
           ADD 1 TO WS-LEIDOS-MAESTRO.
       120-FIN.  EXIT.

       130-EMPLEADO.
           PERFORM 140-HUERFANO THRU 140-FIN
                   UNTIL WS-EMP-CAMBIO NOT LESS NUMERO-EMP
           MOVE ZEROS TO WS-TOTAL-CAMBIOS
           PERFORM 150-JUNTA-CAMBIO THRU 150-FIN
                   UNTIL WS-EMP-CAMBIO NOT EQUAL NUMERO-EMP
           PERFORM 160-HISTORIA THRU 160-FIN
           IF NOT EMP-ES-BAJA
              THEN
                  PERFORM 300-DETALLE THRU 300-FIN
           END-IF
           PERFORM 120-LEE-MAESTRO THRU 120-FIN.
       130-FIN.  EXIT.

       140-HUERFANO.
           ADD 1 TO WS-HUERFANOS
           PERFORM 110-LEE-CAMBIO THRU 110-FIN.
       140-FIN.  EXIT.

       150-JUNTA-CAMBIO.
           IF WS-TOTAL-CAMBIOS EQUAL 200
              THEN
                  IF NOT CAPACIDAD-EXCEDIDA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 200 "
                                 "CAMBIOS DEL EMPLEADO " NUMERO-EMP
                  END-IF
                  SET CAPACIDAD-EXCEDIDA TO TRUE
              ELSE
                  ADD 1 TO WS-TOTAL-CAMBIOS
                  MOVE SORT-FECHA
                    TO WS-CB-FECHA (WS-TOTAL-CAMBIOS)
                  MOVE SORT-CAMPO
                    TO WS-CB-CAMPO (WS-TOTAL-CAMBIOS)
                  MOVE SORT-VALOR-ANT
                    TO WS-CB-VALOR-ANT (WS-TOTAL-CAMBIOS)
                  MOVE SORT-VALOR-NUEVO
                    TO WS-CB-VALOR-NUEVO (WS-TOTAL-CAMBIOS)
           END-IF
           PERFORM 110-LEE-CAMBIO THRU 110-FIN.
       150-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * RECONSTRUCCION: EL PUESTO Y DEPTO DE ENTRADA SON EL VALOR      *
      * ANTERIOR DEL PRIMER CAMBIO DE CADA UNO (O EL DEL MAESTRO SI    *
      * NUNCA CAMBIO); LUEGO SE RECORREN LOS CAMBIOS EN ORDEN. CADA    *
      * CAMBIO DE PUESTO REINICIA EL TIEMPO EN EL PUESTO; SI ADEMAS ES *
      * A UNA BANDA MAS ALTA, ES PROMOCION Y SUS MESES DE ESPERA VAN   *
      * AL DEPTO Y PUESTO DE ORIGEN.                                   *
      * -------------------------------------------------------------- *
       160-HISTORIA.
           MOVE PUESTO-EMP     TO WS-PUESTO-REC
           MOVE DEPTO-EMP      TO WS-DEPTO-REC
           MOVE "N"            TO SW-PRIMER-PUESTO
                                  SW-PRIMER-DEPTO
           PERFORM 165-VALOR-INICIAL THRU 165-FIN
                   VARYING WS-IND-CB FROM 1 BY 1
                   UNTIL WS-IND-CB GREATER WS-TOTAL-CAMBIOS
           MOVE FECHA-ALTA-EMP TO WS-FECHA-PUESTO
           MOVE ZEROS          TO WS-FECHA-SALARIO
                                  WS-CAMBIOS-PUESTO
                                  WS-PROMOCIONES
           PERFORM 170-APLICA-CAMBIO THRU 170-FIN
                   VARYING WS-IND-CB FROM 1 BY 1
                   UNTIL WS-IND-CB GREATER WS-TOTAL-CAMBIOS.
       160-FIN.  EXIT.

       165-VALOR-INICIAL.
           IF WS-CB-CAMPO (WS-IND-CB) EQUAL "PUESTO"
              AND NOT PRIMER-PUESTO-VISTO
              THEN
                  SET PRIMER-PUESTO-VISTO TO TRUE
                  MOVE WS-CB-VALOR-ANT (WS-IND-CB) (1:2) TO WS-VALOR-2
                  IF WS-VALOR-2 NUMERIC
                     THEN
                         MOVE WS-VALOR-2-N TO WS-PUESTO-REC
                  END-IF
           END-IF
           IF WS-CB-CAMPO (WS-IND-CB) EQUAL "DEPTO"
              AND NOT PRIMER-DEPTO-VISTO
              THEN
                  SET PRIMER-DEPTO-VISTO TO TRUE
                  MOVE WS-CB-VALOR-ANT (WS-IND-CB) (1:3) TO WS-VALOR-3
                  IF WS-VALOR-3 NUMERIC
                     THEN
                         MOVE WS-VALOR-3-N TO WS-DEPTO-REC
                  END-IF
           END-IF.
       165-FIN.  EXIT.

       170-APLICA-CAMBIO.
           EVALUATE WS-CB-CAMPO (WS-IND-CB)
              WHEN "SALARIO"
                 MOVE WS-CB-FECHA (WS-IND-CB) TO WS-FECHA-SALARIO
              WHEN "DEPTO"
                 MOVE WS-CB-VALOR-NUEVO (WS-IND-CB) (1:3) TO WS-VALOR-3
                 IF WS-VALOR-3 NUMERIC
                    THEN
                        MOVE WS-VALOR-3-N TO WS-DEPTO-REC
                 END-IF
              WHEN "PUESTO"
                 PERFORM 175-CAMBIO-PUESTO THRU 175-FIN
           END-EVALUATE.
       170-FIN.  EXIT.

       175-CAMBIO-PUESTO.
           MOVE WS-CB-VALOR-NUEVO (WS-IND-CB) (1:2) TO WS-VALOR-2
           IF WS-VALOR-2 NOT NUMERIC
              THEN
                  GO TO 175-FIN
           END-IF
           MOVE WS-VALOR-2-N TO WS-PUESTO-NUEVO
           IF WS-PUESTO-NUEVO EQUAL WS-PUESTO-REC
              THEN
                  GO TO 175-FIN
           END-IF
           ADD 1 TO WS-CAMBIOS-PUESTO
           MOVE WS-PUESTO-REC   TO WS-TSAL-PUESTO
           MOVE ZEROS           TO WS-TSAL-SALARIO
           CALL "PROGTSAL" USING WS-PARAMETROS-TSAL
           MOVE WS-TSAL-MAXIMO  TO WS-MAX-ANTERIOR
           MOVE WS-TSAL-MINIMO  TO WS-MIN-ANTERIOR
           IF BANDA-SIN-BANDA
              THEN
                  GO TO 177-NUEVO-PUESTO
           END-IF
           MOVE WS-PUESTO-NUEVO TO WS-TSAL-PUESTO
           CALL "PROGTSAL" USING WS-PARAMETROS-TSAL
           IF BANDA-SIN-BANDA
              THEN
                  GO TO 177-NUEVO-PUESTO
           END-IF
           IF WS-TSAL-MAXIMO GREATER WS-MAX-ANTERIOR
              OR (WS-TSAL-MAXIMO EQUAL WS-MAX-ANTERIOR
                  AND WS-TSAL-MINIMO GREATER WS-MIN-ANTERIOR)
              THEN
                  PERFORM 180-PROMOCION THRU 180-FIN
           END-IF.
       177-NUEVO-PUESTO.
           MOVE WS-PUESTO-NUEVO         TO WS-PUESTO-REC
           MOVE WS-CB-FECHA (WS-IND-CB) TO WS-FECHA-PUESTO.
       175-FIN.  EXIT.

       180-PROMOCION.
           ADD 1 TO WS-PROMOCIONES
                    WS-TOT-PROMOCIONES
           MOVE WS-FECHA-PUESTO         TO WS-FECHA-DESDE
           MOVE WS-CB-FECHA (WS-IND-CB) TO WS-FECHA-HASTA
           PERFORM 800-MESES THRU 800-FIN
           PERFORM 185-BUSCA-DP THRU 185-FIN
           IF WS-DP-ACTUAL GREATER ZEROS
              THEN
                  ADD 1        TO WS-DP-PROMOCIONES (WS-DP-ACTUAL)
                  ADD WS-MESES TO WS-DP-MESES (WS-DP-ACTUAL)
           END-IF.
       180-FIN.  EXIT.

       185-BUSCA-DP.
           MOVE ZEROS TO WS-DP-ACTUAL
           PERFORM 186-COMPARA-DP THRU 186-FIN
                   VARYING WS-IND-DP FROM 1 BY 1
                   UNTIL WS-IND-DP GREATER WS-TOTAL-DP
                   OR WS-DP-ACTUAL GREATER ZEROS
           IF WS-DP-ACTUAL GREATER ZEROS
              THEN
                  GO TO 185-FIN
           END-IF
           IF WS-TOTAL-DP EQUAL 500
              THEN
                  IF NOT CAPACIDAD-EXCEDIDA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 500 "
                                 "PAREJAS DEPTO/PUESTO"
                  END-IF
                  SET CAPACIDAD-EXCEDIDA TO TRUE
                  GO TO 185-FIN
           END-IF
           ADD 1 TO WS-TOTAL-DP
           MOVE WS-TOTAL-DP   TO WS-DP-ACTUAL
           MOVE WS-DEPTO-REC  TO WS-DP-DEPTO (WS-DP-ACTUAL)
           MOVE WS-PUESTO-REC TO WS-DP-PUESTO (WS-DP-ACTUAL)
           MOVE ZEROS         TO WS-DP-PROMOCIONES (WS-DP-ACTUAL)
                                 WS-DP-MESES (WS-DP-ACTUAL).
       185-FIN.  EXIT.

       186-COMPARA-DP.
           IF WS-DP-DEPTO (WS-IND-DP) EQUAL WS-DEPTO-REC
              AND WS-DP-PUESTO (WS-IND-DP) EQUAL WS-PUESTO-REC
              THEN
                  MOVE WS-IND-DP TO WS-DP-ACTUAL
           END-IF.
       186-FIN.  EXIT.

      * RENGLON DEL ACTIVO (O EN LICENCIA) Y, SI LLEVA MAS DEL UMBRAL
      * EN EL MISMO PUESTO, SU LUGAR EN LA LISTA FINAL.
       300-DETALLE.
           ADD 1 TO WS-ACTIVOS
           MOVE WS-FECHA-PUESTO TO WS-FECHA-DESDE
           MOVE WS-FECHA-HOY    TO WS-FECHA-HASTA
           PERFORM 800-MESES THRU 800-FIN
           MOVE NUMERO-EMP      TO WS-DET-NUMERO
           MOVE NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE DEPTO-EMP       TO WS-DET-DEPTO
           MOVE PUESTO-EMP      TO LK-PUESTO-CODIGO
           CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
           IF PUESTO-NO-ENCONTRADO
              THEN
                  MOVE "SIN CATALOGO" TO LK-PUESTO-DESCRIPCION
           END-IF
           MOVE LK-PUESTO-DESCRIPCION TO WS-DET-PUESTO
           MOVE FECHA-ALTA-EMP  TO WS-DET-ALTA
           MOVE WS-FECHA-PUESTO TO WS-DET-EN-PUESTO
           MOVE WS-MESES        TO WS-DET-MESES
           MOVE WS-CAMBIOS-PUESTO TO WS-DET-CAMBIOS
           MOVE WS-PROMOCIONES  TO WS-DET-PROMOC
           IF WS-FECHA-SALARIO EQUAL ZEROS
              THEN
                  MOVE "NINGUNO"        TO WS-DET-ULT-SAL
              ELSE
                  MOVE WS-FECHA-SALARIO TO WS-DET-ULT-SAL
           END-IF
           MOVE SPACES TO WS-DET-MARCA
           IF WS-MESES NOT LESS WS-MESES-UMBRAL
              THEN
                  MOVE "**" TO WS-DET-MARCA
                  PERFORM 310-GUARDA-ESTANCADO THRU 310-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       300-FIN.  EXIT.

       310-GUARDA-ESTANCADO.
           IF WS-TOT-ESTANCADOS EQUAL 2000
              THEN
                  IF NOT CAPACIDAD-EXCEDIDA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 2000 "
                                 "ACTIVOS SOBRE EL UMBRAL"
                  END-IF
                  SET CAPACIDAD-EXCEDIDA TO TRUE
                  GO TO 310-FIN
           END-IF
           ADD 1 TO WS-TOT-ESTANCADOS
           MOVE WS-TOT-ESTANCADOS TO WS-IND-ES
           MOVE NUMERO-EMP       TO WS-ES-NUMERO (WS-IND-ES)
           MOVE NOMBRE-EMP       TO WS-ES-NOMBRE (WS-IND-ES)
           MOVE DEPTO-EMP        TO WS-ES-DEPTO (WS-IND-ES)
           MOVE PUESTO-EMP       TO WS-ES-PUESTO (WS-IND-ES)
           MOVE WS-FECHA-PUESTO  TO WS-ES-FECHA-PUESTO (WS-IND-ES)
           MOVE WS-FECHA-SALARIO TO WS-ES-FECHA-SALARIO (WS-IND-ES)
           MOVE WS-MESES         TO WS-ES-MESES (WS-IND-ES).
       310-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * MESES PROMEDIO PARA SALIR PROMOVIDO, POR DEPTO Y PUESTO DE     *
      * ORIGEN, ORDENADOS CON BURBUJA SOBRE EL ARREGLO DE INDICES.     *
      * -------------------------------------------------------------- *
       400-PROMEDIOS.
           MOVE "PROMOCIONES POR DEPARTAMENTO Y PUESTO DE ORIGEN"
             TO WS-ENC-TEXTO
           WRITE REG-REPORTE FROM WS-ENC-SECCION  AFTER PAGE
           WRITE REG-REPORTE FROM WS-SUB-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           PERFORM 405-INICIA-DP THRU 405-FIN
                   VARYING WS-IND-I FROM 1 BY 1
                   UNTIL WS-IND-I GREATER WS-TOTAL-DP
           PERFORM 410-BURBUJA-DP THRU 410-FIN
                   VARYING WS-IND-I FROM 1 BY 1
                   UNTIL WS-IND-I NOT LESS WS-TOTAL-DP
                   AFTER WS-IND-J FROM 1 BY 1
                   UNTIL WS-IND-J NOT LESS WS-TOTAL-DP
           PERFORM 420-IMPRIME-DP THRU 420-FIN
                   VARYING WS-IND-I FROM 1 BY 1
                   UNTIL WS-IND-I GREATER WS-TOTAL-DP.
       400-FIN.  EXIT.

       405-INICIA-DP.
           MOVE WS-IND-I TO WS-ORDEN-DP (WS-IND-I).
       405-FIN.  EXIT.

       410-BURBUJA-DP.
           MOVE WS-ORDEN-DP (WS-IND-J)     TO WS-IND-A
           MOVE WS-ORDEN-DP (WS-IND-J + 1) TO WS-IND-B
           COMPUTE WS-LLAVE-A = WS-DP-DEPTO (WS-IND-A) * 100
                              + WS-DP-PUESTO (WS-IND-A)
           COMPUTE WS-LLAVE-B = WS-DP-DEPTO (WS-IND-B) * 100
                              + WS-DP-PUESTO (WS-IND-B)
           IF WS-LLAVE-A GREATER WS-LLAVE-B
              THEN
                  MOVE WS-ORDEN-DP (WS-IND-J)     TO WS-TEMPORAL
                  MOVE WS-ORDEN-DP (WS-IND-J + 1)
                    TO WS-ORDEN-DP (WS-IND-J)
                  MOVE WS-TEMPORAL TO WS-ORDEN-DP (WS-IND-J + 1)
           END-IF.
       410-FIN.  EXIT.

       420-IMPRIME-DP.
           MOVE WS-ORDEN-DP (WS-IND-I) TO WS-IND-DP
           MOVE WS-DP-DEPTO (WS-IND-DP) TO WS-DPR-DEPTO
                                           LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           IF DEPTO-NO-ENCONTRADO
              THEN
                  MOVE "SIN CATALOGO" TO LK-DEPTO-NOMBRE
           END-IF
           MOVE LK-DEPTO-NOMBRE TO WS-DPR-DEPTO-NOM
           MOVE WS-DP-PUESTO (WS-IND-DP) TO WS-DPR-PUESTO
                                            LK-PUESTO-CODIGO
           CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
           IF PUESTO-NO-ENCONTRADO
              THEN
                  MOVE "SIN CATALOGO" TO LK-PUESTO-DESCRIPCION
           END-IF
           MOVE LK-PUESTO-DESCRIPCION TO WS-DPR-PUESTO-DESC
           MOVE WS-DP-PROMOCIONES (WS-IND-DP) TO WS-DPR-PROMOCIONES
           COMPUTE WS-PROMEDIO ROUNDED =
                   WS-DP-MESES (WS-IND-DP)
                 / WS-DP-PROMOCIONES (WS-IND-DP)
           MOVE WS-PROMEDIO TO WS-DPR-PROMEDIO
           WRITE REG-REPORTE FROM WS-DET-PROMEDIO AFTER 1.
       420-FIN.  EXIT.

       500-ESTANCADOS.
           MOVE "ACTIVOS SIN CAMBIO DE PUESTO EN MAS DEL UMBRAL"
             TO WS-ENC-TEXTO
           WRITE REG-REPORTE FROM WS-ENC-SECCION  AFTER PAGE
           WRITE REG-REPORTE FROM WS-SUB-TITULO-3 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           PERFORM 510-IMPRIME-ESTANCADO THRU 510-FIN
                   VARYING WS-IND-ES FROM 1 BY 1
                   UNTIL WS-IND-ES GREATER WS-TOT-ESTANCADOS.
       500-FIN.  EXIT.

       510-IMPRIME-ESTANCADO.
           MOVE WS-ES-NUMERO (WS-IND-ES) TO WS-DES-NUMERO
           MOVE WS-ES-NOMBRE (WS-IND-ES) TO WS-DES-NOMBRE
           MOVE WS-ES-DEPTO (WS-IND-ES)  TO WS-DES-DEPTO
           MOVE WS-ES-PUESTO (WS-IND-ES) TO LK-PUESTO-CODIGO
           CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
           IF PUESTO-NO-ENCONTRADO
              THEN
                  MOVE "SIN CATALOGO" TO LK-PUESTO-DESCRIPCION
           END-IF
           MOVE LK-PUESTO-DESCRIPCION TO WS-DES-PUESTO
           MOVE WS-ES-FECHA-PUESTO (WS-IND-ES) TO WS-DES-EN-PUESTO
           IF WS-ES-FECHA-SALARIO (WS-IND-ES) EQUAL ZEROS
              THEN
                  MOVE "NINGUNO" TO WS-DES-ULT-SAL
              ELSE
                  MOVE WS-ES-FECHA-SALARIO (WS-IND-ES)
                    TO WS-DES-ULT-SAL
           END-IF
           COMPUTE WS-PROMEDIO ROUNDED = WS-ES-MESES (WS-IND-ES) / 12
           MOVE WS-PROMEDIO TO WS-DES-ANIOS
           WRITE REG-REPORTE FROM WS-DET-ESTANCADO AFTER 1.
       510-FIN.  EXIT.

       200-FINAL.
           MOVE WS-ACTIVOS         TO WS-RES-ACTIVOS
           MOVE WS-TOT-PROMOCIONES TO WS-RES-PROMOCIONES
           MOVE WS-TOT-ESTANCADOS  TO WS-RES-ESTANCADOS
           MOVE WS-HUERFANOS       TO WS-RES-HUERFANOS
           WRITE REG-REPORTE FROM WS-GUIONES     AFTER 2
           WRITE REG-REPORTE FROM WS-DET-RESUMEN AFTER 1
           CLOSE REPORTE
           DISPLAY "PROMOCIONES TERMINADO, HISTCAMB LEIDOS: "
                   WS-LEIDOS-HIST " ACTIVOS: " WS-ACTIVOS
                   " PROMOCIONES: " WS-TOT-PROMOCIONES
                   " SOBRE UMBRAL: " WS-TOT-ESTANCADOS
           IF CAPACIDAD-EXCEDIDA
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

      * MESES CUMPLIDOS DE WS-FECHA-DESDE A WS-FECHA-HASTA; UN MES NO
      * SE CUMPLE HASTA LLEGAR AL MISMO DIA. NUNCA NEGATIVO.
       800-MESES.
           COMPUTE WS-MESES = (WS-FH-ANIO * 12 + WS-FH-MES)
                            - (WS-FD-ANIO * 12 + WS-FD-MES)
           IF WS-FH-DIA LESS WS-FD-DIA
              THEN
                  SUBTRACT 1 FROM WS-MESES
           END-IF
           IF WS-MESES LESS ZERO
              THEN
                  MOVE ZEROS TO WS-MESES
           END-IF.
       800-FIN.  EXIT.
