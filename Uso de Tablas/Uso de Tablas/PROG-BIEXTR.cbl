       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGBIEX.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * EXTRACTO NOCTURNO DE EMPLEADOS PARA EL ALMACEN DE BI (COPY     *
      * BIEMP): UN RENGLON POR EMPLEADO DEL MAESTRO QUE JUNTA          *
      * EMPLEADOS, EMPDATOS, EL TIPO Y FIN DE CONTRATO, SUPERVIS, EL   *
      * SALDO DE VACACIONES, LOS SALDOS DE PRESTAMO Y AHORRO, LAS      *
      * DESCRIPCIONES DE PUESTO (PROGPUES) Y DEPARTAMENTO (PROGDEPT) Y *
      * LA PERCEPCION Y EL NETO DEL ULTIMO PERIODO PAGADO A CADA       *
      * EMPLEADO SEGUN EL REGISTRO DE NOMINA. BI YA NO CRUZA SEIS      *
      * VACIADOS POR SU CUENTA.                                        *
      * LA VARIANTE LA DECIDE EL RENGLON BI-VARIANTE DE PARAMS (M      *
      * ENMASCARADA, C COMPLETA, A AMBAS; SIN RENGLON, SOLO LA         *
      * ENMASCARADA). CADA VARIANTE ES UN ARCHIVO FECHADO QUE SE       *
      * REGISTRA EN CATALOGO (PROGCATA) PARA QUE LE APLIQUE LA         *
      * RETENCION. SI FALLA CUALQUIER FUENTE NO SE CATALOGA NADA Y     *
      * TERMINA CON RETURN-CODE 8. CORRE COMO PASO DEL NOCTURNO DE     *
      * PROGLOTE, DESPUES DE LOS CAMBIOS CON FECHA EFECTIVA.           *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT EMPDATOS     ASSIGN TO UT-S-EMPDATOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DAT-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-DATOS.
           SELECT CONTRATO     ASSIGN TO UT-S-CONTRATO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CTR-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-CONTRATO.
           SELECT SUPERVIS     ASSIGN TO UT-S-SUPERVIS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SUP-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SUPERVIS.
           SELECT SALDOVAC     ASSIGN TO UT-S-SALDOVAC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS VAC-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SALDOVAC.
           SELECT PRESTAMO     ASSIGN TO UT-S-PRESTAMO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PRE-LLAVE
                               FILE STATUS IS WS-STATUS-PRESTAMO.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT BIEMPM       ASSIGN TO WS-NOMBRE-BIEMPM
                               FILE STATUS IS WS-STATUS-BIEMPM.
           SELECT BIEMPC       ASSIGN TO WS-NOMBRE-BIEMPC
                               FILE STATUS IS WS-STATUS-BIEMPC.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CONTRATO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-CONTRATO.
           COPY CONTRATO.

       FD  SUPERVIS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-SUPERVIS.
           COPY SUPERVIS.

       FD  SALDOVAC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS REG-SALDOVAC.
           COPY SALDOVAC.

       FD  PRESTAMO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-PRESTAMO.
           COPY PRESTAMO.

       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

       FD  BIEMPM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BIEMPM.
       01  REG-BIEMPM             PIC X(300).

       FD  BIEMPC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BIEMPC.
       01  REG-BIEMPC             PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-CONTRATO  PIC X(02)    VALUE "00".
              88 CONTRATO-OK        VALUE "00".
           05 WS-STATUS-SUPERVIS  PIC X(02)    VALUE "00".
              88 SUPERVIS-OK        VALUE "00".
           05 WS-STATUS-SALDOVAC  PIC X(02)    VALUE "00".
              88 SALDOVAC-OK        VALUE "00".
           05 WS-STATUS-PRESTAMO  PIC X(02)    VALUE "00".
              88 PRESTAMO-OK        VALUE "00".
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-BIEMPM    PIC X(02)    VALUE "00".
              88 BIEMPM-OK          VALUE "00".
           05 WS-STATUS-BIEMPC    PIC X(02)    VALUE "00".
              88 BIEMPC-OK          VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-ERROR            PIC X(01)    VALUE "N".
              88 HUBO-ERROR          VALUE "S".
           05 WS-VARIANTE         PIC X(01)    VALUE "M".
              88 GENERA-ENMASCARADO  VALUE "M" "A".
              88 GENERA-COMPLETO     VALUE "C" "A".
              88 VARIANTE-VALIDA     VALUE "M" "C" "A".
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-LEIDOS-NOMINA    PIC 9(07)    VALUE ZEROS.
           05 WS-ESCRITOS         PIC 9(07)    VALUE ZEROS.
           05 WS-ACTIVOS          PIC 9(07)    VALUE ZEROS.
           05 WS-BAJAS            PIC 9(07)    VALUE ZEROS.
           05 WS-LICENCIAS        PIC 9(07)    VALUE ZEROS.
           05 WS-HASH-NUMEROS     PIC 9(12)    VALUE ZEROS.
           05 WS-VAC-PENDIENTES   PIC S9(03)   VALUE ZEROS.
           05 WS-IMPORTE-RENGLON  PIC S9(08)V99 VALUE ZEROS.
           05 WS-NETO-RENGLON     PIC S9(08)V99 VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-HOY         PIC 9(08)    VALUE ZEROS.

      * NOMBRE FISICO DE CADA VARIANTE CON LA FECHA DE LA CORRIDA,
      * COMO EL NOMIPER DE PROGNOMI; ES TAMBIEN SU NOMBRE EN CATALOGO.
       01  WS-NOMBRE-BIEMPM.
           05 FILLER              PIC X(12)    VALUE "UT-S-BIEMPM.".
           05 WS-BIM-FECHA        PIC 9(08)    VALUE ZEROS.
       01  WS-NOMBRE-BIEMPC.
           05 FILLER              PIC X(12)    VALUE "UT-S-BIEMPC.".
           05 WS-BIC-FECHA        PIC 9(08)    VALUE ZEROS.

      * ULTIMO PERIODO PAGADO DE CADA EMPLEADO DEL MAESTRO. SE CARGA
      * EN ORDEN DE NUMERO (LECTURA SECUENCIAL DEL MAESTRO) PARA QUE
      * EL PASO POR NOMINA LOCALICE A CADA EMPLEADO CON SEARCH ALL;
      * EL OCCURS DEPENDING ACOTA LA BUSQUEDA A LO CARGADO.
       01  WS-TABLA-ULTIMO-PAGO.
           05 WS-TOTAL-EMPLEADOS  PIC 9(05)    VALUE ZEROS.
           05 WS-ULT              OCCURS 1 TO 10000 TIMES
                                  DEPENDING ON WS-TOTAL-EMPLEADOS
                                  ASCENDING KEY IS WS-ULT-NUMERO
                                  INDEXED BY WS-IND-ULT.
              10 WS-ULT-NUMERO    PIC 9(05).
              10 WS-ULT-PERIODO   PIC 9(08).
              10 WS-ULT-BRUTO     PIC S9(08)V99.
              10 WS-ULT-NETO      PIC S9(08)V99.

           COPY BIEMP.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-PARAMETROS-PUESTO.
           05 WS-PUESTO-CODIGO      PIC 9(02).
           05 WS-PUESTO-DESCRIPCION PIC X(20).
           05 WS-PUESTO-ENCONTRADO  PIC X(01).

       01  WS-PARAMETROS-DEPTO.
           05 WS-DEPTO-CODIGO     PIC 9(03).
           05 WS-DEPTO-NOMBRE     PIC X(20).
           05 WS-DEPTO-CCOSTO     PIC X(06).
           05 WS-DEPTO-ENCONTRADO PIC X(01).

       01  WS-PARAMETROS-CATA.
           05 WS-CATA-NOMBRE      PIC X(20).
           05 WS-CATA-RUNID       PIC X(06)    VALUE "BIEMP".
           05 WS-CATA-REGISTROS   PIC 9(07).

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGBIEX".
           05 WS-BITA-HORA-INICIO PIC 9(08).
           05 WS-BITA-LEIDOS      PIC 9(07).
           05 WS-BITA-SELECC      PIC 9(07).
           05 WS-BITA-ESCRITOS    PIC 9(07).
           05 WS-BITA-RETORNO     PIC 9(02).

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY  FROM TIME
           MOVE WS-FECHA-HOY TO WS-BIM-FECHA WS-BIC-FECHA
           MOVE 0 TO RETURN-CODE
           PERFORM 010-LEE-VARIANTE  THRU 010-FIN
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           IF HUBO-ERROR
              THEN
                  GO TO 000-TERMINA
           END-IF
           PERFORM 100-CARGA-EMPLEADOS THRU 100-FIN
           IF NOT HUBO-ERROR
              THEN
                  PERFORM 200-LEE-NOMINA THRU 200-FIN
           END-IF
           IF NOT HUBO-ERROR
              THEN
                  PERFORM 300-GRABA-EXTRACTO THRU 300-FIN
           END-IF
           PERFORM 080-CIERRA-ARCHIVOS THRU 080-FIN
           IF NOT HUBO-ERROR
              THEN
                  PERFORM 500-CATALOGA THRU 500-FIN
           END-IF.
       000-TERMINA.
           IF HUBO-ERROR
              THEN
                  DISPLAY "EXTRACTO BI INCOMPLETO: NO SE CATALOGA"
                  MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "EMPLEADOS EN EL EXTRACTO: " WS-ESCRITOS
                   " RENGLONES DE NOMINA LEIDOS: " WS-LEIDOS-NOMINA
           ADD WS-LEIDOS WS-LEIDOS-NOMINA GIVING WS-BITA-LEIDOS
           MOVE WS-TOTAL-EMPLEADOS TO WS-BITA-SELECC
           MOVE WS-ESCRITOS        TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE        TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA
           GOBACK.

      * ---------------------------------------------------------------
      * BI-VARIANTE EN PARAMS: M = SOLO ENMASCARADO, C = SOLO
      * COMPLETO, A = AMBOS. SIN RENGLON, O CON UN VALOR QUE NO SE
      * RECONOCE, SE GENERA SOLO EL ENMASCARADO: EL COMPLETO SALE
      * UNICAMENTE SI ALGUIEN LO PIDIO EXPRESAMENTE.
      * ---------------------------------------------------------------
       010-LEE-VARIANTE.
           MOVE "BI-VARIANTE" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-VALOR (1:1) TO WS-VARIANTE
           END-IF
           IF NOT VARIANTE-VALIDA
              THEN
                  DISPLAY "BI-VARIANTE NO RECONOCIDA (" WS-VARIANTE
                          "), SE GENERA SOLO EL ENMASCARADO"
                  MOVE "M" TO WS-VARIANTE
           END-IF
           DISPLAY "VARIANTE DEL EXTRACTO BI: " WS-VARIANTE.
       010-FIN.  EXIT.

      * UN EXTRACTO AL QUE LE FALTA UNA FUENTE SERIA UNA FOTO
      * EQUIVOCADA: CUALQUIER ARCHIVO QUE NO ABRE DETIENE LA CORRIDA.
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           OPEN INPUT EMPDATOS
           IF NOT DATOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPDATOS, STATUS: "
                          WS-STATUS-DATOS
                  CLOSE EMPLEADOS
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           OPEN INPUT CONTRATO
           IF NOT CONTRATO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CONTRATO, STATUS: "
                          WS-STATUS-CONTRATO
                  CLOSE EMPLEADOS EMPDATOS
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           OPEN INPUT SUPERVIS
           IF NOT SUPERVIS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SUPERVIS, STATUS: "
                          WS-STATUS-SUPERVIS
                  CLOSE EMPLEADOS EMPDATOS CONTRATO
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           OPEN INPUT SALDOVAC
           IF NOT SALDOVAC-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SALDOVAC, STATUS: "
                          WS-STATUS-SALDOVAC
                  CLOSE EMPLEADOS EMPDATOS CONTRATO SUPERVIS
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           OPEN INPUT PRESTAMO
           IF NOT PRESTAMO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PRESTAMO, STATUS: "
                          WS-STATUS-PRESTAMO
                  CLOSE EMPLEADOS EMPDATOS CONTRATO SUPERVIS
                        SALDOVAC
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  CLOSE EMPLEADOS EMPDATOS CONTRATO SUPERVIS
                        SALDOVAC PRESTAMO
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           IF GENERA-ENMASCARADO
              THEN
                  OPEN OUTPUT BIEMPM
                  IF NOT BIEMPM-OK
                     THEN
                         DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-BIEMPM
                                 ", STATUS: " WS-STATUS-BIEMPM
                         CLOSE EMPLEADOS EMPDATOS CONTRATO SUPERVIS
                               SALDOVAC PRESTAMO NOMINA
                         SET HUBO-ERROR TO TRUE
                         GO TO 020-FIN
                  END-IF
           END-IF
           IF GENERA-COMPLETO
              THEN
                  OPEN OUTPUT BIEMPC
                  IF NOT BIEMPC-OK
                     THEN
                         DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-BIEMPC
                                 ", STATUS: " WS-STATUS-BIEMPC
                         CLOSE EMPLEADOS EMPDATOS CONTRATO SUPERVIS
                               SALDOVAC PRESTAMO NOMINA
                         IF GENERA-ENMASCARADO
                            THEN
                                CLOSE BIEMPM
                         END-IF
                         SET HUBO-ERROR TO TRUE
                  END-IF
           END-IF.
       020-FIN.  EXIT.

       080-CIERRA-ARCHIVOS.
           CLOSE EMPLEADOS EMPDATOS CONTRATO SUPERVIS
                 SALDOVAC PRESTAMO NOMINA
           IF GENERA-ENMASCARADO
              THEN
                  CLOSE BIEMPM
           END-IF
           IF GENERA-COMPLETO
              THEN
                  CLOSE BIEMPC
           END-IF.
       080-FIN.  EXIT.

      * ---------------------------------------------------------------
      * PRIMER PASO POR EL MAESTRO: LOS NUMEROS DE EMPLEADO, EN ORDEN,
      * A LA TABLA DEL ULTIMO PAGO. SE BRINCAN EL ENCABEZADO Y EL
      * SUMARIO DE CONTROL DEL MAESTRO.
      * ---------------------------------------------------------------
       100-CARGA-EMPLEADOS.
           MOVE SPACES TO SW-FIN
           PERFORM 110-LEE-EMPLEADO THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN"
                      OR HUBO-ERROR
           DISPLAY "EMPLEADOS EN EL MAESTRO: " WS-TOTAL-EMPLEADOS.
       100-FIN.  EXIT.

       110-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-READ
           ADD 1 TO WS-LEIDOS
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              THEN
                  GO TO 110-FIN
           END-IF
           IF WS-TOTAL-EMPLEADOS EQUAL 10000
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 10000 "
                          "EMPLEADOS EN EL MAESTRO"
                  SET HUBO-ERROR TO TRUE
                  GO TO 110-FIN
           END-IF
           ADD 1 TO WS-TOTAL-EMPLEADOS
           MOVE NUMERO-EMP TO WS-ULT-NUMERO  (WS-TOTAL-EMPLEADOS)
           MOVE ZEROS      TO WS-ULT-PERIODO (WS-TOTAL-EMPLEADOS)
                              WS-ULT-BRUTO   (WS-TOTAL-EMPLEADOS)
                              WS-ULT-NETO    (WS-TOTAL-EMPLEADOS).
       110-FIN.  EXIT.

      * ---------------------------------------------------------------
      * PASO POR EL REGISTRO DE NOMINA: POR EMPLEADO SE QUEDA EL
      * PERIODO MAS RECIENTE Y SE SUMAN TODOS SUS RENGLONES DE ESE
      * PERIODO (NORMAL, PRIMAS, EXTRAORDINARIOS...). UN REVERSO
      * (REVE) RESTA LO QUE ANULA. PERCEPCION = SALARIO + EXTRAS.
      * ---------------------------------------------------------------
       200-LEE-NOMINA.
           MOVE SPACES TO SW-FIN
           PERFORM 210-EVALUA-NOMINA THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
                      OR HUBO-ERROR.
       200-FIN.  EXIT.

       210-EVALUA-NOMINA.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR AL LEER NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  SET HUBO-ERROR TO TRUE
                  GO TO 210-FIN
           END-IF
           ADD 1 TO WS-LEIDOS-NOMINA
           SEARCH ALL WS-ULT
              AT END
                 GO TO 210-FIN
              WHEN WS-ULT-NUMERO (WS-IND-ULT) EQUAL NOM-NUMERO-EMP
                 CONTINUE
           END-SEARCH
           IF NOM-PERIODO LESS WS-ULT-PERIODO (WS-IND-ULT)
              THEN
                  GO TO 210-FIN
           END-IF
           IF NOM-PERIODO GREATER WS-ULT-PERIODO (WS-IND-ULT)
              THEN
                  MOVE NOM-PERIODO TO WS-ULT-PERIODO (WS-IND-ULT)
                  MOVE ZEROS       TO WS-ULT-BRUTO   (WS-IND-ULT)
                                      WS-ULT-NETO    (WS-IND-ULT)
           END-IF
           ADD NOM-SALARIO NOM-EXTRAS GIVING WS-IMPORTE-RENGLON
           MOVE NOM-NETO TO WS-NETO-RENGLON
           IF NOM-ES-REVERSO
              THEN
                  SUBTRACT WS-IMPORTE-RENGLON
                      FROM WS-ULT-BRUTO (WS-IND-ULT)
                  SUBTRACT WS-NETO-RENGLON
                      FROM WS-ULT-NETO  (WS-IND-ULT)
              ELSE
                  ADD WS-IMPORTE-RENGLON TO WS-ULT-BRUTO (WS-IND-ULT)
                  ADD WS-NETO-RENGLON    TO WS-ULT-NETO  (WS-IND-ULT)
           END-IF.
       210-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SEGUNDO PASO POR EL MAESTRO: UN DETALLE POR EMPLEADO CON SUS
      * ARCHIVOS COMPANEROS, ENTRE ENCABEZADO Y SUMARIO EN CADA
      * VARIANTE PEDIDA.
      * ---------------------------------------------------------------
       300-GRABA-EXTRACTO.
           MOVE WS-FECHA-HOY TO BIE-ENC-FECHA
           MOVE WS-HORA-HOY  TO BIE-ENC-HORA
           IF GENERA-ENMASCARADO
              THEN
                  MOVE "M" TO BIE-ENC-VARIANTE
                  WRITE REG-BIEMPM FROM REG-BIEMP-ENC
           END-IF
           IF GENERA-COMPLETO
              THEN
                  MOVE "C" TO BIE-ENC-VARIANTE
                  WRITE REG-BIEMPC FROM REG-BIEMP-ENC
           END-IF
           MOVE ZEROS TO NUMERO-EMP
           START EMPLEADOS KEY IS NOT LESS NUMERO-EMP
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
              NOT INVALID KEY
                 MOVE SPACES TO SW-FIN
           END-START
           PERFORM 310-DETALLE THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
                      OR HUBO-ERROR
           IF HUBO-ERROR
              THEN
                  GO TO 300-FIN
           END-IF
           MOVE WS-ESCRITOS     TO BIE-SUM-DETALLES
           MOVE WS-HASH-NUMEROS TO BIE-SUM-HASH-NUMEROS
           MOVE WS-ACTIVOS      TO BIE-SUM-ACTIVOS
           MOVE WS-BAJAS        TO BIE-SUM-BAJAS
           MOVE WS-LICENCIAS    TO BIE-SUM-LICENCIAS
           IF GENERA-ENMASCARADO
              THEN
                  WRITE REG-BIEMPM FROM REG-BIEMP-SUM
                  IF NOT BIEMPM-OK
                     THEN
                         DISPLAY "ERROR AL GRABAR " WS-NOMBRE-BIEMPM
                                 ", STATUS: " WS-STATUS-BIEMPM
                         SET HUBO-ERROR TO TRUE
                  END-IF
           END-IF
           IF GENERA-COMPLETO
              THEN
                  WRITE REG-BIEMPC FROM REG-BIEMP-SUM
                  IF NOT BIEMPC-OK
                     THEN
                         DISPLAY "ERROR AL GRABAR " WS-NOMBRE-BIEMPC
                                 ", STATUS: " WS-STATUS-BIEMPC
                         SET HUBO-ERROR TO TRUE
                  END-IF
           END-IF
           DISPLAY "ACTIVOS: " WS-ACTIVOS " BAJAS: " WS-BAJAS
                   " LICENCIAS: " WS-LICENCIAS.
       300-FIN.  EXIT.

       310-DETALLE.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              THEN
                  GO TO 310-FIN
           END-IF
           MOVE NUMERO-EMP     TO BIE-NUMERO-EMP
           MOVE NOMBRE-EMP     TO BIE-NOMBRE
           MOVE STATUS-EMP     TO BIE-STATUS
           MOVE DEPTO-EMP      TO BIE-DEPTO
           MOVE PUESTO-EMP     TO BIE-PUESTO
           MOVE FECHA-ALTA-EMP TO BIE-FECHA-ALTA
           MOVE FECHA-BAJA-EMP TO BIE-FECHA-BAJA
           MOVE SALARIO-EMP    TO BIE-SALARIO
           MOVE DEPTO-EMP      TO WS-DEPTO-CODIGO
           CALL "PROGDEPT" USING WS-PARAMETROS-DEPTO
           MOVE WS-DEPTO-NOMBRE TO BIE-DEPTO-NOMBRE
           MOVE WS-DEPTO-CCOSTO TO BIE-CCOSTO
           MOVE PUESTO-EMP     TO WS-PUESTO-CODIGO
           CALL "PROGPUES" USING WS-PARAMETROS-PUESTO
           MOVE WS-PUESTO-DESCRIPCION TO BIE-PUESTO-DESC
           EVALUATE TRUE
              WHEN EMP-ES-BAJA
                 ADD 1 TO WS-BAJAS
              WHEN EMP-EN-LICENCIA
                 ADD 1 TO WS-LICENCIAS
              WHEN OTHER
                 ADD 1 TO WS-ACTIVOS
           END-EVALUATE
           PERFORM 320-COMPANEROS THRU 320-FIN
           PERFORM 330-ULTIMO-PAGO THRU 330-FIN
           ADD 1 TO WS-ESCRITOS
           ADD NUMERO-EMP TO WS-HASH-NUMEROS
           IF GENERA-COMPLETO
              THEN
                  WRITE REG-BIEMPC FROM REG-BIEMP
                  IF NOT BIEMPC-OK
                     THEN
                         DISPLAY "ERROR AL GRABAR " WS-NOMBRE-BIEMPC
                                 ", STATUS: " WS-STATUS-BIEMPC
                         SET HUBO-ERROR TO TRUE
                         GO TO 310-FIN
                  END-IF
           END-IF
           IF GENERA-ENMASCARADO
              THEN
                  PERFORM 340-ENMASCARA THRU 340-FIN
                  WRITE REG-BIEMPM FROM REG-BIEMP
                  IF NOT BIEMPM-OK
                     THEN
                         DISPLAY "ERROR AL GRABAR " WS-NOMBRE-BIEMPM
                                 ", STATUS: " WS-STATUS-BIEMPM
                         SET HUBO-ERROR TO TRUE
                  END-IF
           END-IF.
       310-FIN.  EXIT.

      * UN EMPLEADO SIN RENGLON EN UN ARCHIVO COMPANERO VIAJA CON ESAS
      * COLUMNAS EN BLANCO O EN CEROS.
       320-COMPANEROS.
           MOVE NUMERO-EMP TO DAT-NUMERO-EMP
           READ EMPDATOS
              INVALID KEY
                 MOVE SPACES TO BIE-RFC BIE-CURP BIE-DOMICILIO
                 MOVE ZEROS  TO BIE-FECHA-NAC
              NOT INVALID KEY
                 MOVE DAT-RFC        TO BIE-RFC
                 MOVE DAT-CURP       TO BIE-CURP
                 MOVE DAT-FECHA-NAC  TO BIE-FECHA-NAC
                 MOVE DAT-DOMICILIO  TO BIE-DOMICILIO
           END-READ
           MOVE NUMERO-EMP TO CTR-NUMERO-EMP
           READ CONTRATO
              INVALID KEY
                 MOVE SPACES TO BIE-CONTRATO-TIPO BIE-FRECUENCIA
                 MOVE ZEROS  TO BIE-CONTRATO-FIN
              NOT INVALID KEY
                 MOVE CTR-TIPO       TO BIE-CONTRATO-TIPO
                 MOVE CTR-FECHA-FIN  TO BIE-CONTRATO-FIN
                 MOVE CTR-FRECUENCIA TO BIE-FRECUENCIA
           END-READ
           MOVE NUMERO-EMP TO SUP-NUMERO-EMP
           READ SUPERVIS
              INVALID KEY
                 MOVE ZEROS TO BIE-SUPERVISOR
              NOT INVALID KEY
                 MOVE SUP-SUPERVISOR TO BIE-SUPERVISOR
           END-READ
           MOVE NUMERO-EMP TO VAC-NUMERO-EMP
           READ SALDOVAC
              INVALID KEY
                 MOVE ZEROS TO BIE-VAC-CICLO BIE-VAC-PENDIENTES
              NOT INVALID KEY
                 MOVE VAC-ANIO-CICLO TO BIE-VAC-CICLO
                 SUBTRACT VAC-DIAS-GOZADOS FROM VAC-DIAS-DERECHO
                          GIVING WS-VAC-PENDIENTES
                 MOVE WS-VAC-PENDIENTES TO BIE-VAC-PENDIENTES
           END-READ
           MOVE NUMERO-EMP TO PRE-NUMERO-EMP
           MOVE "P"        TO PRE-TIPO
           READ PRESTAMO
              INVALID KEY
                 MOVE ZEROS TO BIE-SALDO-PRESTAMO
              NOT INVALID KEY
                 MOVE PRE-SALDO TO BIE-SALDO-PRESTAMO
           END-READ
           MOVE NUMERO-EMP TO PRE-NUMERO-EMP
           MOVE "A"        TO PRE-TIPO
           READ PRESTAMO
              INVALID KEY
                 MOVE ZEROS TO BIE-SALDO-AHORRO
              NOT INVALID KEY
                 MOVE PRE-SALDO TO BIE-SALDO-AHORRO
           END-READ.
       320-FIN.  EXIT.

       330-ULTIMO-PAGO.
           MOVE ZEROS TO BIE-ULT-PERIODO BIE-ULT-BRUTO BIE-ULT-NETO
           SEARCH ALL WS-ULT
              AT END
                 CONTINUE
              WHEN WS-ULT-NUMERO (WS-IND-ULT) EQUAL NUMERO-EMP
                 MOVE WS-ULT-PERIODO (WS-IND-ULT) TO BIE-ULT-PERIODO
                 MOVE WS-ULT-BRUTO   (WS-IND-ULT) TO BIE-ULT-BRUTO
                 MOVE WS-ULT-NETO    (WS-IND-ULT) TO BIE-ULT-NETO
           END-SEARCH.
       330-FIN.  EXIT.

      * VARIANTE ENMASCARADA (VER COPY BIEMP): IMPORTES VACIOS Y
      * DATOS PERSONALES EN ASTERISCOS. SE APLICA DESPUES DE GRABAR
      * EL COMPLETO, SOBRE EL MISMO RENGLON.
       340-ENMASCARA.
           MOVE SPACES    TO BIE-SALARIO-X
                             BIE-SALDO-PRESTAMO-X
                             BIE-SALDO-AHORRO-X
                             BIE-ULT-BRUTO-X
                             BIE-ULT-NETO-X
           MOVE ALL "*"   TO BIE-RFC
                             BIE-CURP
                             BIE-FECHA-NAC-X
                             BIE-DOMICILIO.
       340-FIN.  EXIT.

      * CADA VARIANTE GENERADA QUEDA EN CATALOGO (ENCABEZADO, DETALLES
      * Y SUMARIO) PARA QUE LA RETENCION DE PROGCATC LA ALCANCE.
       500-CATALOGA.
           ADD 2 WS-ESCRITOS GIVING WS-CATA-REGISTROS
           IF GENERA-ENMASCARADO
              THEN
                  MOVE WS-NOMBRE-BIEMPM TO WS-CATA-NOMBRE
                  CALL "PROGCATA" USING WS-PARAMETROS-CATA
           END-IF
           IF GENERA-COMPLETO
              THEN
                  MOVE WS-NOMBRE-BIEMPC TO WS-CATA-NOMBRE
                  CALL "PROGCATA" USING WS-PARAMETROS-CATA
           END-IF.
       500-FIN.  EXIT.
