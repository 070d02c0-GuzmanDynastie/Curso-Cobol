       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGINTG.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * BARRIDO NOCTURNO DE INTEGRIDAD REFERENCIAL ENTRE EL MAESTRO    *
      * EMPLEADOS Y SUS ARCHIVOS COMPANEROS. CON LAS PURGAS Y LAS      *
      * CAPTURAS DIRECTAS LOS COMPANEROS SE DESFASARON DEL MAESTRO:    *
      * HAY RENGLONES DE NUMEROS PURGADOS O QUE NUNCA EXISTIERON Y     *
      * ACTIVOS SIN SU REGISTRO OBLIGATORIO. LA CORRIDA REVISA:        *
      *   - FALTANTES: CADA ACTIVO O EN LICENCIA DEBE TENER SALDOVAC,  *
      *     SUPERVIS Y EMPDATOS (CONTRATO NO: SIN RENGLON ES QUINCENAL *
      *     E INDEFINIDO);                                             *
      *   - HUERFANOS: TODO RENGLON DE SALDOVAC, PRESTAMO, PENSION,    *
      *     CONTRATO, SUPERVIS, EMPDATOS, HRSEXTRA E INCIDEN CUYO      *
      *     EMPLEADO NO ESTA EN EL MAESTRO;                            *
      *   - CRUCES: SUPERVISOR INEXISTENTE O DADO DE BAJA DE UN        *
      *     ACTIVO, EMPLEADO QUE SE REPORTA A SI MISMO, PRESTAMO CON   *
      *     SALDO O PENSION ACTIVA DE UN DADO DE BAJA, PLAZO FIJO SIN  *
      *     FECHA DE TERMINO, Y HORAS EXTRA O INCIDENCIAS FECHADAS     *
      *     DESPUES DE LA BAJA.                                        *
      * CADA HALLAZGO SALE CON SU ARCHIVO Y LLAVE; AL FINAL VA UN      *
      * RESUMEN POR ARCHIVO CON LO LEIDO, LO HALLADO Y LOS ARCHIVOS    *
      * QUE NO SE PUDIERON ABRIR. NINGUN ARCHIVO SE MODIFICA: TODO SE  *
      * ABRE DE ENTRADA. TERMINA CON RETURN-CODE 4 SI HUBO HALLAZGOS   *
      * (8 SIN MAESTRO) Y DEJA SU RENGLON EN BITACORA VIA PROGBITA,    *
      * ASI QUE PROGAGEN LO SENALA AL CERRAR LA VENTANA. CORRE EN EL   *
      * NOCTURNO COMO PASO DE AVISO DE PASOLOTE.                       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
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
           SELECT PENSION      ASSIGN TO UT-S-PENSION
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PEN-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-PENSION.
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
           SELECT EMPDATOS     ASSIGN TO UT-S-EMPDATOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DAT-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-DATOS.
           SELECT HRSEXTRA     ASSIGN TO UT-S-HRSEXTRA
                               FILE STATUS IS WS-STATUS-HRSEXTRA.
           SELECT INCIDEN      ASSIGN TO UT-S-INCIDEN
                               FILE STATUS IS WS-STATUS-INCIDEN.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

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

       FD  PENSION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-PENSION.
           COPY PENSION.

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

       FD  EMPDATOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPDATOS.
           COPY EMPDATOS.

       FD  HRSEXTRA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HRSEXTRA.
           COPY HRSEXTRA.

       FD  INCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INCIDEN.
           COPY INCIDEN.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-SALDOVAC  PIC X(02)    VALUE "00".
              88 SALDOVAC-OK        VALUE "00".
           05 WS-STATUS-PRESTAMO  PIC X(02)    VALUE "00".
              88 PRESTAMO-OK        VALUE "00".
           05 WS-STATUS-PENSION   PIC X(02)    VALUE "00".
              88 PENSION-OK         VALUE "00".
           05 WS-STATUS-CONTRATO  PIC X(02)    VALUE "00".
              88 CONTRATO-OK        VALUE "00".
           05 WS-STATUS-SUPERVIS  PIC X(02)    VALUE "00".
              88 SUPERVIS-OK        VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-HRSEXTRA  PIC X(02)    VALUE "00".
              88 HRSEXTRA-OK        VALUE "00".
           05 WS-STATUS-INCIDEN   PIC X(02)    VALUE "00".
              88 INCIDEN-OK         VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-HALLAZGOS        PIC 9(07)    VALUE ZEROS.
           05 WS-NUMERO-BUSCADO   PIC 9(05)    VALUE ZEROS.
           05 WS-IND-ARCH         PIC 9(02)    VALUE ZEROS.
           05 WS-STATUS-EMP-DUENO PIC 9(01)    VALUE ZEROS.
           05 WS-BAJA-EMP-DUENO   PIC 9(08)    VALUE ZEROS.
           05 SW-EN-MAESTRO       PIC X(01)    VALUE "N".
              88 ESTA-EN-MAESTRO    VALUE "S".
              88 NO-ESTA-EN-MAESTRO VALUE "N".
      * ESTADO DE CADA ARCHIVO COMPANERO: SIN EL ARCHIVO NO SE
      * REVISA NI SE USA PARA BUSCAR FALTANTES.
           05 SW-HAY-SALDOVAC     PIC X(01)    VALUE "N".
              88 HAY-SALDOVAC       VALUE "S".
           05 SW-HAY-SUPERVIS     PIC X(01)    VALUE "N".
              88 HAY-SUPERVIS       VALUE "S".
           05 SW-HAY-EMPDATOS     PIC X(01)    VALUE "N".
              88 HAY-EMPDATOS       VALUE "S".
           05 WS-EDIT-SALDO       PIC ZZZ,ZZ9.99.

      * DATOS DEL HALLAZGO QUE SE VA A IMPRIMIR.
       01  WS-HALLAZGO.
           05 WS-HAL-LLAVE        PIC X(14).
           05 WS-HAL-CLASE        PIC X(10).
           05 WS-HAL-MOTIVO       PIC X(60).

      * ARCHIVOS REVISADOS, EN EL ORDEN DEL REPORTE, CON LO LEIDO Y
      * LO HALLADO EN CADA UNO. EL RENGLON 9 (EMPLEADOS) LLEVA LOS
      * FALTANTES: ACTIVOS SIN SU REGISTRO COMPANERO OBLIGATORIO.
       01  WS-TABLA-ARCHIVOS.
           05 FILLER              PIC X(08)    VALUE "SALDOVAC".
           05 FILLER              PIC X(08)    VALUE "PRESTAMO".
           05 FILLER              PIC X(08)    VALUE "PENSION ".
           05 FILLER              PIC X(08)    VALUE "CONTRATO".
           05 FILLER              PIC X(08)    VALUE "SUPERVIS".
           05 FILLER              PIC X(08)    VALUE "EMPDATOS".
           05 FILLER              PIC X(08)    VALUE "HRSEXTRA".
           05 FILLER              PIC X(08)    VALUE "INCIDEN ".
           05 FILLER              PIC X(08)    VALUE "EMPLEADO".
       01  WS-TABLA-ARCHIVOS-R REDEFINES WS-TABLA-ARCHIVOS.
           05 WS-ARC-NOMBRE       PIC X(08)    OCCURS 9 TIMES.

       01  WS-TABLA-CONTEOS.
           05 WS-ARC-CONTEO       OCCURS 9 TIMES.
              10 WS-ARC-LEIDOS    PIC 9(07).
              10 WS-ARC-HALLADOS  PIC 9(07).
              10 WS-ARC-ESTADO    PIC X(01).
                 88 ARC-REVISADO     VALUE "R".
                 88 ARC-SIN-ARCHIVO  VALUE "N".

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGINTG".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(30)    VALUE SPACES.
           05 FILLER              PIC X(50)    VALUE
              "INTEGRIDAD DE ARCHIVOS COMPANEROS CONTRA EMPLEADOS".
           05 FILLER              PIC X(30)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(108)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-ENCABEZADO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "ARCHIVO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(14)    VALUE "LLAVE".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "CLASE".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(60)    VALUE "MOTIVO".
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ARCHIVO      PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-LLAVE        PIC X(14).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CLASE        PIC X(10).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-MOTIVO       PIC X(60).
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-RESUMEN.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-RES-ARCHIVO      PIC X(08).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "LEIDOS: ".
           05 WS-RES-LEIDOS       PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(11)    VALUE "HALLAZGOS: ".
           05 WS-RES-HALLADOS     PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-RES-NOTA         PIC X(30).
           05 FILLER              PIC X(22)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  PERFORM 290-GRABA-BITACORA THRU 290-FIN
                  GOBACK
           END-IF
           PERFORM 100-FALTANTES     THRU 100-FIN
           PERFORM 110-SALDOVAC      THRU 110-FIN
           PERFORM 120-PRESTAMO      THRU 120-FIN
           PERFORM 130-PENSION       THRU 130-FIN
           PERFORM 140-CONTRATO      THRU 140-FIN
           PERFORM 150-SUPERVIS      THRU 150-FIN
           PERFORM 160-EMPDATOS      THRU 160-FIN
           PERFORM 170-HRSEXTRA      THRU 170-FIN
           PERFORM 180-INCIDEN       THRU 180-FIN
           PERFORM 200-FINAL         THRU 200-FIN
           PERFORM 290-GRABA-BITACORA THRU 290-FIN
           GOBACK.

      * TODO SE ABRE DE ENTRADA: ESTA CORRIDA SOLO REPORTA, NUNCA
      * CORRIGE. SIN MAESTRO O SIN REPORTE NO HAY CORRIDA; UN
      * COMPANERO QUE FALTA SOLO QUEDA ANOTADO EN EL RESUMEN.
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 020-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  CLOSE EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 020-FIN
           END-IF
           INITIALIZE WS-TABLA-CONTEOS
           MOVE ZEROS TO WS-LEIDOS WS-HALLAZGOS
           MOVE "N" TO SW-HAY-SALDOVAC SW-HAY-SUPERVIS SW-HAY-EMPDATOS
           OPEN INPUT SALDOVAC
           IF SALDOVAC-OK
              THEN
                  SET HAY-SALDOVAC TO TRUE
           END-IF
           OPEN INPUT SUPERVIS
           IF SUPERVIS-OK
              THEN
                  SET HAY-SUPERVIS TO TRUE
           END-IF
           OPEN INPUT EMPDATOS
           IF DATOS-OK
              THEN
                  SET HAY-EMPDATOS TO TRUE
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-1   AFTER PAGE
           WRITE REG-REPORTE FROM WS-GUIONES    AFTER 1
           WRITE REG-REPORTE FROM WS-ENCABEZADO AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES    AFTER 1.
       020-FIN.  EXIT.

      * ---------------------------------------------------------------
      * FALTANTES: CADA ACTIVO (O EN LICENCIA) DEBE TENER SALDO DE
      * VACACIONES, SUPERVISOR Y DATOS PERSONALES.
      * ---------------------------------------------------------------
       100-FALTANTES.
           MOVE 9 TO WS-IND-ARCH
           SET ARC-REVISADO (9) TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 105-REVISA-EMPLEADO THRU 105-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       100-FIN.  EXIT.

       105-REVISA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 105-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              THEN
                  GO TO 105-FIN
           END-IF
           ADD 1 TO WS-ARC-LEIDOS (9)
           IF EMP-ES-BAJA
              THEN
                  GO TO 105-FIN
           END-IF
           MOVE 9 TO WS-IND-ARCH
           MOVE NUMERO-EMP TO WS-HAL-LLAVE
           MOVE "FALTANTE" TO WS-HAL-CLASE
           IF HAY-SALDOVAC
              THEN
                  MOVE NUMERO-EMP TO VAC-NUMERO-EMP
                  READ SALDOVAC
                     INVALID KEY
                        MOVE "ACTIVO SIN SALDO DE VACACIONES"
                          TO WS-HAL-MOTIVO
                        PERFORM 900-HALLAZGO THRU 900-FIN
                  END-READ
           END-IF
           IF HAY-SUPERVIS
              THEN
                  MOVE NUMERO-EMP TO SUP-NUMERO-EMP
                  READ SUPERVIS
                     INVALID KEY
                        MOVE "ACTIVO SIN SUPERVISOR EN SUPERVIS"
                          TO WS-HAL-MOTIVO
                        PERFORM 900-HALLAZGO THRU 900-FIN
                  END-READ
           END-IF
           IF HAY-EMPDATOS
              THEN
                  MOVE NUMERO-EMP TO DAT-NUMERO-EMP
                  READ EMPDATOS
                     INVALID KEY
                        MOVE "ACTIVO SIN DATOS PERSONALES EN EMPDATOS"
                          TO WS-HAL-MOTIVO
                        PERFORM 900-HALLAZGO THRU 900-FIN
                  END-READ
           END-IF.
       105-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SALDOVAC: HUERFANOS CONTRA EL MAESTRO.
      * ---------------------------------------------------------------
       110-SALDOVAC.
           MOVE 1 TO WS-IND-ARCH
           IF NOT HAY-SALDOVAC
              THEN
                  SET ARC-SIN-ARCHIVO (1) TO TRUE
                  GO TO 110-FIN
           END-IF
           SET ARC-REVISADO (1) TO TRUE
           MOVE ZEROS TO VAC-NUMERO-EMP
           START SALDOVAC KEY IS NOT LESS VAC-NUMERO-EMP
              INVALID KEY
                 GO TO 110-CIERRA
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 115-LEE-SALDOVAC THRU 115-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       110-CIERRA.
           CLOSE SALDOVAC.
       110-FIN.  EXIT.

       115-LEE-SALDOVAC.
           READ SALDOVAC NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 115-FIN
           END-READ
           ADD 1 TO WS-ARC-LEIDOS (1)
           MOVE VAC-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 910-LEE-MAESTRO THRU 910-FIN
           IF NO-ESTA-EN-MAESTRO
              THEN
                  MOVE VAC-NUMERO-EMP TO WS-HAL-LLAVE
                  PERFORM 905-HUERFANO THRU 905-FIN
           END-IF.
       115-FIN.  EXIT.

      * ---------------------------------------------------------------
      * PRESTAMO: HUERFANOS, Y SALDO VIVO DE UN DADO DE BAJA (EL
      * FINIQUITO DEBIO LIQUIDARLO).
      * ---------------------------------------------------------------
       120-PRESTAMO.
           MOVE 2 TO WS-IND-ARCH
           OPEN INPUT PRESTAMO
           IF NOT PRESTAMO-OK
              THEN
                  SET ARC-SIN-ARCHIVO (2) TO TRUE
                  GO TO 120-FIN
           END-IF
           SET ARC-REVISADO (2) TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 125-LEE-PRESTAMO THRU 125-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PRESTAMO.
       120-FIN.  EXIT.

       125-LEE-PRESTAMO.
           READ PRESTAMO NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 125-FIN
           END-READ
           ADD 1 TO WS-ARC-LEIDOS (2)
           MOVE SPACES TO WS-HAL-LLAVE
           STRING PRE-NUMERO-EMP "-" PRE-TIPO DELIMITED BY SIZE
                  INTO WS-HAL-LLAVE
           MOVE PRE-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 910-LEE-MAESTRO THRU 910-FIN
           IF NO-ESTA-EN-MAESTRO
              THEN
                  PERFORM 905-HUERFANO THRU 905-FIN
                  GO TO 125-FIN
           END-IF
           IF WS-STATUS-EMP-DUENO EQUAL ZERO
              AND PRE-SALDO GREATER ZEROS
              THEN
                  MOVE "CRUCE" TO WS-HAL-CLASE
                  MOVE PRE-SALDO TO WS-EDIT-SALDO
                  MOVE SPACES TO WS-HAL-MOTIVO
                  STRING "EMPLEADO DADO DE BAJA CON SALDO "
                         WS-EDIT-SALDO DELIMITED BY SIZE
                         INTO WS-HAL-MOTIVO
                  PERFORM 900-HALLAZGO THRU 900-FIN
           END-IF.
       125-FIN.  EXIT.

      * ---------------------------------------------------------------
      * PENSION: HUERFANOS, Y PENSION ACTIVA DE UN DADO DE BAJA.
      * ---------------------------------------------------------------
       130-PENSION.
           MOVE 3 TO WS-IND-ARCH
           OPEN INPUT PENSION
           IF NOT PENSION-OK
              THEN
                  SET ARC-SIN-ARCHIVO (3) TO TRUE
                  GO TO 130-FIN
           END-IF
           SET ARC-REVISADO (3) TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 135-LEE-PENSION THRU 135-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PENSION.
       130-FIN.  EXIT.

       135-LEE-PENSION.
           READ PENSION NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 135-FIN
           END-READ
           ADD 1 TO WS-ARC-LEIDOS (3)
           MOVE PEN-NUMERO-EMP TO WS-HAL-LLAVE
           MOVE PEN-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 910-LEE-MAESTRO THRU 910-FIN
           IF NO-ESTA-EN-MAESTRO
              THEN
                  PERFORM 905-HUERFANO THRU 905-FIN
                  GO TO 135-FIN
           END-IF
           IF WS-STATUS-EMP-DUENO EQUAL ZERO
              AND PEN-ESTA-ACTIVA
              THEN
                  MOVE "CRUCE" TO WS-HAL-CLASE
                  MOVE "PENSION ALIMENTICIA ACTIVA DE UN DADO DE BAJA"
                    TO WS-HAL-MOTIVO
                  PERFORM 900-HALLAZGO THRU 900-FIN
           END-IF.
       135-FIN.  EXIT.

      * ---------------------------------------------------------------
      * CONTRATO: HUERFANOS, Y PLAZO FIJO SIN FECHA DE TERMINO.
      * ---------------------------------------------------------------
       140-CONTRATO.
           MOVE 4 TO WS-IND-ARCH
           OPEN INPUT CONTRATO
           IF NOT CONTRATO-OK
              THEN
                  SET ARC-SIN-ARCHIVO (4) TO TRUE
                  GO TO 140-FIN
           END-IF
           SET ARC-REVISADO (4) TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 145-LEE-CONTRATO THRU 145-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CONTRATO.
       140-FIN.  EXIT.

       145-LEE-CONTRATO.
           READ CONTRATO NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 145-FIN
           END-READ
           ADD 1 TO WS-ARC-LEIDOS (4)
           MOVE CTR-NUMERO-EMP TO WS-HAL-LLAVE
           MOVE CTR-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 910-LEE-MAESTRO THRU 910-FIN
           IF NO-ESTA-EN-MAESTRO
              THEN
                  PERFORM 905-HUERFANO THRU 905-FIN
                  GO TO 145-FIN
           END-IF
           IF WS-STATUS-EMP-DUENO NOT EQUAL ZERO
              AND CTR-ES-PLAZO-FIJO
              AND CTR-FECHA-FIN EQUAL ZEROS
              THEN
                  MOVE "CRUCE" TO WS-HAL-CLASE
                  MOVE "CONTRATO DE PLAZO FIJO SIN FECHA DE TERMINO"
                    TO WS-HAL-MOTIVO
                  PERFORM 900-HALLAZGO THRU 900-FIN
           END-IF.
       145-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SUPERVIS: HUERFANOS, SUPERVISOR INEXISTENTE, SUPERVISOR DADO
      * DE BAJA DE UN ACTIVO, Y EMPLEADO QUE SE REPORTA A SI MISMO.
      * ---------------------------------------------------------------
       150-SUPERVIS.
           MOVE 5 TO WS-IND-ARCH
           IF NOT HAY-SUPERVIS
              THEN
                  SET ARC-SIN-ARCHIVO (5) TO TRUE
                  GO TO 150-FIN
           END-IF
           SET ARC-REVISADO (5) TO TRUE
           MOVE ZEROS TO SUP-NUMERO-EMP
           START SUPERVIS KEY IS NOT LESS SUP-NUMERO-EMP
              INVALID KEY
                 GO TO 150-CIERRA
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 155-LEE-SUPERVIS THRU 155-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       150-CIERRA.
           CLOSE SUPERVIS.
       150-FIN.  EXIT.

       155-LEE-SUPERVIS.
           READ SUPERVIS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 155-FIN
           END-READ
           ADD 1 TO WS-ARC-LEIDOS (5)
           MOVE SUP-NUMERO-EMP TO WS-HAL-LLAVE
           MOVE SUP-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 910-LEE-MAESTRO THRU 910-FIN
           IF NO-ESTA-EN-MAESTRO
              THEN
                  PERFORM 905-HUERFANO THRU 905-FIN
                  GO TO 155-FIN
           END-IF
           MOVE "CRUCE" TO WS-HAL-CLASE
           IF SUP-SUPERVISOR EQUAL SUP-NUMERO-EMP
              THEN
                  MOVE "EL EMPLEADO SE REPORTA A SI MISMO"
                    TO WS-HAL-MOTIVO
                  PERFORM 900-HALLAZGO THRU 900-FIN
                  GO TO 155-FIN
           END-IF
      * SOLO IMPORTA EL SUPERVISOR DE QUIEN SIGUE EN LA PLANTILLA.
           IF WS-STATUS-EMP-DUENO EQUAL ZERO
              THEN
                  GO TO 155-FIN
           END-IF
           MOVE SUP-SUPERVISOR TO WS-NUMERO-BUSCADO
           PERFORM 910-LEE-MAESTRO THRU 910-FIN
           IF NO-ESTA-EN-MAESTRO
              THEN
                  MOVE SPACES TO WS-HAL-MOTIVO
                  STRING "SUPERVISOR " SUP-SUPERVISOR
                         " NO EXISTE EN EL MAESTRO" DELIMITED BY SIZE
                         INTO WS-HAL-MOTIVO
                  PERFORM 900-HALLAZGO THRU 900-FIN
                  GO TO 155-FIN
           END-IF
           IF WS-STATUS-EMP-DUENO EQUAL ZERO
              THEN
                  MOVE SPACES TO WS-HAL-MOTIVO
                  STRING "SUPERVISOR " SUP-SUPERVISOR
                         " ESTA DADO DE BAJA" DELIMITED BY SIZE
                         INTO WS-HAL-MOTIVO
                  PERFORM 900-HALLAZGO THRU 900-FIN
           END-IF.
       155-FIN.  EXIT.

      * ---------------------------------------------------------------
      * EMPDATOS: HUERFANOS CONTRA EL MAESTRO.
      * ---------------------------------------------------------------
       160-EMPDATOS.
           MOVE 6 TO WS-IND-ARCH
           IF NOT HAY-EMPDATOS
              THEN
                  SET ARC-SIN-ARCHIVO (6) TO TRUE
                  GO TO 160-FIN
           END-IF
           SET ARC-REVISADO (6) TO TRUE
           MOVE ZEROS TO DAT-NUMERO-EMP
           START EMPDATOS KEY IS NOT LESS DAT-NUMERO-EMP
              INVALID KEY
                 GO TO 160-CIERRA
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 165-LEE-EMPDATOS THRU 165-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       160-CIERRA.
           CLOSE EMPDATOS.
       160-FIN.  EXIT.

       165-LEE-EMPDATOS.
           READ EMPDATOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 165-FIN
           END-READ
           ADD 1 TO WS-ARC-LEIDOS (6)
           MOVE DAT-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 910-LEE-MAESTRO THRU 910-FIN
           IF NO-ESTA-EN-MAESTRO
              THEN
                  MOVE DAT-NUMERO-EMP TO WS-HAL-LLAVE
                  PERFORM 905-HUERFANO THRU 905-FIN
           END-IF.
       165-FIN.  EXIT.

      * ---------------------------------------------------------------
      * HRSEXTRA: HUERFANOS, Y HORAS FECHADAS DESPUES DE LA BAJA.
      * ---------------------------------------------------------------
       170-HRSEXTRA.
           MOVE 7 TO WS-IND-ARCH
           OPEN INPUT HRSEXTRA
           IF NOT HRSEXTRA-OK
              THEN
                  SET ARC-SIN-ARCHIVO (7) TO TRUE
                  GO TO 170-FIN
           END-IF
           SET ARC-REVISADO (7) TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 175-LEE-HRSEXTRA THRU 175-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HRSEXTRA.
       170-FIN.  EXIT.

       175-LEE-HRSEXTRA.
           READ HRSEXTRA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 175-FIN
           END-READ
           ADD 1 TO WS-ARC-LEIDOS (7)
           MOVE SPACES TO WS-HAL-LLAVE
           STRING HX-NUMERO-EMP "-" HX-FECHA DELIMITED BY SIZE
                  INTO WS-HAL-LLAVE
           MOVE HX-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 910-LEE-MAESTRO THRU 910-FIN
           IF NO-ESTA-EN-MAESTRO
              THEN
                  PERFORM 905-HUERFANO THRU 905-FIN
                  GO TO 175-FIN
           END-IF
           IF WS-STATUS-EMP-DUENO EQUAL ZERO
              AND WS-BAJA-EMP-DUENO GREATER ZEROS
              AND HX-FECHA GREATER WS-BAJA-EMP-DUENO
              THEN
                  MOVE "CRUCE" TO WS-HAL-CLASE
                  MOVE SPACES TO WS-HAL-MOTIVO
                  STRING "HORAS EXTRA POSTERIORES A LA BAJA DEL "
                         WS-BAJA-EMP-DUENO DELIMITED BY SIZE
                         INTO WS-HAL-MOTIVO
                  PERFORM 900-HALLAZGO THRU 900-FIN
           END-IF.
       175-FIN.  EXIT.

      * ---------------------------------------------------------------
      * INCIDEN: HUERFANOS, E INCIDENCIAS FECHADAS DESPUES DE LA BAJA.
      * ---------------------------------------------------------------
       180-INCIDEN.
           MOVE 8 TO WS-IND-ARCH
           OPEN INPUT INCIDEN
           IF NOT INCIDEN-OK
              THEN
                  SET ARC-SIN-ARCHIVO (8) TO TRUE
                  GO TO 180-FIN
           END-IF
           SET ARC-REVISADO (8) TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 185-LEE-INCIDEN THRU 185-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE INCIDEN.
       180-FIN.  EXIT.

       185-LEE-INCIDEN.
           READ INCIDEN
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 185-FIN
           END-READ
           ADD 1 TO WS-ARC-LEIDOS (8)
           MOVE SPACES TO WS-HAL-LLAVE
           STRING INC-NUMERO-EMP "-" INC-FECHA DELIMITED BY SIZE
                  INTO WS-HAL-LLAVE
           MOVE INC-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 910-LEE-MAESTRO THRU 910-FIN
           IF NO-ESTA-EN-MAESTRO
              THEN
                  PERFORM 905-HUERFANO THRU 905-FIN
                  GO TO 185-FIN
           END-IF
           IF WS-STATUS-EMP-DUENO EQUAL ZERO
              AND WS-BAJA-EMP-DUENO GREATER ZEROS
              AND INC-FECHA GREATER WS-BAJA-EMP-DUENO
              THEN
                  MOVE "CRUCE" TO WS-HAL-CLASE
                  MOVE SPACES TO WS-HAL-MOTIVO
                  STRING "INCIDENCIA " INC-TIPO
                         " POSTERIOR A LA BAJA DEL "
                         WS-BAJA-EMP-DUENO DELIMITED BY SIZE
                         INTO WS-HAL-MOTIVO
                  PERFORM 900-HALLAZGO THRU 900-FIN
           END-IF.
       185-FIN.  EXIT.

      * ---------------------------------------------------------------
      * RESUMEN POR ARCHIVO Y RETURN-CODE: 4 SI HUBO HALLAZGOS, PARA
      * QUE PROGAGEN LO SENALE AL COTEJAR LA BITACORA.
      * ---------------------------------------------------------------
       200-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           PERFORM 210-RESUMEN-ARCHIVO THRU 210-FIN
                   VARYING WS-IND-ARCH FROM 1 BY 1
                   UNTIL WS-IND-ARCH GREATER 9
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           CLOSE EMPLEADOS
           CLOSE REPORTE
           DISPLAY "INTEGRIDAD DE ARCHIVOS TERMINADA, HALLAZGOS: "
                   WS-HALLAZGOS
           IF WS-HALLAZGOS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       210-RESUMEN-ARCHIVO.
           MOVE WS-ARC-NOMBRE   (WS-IND-ARCH) TO WS-RES-ARCHIVO
           MOVE WS-ARC-LEIDOS   (WS-IND-ARCH) TO WS-RES-LEIDOS
           MOVE WS-ARC-HALLADOS (WS-IND-ARCH) TO WS-RES-HALLADOS
           ADD  WS-ARC-LEIDOS   (WS-IND-ARCH) TO WS-LEIDOS
           IF ARC-SIN-ARCHIVO (WS-IND-ARCH)
              THEN
                  MOVE "*** SIN ARCHIVO, NO SE REVISO" TO WS-RES-NOTA
              ELSE
                  MOVE SPACES TO WS-RES-NOTA
           END-IF
           WRITE REG-REPORTE FROM WS-RESUMEN AFTER 1.
       210-FIN.  EXIT.

       290-GRABA-BITACORA.
           MOVE WS-LEIDOS    TO WS-BITA-LEIDOS
           MOVE WS-HALLAZGOS TO WS-BITA-SELECC
           MOVE WS-HALLAZGOS TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE  TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       290-FIN.  EXIT.

      * ---------------------------------------------------------------
      * RUTINAS COMUNES
      * ---------------------------------------------------------------
       900-HALLAZGO.
           ADD 1 TO WS-HALLAZGOS
           ADD 1 TO WS-ARC-HALLADOS (WS-IND-ARCH)
           MOVE WS-ARC-NOMBRE (WS-IND-ARCH) TO WS-DET-ARCHIVO
           MOVE WS-HAL-LLAVE                TO WS-DET-LLAVE
           MOVE WS-HAL-CLASE                TO WS-DET-CLASE
           MOVE WS-HAL-MOTIVO               TO WS-DET-MOTIVO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       900-FIN.  EXIT.

       905-HUERFANO.
           MOVE "HUERFANO" TO WS-HAL-CLASE
           MOVE SPACES TO WS-HAL-MOTIVO
           STRING "EL EMPLEADO " WS-NUMERO-BUSCADO
                  " NO EXISTE EN EL MAESTRO" DELIMITED BY SIZE
                  INTO WS-HAL-MOTIVO
           PERFORM 900-HALLAZGO THRU 900-FIN.
       905-FIN.  EXIT.

      * LECTURA AL AZAR DEL MAESTRO; DEJA STATUS Y FECHA DE BAJA DEL
      * EMPLEADO BUSCADO.
       910-LEE-MAESTRO.
           MOVE WS-NUMERO-BUSCADO TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 SET NO-ESTA-EN-MAESTRO TO TRUE
                 MOVE ZEROS TO WS-STATUS-EMP-DUENO
                               WS-BAJA-EMP-DUENO
              NOT INVALID KEY
                 SET ESTA-EN-MAESTRO TO TRUE
                 MOVE STATUS-EMP     TO WS-STATUS-EMP-DUENO
                 MOVE FECHA-BAJA-EMP TO WS-BAJA-EMP-DUENO
           END-READ.
       910-FIN.  EXIT.
