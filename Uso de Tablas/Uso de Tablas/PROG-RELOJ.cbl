      * ERRORES. ESTA CORRIDA PROCESA EL ARCHIVO DE CHECADAS DE UN     *
      * DIA (ENTRADA Y SALIDA POR EMPLEADO):                           *
      *   - CALCULA LAS HORAS TRABAJADAS DE CADA JORNADA; LO QUE       *
      *     EXCEDE LAS HORAS LEGALES DEL TURNO QUE EL EMPLEADO TIENE   *
      *     ESE DIA EN EL ROL (ROLTURNO/TURNOS, VER PROGTURN) SE GRABA *
      *     EN HRSEXTRA SIN AUTORIZAR, PARA QUE EL SUPERVISOR LO       *
      *     APRUEBE EN EL FLUJO DE SIEMPRE. SIN TURNO ASIGNADO SE MIDE *
      *     CONTRA LA JORNADA ESTANDAR (PARAMS "JORNADA-HORAS", 8 DE   *
      *     CASA);                                                     *
      *   - CON TURNO, UNA ENTRADA POSTERIOR A LA DEL TURNO MAS LA     *
      *     TOLERANCIA (PARAMS "TOLERANCIA-MIN", 10 DE CASA) GENERA    *
      *     SU RETARDO "R" EN INCIDEN;                                 *
      *   - UNA JORNADA DE TURNO QUE CRUZA LA MEDIANOCHE LLEGA CON LA  *
      *     FECHA DE INICIO DEL TURNO Y LA SALIDA MENOR QUE LA         *
      *     ENTRADA; SE MIDE COMPLETA Y SE FECHA AL DIA DE INICIO;     *
      *   - SI EL DIA ES DOMINGO O FERIADO DEL ARCHIVO CALEND, CADA    *
      *     JORNADA TRABAJADA DEJA EN PRIMDIA SU PRIMA DOMINICAL       *
      *     (PDOM) O SU FESTIVO TRABAJADO (FEST) PARA QUE PROGNOMI LOS *
      *     PAGUE;                                                     *
      *   - SI EL DIA ES HABIL (PROGCALE), CADA ACTIVO SIN CHECADA     *
      *     GENERA SU FALTA "F" EN INCIDEN;                            *
      *   - LOS NUMEROS QUE NO ESTAN EN EL MAESTRO Y LAS CHECADAS      *
                               FILE STATUS IS WS-STATUS-INCIDEN.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT TURNOS       ASSIGN TO UT-S-TURNOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TUR-CODIGO
                               FILE STATUS IS WS-STATUS-TURNOS.
           SELECT ROLTURNO     ASSIGN TO UT-S-ROLTURNO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ROL-LLAVE
                               FILE STATUS IS WS-STATUS-ROLTURNO.
           SELECT CALEND       ASSIGN TO UT-S-CALEND
                               FILE STATUS IS WS-STATUS-CALEND.
           SELECT PRIMDIA      ASSIGN TO UT-S-PRIMDIA
                               FILE STATUS IS WS-STATUS-PRIMDIA.

       DATA DIVISION.
       FILE SECTION.

       FD  INCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INCIDEN.
           COPY INCIDEN.
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       FD  TURNOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-TURNOS.
           COPY TURNOS.

       FD  ROLTURNO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-ROLTURNO.
           COPY ROLTURNO.

       FD  CALEND
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS REG-CALEND.
           COPY CALEND.

       FD  PRIMDIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRIMDIA.
           COPY PRIMDIA.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CHECADAS  PIC X(02)    VALUE "00".
           05 WS-IND-CHE          PIC 9(04)    VALUE ZEROS.
           05 SW-YA-CHECO         PIC X(01)    VALUE "N".
              88 EMPLEADO-YA-CHECO  VALUE "S".
           05 WS-STATUS-TURNOS    PIC X(02)    VALUE "00".
              88 TURNOS-OK          VALUE "00".
           05 WS-STATUS-ROLTURNO  PIC X(02)    VALUE "00".
              88 ROLTURNO-OK        VALUE "00".
           05 SW-HAY-TURNOS       PIC X(01)    VALUE "N".
              88 HAY-ROL-DE-TURNOS  VALUE "S".
           05 SW-TURNO            PIC X(01)    VALUE "N".
              88 TIENE-TURNO        VALUE "S".
              88 SIN-TURNO          VALUE "N".
           05 SW-CRUZA            PIC X(01)    VALUE "N".
              88 TURNO-CRUZA-MEDIANOCHE VALUE "S".
           05 SW-FIN-ROL          PIC X(03)    VALUE SPACES.
           05 WS-JORNADA-EMP      PIC 9(02)V99 VALUE ZEROS.
           05 WS-MINUTOS-INI-TUR  PIC 9(05)    VALUE ZEROS.
           05 WS-MINUTOS-FIN-TUR  PIC 9(05)    VALUE ZEROS.
           05 WS-TOLERANCIA       PIC 9(03)    VALUE 10.
           05 WS-MINUTOS-RETARDO  PIC 9(05)    VALUE ZEROS.
           05 WS-RETARDOS-GEN     PIC 9(05)    VALUE ZEROS.
           05 WS-STATUS-CALEND    PIC X(02)    VALUE "00".
              88 CALEND-OK          VALUE "00".
           05 WS-STATUS-PRIMDIA   PIC X(02)    VALUE "00".
              88 PRIMDIA-OK         VALUE "00" "05".
              88 PRIMDIA-NO-EXISTE  VALUE "35".
           05 SW-FIN-CALEND       PIC X(03)    VALUE SPACES.
           05 SW-DOMINGO          PIC X(01)    VALUE "N".
              88 DIA-ES-DOMINGO     VALUE "S".
           05 SW-FERIADO          PIC X(01)    VALUE "N".
              88 DIA-ES-FERIADO     VALUE "S".
           05 WS-FECHA-DIA-R.
              10 WS-FD-ANIO       PIC 9(04).
              10 WS-FD-MMDD       PIC 9(04).
           05 WS-DESC-FERIADO     PIC X(20)    VALUE SPACES.
           05 WS-PRIMAS-GEN       PIC 9(05)    VALUE ZEROS.
           05 WS-CONCEPTO-PRIMA   PIC X(04)    VALUE SPACES.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-DET-TEXTO        PIC X(40).
           05 FILLER              PIC X(31)    VALUE SPACES.

       01  WS-DET-RETARDO.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-RET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(19)
                                  VALUE "RETARDO, MINUTOS: ".
           05 WS-RET-MINUTOS      PIC ZZZZ9.
           05 FILLER              PIC X(08)    VALUE "  TURNO ".
           05 WS-RET-TURNO        PIC X(02).
           05 FILLER              PIC X(37)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "FECHA DEL ARCHIVO DEL RELOJ (AAAAMMDD): "
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-JORNADA
           END-IF
           MOVE "TOLERANCIA-MIN" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-TOLERANCIA
           END-IF
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 025-CLASIFICA-DIA    THRU 025-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 040-LEE              THRU 040-FIN
           PERFORM 040-PROCESO          THRU 040-FIN
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
      * SIN CATALOGO O SIN ROL DE TURNOS TODOS SE MIDEN CONTRA LA
      * JORNADA ESTANDAR, COMO ANTES DE QUE EXISTIERAN.
           OPEN INPUT TURNOS
           IF TURNOS-OK
              THEN
                  OPEN INPUT ROLTURNO
                  IF ROLTURNO-OK
                     THEN
                         SET HAY-ROL-DE-TURNOS TO TRUE
                     ELSE
                         CLOSE TURNOS
                  END-IF
           END-IF
           IF NOT HAY-ROL-DE-TURNOS
              THEN
                  DISPLAY "SIN CATALOGO O ROL DE TURNOS, SE USA LA "
                          "JORNADA ESTANDAR DE " WS-JORNADA " HORAS"
           END-IF
           OPEN EXTEND PRIMDIA
           IF PRIMDIA-NO-EXISTE
              THEN
                  OPEN OUTPUT PRIMDIA
           END-IF
           IF NOT PRIMDIA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PRIMDIA, STATUS: "
                          WS-STATUS-PRIMDIA
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF.
       020-FIN.  EXIT.

      * EL DIA DEL ARCHIVO ES DOMINGO SEGUN PROGCALE; EL FERIADO SE
      * BUSCA DIRECTO EN CALEND PORQUE PROGCALE, EN DOMINGO, YA NO
      * REVISA FERIADOS Y UN FERIADO EN DOMINGO PAGA LAS DOS PRIMAS.
       025-CLASIFICA-DIA.
           MOVE WS-FECHA-DIA TO WS-CAL-FECHA
           CALL "PROGCALE" USING WS-PARAMETROS-CALEND
           IF DIA-INHABIL
              AND WS-CAL-MOTIVO EQUAL "DOMINGO"
              THEN
                  SET DIA-ES-DOMINGO TO TRUE
                  DISPLAY "DIA DOMINGO: SE GENERA PRIMA DOMINICAL"
           END-IF
           MOVE WS-FECHA-DIA TO WS-FECHA-DIA-R
           OPEN INPUT CALEND
           IF NOT CALEND-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CALEND, STATUS: "
                          WS-STATUS-CALEND
                          ", NO SE GENERAN FESTIVOS TRABAJADOS"
                  GO TO 025-FIN
           END-IF
           MOVE SPACES TO SW-FIN-CALEND
           PERFORM 026-LEE-FERIADO THRU 026-FIN
                   UNTIL SW-FIN-CALEND EQUAL "FIN"
           CLOSE CALEND
           IF DIA-ES-FERIADO
              THEN
                  DISPLAY "DIA FERIADO (" WS-DESC-FERIADO
                          "): SE GENERA FESTIVO TRABAJADO"
           END-IF.
       025-FIN.  EXIT.

       026-LEE-FERIADO.
           READ CALEND
              AT END
                 MOVE "FIN" TO SW-FIN-CALEND
                 GO TO 026-FIN
           END-READ
           IF CAL-MMDD EQUAL WS-FD-MMDD
              THEN
                  SET DIA-ES-FERIADO TO TRUE
                  MOVE CAL-DESCRIPCION TO WS-DESC-FERIADO
                  MOVE "FIN" TO SW-FIN-CALEND
           END-IF.
       026-FIN.  EXIT.

       030-TITULOS.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           MOVE WS-FECHA-DIA TO WS-TIT-2-FECHA
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                  GO TO 050-FIN
           END-IF
           PERFORM 055-BUSCA-TURNO THRU 055-FIN
           MOVE CHE-HORA-ENTRADA TO WS-HORA-DESARMADA
           COMPUTE WS-MINUTOS-ENT =
                   (WS-HD-HH * 60) + WS-HD-MM
           MOVE CHE-HORA-SALIDA TO WS-HORA-DESARMADA
           COMPUTE WS-MINUTOS-SAL =
                   (WS-HD-HH * 60) + WS-HD-MM
      * EN UN TURNO QUE CRUZA LA MEDIANOCHE LA SALIDA (Y UNA ENTRADA
      * TARDIA YA DE MADRUGADA) CAEN AL DIA SIGUIENTE: SE LES SUMA UN
      * DIA DE MINUTOS PARA MEDIR LA JORNADA DE CORRIDO.
           IF TURNO-CRUZA-MEDIANOCHE
              AND WS-MINUTOS-ENT LESS WS-MINUTOS-INI-TUR
              AND WS-MINUTOS-ENT NOT GREATER WS-MINUTOS-FIN-TUR
              THEN
                  ADD 1440 TO WS-MINUTOS-ENT
                              WS-MINUTOS-SAL
           END-IF
           IF TURNO-CRUZA-MEDIANOCHE
              AND WS-MINUTOS-SAL NOT GREATER WS-MINUTOS-ENT
              THEN
                  ADD 1440 TO WS-MINUTOS-SAL
           END-IF
           IF WS-MINUTOS-SAL NOT GREATER WS-MINUTOS-ENT
              THEN
      * SALIDA ANTES DE LA ENTRADA: CHECADA RARA, QUE LA ACLARE EL
                  GO TO 050-FIN
           END-IF
           PERFORM 060-MARCA-CHECADO THRU 060-FIN
           IF TIENE-TURNO
              AND WS-MINUTOS-ENT GREATER
                  WS-MINUTOS-INI-TUR + WS-TOLERANCIA
              THEN
                  PERFORM 080-GRABA-RETARDO THRU 080-FIN
           END-IF
           COMPUTE WS-HORAS-DIA ROUNDED =
                   (WS-MINUTOS-SAL - WS-MINUTOS-ENT) / 60
           IF DIA-ES-DOMINGO
              THEN
                  MOVE "PDOM" TO WS-CONCEPTO-PRIMA
                  PERFORM 075-GRABA-PRIMA THRU 075-FIN
           END-IF
           IF DIA-ES-FERIADO
              THEN
                  MOVE "FEST" TO WS-CONCEPTO-PRIMA
                  PERFORM 075-GRABA-PRIMA THRU 075-FIN
           END-IF
           IF WS-HORAS-DIA GREATER WS-JORNADA-EMP
              THEN
                  COMPUTE WS-HORAS-EXTRA ROUNDED =
                          WS-HORAS-DIA - WS-JORNADA-EMP
                     ON SIZE ERROR
                        MOVE 99.99 TO WS-HORAS-EXTRA
                  END-COMPUTE
           END-IF.
       050-FIN.  EXIT.

      * TOMA DEL ROL EL TURNO DEL EMPLEADO PARA LA FECHA DEL ARCHIVO
      * (LA DE INICIO DE LA JORNADA). DEJA LAS HORAS LEGALES EN
      * WS-JORNADA-EMP Y LA ENTRADA/SALIDA DEL TURNO EN MINUTOS; SIN
      * TURNO, LA JORNADA ESTANDAR.
       055-BUSCA-TURNO.
           SET SIN-TURNO TO TRUE
           MOVE "N"        TO SW-CRUZA
           MOVE WS-JORNADA TO WS-JORNADA-EMP
           IF NOT HAY-ROL-DE-TURNOS
              THEN
                  GO TO 055-FIN
           END-IF
           MOVE CHE-NUMERO-EMP TO ROL-NUMERO-EMP
           MOVE ZEROS          TO ROL-FECHA-DESDE
           MOVE SPACES         TO SW-FIN-ROL
           START ROLTURNO KEY IS NOT LESS ROL-LLAVE
              INVALID KEY
                 GO TO 055-FIN
           END-START
           PERFORM 056-LEE-ROL THRU 056-FIN
                   UNTIL SW-FIN-ROL EQUAL "FIN"
           IF SIN-TURNO
              THEN
                  GO TO 055-FIN
           END-IF
           MOVE ROL-TURNO TO TUR-CODIGO
           READ TURNOS
              INVALID KEY
                 SET SIN-TURNO TO TRUE
                 PERFORM 090-EXCEPCION THRU 090-FIN
                 MOVE "TURNO DEL ROL NO ESTA EN CATALOGO"
                    TO WS-DET-TEXTO
                 WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                 GO TO 055-FIN
           END-READ
           MOVE TUR-HORAS-LEGALES TO WS-JORNADA-EMP
           MOVE TUR-HORA-INICIO   TO WS-HORA-DESARMADA
           COMPUTE WS-MINUTOS-INI-TUR =
                   (WS-HD-HH * 60) + WS-HD-MM
           MOVE TUR-HORA-FIN      TO WS-HORA-DESARMADA
           COMPUTE WS-MINUTOS-FIN-TUR =
                   (WS-HD-HH * 60) + WS-HD-MM
           IF TUR-HORA-FIN LESS TUR-HORA-INICIO
              THEN
                  SET TURNO-CRUZA-MEDIANOCHE TO TRUE
           END-IF.
       055-FIN.  EXIT.

      * LAS ASIGNACIONES VIENEN POR FECHA DESDE; LA QUE CUBRE EL DIA
      * ES LA QUE EMPIEZA A MAS TARDAR ESE DIA Y NO HA TERMINADO.
       056-LEE-ROL.
           READ ROLTURNO NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-ROL
                 GO TO 056-FIN
           END-READ
           IF ROL-NUMERO-EMP NOT EQUAL CHE-NUMERO-EMP
              OR ROL-FECHA-DESDE GREATER WS-FECHA-DIA
              THEN
                  MOVE "FIN" TO SW-FIN-ROL
                  GO TO 056-FIN
           END-IF
           IF ROL-FECHA-HASTA NOT LESS WS-FECHA-DIA
              THEN
                  SET TIENE-TURNO TO TRUE
                  MOVE "FIN" TO SW-FIN-ROL
           END-IF.
       056-FIN.  EXIT.

       060-MARCA-CHECADO.
           IF WS-TOTAL-CHECADOS EQUAL 2000
              THEN
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       070-FIN.  EXIT.

      * EL DIA CON PRIMA SE GRABA SIN IMPORTE: LO CALCULA PROGNOMI
      * CON EL SALARIO DIARIO DEL PERIODO EN QUE LO PAGA. EL LLAMADOR
      * DEJA EL CONCEPTO EN WS-CONCEPTO-PRIMA.
       075-GRABA-PRIMA.
           MOVE SPACES            TO REG-PRIMDIA
           MOVE WS-CONCEPTO-PRIMA TO DPR-CONCEPTO
           MOVE CHE-NUMERO-EMP TO DPR-NUMERO-EMP
           MOVE WS-FECHA-DIA   TO DPR-FECHA
           MOVE DEPTO-EMP      TO DPR-DEPTO
           MOVE WS-HORAS-DIA   TO DPR-HORAS
           MOVE "N"            TO DPR-PAGADA
           MOVE ZEROS          TO DPR-IMPORTE
                                  DPR-PERIODO
           WRITE REG-PRIMDIA
           ADD 1 TO WS-PRIMAS-GEN
           MOVE CHE-NUMERO-EMP TO WS-DET-NUMERO
           IF DPR-ES-DOMINICAL
              THEN
                  MOVE "PRIMA DOMINICAL GENERADA" TO WS-DET-TEXTO
              ELSE
                  MOVE "FESTIVO TRABAJADO GENERADO" TO WS-DET-TEXTO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       075-FIN.  EXIT.

      * EL RETARDO QUEDA COMO INCIDENCIA INFORMATIVA "R" DEL DIA DE
      * INICIO DEL TURNO; LA NOMINA NO LA DESCUENTA.
       080-GRABA-RETARDO.
           COMPUTE WS-MINUTOS-RETARDO =
                   WS-MINUTOS-ENT - WS-MINUTOS-INI-TUR
           MOVE SPACES         TO REG-INCIDEN
           MOVE CHE-NUMERO-EMP TO INC-NUMERO-EMP
           MOVE WS-FECHA-DIA   TO INC-FECHA
           SET INC-ES-RETARDO  TO TRUE
           MOVE 1              TO INC-DIAS
           MOVE "N"            TO INC-APLICADA
           WRITE REG-INCIDEN
           ADD 1 TO WS-RETARDOS-GEN
           MOVE CHE-NUMERO-EMP     TO WS-RET-NUMERO
           MOVE WS-MINUTOS-RETARDO TO WS-RET-MINUTOS
           MOVE TUR-CODIGO         TO WS-RET-TURNO
           WRITE REG-REPORTE FROM WS-DET-RETARDO AFTER 1.
       080-FIN.  EXIT.

       090-EXCEPCION.
           ADD 1 TO WS-EXCEPCIONES
           MOVE CHE-NUMERO-EMP TO WS-DET-NUMERO.
           CLOSE HRSEXTRA
           CLOSE INCIDEN
           CLOSE REPORTE
           CLOSE PRIMDIA
           IF HAY-ROL-DE-TURNOS
              THEN
                  CLOSE TURNOS
                  CLOSE ROLTURNO
           END-IF
           DISPLAY "RELOJ PROCESADO, CHECADAS: " WS-LEIDAS
                   " EXTRAS: " WS-EXTRAS-GEN
                   " RETARDOS: " WS-RETARDOS-GEN
                   " PRIMAS: " WS-PRIMAS-GEN
                   " FALTAS: " WS-FALTAS-GEN
                   " EXCEPCIONES: " WS-EXCEPCIONES
           EVALUATE TRUE
