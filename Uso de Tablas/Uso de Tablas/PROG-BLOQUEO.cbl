       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGBLOQ.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA DUENO DEL BLOQUEO POR EMPLEADO (COPY BLOQEMP)      *
      * ENTRE OPERADORES EN LINEA. EL CANDADO DE PROGCAND SOLO SEPARA  *
      * EL MAESTRO DEL PROCESO NOCTURNO; ESTE EVITA QUE DOS OPERADORES *
      * ABRAN AL MISMO EMPLEADO Y EL SEGUNDO CAMBIO PISE AL PRIMERO.   *
      * EL DUENO DE UN BLOQUEO ES EL PAR USUARIO/PROGRAMA.             *
      *   ACCION T - TOMA AL LEER PARA CAMBIO. REGRESA T (TOMADO) U O  *
      *              (OCUPADO, CON USUARIO, PROGRAMA, FECHA Y HORA DE  *
      *              QUIEN LO TIENE). UN BLOQUEO SIN MOVIMIENTO EN MAS *
      *              DE BLOQUEO-MINUTOS (PARAMS, 30 POR OMISION) ESTA  *
      *              VENCIDO Y SE RECLAMA.                             *
      *   ACCION C - CONFIRMA ANTES DE GRABAR; P (PERDIDO) SI YA NO ES *
      *              DE QUIEN LLAMA.                                   *
      *   ACCION L - LIBERA AL GRABAR O CANCELAR (SOLO EL PROPIO).     *
      *   ACCION F - LIBERACION FORZADA DESDE PROGBLQA.                *
      * E = EL ARCHIVO NO RESPONDE; EL QUE LLAMA SIGUE, YA AVISADO.    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQEMP      ASSIGN TO UT-S-BLOQEMP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BLQ-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-BLOQEMP.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOQEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-BLOQEMP.
           COPY BLOQEMP.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-BLOQEMP   PIC X(02)    VALUE "00".
              88 BLOQEMP-OK          VALUE "00".
              88 BLOQEMP-NO-EXISTE   VALUE "35".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-HOY         PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-PARTES REDEFINES WS-HORA-HOY.
              10 WS-HH-HOY        PIC 9(02).
              10 WS-MM-HOY        PIC 9(02).
              10 WS-SSCC-HOY      PIC 9(04).
           05 WS-MINUTOS-VIGENCIA PIC 9(04)    VALUE 30.
           05 WS-MINUTOS-EDAD     PIC S9(05)   VALUE ZEROS.
           05 SW-VENCIDO          PIC X(01)    VALUE "N".
              88 BLOQUEO-VENCIDO     VALUE "S".

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20)    VALUE "BLOQUEO-MINUTOS".
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".

       LINKAGE SECTION.
       01  LK-PARAMETROS-BLOQ.
           05 LK-BLOQ-ACCION      PIC X(01).
              88 BLOQ-TOMAR          VALUE "T".
              88 BLOQ-CONFIRMAR      VALUE "C".
              88 BLOQ-LIBERAR        VALUE "L".
              88 BLOQ-FORZAR         VALUE "F".
           05 LK-BLOQ-NUMERO-EMP  PIC 9(05).
           05 LK-BLOQ-USUARIO     PIC X(08).
           05 LK-BLOQ-PROGRAMA    PIC X(08).
           05 LK-BLOQ-RESULTADO   PIC X(01).
           05 LK-BLOQ-DUENO-USUARIO  PIC X(08).
           05 LK-BLOQ-DUENO-PROGRAMA PIC X(08).
           05 LK-BLOQ-DUENO-FECHA    PIC 9(08).
           05 LK-BLOQ-DUENO-HORA     PIC 9(08).

       PROCEDURE DIVISION USING LK-PARAMETROS-BLOQ.
       010-RAIZ.
           MOVE SPACES TO LK-BLOQ-DUENO-USUARIO
                          LK-BLOQ-DUENO-PROGRAMA
           MOVE ZEROS  TO LK-BLOQ-DUENO-FECHA
                          LK-BLOQ-DUENO-HORA
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY  FROM TIME
           PERFORM 015-LEE-VIGENCIA THRU 015-FIN
           PERFORM 020-ABRE THRU 020-FIN
           IF NOT BLOQEMP-OK
              THEN
                  MOVE "E" TO LK-BLOQ-RESULTADO
                  GOBACK
           END-IF
           EVALUATE TRUE
              WHEN BLOQ-TOMAR
                 PERFORM 030-TOMA THRU 030-FIN
              WHEN BLOQ-CONFIRMAR
                 PERFORM 040-CONFIRMA THRU 040-FIN
              WHEN BLOQ-LIBERAR
                 PERFORM 050-LIBERA THRU 050-FIN
              WHEN BLOQ-FORZAR
                 PERFORM 060-FUERZA THRU 060-FIN
              WHEN OTHER
                 DISPLAY "ACCION DE BLOQUEO DESCONOCIDA: "
                         LK-BLOQ-ACCION
                 MOVE "E" TO LK-BLOQ-RESULTADO
           END-EVALUATE
           CLOSE BLOQEMP
           GOBACK.

      * MINUTOS QUE UN BLOQUEO SIN MOVIMIENTO SE RESPETA (PARAMS
      * BLOQUEO-MINUTOS, 30 SI NO ESTA).
       015-LEE-VIGENCIA.
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-MINUTOS-VIGENCIA
           END-IF.
       015-FIN.  EXIT.

      * UN ARCHIVO QUE NO ABRE NO DETIENE EL MANTENIMIENTO: SE AVISA
      * Y SE REGRESA E, IGUAL QUE PROGCAND TRATA SU PROPIO ARCHIVO.
       020-ABRE.
           OPEN I-O BLOQEMP
           IF BLOQEMP-NO-EXISTE
              THEN
                  OPEN OUTPUT BLOQEMP
                  CLOSE BLOQEMP
                  OPEN I-O BLOQEMP
           END-IF
           IF NOT BLOQEMP-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BLOQEMP, STATUS: "
                          WS-STATUS-BLOQEMP
                          ", SE CONTINUA SIN BLOQUEO"
           END-IF.
       020-FIN.  EXIT.

      * TOMA: LIBRE, PROPIO O VENCIDO SE TOMA (T); VIGENTE DE OTRO
      * OPERADOR SE NIEGA (O) Y SE REGRESA QUIEN LO TIENE.
       030-TOMA.
           MOVE LK-BLOQ-NUMERO-EMP TO BLQ-NUMERO-EMP
           READ BLOQEMP
              INVALID KEY
                 PERFORM 080-ARMA-REGISTRO THRU 080-FIN
                 WRITE REG-BLOQEMP
                    INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR BLOQEMP, STATUS: "
                               WS-STATUS-BLOQEMP
                       MOVE "E" TO LK-BLOQ-RESULTADO
                    NOT INVALID KEY
                       MOVE "T" TO LK-BLOQ-RESULTADO
                 END-WRITE
                 GO TO 030-FIN
           END-READ
           IF BLQ-USUARIO  NOT EQUAL LK-BLOQ-USUARIO
              OR BLQ-PROGRAMA NOT EQUAL LK-BLOQ-PROGRAMA
              THEN
                  PERFORM 070-CALCULA-EDAD THRU 070-FIN
                  IF NOT BLOQUEO-VENCIDO
                     THEN
                         PERFORM 085-REGRESA-DUENO THRU 085-FIN
                         MOVE "O" TO LK-BLOQ-RESULTADO
                         GO TO 030-FIN
                  END-IF
                  DISPLAY "BLOQUEO VENCIDO DE " BLQ-USUARIO
                          " (" BLQ-PROGRAMA ") DESDE " BLQ-FECHA
                          " " BLQ-HORA ", SE RECLAMA"
           END-IF
           PERFORM 080-ARMA-REGISTRO THRU 080-FIN
           PERFORM 090-REGRABA THRU 090-FIN.
       030-FIN.  EXIT.

      * CONFIRMA, JUSTO ANTES DE GRABAR: SI EL BLOQUEO YA NO ES DE
      * QUIEN LLAMA (VENCIO Y OTRO LO RECLAMO, O LO LIBERO PROGBLQA)
      * SE REGRESA P Y EL QUE LLAMA NO DEBE GRABAR.
       040-CONFIRMA.
           MOVE LK-BLOQ-NUMERO-EMP TO BLQ-NUMERO-EMP
           READ BLOQEMP
              INVALID KEY
                 MOVE "P" TO LK-BLOQ-RESULTADO
                 GO TO 040-FIN
           END-READ
           IF BLQ-USUARIO  NOT EQUAL LK-BLOQ-USUARIO
              OR BLQ-PROGRAMA NOT EQUAL LK-BLOQ-PROGRAMA
              THEN
                  PERFORM 085-REGRESA-DUENO THRU 085-FIN
                  MOVE "P" TO LK-BLOQ-RESULTADO
                  GO TO 040-FIN
           END-IF
           PERFORM 080-ARMA-REGISTRO THRU 080-FIN
           PERFORM 090-REGRABA THRU 090-FIN.
       040-FIN.  EXIT.

      * LIBERA AL GRABAR O CANCELAR: SOLO SE BORRA EL BLOQUEO PROPIO;
      * UNO QUE OTRO YA RECLAMO SE RESPETA.
       050-LIBERA.
           MOVE "L" TO LK-BLOQ-RESULTADO
           MOVE LK-BLOQ-NUMERO-EMP TO BLQ-NUMERO-EMP
           READ BLOQEMP
              INVALID KEY
                 GO TO 050-FIN
           END-READ
           IF BLQ-USUARIO  NOT EQUAL LK-BLOQ-USUARIO
              OR BLQ-PROGRAMA NOT EQUAL LK-BLOQ-PROGRAMA
              THEN
                  PERFORM 085-REGRESA-DUENO THRU 085-FIN
                  MOVE "P" TO LK-BLOQ-RESULTADO
                  GO TO 050-FIN
           END-IF
           PERFORM 095-BORRA THRU 095-FIN.
       050-FIN.  EXIT.

      * LIBERACION FORZADA DESDE PROGBLQA, SEA DE QUIEN SEA.
       060-FUERZA.
           MOVE "L" TO LK-BLOQ-RESULTADO
           MOVE LK-BLOQ-NUMERO-EMP TO BLQ-NUMERO-EMP
           READ BLOQEMP
              INVALID KEY
                 GO TO 060-FIN
           END-READ
           PERFORM 085-REGRESA-DUENO THRU 085-FIN
           PERFORM 095-BORRA THRU 095-FIN.
       060-FIN.  EXIT.

      * UN BLOQUEO DE OTRO DIA ESTA VENCIDO SIN MAS; DEL MISMO DIA,
      * CUANDO SU ULTIMO MOVIMIENTO TIENE LA VIGENCIA O MAS MINUTOS.
       070-CALCULA-EDAD.
           MOVE "N" TO SW-VENCIDO
           IF BLQ-FECHA NOT EQUAL WS-FECHA-HOY
              THEN
                  SET BLOQUEO-VENCIDO TO TRUE
                  GO TO 070-FIN
           END-IF
           COMPUTE WS-MINUTOS-EDAD = (WS-HH-HOY * 60 + WS-MM-HOY)
                                   - (BLQ-HH * 60 + BLQ-MM)
           IF WS-MINUTOS-EDAD NOT LESS WS-MINUTOS-VIGENCIA
              THEN
                  SET BLOQUEO-VENCIDO TO TRUE
           END-IF.
       070-FIN.  EXIT.

       080-ARMA-REGISTRO.
           MOVE SPACES             TO REG-BLOQEMP
           MOVE LK-BLOQ-NUMERO-EMP TO BLQ-NUMERO-EMP
           MOVE LK-BLOQ-USUARIO    TO BLQ-USUARIO
           MOVE LK-BLOQ-PROGRAMA   TO BLQ-PROGRAMA
           MOVE WS-FECHA-HOY       TO BLQ-FECHA
           MOVE WS-HORA-HOY        TO BLQ-HORA.
       080-FIN.  EXIT.

       085-REGRESA-DUENO.
           MOVE BLQ-USUARIO  TO LK-BLOQ-DUENO-USUARIO
           MOVE BLQ-PROGRAMA TO LK-BLOQ-DUENO-PROGRAMA
           MOVE BLQ-FECHA    TO LK-BLOQ-DUENO-FECHA
           MOVE BLQ-HORA     TO LK-BLOQ-DUENO-HORA.
       085-FIN.  EXIT.

       090-REGRABA.
           REWRITE REG-BLOQEMP
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR BLOQEMP, STATUS: "
                         WS-STATUS-BLOQEMP
                 MOVE "E" TO LK-BLOQ-RESULTADO
              NOT INVALID KEY
                 MOVE "T" TO LK-BLOQ-RESULTADO
           END-REWRITE.
       090-FIN.  EXIT.

       095-BORRA.
           DELETE BLOQEMP
              INVALID KEY
                 DISPLAY "NO SE PUDO BORRAR BLOQEMP, STATUS: "
                         WS-STATUS-BLOQEMP
                 MOVE "E" TO LK-BLOQ-RESULTADO
           END-DELETE.
       095-FIN.  EXIT.
