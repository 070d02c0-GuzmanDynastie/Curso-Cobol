      * CUADRADOS. GUARDA UN PUNTO                                     *
      * DE REINICIO EN CHECKPOINT PARA QUE, SI EL PROCESO SE CAE A LA  *
      * MITAD, LA SIGUIENTE CORRIDA NO REPITA LOS PASOS YA TERMINADOS. *
      * LOS PASOS, SU ORDEN Y SUS DEPENDENCIAS YA NO ESTAN COMPILADOS: *
      * SALEN DEL ARCHIVO DE CONTROL PASOLOTE (VER COPY PASOLOTE) CON  *
      * SU PROGRAMA, PREDECESORES, SEVERIDAD Y DIAS DE LA SEMANA EN    *
      * QUE CORREN. SE EJECUTAN EN ORDEN DE DEPENDENCIAS, EL           *
      * CHECKPOINT LLEVA UN RENGLON POR PASO TERMINADO Y LA            *
      * REANUDACION SIGUE CON LOS PENDIENTES. EL OPERADOR OMITE O      *
      * MANDA RE-EJECUTAR UN PASO CON PROGOPLT. RETURN-CODE 4 SI UN    *
      * PASO DE AVISO FALLO, 8 SI LA RED DE PASOS ESTA VACIA O MAL     *
      * ARMADA.                                                        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT CHECKPOINT   ASSIGN TO UT-S-CHECKPOINT
                               FILE STATUS IS WS-STATUS-CHECKPOINT.
           SELECT PASOLOTE     ASSIGN TO UT-S-PASOLOTE
                               FILE STATUS IS WS-STATUS-PASOLOTE.

       DATA DIVISION.
       FILE SECTION.
      * UN PASO PENDIENTE DE OTRA FECHA YA NO SE REANUDA COMO SI
      * FUERA DE HOY (EL MARTES CAIDO NO PUEDE HACERSE PASAR POR
      * MIERCOLES); SE AVISA QUE AQUEL CICLO QUEDO INCOMPLETO Y SE
      * ARRANCA UN CICLO COMPLETO NUEVO. HAY UN RENGLON POR PASO YA
      * TERMINADO CON SU ESTADO; EL PASO "00" MARCA EL CICLO COMPLETO.
       FD  CHECKPOINT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS REG-CHECKPOINT.
       01  REG-CHECKPOINT.
           05 CKP-PASO            PIC X(02).
           05 CKP-FECHA           PIC 9(08).
           05 CKP-ESTADO          PIC X(01).
              88 CKP-TERMINADO       VALUE "T".
              88 CKP-CON-AVISO       VALUE "A".
              88 CKP-OMITIDO         VALUE "O".

       FD  PASOLOTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PASOLOTE.
           COPY PASOLOTE.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CHECKPOINT PIC X(02)   VALUE "00".
              88 CHECKPOINT-OK          VALUE "00".
              88 CHECKPOINT-NO-EXISTE   VALUE "35".
           05 WS-STATUS-PASOLOTE   PIC X(02)   VALUE "00".
              88 PASOLOTE-OK            VALUE "00".
           05 WS-PASO              PIC X(02)   VALUE "00".
           05 WS-CKP-FECHA         PIC 9(08)   VALUE ZEROS.
           05 WS-CKP-VIEJOS        PIC 9(03)   VALUE ZEROS.
           05 SW-FIN-CKP           PIC X(03)   VALUE SPACES.
           05 WS-DIA-SEMANA        PIC 9(01)   VALUE 1.
           05 WS-PROGRAMA-PASO     PIC X(08)   VALUE SPACES.
           05 WS-TOTAL-PASOS       PIC 9(02)   VALUE ZEROS.
           05 WS-IND-PASO          PIC 9(02)   VALUE ZEROS.
           05 WS-IND-LISTO         PIC 9(02)   VALUE ZEROS.
           05 WS-IND-PRED          PIC 9(01)   VALUE ZEROS.
           05 WS-PENDIENTES        PIC 9(02)   VALUE ZEROS.
           05 SW-PASO-LISTO        PIC X(01)   VALUE "S".
              88 HAY-PASO-LISTO         VALUE "S".
              88 NO-HAY-PASO-LISTO      VALUE "N".
           05 SW-PREDECESORES      PIC X(01)   VALUE "S".
              88 PREDECESORES-CUMPLIDOS VALUE "S".
           05 SW-PASO-CON-AVISO    PIC X(01)   VALUE "N".
              88 HUBO-PASO-CON-AVISO    VALUE "S".
           05 WS-FECHA-HOY.
              10 WS-ANIO-HOY       PIC 9(04).
              10 WS-MES-HOY        PIC 9(02).
              88 HUBO-ERROR-FATAL       VALUE "S".
              88 NO-HUBO-ERROR-FATAL    VALUE "N".

      * LA RED DE PASOS DE HOY. ESTADO: EN BLANCO = PENDIENTE; T, A U
      * O COMO EN CHECKPOINT; N = HOY NO LE TOCA.
       01  WS-TABLA-PASOS.
           05 WS-PAS               OCCURS 30 TIMES
                                   INDEXED BY WS-IDX-PASO.
              10 WS-PAS-ID         PIC X(02).
              10 WS-PAS-PROGRAMA   PIC X(08).
              10 WS-PAS-PREDECESORES.
                 15 WS-PAS-PREDECESOR PIC X(02) OCCURS 4 TIMES.
              10 WS-PAS-SEVERIDAD  PIC X(01).
                 88 WS-PAS-FATAL        VALUE "F".
              10 WS-PAS-ESTADO     PIC X(01).
                 88 PASO-PENDIENTE      VALUE SPACE.
                 88 PASO-NO-TOCA        VALUE "N".
                 88 PASO-CUMPLIDO       VALUE "T" "A" "O" "N".

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGLOTE".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
       000-RAIZ.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-DIA-SEMANA FROM DAY-OF-WEEK
           PERFORM 003-CONSULTA-CALENDARIO THRU 003-FIN
           IF DIA-INHABIL
              THEN
                  DISPLAY "HOY ES EL ULTIMO DIA HABIL DEL MES: "
                          "APLICA EL CICLO DE CIERRE MENSUAL"
           END-IF
           PERFORM 007-CARGA-PASOS      THRU 007-FIN
           PERFORM 004-PONE-CANDADO     THRU 004-FIN
           PERFORM 005-LEE-CHECKPOINT   THRU 005-FIN

           SET HAY-PASO-LISTO TO TRUE
           PERFORM 040-SIGUIENTE-PASO   THRU 040-FIN
                   UNTIL NO-HAY-PASO-LISTO
           PERFORM 060-REVISA-PENDIENTES THRU 060-FIN

           PERFORM 905-CIERRA-CICLO     THRU 905-FIN
           PERFORM 006-QUITA-CANDADO    THRU 006-FIN
           DISPLAY "PROCESO NOCTURNO TERMINADO"
           IF HUBO-PASO-CON-AVISO
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 950-GRABA-BITACORA THRU 950-FIN
           GOBACK.

           CALL "PROGCAND" USING WS-PARAMETROS-CAND.
       006-FIN.  EXIT.

      * SOLO SE APLICAN LOS PASOS QUE EL CHECKPOINT TRAE CON LA FECHA
      * DE HOY; EL RENGLON "00" MARCA UN CICLO QUE TERMINO COMPLETO.
       005-LEE-CHECKPOINT.
           MOVE ZEROS TO WS-CKP-FECHA
                         WS-CKP-VIEJOS
           OPEN INPUT CHECKPOINT
           IF CHECKPOINT-NO-EXISTE
              THEN
                  GO TO 005-FIN
           END-IF
           IF NOT CHECKPOINT-OK
              THEN
                  DISPLAY "NO SE PUDO LEER CHECKPOINT, STATUS: "
                          WS-STATUS-CHECKPOINT
                  GO TO 005-FIN
           END-IF
           MOVE SPACES TO SW-FIN-CKP
           PERFORM 009-UN-CHECKPOINT THRU 009-FIN
                   UNTIL SW-FIN-CKP EQUAL "FIN"
           CLOSE CHECKPOINT
           IF WS-CKP-VIEJOS GREATER ZEROS
              THEN
                  DISPLAY "** EL CICLO NOCTURNO DEL " WS-CKP-FECHA
                          " QUEDO INCOMPLETO (ULTIMO PASO HECHO: "
                          WS-PASO "); SE ARRANCA CICLO COMPLETO DEL "
                          WS-FECHA-HOY " **"
                  MOVE 4 TO RETURN-CODE
                  PERFORM 950-GRABA-BITACORA THRU 950-FIN
                  MOVE 0 TO RETURN-CODE
           END-IF.
       005-FIN.  EXIT.

       009-UN-CHECKPOINT.
           READ CHECKPOINT
              AT END
                 MOVE "FIN" TO SW-FIN-CKP
                 GO TO 009-FIN
           END-READ
           IF CKP-PASO EQUAL "00"
              THEN
                  GO TO 009-FIN
           END-IF
           IF CKP-FECHA NOT EQUAL WS-FECHA-HOY
              THEN
                  ADD 1 TO WS-CKP-VIEJOS
                  MOVE CKP-PASO  TO WS-PASO
                  MOVE CKP-FECHA TO WS-CKP-FECHA
                  GO TO 009-FIN
           END-IF
           SET WS-IDX-PASO TO 1
           SEARCH WS-PAS
              AT END
                 DISPLAY "EL CHECKPOINT TRAE EL PASO " CKP-PASO
                         " QUE NO ESTA EN PASOLOTE, SE IGNORA"
              WHEN WS-IDX-PASO GREATER WS-TOTAL-PASOS
                 DISPLAY "EL CHECKPOINT TRAE EL PASO " CKP-PASO
                         " QUE NO ESTA EN PASOLOTE, SE IGNORA"
              WHEN WS-PAS-ID (WS-IDX-PASO) EQUAL CKP-PASO
                 MOVE CKP-ESTADO TO WS-PAS-ESTADO (WS-IDX-PASO)
           END-SEARCH.
       009-FIN.  EXIT.

      * LA RED DE PASOS SE CARGA ANTES DE PONER EL CANDADO: SIN ELLA
      * NO HAY NOCTURNO. EL PASO QUE HOY NO TOCA QUEDA CUMPLIDO.
       007-CARGA-PASOS.
           OPEN INPUT PASOLOTE
           IF NOT PASOLOTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PASOLOTE, STATUS: "
                          WS-STATUS-PASOLOTE
                  MOVE 8 TO RETURN-CODE
                  PERFORM 950-GRABA-BITACORA THRU 950-FIN
                  GOBACK
           END-IF
           MOVE ZEROS  TO WS-TOTAL-PASOS
           MOVE SPACES TO SW-FIN-CKP
           PERFORM 008-UN-PASO THRU 008-FIN
                   UNTIL SW-FIN-CKP EQUAL "FIN"
           CLOSE PASOLOTE
           IF WS-TOTAL-PASOS EQUAL ZEROS
              OR HUBO-ERROR-FATAL
              THEN
                  DISPLAY "RED DE PASOS VACIA O INCOMPLETA, PROCESO "
                          "NOCTURNO NO EJECUTADO"
                  MOVE 8 TO RETURN-CODE
                  PERFORM 950-GRABA-BITACORA THRU 950-FIN
                  GOBACK
           END-IF.
       007-FIN.  EXIT.

       008-UN-PASO.
           READ PASOLOTE
              AT END
                 MOVE "FIN" TO SW-FIN-CKP
                 GO TO 008-FIN
           END-READ
           IF WS-TOTAL-PASOS EQUAL 30
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 30 PASOS EN "
                          "PASOLOTE, SOBRA EL " PAS-ID
                  SET HUBO-ERROR-FATAL TO TRUE
                  GO TO 008-FIN
           END-IF
           ADD 1 TO WS-TOTAL-PASOS
           MOVE PAS-ID           TO WS-PAS-ID         (WS-TOTAL-PASOS)
           MOVE PAS-PROGRAMA     TO WS-PAS-PROGRAMA   (WS-TOTAL-PASOS)
           MOVE PAS-PREDECESORES TO WS-PAS-PREDECESORES
                                                      (WS-TOTAL-PASOS)
           MOVE PAS-SEVERIDAD    TO WS-PAS-SEVERIDAD  (WS-TOTAL-PASOS)
           IF PAS-DIA-SEMANA (WS-DIA-SEMANA) EQUAL "S"
              THEN
                  MOVE SPACES TO WS-PAS-ESTADO (WS-TOTAL-PASOS)
              ELSE
                  MOVE "N"    TO WS-PAS-ESTADO (WS-TOTAL-PASOS)
           END-IF.
       008-FIN.  EXIT.

      * TOMA EL PRIMER PASO PENDIENTE DEL ARCHIVO CUYOS PREDECESORES
      * YA ESTAN CUMPLIDOS, LO EJECUTA Y AVANZA EL CHECKPOINT. UN
      * PASO FATAL CAIDO DEJA EL CHECKPOINT SIN AVANCE Y EL CANDADO
      * PUESTO, COMO SIEMPRE.
       040-SIGUIENTE-PASO.
           MOVE ZEROS TO WS-IND-LISTO
           PERFORM 045-BUSCA-LISTO THRU 045-FIN
                   VARYING WS-IND-PASO FROM 1 BY 1
                   UNTIL WS-IND-PASO GREATER WS-TOTAL-PASOS
                      OR WS-IND-LISTO GREATER ZEROS
           IF WS-IND-LISTO EQUAL ZEROS
              THEN
                  SET NO-HAY-PASO-LISTO TO TRUE
                  GO TO 040-FIN
           END-IF
           PERFORM 050-EJECUTA-PASO THRU 050-FIN
           IF HUBO-ERROR-FATAL
              THEN
                  DISPLAY WS-PROGRAMA-PASO
                          " FATAL, CHECKPOINT SIN AVANCE"
                  PERFORM 950-GRABA-BITACORA THRU 950-FIN
                  GOBACK
           END-IF
           PERFORM 900-GRABA-CHECKPOINT THRU 900-FIN.
       040-FIN.  EXIT.

       045-BUSCA-LISTO.
           IF NOT PASO-PENDIENTE (WS-IND-PASO)
              THEN
                  GO TO 045-FIN
           END-IF
           SET PREDECESORES-CUMPLIDOS TO TRUE
           PERFORM 047-REVISA-PREDECESOR THRU 047-FIN
                   VARYING WS-IND-PRED FROM 1 BY 1
                   UNTIL WS-IND-PRED GREATER 4
           IF PREDECESORES-CUMPLIDOS
              THEN
                  MOVE WS-IND-PASO TO WS-IND-LISTO
           END-IF.
       045-FIN.  EXIT.

      * UN PREDECESOR QUE NO EXISTE EN LA RED NUNCA SE CUMPLE; EL
      * PASO QUEDA PENDIENTE Y LO REPORTA 060-REVISA-PENDIENTES.
       047-REVISA-PREDECESOR.
           IF WS-PAS-PREDECESOR (WS-IND-PASO, WS-IND-PRED) EQUAL SPACES
              THEN
                  GO TO 047-FIN
           END-IF
           SET WS-IDX-PASO TO 1
           SEARCH WS-PAS
              AT END
                 MOVE "N" TO SW-PREDECESORES
              WHEN WS-IDX-PASO GREATER WS-TOTAL-PASOS
                 MOVE "N" TO SW-PREDECESORES
              WHEN WS-PAS-ID (WS-IDX-PASO)
                   EQUAL WS-PAS-PREDECESOR (WS-IND-PASO, WS-IND-PRED)
                 IF NOT PASO-CUMPLIDO (WS-IDX-PASO)
                    THEN
                        MOVE "N" TO SW-PREDECESORES
                 END-IF
           END-SEARCH.
       047-FIN.  EXIT.

      * PROGSORT Y PROGSQL RECIBEN SU AREA DE PARAMETROS CON LA FECHA
      * DE HOY; LOS DEMAS PASOS SE LLAMAN SIN PARAMETROS. UN
      * RETURN-CODE 8 (O UN PROGRAMA QUE NO SE ENCUENTRA) ES FATAL O
      * SOLO AVISO SEGUN LA SEVERIDAD DEL PASO.
       050-EJECUTA-PASO.
           SET NO-HUBO-ERROR-FATAL TO TRUE
           MOVE WS-PAS-PROGRAMA (WS-IND-LISTO) TO WS-PROGRAMA-PASO
           MOVE 0 TO RETURN-CODE
           DISPLAY "EJECUTANDO PASO " WS-PAS-ID (WS-IND-LISTO) " "
                   WS-PROGRAMA-PASO "..."
           EVALUATE WS-PROGRAMA-PASO
              WHEN "PROGSORT"
                 PERFORM 020-PREPARA-SORT THRU 020-FIN
                 CALL WS-PROGRAMA-PASO USING WS-PARAMETROS-SORT
                    ON EXCEPTION
                       PERFORM 055-NO-ENCONTRADO THRU 055-FIN
                 END-CALL
              WHEN "PROGSQL"
                 PERFORM 030-PREPARA-SQL  THRU 030-FIN
                 CALL WS-PROGRAMA-PASO USING WS-PARAMETROS-SQL
                    ON EXCEPTION
                       PERFORM 055-NO-ENCONTRADO THRU 055-FIN
                 END-CALL
              WHEN OTHER
                 CALL WS-PROGRAMA-PASO
                    ON EXCEPTION
                       PERFORM 055-NO-ENCONTRADO THRU 055-FIN
                 END-CALL
           END-EVALUATE
           DISPLAY WS-PROGRAMA-PASO " TERMINADO, RETURN-CODE: "
                   RETURN-CODE
           MOVE "T" TO WS-PAS-ESTADO (WS-IND-LISTO)
           IF RETURN-CODE LESS 8
              THEN
                  GO TO 050-FIN
           END-IF
           IF WS-PAS-FATAL (WS-IND-LISTO)
              THEN
                  SET HUBO-ERROR-FATAL TO TRUE
                  MOVE SPACES TO WS-PAS-ESTADO (WS-IND-LISTO)
              ELSE
                  DISPLAY "EL PASO " WS-PAS-ID (WS-IND-LISTO)
                          " ES SOLO AVISO, LA CADENA SIGUE"
                  MOVE "A" TO WS-PAS-ESTADO (WS-IND-LISTO)
                  SET HUBO-PASO-CON-AVISO TO TRUE
           END-IF.
       050-FIN.  EXIT.

       055-NO-ENCONTRADO.
           DISPLAY "NO SE ENCONTRO EL PROGRAMA " WS-PROGRAMA-PASO
           MOVE 8 TO RETURN-CODE.
       055-FIN.  EXIT.

       020-PREPARA-SORT.
           MOVE WS-DIA-HOY  TO WS-SORT-DIA
           MOVE WS-MES-HOY  TO WS-SORT-MES
           MOVE WS-ANIO-HOY TO WS-SORT-ANIO.
       020-FIN.  EXIT.

       030-PREPARA-SQL.
           MOVE WS-DIA-HOY  TO WS-SQL-DIA
           MOVE WS-MES-HOY  TO WS-SQL-MES
           MOVE WS-ANIO-HOY TO WS-SQL-ANIO.
       030-FIN.  EXIT.

      * LO QUE QUEDA PENDIENTE SIN PASO LISTO ES UNA RED MAL ARMADA
      * (PREDECESOR INEXISTENTE O CICLO): SE TRATA COMO FATAL.
       060-REVISA-PENDIENTES.
           MOVE ZEROS TO WS-PENDIENTES
           PERFORM 065-UN-PENDIENTE THRU 065-FIN
                   VARYING WS-IND-PASO FROM 1 BY 1
                   UNTIL WS-IND-PASO GREATER WS-TOTAL-PASOS
           IF WS-PENDIENTES GREATER ZEROS
              THEN
                  DISPLAY "PASOS SIN EJECUTAR: " WS-PENDIENTES
                          ", REVISE LOS PREDECESORES EN PASOLOTE"
                  MOVE 8 TO RETURN-CODE
                  PERFORM 950-GRABA-BITACORA THRU 950-FIN
                  GOBACK
           END-IF.
       060-FIN.  EXIT.

       065-UN-PENDIENTE.
           IF PASO-PENDIENTE (WS-IND-PASO)
              THEN
                  ADD 1 TO WS-PENDIENTES
                  DISPLAY "PASO " WS-PAS-ID (WS-IND-PASO) " "
                          WS-PAS-PROGRAMA (WS-IND-PASO)
                          " CON PREDECESOR INEXISTENTE O EN CICLO"
           END-IF.
       065-FIN.  EXIT.

      * UN RENGLON POR PASO TERMINADO (T), TERMINADO CON AVISO (A) U
      * OMITIDO POR EL OPERADOR (O), CON LA FECHA DE HOY.
       900-GRABA-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT
           IF NOT CHECKPOINT-OK
              THEN
                  DISPLAY "NO SE PUDO GRABAR CHECKPOINT, STATUS: "
                          WS-STATUS-CHECKPOINT
                  GO TO 900-FIN
           END-IF
           PERFORM 910-GRABA-PASO THRU 910-FIN
                   VARYING WS-IND-PASO FROM 1 BY 1
                   UNTIL WS-IND-PASO GREATER WS-TOTAL-PASOS
           CLOSE CHECKPOINT.
       900-FIN.  EXIT.

       910-GRABA-PASO.
           IF PASO-PENDIENTE (WS-IND-PASO)
              OR PASO-NO-TOCA (WS-IND-PASO)
              THEN
                  GO TO 910-FIN
           END-IF
           MOVE WS-PAS-ID (WS-IND-PASO)     TO CKP-PASO
           MOVE WS-FECHA-HOY                TO CKP-FECHA
           MOVE WS-PAS-ESTADO (WS-IND-PASO) TO CKP-ESTADO
           WRITE REG-CHECKPOINT.
       910-FIN.  EXIT.

       905-CIERRA-CICLO.
           OPEN OUTPUT CHECKPOINT
           IF NOT CHECKPOINT-OK
              THEN
                  DISPLAY "NO SE PUDO GRABAR CHECKPOINT, STATUS: "
                          WS-STATUS-CHECKPOINT
              ELSE
                  MOVE "00"         TO CKP-PASO
                  MOVE WS-FECHA-HOY TO CKP-FECHA
                  MOVE SPACES       TO CKP-ESTADO
                  WRITE REG-CHECKPOINT
                  CLOSE CHECKPOINT
           END-IF.
       905-FIN.  EXIT.

       950-GRABA-BITACORA.
           MOVE RETURN-CODE TO WS-BITA-RETORNO
