       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGOPLT.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * UTILERIA DE OPERACION DEL PROCESO NOCTURNO. MUESTRA LOS PASOS  *
      * DE PASOLOTE CON SU ESTADO EN EL CHECKPOINT DE HOY Y, CON       *
      * CONFIRMACION "S", PERMITE:                                     *
      *   O - OMITIR UN PASO PENDIENTE: QUEDA CUMPLIDO PARA SUS        *
      *     SUCESORES Y PROGLOTE YA NO LO CORRE HOY;                   *
      *   R - RE-EJECUTAR UN PASO YA TERMINADO U OMITIDO HOY: VUELVE A *
      *     QUEDAR PENDIENTE. SI HOY NO HAY CICLO A MEDIAS LOS DEMAS   *
      *     PASOS SE MARCAN OMITIDOS, PARA QUE LA SIGUIENTE EJECUCION  *
      *     DE PROGLOTE CORRA SOLO ESE PASO.                           *
      * LA ACCION QUEDA EN BITACORA A NOMBRE DEL PROGRAMA DEL PASO CON *
      * EL RETORNO 90 (OMITIDO) O 91 (RE-EJECUTAR), QUE PROGMANA MARCA *
      * EN EL RESUMEN DE LA MANANA.                                    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPOINT   ASSIGN TO UT-S-CHECKPOINT
                               FILE STATUS IS WS-STATUS-CHECKPOINT.
           SELECT PASOLOTE     ASSIGN TO UT-S-PASOLOTE
                               FILE STATUS IS WS-STATUS-PASOLOTE.

       DATA DIVISION.
       FILE SECTION.
      * MISMO LAYOUT DEL CHECKPOINT DE PROGLOTE.
       FD  CHECKPOINT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS REG-CHECKPOINT.
       01  REG-CHECKPOINT.
           05 CKP-PASO            PIC X(02).
           05 CKP-FECHA           PIC 9(08).
           05 CKP-ESTADO          PIC X(01).

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
           05 SW-FIN               PIC X(03)   VALUE SPACES.
           05 WS-FECHA-HOY         PIC 9(08)   VALUE ZEROS.
           05 WS-TOTAL-PASOS       PIC 9(02)   VALUE ZEROS.
           05 WS-IND-PASO          PIC 9(02)   VALUE ZEROS.
           05 WS-IND-ELEGIDO       PIC 9(02)   VALUE ZEROS.
           05 WS-HECHOS-HOY        PIC 9(02)   VALUE ZEROS.
           05 WS-ACCION            PIC X(01)   VALUE SPACES.
              88 ACCION-OMITIR          VALUE "O".
              88 ACCION-REEJECUTAR      VALUE "R".
           05 WS-PASO-PEDIDO       PIC X(02)   VALUE SPACES.
           05 WS-CONFIRMA          PIC X(01)   VALUE "N".
           05 WS-TEXTO-ESTADO      PIC X(20)   VALUE SPACES.

      * ESTADO DE CADA PASO EN EL CICLO DE HOY, COMO EN PROGLOTE:
      * EN BLANCO = PENDIENTE; T, A U O SEGUN EL CHECKPOINT.
       01  WS-TABLA-PASOS.
           05 WS-PAS               OCCURS 30 TIMES
                                   INDEXED BY WS-IDX-PASO.
              10 WS-PAS-ID         PIC X(02).
              10 WS-PAS-PROGRAMA   PIC X(08).
              10 WS-PAS-DESCRIPCION PIC X(20).
              10 WS-PAS-ESTADO     PIC X(01).
                 88 PASO-PENDIENTE      VALUE SPACE.
                 88 PASO-TERMINADO      VALUE "T".
                 88 PASO-CON-AVISO      VALUE "A".
                 88 PASO-OMITIDO        VALUE "O".

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE SPACES.
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 020-CARGA-PASOS      THRU 020-FIN
           PERFORM 025-LEE-CHECKPOINT   THRU 025-FIN
           DISPLAY "PASOS DEL PROCESO NOCTURNO, CICLO DEL " WS-FECHA-HOY
           PERFORM 030-MUESTRA-PASO     THRU 030-FIN
                   VARYING WS-IND-PASO FROM 1 BY 1
                   UNTIL WS-IND-PASO GREATER WS-TOTAL-PASOS
           DISPLAY "ACCION (O=OMITIR, R=RE-EJECUTAR): "
           ACCEPT WS-ACCION
           IF NOT ACCION-OMITIR
              AND NOT ACCION-REEJECUTAR
              THEN
                  DISPLAY "ACCION INVALIDA, NO SE HIZO NADA"
                  MOVE 4 TO RETURN-CODE
                  GOBACK
           END-IF
           DISPLAY "PASO: "
           ACCEPT WS-PASO-PEDIDO
           PERFORM 040-VALIDA-PASO      THRU 040-FIN
           DISPLAY "CONFIRMA (S=SI): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S"
              THEN
                  DISPLAY "SIN CONFIRMAR, EL CHECKPOINT NO SE TOCO"
                  GOBACK
           END-IF
           PERFORM 050-APLICA-ACCION    THRU 050-FIN
           PERFORM 060-GRABA-CHECKPOINT THRU 060-FIN
           PERFORM 070-GRABA-BITACORA   THRU 070-FIN
           MOVE 0 TO RETURN-CODE
           GOBACK.

       020-CARGA-PASOS.
           OPEN INPUT PASOLOTE
           IF NOT PASOLOTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PASOLOTE, STATUS: "
                          WS-STATUS-PASOLOTE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 022-UN-PASO THRU 022-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PASOLOTE.
       020-FIN.  EXIT.

       022-UN-PASO.
           READ PASOLOTE
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 022-FIN
           END-READ
           IF WS-TOTAL-PASOS EQUAL 30
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 30 PASOS EN "
                          "PASOLOTE, SOBRA EL " PAS-ID
                  GO TO 022-FIN
           END-IF
           ADD 1 TO WS-TOTAL-PASOS
           MOVE PAS-ID          TO WS-PAS-ID          (WS-TOTAL-PASOS)
           MOVE PAS-PROGRAMA    TO WS-PAS-PROGRAMA    (WS-TOTAL-PASOS)
           MOVE PAS-DESCRIPCION TO WS-PAS-DESCRIPCION (WS-TOTAL-PASOS)
           MOVE SPACES          TO WS-PAS-ESTADO      (WS-TOTAL-PASOS).
       022-FIN.  EXIT.

      * SOLO CUENTAN LOS RENGLONES DE HOY; UN CICLO DE OTRO DIA LO
      * DESCARTA PROGLOTE AL ARRANCAR.
       025-LEE-CHECKPOINT.
           OPEN INPUT CHECKPOINT
           IF CHECKPOINT-NO-EXISTE
              THEN
                  GO TO 025-FIN
           END-IF
           IF NOT CHECKPOINT-OK
              THEN
                  DISPLAY "NO SE PUDO LEER CHECKPOINT, STATUS: "
                          WS-STATUS-CHECKPOINT
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 027-UN-CHECKPOINT THRU 027-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CHECKPOINT.
       025-FIN.  EXIT.

       027-UN-CHECKPOINT.
           READ CHECKPOINT
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 027-FIN
           END-READ
           IF CKP-PASO EQUAL "00"
              OR CKP-FECHA NOT EQUAL WS-FECHA-HOY
              THEN
                  GO TO 027-FIN
           END-IF
           SET WS-IDX-PASO TO 1
           SEARCH WS-PAS
              AT END
                 CONTINUE
              WHEN WS-IDX-PASO GREATER WS-TOTAL-PASOS
                 CONTINUE
              WHEN WS-PAS-ID (WS-IDX-PASO) EQUAL CKP-PASO
                 MOVE CKP-ESTADO TO WS-PAS-ESTADO (WS-IDX-PASO)
                 ADD 1 TO WS-HECHOS-HOY
           END-SEARCH.
       027-FIN.  EXIT.

       030-MUESTRA-PASO.
           EVALUATE TRUE
              WHEN PASO-TERMINADO (WS-IND-PASO)
                 MOVE "TERMINADO HOY"        TO WS-TEXTO-ESTADO
              WHEN PASO-CON-AVISO (WS-IND-PASO)
                 MOVE "TERMINADO CON AVISO"  TO WS-TEXTO-ESTADO
              WHEN PASO-OMITIDO (WS-IND-PASO)
                 MOVE "OMITIDO HOY"          TO WS-TEXTO-ESTADO
              WHEN OTHER
                 MOVE "PENDIENTE"            TO WS-TEXTO-ESTADO
           END-EVALUATE
           DISPLAY "  " WS-PAS-ID (WS-IND-PASO) " "
                   WS-PAS-PROGRAMA (WS-IND-PASO) " "
                   WS-PAS-DESCRIPCION (WS-IND-PASO) " "
                   WS-TEXTO-ESTADO.
       030-FIN.  EXIT.

      * SOLO SE OMITE LO PENDIENTE Y SOLO SE RE-EJECUTA LO QUE YA
      * CORRIO (U OMITIDO) HOY, O CUALQUIER PASO SI HOY NO HAY CICLO
      * A MEDIAS.
       040-VALIDA-PASO.
           SET WS-IDX-PASO TO 1
           SEARCH WS-PAS
              AT END
                 MOVE ZEROS TO WS-IND-ELEGIDO
              WHEN WS-IDX-PASO GREATER WS-TOTAL-PASOS
                 MOVE ZEROS TO WS-IND-ELEGIDO
              WHEN WS-PAS-ID (WS-IDX-PASO) EQUAL WS-PASO-PEDIDO
                 SET WS-IND-ELEGIDO TO WS-IDX-PASO
           END-SEARCH
           IF WS-IND-ELEGIDO EQUAL ZEROS
              THEN
                  DISPLAY "EL PASO " WS-PASO-PEDIDO
                          " NO ESTA EN PASOLOTE"
                  MOVE 4 TO RETURN-CODE
                  GOBACK
           END-IF
           IF ACCION-OMITIR
              AND NOT PASO-PENDIENTE (WS-IND-ELEGIDO)
              THEN
                  DISPLAY "EL PASO " WS-PASO-PEDIDO
                          " YA NO ESTA PENDIENTE HOY, NO SE OMITE"
                  MOVE 4 TO RETURN-CODE
                  GOBACK
           END-IF
           IF ACCION-REEJECUTAR
              AND PASO-PENDIENTE (WS-IND-ELEGIDO)
              AND WS-HECHOS-HOY GREATER ZEROS
              THEN
                  DISPLAY "EL PASO " WS-PASO-PEDIDO
                          " YA ESTA PENDIENTE, LO CORRE EL SIGUIENTE "
                          "PROCESO NOCTURNO"
                  MOVE 4 TO RETURN-CODE
                  GOBACK
           END-IF
           DISPLAY "PASO " WS-PASO-PEDIDO " "
                   WS-PAS-PROGRAMA (WS-IND-ELEGIDO) " "
                   WS-PAS-DESCRIPCION (WS-IND-ELEGIDO).
       040-FIN.  EXIT.

      * RE-EJECUTAR SIN CICLO A MEDIAS: LOS DEMAS PASOS QUEDAN
      * OMITIDOS PARA QUE PROGLOTE CORRA SOLO EL PEDIDO.
       050-APLICA-ACCION.
           IF ACCION-OMITIR
              THEN
                  MOVE "O"    TO WS-PAS-ESTADO (WS-IND-ELEGIDO)
                  GO TO 050-FIN
           END-IF
           IF WS-HECHOS-HOY EQUAL ZEROS
              THEN
                  PERFORM 055-OMITE-OTRO THRU 055-FIN
                          VARYING WS-IND-PASO FROM 1 BY 1
                          UNTIL WS-IND-PASO GREATER WS-TOTAL-PASOS
           END-IF
           MOVE SPACES TO WS-PAS-ESTADO (WS-IND-ELEGIDO).
       050-FIN.  EXIT.

       055-OMITE-OTRO.
           MOVE "O" TO WS-PAS-ESTADO (WS-IND-PASO).
       055-FIN.  EXIT.

       060-GRABA-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT
           IF NOT CHECKPOINT-OK
              THEN
                  DISPLAY "NO SE PUDO GRABAR CHECKPOINT, STATUS: "
                          WS-STATUS-CHECKPOINT
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           PERFORM 065-GRABA-PASO THRU 065-FIN
                   VARYING WS-IND-PASO FROM 1 BY 1
                   UNTIL WS-IND-PASO GREATER WS-TOTAL-PASOS
           CLOSE CHECKPOINT.
       060-FIN.  EXIT.

       065-GRABA-PASO.
           IF PASO-PENDIENTE (WS-IND-PASO)
              THEN
                  GO TO 065-FIN
           END-IF
           MOVE WS-PAS-ID (WS-IND-PASO)     TO CKP-PASO
           MOVE WS-FECHA-HOY                TO CKP-FECHA
           MOVE WS-PAS-ESTADO (WS-IND-PASO) TO CKP-ESTADO
           WRITE REG-CHECKPOINT.
       065-FIN.  EXIT.

      * LA ACCION QUEDA EN BITACORA A NOMBRE DEL PROGRAMA DEL PASO,
      * CON EL RETORNO RESERVADO 90 (OMITIDO) O 91 (RE-EJECUTAR).
       070-GRABA-BITACORA.
           MOVE WS-PAS-PROGRAMA (WS-IND-ELEGIDO) TO WS-BITA-PROGRAMA
           IF ACCION-OMITIR
              THEN
                  MOVE 90 TO WS-BITA-RETORNO
                  DISPLAY "PASO " WS-PASO-PEDIDO " OMITIDO EN EL "
                          "CICLO DE HOY"
              ELSE
                  MOVE 91 TO WS-BITA-RETORNO
                  DISPLAY "PASO " WS-PASO-PEDIDO " QUEDA PENDIENTE, LO "
                          "CORRE LA SIGUIENTE EJECUCION DE PROGLOTE"
           END-IF
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       070-FIN.  EXIT.
