       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGTIMB.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              14/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CARGA DE LA RESPUESTA DEL PROVEEDOR DE TIMBRADO. POR CADA      *
      * RECIBO QUE PROGCFDI MANDO, EL PROVEEDOR REGRESA UN RENGLON     *
      * CON EMPLEADO, PERIODO Y RESULTADO:                             *
      *   T - TIMBRADO, CON EL UUID (FOLIO FISCAL) Y LA FECHA;         *
      *   E - RECHAZADO, CON EL MOTIVO.                                *
      * EL RESULTADO SE GUARDA EN CFDIUUID CONTRA EMPLEADO Y PERIODO   *
      * (SE CREA O SE REEMPLAZA), PARA QUE LA SIGUIENTE CORRIDA DE     *
      * PROGCFDI SOLO REMANDE LO PENDIENTE. UN RECIBO QUE YA TENIA     *
      * FOLIO NO SE DEGRADA SI LLEGA UN RECHAZO TARDIO: EL FOLIO DEL   *
      * SAT YA EXISTE Y ES EL QUE VALE. LOS RECHAZOS SALEN LISTADOS    *
      * EN EL REPORTE PARA CORREGIRLOS Y LA CORRIDA TERMINA CON        *
      * RETURN-CODE 4 SI HUBO ALGUNO.                                  *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMBRES      ASSIGN TO UT-S-TIMBRES
                               FILE STATUS IS WS-STATUS-TIMBRES.
           SELECT CFDIUUID     ASSIGN TO UT-S-CFDIUUID
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS UUI-LLAVE
                               FILE STATUS IS WS-STATUS-UUID.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * RESPUESTA DEL PROVEEDOR, UN RENGLON POR RECIBO ENVIADO.
       FD  TIMBRES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TIMBRES.
       01  REG-TIMBRES.
           05 TIM-NUMERO-EMP      PIC 9(05).
           05 TIM-PERIODO         PIC 9(08).
           05 TIM-ESTADO          PIC X(01).
              88 TIM-TIMBRADO        VALUE "T".
              88 TIM-CON-ERROR       VALUE "E".
           05 TIM-UUID            PIC X(36).
           05 TIM-FECHA           PIC 9(08).
           05 TIM-MOTIVO          PIC X(20).
           05 FILLER              PIC X(02).

       FD  CFDIUUID
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CFDIUUID.
           COPY CFDIUUID.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-TIMBRES   PIC X(02)    VALUE "00".
              88 TIMBRES-OK         VALUE "00".
           05 WS-STATUS-UUID      PIC X(02)    VALUE "00".
              88 UUID-OK            VALUE "00" "05".
              88 UUID-NO-EXISTE     VALUE "35".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FOLIO-EXISTE     PIC X(01)    VALUE "N".
              88 FOLIO-EXISTE        VALUE "S".
           05 WS-LEIDOS           PIC 9(05)    VALUE ZEROS.
           05 WS-TIMBRADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-RECHAZADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-INVALIDOS        PIC 9(05)    VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(18)    VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "RECIBOS CFDI RECHAZADOS POR EL PROVEEDOR".
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-PERIODO      PIC 9(08).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-MOTIVO       PIC X(30).
           05 FILLER              PIC X(27)    VALUE SPACES.

       01  WS-DET-TOTALES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "TIMBRADOS / RECHAZADOS     : ".
           05 WS-TOT-TIMBRADOS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE " / ".
           05 WS-TOT-RECHAZADOS   PIC ZZ,ZZ9.
           05 FILLER              PIC X(35)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 040-LEE              THRU 040-FIN
           PERFORM 040-PROCESO          THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

       020-ABRE-ARCHIVOS.
           OPEN INPUT TIMBRES
           IF NOT TIMBRES-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR TIMBRES, STATUS: "
                          WS-STATUS-TIMBRES
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN I-O CFDIUUID
           IF UUID-NO-EXISTE
              THEN
                  OPEN OUTPUT CFDIUUID
                  CLOSE CFDIUUID
                  OPEN I-O CFDIUUID
           END-IF
           IF NOT UUID-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CFDIUUID, STATUS: "
                          WS-STATUS-UUID
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
           END-IF.
       020-FIN.  EXIT.

       030-TITULOS.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       030-FIN.  EXIT.

       040-PROCESO.
           ADD 1 TO WS-LEIDOS
           EVALUATE TRUE
              WHEN TIM-TIMBRADO
                 PERFORM 050-REGISTRA-FOLIO THRU 050-FIN
              WHEN TIM-CON-ERROR
                 PERFORM 060-REGISTRA-RECHAZO THRU 060-FIN
              WHEN OTHER
                 ADD 1 TO WS-INVALIDOS
                 DISPLAY "RESPUESTA CON ESTADO INVALIDO, EMPLEADO: "
                         TIM-NUMERO-EMP " PERIODO: " TIM-PERIODO
           END-EVALUATE.
       040-LEE.
           READ TIMBRES
              AT END MOVE "FIN" TO SW-FIN
           END-READ
           IF NOT TIMBRES-OK
              AND WS-STATUS-TIMBRES NOT EQUAL "10"
              THEN
                  DISPLAY "ERROR AL LEER TIMBRES, STATUS: "
                          WS-STATUS-TIMBRES
                  MOVE "FIN" TO SW-FIN
           END-IF.
       040-FIN.  EXIT.

       050-REGISTRA-FOLIO.
           PERFORM 070-BUSCA-FOLIO THRU 070-FIN
           MOVE TIM-UUID    TO UUI-UUID
           MOVE TIM-FECHA   TO UUI-FECHA-TIMBRE
           MOVE "T"         TO UUI-ESTADO
           MOVE SPACES      TO UUI-MOTIVO
           PERFORM 080-GRABA-FOLIO THRU 080-FIN
           ADD 1 TO WS-TIMBRADOS.
       050-FIN.  EXIT.

      * EL RECHAZO SE LISTA SIEMPRE, PERO NO PISA UN FOLIO BUENO.
       060-REGISTRA-RECHAZO.
           ADD 1 TO WS-RECHAZADOS
           MOVE TIM-NUMERO-EMP TO WS-DET-NUMERO
           MOVE TIM-PERIODO    TO WS-DET-PERIODO
           MOVE TIM-MOTIVO     TO WS-DET-MOTIVO
           PERFORM 070-BUSCA-FOLIO THRU 070-FIN
           IF FOLIO-EXISTE
              AND UUI-TIMBRADO
              THEN
                  MOVE "YA TIMBRADO, SE CONSERVA FOLIO" TO WS-DET-MOTIVO
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                  GO TO 060-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           MOVE SPACES      TO UUI-UUID
           MOVE TIM-FECHA   TO UUI-FECHA-TIMBRE
           MOVE "E"         TO UUI-ESTADO
           MOVE TIM-MOTIVO  TO UUI-MOTIVO
           PERFORM 080-GRABA-FOLIO THRU 080-FIN.
       060-FIN.  EXIT.

       070-BUSCA-FOLIO.
           MOVE "N" TO SW-FOLIO-EXISTE
           MOVE SPACES         TO REG-CFDIUUID
           MOVE TIM-NUMERO-EMP TO UUI-NUMERO-EMP
           MOVE TIM-PERIODO    TO UUI-PERIODO
           READ CFDIUUID
              INVALID KEY
                 MOVE SPACES         TO REG-CFDIUUID
                 MOVE TIM-NUMERO-EMP TO UUI-NUMERO-EMP
                 MOVE TIM-PERIODO    TO UUI-PERIODO
              NOT INVALID KEY
                 SET FOLIO-EXISTE TO TRUE
           END-READ.
       070-FIN.  EXIT.

       080-GRABA-FOLIO.
           IF FOLIO-EXISTE
              THEN
                  REWRITE REG-CFDIUUID
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR CFDIUUID: "
                                UUI-LLAVE
                  END-REWRITE
              ELSE
                  WRITE REG-CFDIUUID
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR CFDIUUID: "
                                UUI-LLAVE
                  END-WRITE
           END-IF.
       080-FIN.  EXIT.

       200-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-TIMBRADOS  TO WS-TOT-TIMBRADOS
           MOVE WS-RECHAZADOS TO WS-TOT-RECHAZADOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           CLOSE TIMBRES
           CLOSE CFDIUUID
           CLOSE REPORTE
           DISPLAY "CARGA DE TIMBRES TERMINADA, TIMBRADOS: "
                   WS-TIMBRADOS " RECHAZADOS: " WS-RECHAZADOS
                   " INVALIDOS: " WS-INVALIDOS
           EVALUATE TRUE
              WHEN WS-LEIDOS EQUAL ZEROS
                 MOVE 8 TO RETURN-CODE
              WHEN WS-RECHAZADOS GREATER ZEROS
                 OR WS-INVALIDOS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       200-FIN.  EXIT.
