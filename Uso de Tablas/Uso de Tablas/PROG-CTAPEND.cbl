       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCTAP.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA UNICO DE ALTA DE RENGLONES EN CTAPEND (VER COPY    *
      * CTAPEND), MISMO PATRON QUE PROGHIST CON HISTCAMB. RECIBE       *
      * EMPLEADO, CUENTA ANTERIOR Y NUEVA, USUARIO Y PROGRAMA QUE      *
      * CAPTURO Y LA ACCION:                                           *
      *   P - EL CAMBIO QUEDA PENDIENTE DE APROBACION EN PROGCTAA; EL  *
      *       QUE LLAMA NO TOCA EL MAESTRO;                            *
      *   A - EL CAMBIO YA SE APLICO CON DOBLE CONTROL (LIBERACION DE  *
      *       PROGFUTU) Y SE ANOTA APROBADO POR EL USUARIO QUE VIENE   *
      *       EN LK-CTAP-APROBO, PARA QUE LLEGUE AL REPORTE PREVIO AL  *
      *       PAGO Y A LA CARTA DE AVISO.                              *
      * EN AMBOS CASOS LA CAPTURA PENDIENTE ANTERIOR DEL MISMO         *
      * EMPLEADO QUEDA SUSTITUIDA. DEVUELVE "S" EN LK-CTAP-RESULTADO   *
      * SI EL RENGLON QUEDO GRABADO.                                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAPEND      ASSIGN TO UT-S-CTAPEND
                               FILE STATUS IS WS-STATUS-CTAPEND.

       DATA DIVISION.
       FILE SECTION.
       FD  CTAPEND
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CTAPEND.
           COPY CTAPEND.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CTAPEND   PIC X(02)    VALUE "00".
              88 CTAPEND-OK         VALUE "00" "05".
              88 CTAPEND-NO-EXISTE  VALUE "35".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-HOY         PIC 9(08)    VALUE ZEROS.

       LINKAGE SECTION.
       01  LK-PARAMETROS-CTAP.
           05 LK-CTAP-ACCION      PIC X(01).
              88 LK-CTAP-PENDIENTE  VALUE "P".
              88 LK-CTAP-APROBADO   VALUE "A".
           05 LK-CTAP-NUMERO      PIC 9(05).
           05 LK-CTAP-ANTERIOR    PIC X(18).
           05 LK-CTAP-NUEVA       PIC X(18).
           05 LK-CTAP-USUARIO     PIC X(08).
           05 LK-CTAP-PROGRAMA    PIC X(08).
           05 LK-CTAP-APROBO      PIC X(08).
           05 LK-CTAP-RESULTADO   PIC X(01).
              88 LK-CTAP-GRABADO    VALUE "S".
              88 LK-CTAP-NO-GRABADO VALUE "N".

       PROCEDURE DIVISION USING LK-PARAMETROS-CTAP.
       010-RAIZ.
           SET LK-CTAP-NO-GRABADO TO TRUE
           IF NOT LK-CTAP-PENDIENTE
              AND NOT LK-CTAP-APROBADO
              THEN
                  DISPLAY "PROGCTAP: ACCION INVALIDA " LK-CTAP-ACCION
                  GOBACK
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY  FROM TIME
           PERFORM 020-SUSTITUYE THRU 020-FIN
           OPEN EXTEND CTAPEND
           IF NOT CTAPEND-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CTAPEND, STATUS: "
                          WS-STATUS-CTAPEND
                  GOBACK
           END-IF
           MOVE SPACES            TO REG-CTAPEND
           MOVE LK-CTAP-NUMERO    TO CTP-NUMERO-EMP
           MOVE LK-CTAP-ANTERIOR  TO CTP-CTA-ANTERIOR
           MOVE LK-CTAP-NUEVA     TO CTP-CTA-NUEVA
           MOVE WS-FECHA-HOY      TO CTP-FECHA-CAPTURA
           MOVE WS-HORA-HOY       TO CTP-HORA-CAPTURA
           MOVE LK-CTAP-USUARIO   TO CTP-USUARIO-CAPTURA
           MOVE LK-CTAP-PROGRAMA  TO CTP-PROGRAMA
           MOVE "N"               TO CTP-AVISO
           IF LK-CTAP-APROBADO
              THEN
                  SET CTP-APROBADO TO TRUE
                  MOVE WS-FECHA-HOY   TO CTP-FECHA-DICTAMEN
                  MOVE LK-CTAP-APROBO TO CTP-USUARIO-DICTAMEN
              ELSE
                  SET CTP-PENDIENTE TO TRUE
                  MOVE ZEROS          TO CTP-FECHA-DICTAMEN
           END-IF
           WRITE REG-CTAPEND
           IF CTAPEND-OK
              THEN
                  SET LK-CTAP-GRABADO TO TRUE
              ELSE
                  DISPLAY "ERROR ESCRIBIENDO CTAPEND, STATUS: "
                          WS-STATUS-CTAPEND
           END-IF
           CLOSE CTAPEND
           GOBACK.

      * UNA CAPTURA NUEVA DEL MISMO EMPLEADO DEJA SIN EFECTO LA QUE
      * SEGUIA PENDIENTE: SE APRUEBA SOLO LA ULTIMA CUENTA CAPTURADA,
      * Y SU CUENTA ANTERIOR ES LA QUE HOY TIENE EL MAESTRO.
       020-SUSTITUYE.
           OPEN I-O CTAPEND
           IF CTAPEND-NO-EXISTE
              THEN
                  GO TO 020-FIN
           END-IF
           IF NOT CTAPEND-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CTAPEND, STATUS: "
                          WS-STATUS-CTAPEND
                  GO TO 020-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 025-REVISA-RENGLON THRU 025-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CTAPEND.
       020-FIN.  EXIT.

       025-REVISA-RENGLON.
           READ CTAPEND
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 025-FIN
           END-READ
           IF CTP-PENDIENTE
              AND CTP-NUMERO-EMP EQUAL LK-CTAP-NUMERO
              THEN
                  SET CTP-SUSTITUIDO TO TRUE
                  MOVE WS-FECHA-HOY    TO CTP-FECHA-DICTAMEN
                  MOVE LK-CTAP-USUARIO TO CTP-USUARIO-DICTAMEN
                  REWRITE REG-CTAPEND
           END-IF.
       025-FIN.  EXIT.
