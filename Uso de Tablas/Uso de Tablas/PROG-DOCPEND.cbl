       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGDPEN.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA DE CONSULTA DEL EXPEDIENTE DE PERSONAL. CARGA EL   *
      * CATALOGO DOCREQ LA PRIMERA VEZ QUE SE INVOCA Y LO DEJA         *
      * RESIDENTE, IGUAL QUE PROGZONA, Y REVISA CONTRA DOCEMP QUE      *
      * DOCUMENTOS LE FALTAN O SE LE VENCIERON A UN EMPLEADO. LO USAN  *
      * EL REPORTE DE PROGEXPE Y LA ALTA DE PROGMANT. ACCION:          *
      *   C - REVISA AL EMPLEADO LK-DOC-NUMERO-EMP CON SU TIPO DE      *
      *       CONTRATO (EN BLANCO = INDEFINIDO) A LA FECHA             *
      *       LK-DOC-FECHA (CEROS = HOY). REGRESA CUANTOS OBLIGATORIOS *
      *       FALTAN, CUANTOS ESTAN VENCIDOS Y HASTA 20 RENGLONES CON  *
      *       EL DETALLE (ESTADO F = FALTA, V = VENCIDO);              *
      *   R - VUELVE A CARGAR EL CATALOGO, DESPUES DE UN               *
      *       MANTENIMIENTO;                                           *
      *   F - CIERRA DOCEMP AL TERMINAR UNA CORRIDA.                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCREQ       ASSIGN TO UT-S-DOCREQ
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS DRQ-LLAVE
                               FILE STATUS IS WS-STATUS-DOCREQ.
           SELECT DOCEMP       ASSIGN TO UT-S-DOCEMP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS DOC-LLAVE
                               FILE STATUS IS WS-STATUS-DOCEMP.

       DATA DIVISION.
       FILE SECTION.
       FD  DOCREQ
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-DOCREQ.
           COPY DOCREQ.

       FD  DOCEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-DOCEMP.
           COPY DOCEMP.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-DOCREQ    PIC X(02)    VALUE "00".
              88 DOCREQ-OK            VALUE "00".
           05 WS-STATUS-DOCEMP    PIC X(02)    VALUE "00".
              88 DOCEMP-OK            VALUE "00".
           05 SW-HAY-DOCEMP       PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-DOCEMP   VALUE "S".
              88 NO-HAY-DOCEMP        VALUE "N".
           05 WS-TOTAL-DOCS       PIC 9(03)    VALUE ZEROS.
           05 WS-IND-DRQ          PIC 9(03)    VALUE ZEROS.
           05 WS-FECHA-CORTE      PIC 9(08)    VALUE ZEROS.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-TABLA-CARGADA    PIC X(01)    VALUE "N".
              88 TABLA-CARGADA        VALUE "S".
              88 TABLA-NO-CARGADA     VALUE "N".
           05 WS-ESTADO-DOC       PIC X(01)    VALUE SPACES.
           05 SW-RECIBIDO         PIC X(01)    VALUE "N".
              88 DOCUMENTO-RECIBIDO   VALUE "S".

      * EL CATALOGO COMPLETO; CADA CONSULTA SE QUEDA CON LOS RENGLONES
      * DEL TIPO DE CONTRATO DEL EMPLEADO Y LOS GENERALES (*).
       01  WS-TABLA-DOCUMENTOS.
           05 TAB-DRQ    OCCURS 100 TIMES.
              10 TAB-DRQ-TIPO        PIC X(01).
              10 TAB-DRQ-DOCUMENTO   PIC X(04).
              10 TAB-DRQ-DESCRIPCION PIC X(30).
              10 TAB-DRQ-OBLIGATORIO PIC X(01).
              10 TAB-DRQ-VENCE       PIC X(01).

       LINKAGE SECTION.
       01  LK-PARAMETROS-DOCS.
           05 LK-DOC-ACCION       PIC X(01).
           05 LK-DOC-NUMERO-EMP   PIC 9(05).
           05 LK-DOC-TIPO-CONTRATO PIC X(01).
           05 LK-DOC-FECHA        PIC 9(08).
           05 LK-DOC-FALTANTES    PIC 9(03).
           05 LK-DOC-VENCIDOS     PIC 9(03).
           05 LK-DOC-CUANTOS      PIC 9(02).
           05 LK-DOC-RENGLON OCCURS 20 TIMES.
              10 LK-DOC-CODIGO       PIC X(04).
              10 LK-DOC-DESCRIPCION  PIC X(30).
              10 LK-DOC-ESTADO       PIC X(01).
              10 LK-DOC-VENCE        PIC 9(08).

       PROCEDURE DIVISION USING LK-PARAMETROS-DOCS.
       010-RAIZ.
           IF LK-DOC-ACCION EQUAL "R"
              THEN
                  SET TABLA-NO-CARGADA TO TRUE
           END-IF
           IF TABLA-NO-CARGADA
              AND LK-DOC-ACCION NOT EQUAL "F"
              THEN
                  PERFORM 900-CARGA-CATALOGO THRU 900-FIN
           END-IF
           EVALUATE LK-DOC-ACCION
              WHEN "C"
                 PERFORM 100-REVISA-EMPLEADO THRU 100-FIN
              WHEN "R"
                 CONTINUE
              WHEN "F"
                 PERFORM 950-CIERRA THRU 950-FIN
              WHEN OTHER
                 DISPLAY "ACCION DE EXPEDIENTE INVALIDA: "
                         LK-DOC-ACCION
           END-EVALUATE
           GOBACK.

      * SIN TIPO DE CONTRATO EL EMPLEADO ES INDEFINIDO (LFT ART. 35),
      * IGUAL QUE QUIEN NO TIENE RENGLON EN CONTRATO. SIN FECHA DE
      * CORTE SE REVISA CONTRA HOY.
       100-REVISA-EMPLEADO.
           MOVE ZEROS TO LK-DOC-FALTANTES
                         LK-DOC-VENCIDOS
                         LK-DOC-CUANTOS
           IF LK-DOC-TIPO-CONTRATO NOT EQUAL "T"
              THEN
                  MOVE "I" TO LK-DOC-TIPO-CONTRATO
           END-IF
           MOVE LK-DOC-FECHA TO WS-FECHA-CORTE
           IF WS-FECHA-CORTE EQUAL ZEROS
              THEN
                  ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD
           END-IF
           IF NO-HAY-DOCEMP
              THEN
                  PERFORM 940-ABRE-DOCEMP THRU 940-FIN
           END-IF
           PERFORM 110-REVISA-DOCUMENTO THRU 110-FIN
                   VARYING WS-IND-DRQ FROM 1 BY 1
                   UNTIL WS-IND-DRQ GREATER WS-TOTAL-DOCS.
       100-FIN.  EXIT.

      * UN OBLIGATORIO SIN RENGLON EN DOCEMP FALTA; UN RECIBIDO CON
      * VIGENCIA CUYA FECHA DE VENCIMIENTO YA PASO ESTA VENCIDO,
      * AUNQUE NO SEA OBLIGATORIO. EL DETALLE SE CORTA EN 20 PERO LOS
      * CONTADORES SIGUEN.
       110-REVISA-DOCUMENTO.
           IF TAB-DRQ-TIPO (WS-IND-DRQ) NOT EQUAL "*"
              AND TAB-DRQ-TIPO (WS-IND-DRQ)
                  NOT EQUAL LK-DOC-TIPO-CONTRATO
              THEN
                  GO TO 110-FIN
           END-IF
           MOVE "N" TO SW-RECIBIDO
           IF HAY-ARCHIVO-DOCEMP
              THEN
                  MOVE LK-DOC-NUMERO-EMP TO DOC-NUMERO-EMP
                  MOVE TAB-DRQ-DOCUMENTO (WS-IND-DRQ)
                                         TO DOC-DOCUMENTO
                  READ DOCEMP
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        SET DOCUMENTO-RECIBIDO TO TRUE
                  END-READ
           END-IF
           IF NOT DOCUMENTO-RECIBIDO
              THEN
                  IF TAB-DRQ-OBLIGATORIO (WS-IND-DRQ) EQUAL "S"
                     THEN
                         ADD 1 TO LK-DOC-FALTANTES
                         MOVE "F"   TO WS-ESTADO-DOC
                         MOVE ZEROS TO DOC-FECHA-VENCE
                         PERFORM 120-AGREGA-RENGLON THRU 120-FIN
                  END-IF
                  GO TO 110-FIN
           END-IF
           IF TAB-DRQ-VENCE (WS-IND-DRQ) EQUAL "S"
              AND DOC-FECHA-VENCE NOT EQUAL ZEROS
              AND DOC-FECHA-VENCE LESS WS-FECHA-CORTE
              THEN
                  ADD 1 TO LK-DOC-VENCIDOS
                  MOVE "V" TO WS-ESTADO-DOC
                  PERFORM 120-AGREGA-RENGLON THRU 120-FIN
           END-IF.
       110-FIN.  EXIT.

       120-AGREGA-RENGLON.
           IF LK-DOC-CUANTOS EQUAL 20
              THEN
                  GO TO 120-FIN
           END-IF
           ADD 1 TO LK-DOC-CUANTOS
           MOVE TAB-DRQ-DOCUMENTO (WS-IND-DRQ)
                                TO LK-DOC-CODIGO (LK-DOC-CUANTOS)
           MOVE TAB-DRQ-DESCRIPCION (WS-IND-DRQ)
                                TO LK-DOC-DESCRIPCION (LK-DOC-CUANTOS)
           MOVE WS-ESTADO-DOC   TO LK-DOC-ESTADO (LK-DOC-CUANTOS)
           MOVE DOC-FECHA-VENCE TO LK-DOC-VENCE (LK-DOC-CUANTOS).
       120-FIN.  EXIT.

       900-CARGA-CATALOGO.
           MOVE ZEROS TO WS-TOTAL-DOCS
           OPEN INPUT DOCREQ
           IF NOT DOCREQ-OK
              THEN
                  DISPLAY "SIN CATALOGO DOCREQ, NO SE EXIGE NINGUN "
                          "DOCUMENTO, STATUS: " WS-STATUS-DOCREQ
                  SET TABLA-CARGADA TO TRUE
                  GO TO 900-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 910-CARGA-DOCUMENTO THRU 910-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE DOCREQ
           SET TABLA-CARGADA TO TRUE.
       900-FIN.  EXIT.

       910-CARGA-DOCUMENTO.
           READ DOCREQ NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 910-FIN
           END-READ
           IF WS-TOTAL-DOCS EQUAL 100
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 100 DOCUMENTOS "
                          "EN DOCREQ, EL EXCEDENTE NO SE CARGA"
                  MOVE "FIN" TO SW-FIN
                  MOVE 4     TO RETURN-CODE
                  GO TO 910-FIN
           END-IF
           ADD 1 TO WS-TOTAL-DOCS
           MOVE DRQ-TIPO-CONTRATO TO TAB-DRQ-TIPO (WS-TOTAL-DOCS)
           MOVE DRQ-DOCUMENTO     TO TAB-DRQ-DOCUMENTO (WS-TOTAL-DOCS)
           MOVE DRQ-DESCRIPCION   TO TAB-DRQ-DESCRIPCION (WS-TOTAL-DOCS)
           MOVE DRQ-OBLIGATORIO   TO TAB-DRQ-OBLIGATORIO (WS-TOTAL-DOCS)
           MOVE DRQ-VENCE         TO TAB-DRQ-VENCE (WS-TOTAL-DOCS).
       910-FIN.  EXIT.

      * SIN ARCHIVO DOCEMP NADIE HA ENTREGADO NADA: TODO OBLIGATORIO
      * SALE COMO FALTANTE.
       940-ABRE-DOCEMP.
           OPEN INPUT DOCEMP
           IF DOCEMP-OK
              THEN
                  SET HAY-ARCHIVO-DOCEMP TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO DOCEMP, STATUS: "
                          WS-STATUS-DOCEMP
           END-IF.
       940-FIN.  EXIT.

       950-CIERRA.
           IF HAY-ARCHIVO-DOCEMP
              THEN
                  CLOSE DOCEMP
                  SET NO-HAY-DOCEMP TO TRUE
           END-IF.
       950-FIN.  EXIT.
