       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGSEGR.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * REPORTE PERIODICO DE SEPARACION DE FUNCIONES PARA AUDITORIA.   *
      * LISTA LOS CASOS EN QUE UN MISMO USUARIO CAPTURO Y APROBO:      *
      *   1. PERFILES: USUARIOS QUE TIENEN LAS DOS MITADES DE UN PAR   *
      *      DE DERECHOS INCOMPATIBLES (COPY CONFPERF), QUE PROGMENU   *
      *      YA RECHAZA COMO "CONFLICTO" Y HAY QUE CORREGIR EN EL      *
      *      ARCHIVO;                                                  *
      *   2. PROPUESTAS DE AJUSTE (PROPAJUS) CON EL MISMO USUARIO EN   *
      *      LA CAPTURA Y EN EL DICTAMEN;                              *
      *   3. CAMBIOS FUTUROS (FUTUROS) CAPTURADOS Y LIBERADOS POR EL   *
      *      MISMO USUARIO, POR FECHA EFECTIVA;                        *
      *   4. HORAS EXTRA AUTORIZADAS (HRSEXTRA) CUYO SUPERVISOR ES EL  *
      *      MISMO USUARIO QUE LAS CAPTURO SEGUN AUDITORIA, POR FECHA  *
      *      DE LA JORNADA.                                            *
      * LOS CONTROLES EN LINEA YA IMPIDEN ESTOS CASOS; EL REPORTE      *
      * ENCUENTRA LOS ANTERIORES A ELLOS Y LOS QUE SE HAYAN COLADO POR *
      * FUERA. UN ARCHIVO QUE FALTA SE ANOTA EN SU SECCION. RETORNO 4  *
      * SI HAY ALGUN CASO.                                             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFILES     ASSIGN TO UT-S-PERFILES
                               FILE STATUS IS WS-STATUS-PERFILES.
           SELECT PROPAJUS     ASSIGN TO UT-S-PROPAJUS
                               FILE STATUS IS WS-STATUS-PROPAJUS.
           SELECT FUTUROS      ASSIGN TO UT-S-FUTUROS
                               FILE STATUS IS WS-STATUS-FUTUROS.
           SELECT AUDITORIA    ASSIGN TO UT-S-AUDITORIA
                               FILE STATUS IS WS-STATUS-AUDITORIA.
           SELECT HRSEXTRA     ASSIGN TO UT-S-HRSEXTRA
                               FILE STATUS IS WS-STATUS-HRSEXTRA.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PERFILES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PERFILES.
       01  REG-PERFILES.
           05 PERF-USUARIO        PIC X(08).
           05 PERF-PROGRAMA       PIC X(08).
           05 PERF-OPCIONES       PIC X(10).
           05 PERF-ACTIVO         PIC X(01).

       FD  PROPAJUS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PROPAJUS.
           COPY PROPAJUS.

       FD  FUTUROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FUTUROS.
           COPY FUTUROS.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-FECHA           PIC 9(08).
           05 AUD-HORA            PIC 9(08).
           05 AUD-USUARIO         PIC X(08).
           05 AUD-OPCION          PIC X(01).
           05 AUD-RESULTADO       PIC X(09).
           05 AUD-NUMERO-EMP      PIC 9(05).
           05 AUD-MODO            PIC X(01).

       FD  HRSEXTRA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HRSEXTRA.
           COPY HRSEXTRA.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PERFILES  PIC X(02)    VALUE "00".
              88 PERFILES-OK        VALUE "00".
           05 WS-STATUS-PROPAJUS  PIC X(02)    VALUE "00".
              88 PROPAJUS-OK        VALUE "00".
           05 WS-STATUS-FUTUROS   PIC X(02)    VALUE "00".
              88 FUTUROS-OK         VALUE "00".
           05 WS-STATUS-AUDITORIA PIC X(02)    VALUE "00".
              88 AUDITORIA-OK       VALUE "00".
           05 WS-STATUS-HRSEXTRA  PIC X(02)    VALUE "00".
              88 HRSEXTRA-OK        VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-FECHA-DESDE      PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-HASTA      PIC 9(08)    VALUE ZEROS.
           05 WS-TOTAL-PERFILES   PIC 9(03)    VALUE ZEROS.
           05 WS-TOTAL-CAPTURAS   PIC 9(04)    VALUE ZEROS.
           05 WS-IND-REN          PIC 9(03)    VALUE ZEROS.
           05 WS-IND-OTRO         PIC 9(03)    VALUE ZEROS.
           05 WS-IND-PAR          PIC 9(02)    VALUE ZEROS.
           05 WS-IND-CAP          PIC 9(04)    VALUE ZEROS.
           05 WS-LETRAS           PIC 9(02)    VALUE ZEROS.
           05 WS-CASOS-SECCION    PIC 9(05)    VALUE ZEROS.
           05 WS-CASOS-TOTAL      PIC 9(05)    VALUE ZEROS.
           05 WS-EDIT-HORAS       PIC Z9.99.
           05 SW-HALLADO          PIC X(01)    VALUE "N".
              88 HALLADO            VALUE "S".
              88 NO-HALLADO         VALUE "N".
           05 SW-TABLA-LLENA      PIC X(01)    VALUE "N".
              88 TABLA-LLENA        VALUE "S".

       01  WS-TABLA-PERFILES.
           05 WS-PERFIL           OCCURS 100 TIMES.
              10 WS-PRF-USUARIO   PIC X(08).
              10 WS-PRF-PROGRAMA  PIC X(08).
              10 WS-PRF-OPCIONES  PIC X(10).
              10 WS-PRF-ACTIVO    PIC X(01).

      * CAPTURAS DE HORAS EXTRA QUE PROGHEXT DEJO EN AUDITORIA (MODO
      * "T", RESULTADO HEXT OK O HEXT EXC): EL RENGLON DE HRSEXTRA
      * SOLO GUARDA AL SUPERVISOR, ASI QUE EL CAPTURISTA SALE DE AQUI.
       01  WS-TABLA-CAPTURAS.
           05 WS-CAPTURA          OCCURS 3000 TIMES.
              10 WS-CAP-NUMERO    PIC 9(05).
              10 WS-CAP-USUARIO   PIC X(08).
              10 WS-CAP-FECHA     PIC 9(08).

           COPY CONFPERF.

       01  WS-TITULO-1.
           05 FILLER              PIC X(18)    VALUE SPACES.
           05 FILLER              PIC X(54)    VALUE
              "SEPARACION DE FUNCIONES: CAPTURA CONTRA APROBACION".
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "PERIODO: ".
           05 WS-TIT-DESDE        PIC 9(08).
           05 FILLER              PIC X(03)    VALUE " A ".
           05 WS-TIT-HASTA        PIC 9(08).
           05 FILLER              PIC X(60)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(88)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-SECCION.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-SEC-TITULO       PIC X(60).
           05 FILLER              PIC X(29)    VALUE SPACES.

       01  WS-SUB-TITULO.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "USUARIO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "EMPL.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "FECHA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(50)    VALUE "DETALLE".
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-USUARIO      PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZZ.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FECHA        PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-TEXTO        PIC X(50).
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-DET-CASOS.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "CASOS: ".
           05 WS-CAS-CASOS        PIC ZZ,ZZ9.
           05 FILLER              PIC X(75)    VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(29)
                             VALUE "TOTAL DE CASOS A REVISAR   : ".
           05 WS-TOT-CASOS        PIC ZZ,ZZ9.
           05 FILLER              PIC X(54)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           PERFORM 010-INICIO       THRU 010-FIN
           PERFORM 100-PERFILES     THRU 100-FIN
           PERFORM 200-PROPUESTAS   THRU 200-FIN
           PERFORM 300-FUTUROS      THRU 300-FIN
           PERFORM 400-HORAS-EXTRA  THRU 400-FIN
           PERFORM 900-FINAL        THRU 900-FIN
           GOBACK.

      * ---------------------------------------------------------------
      * PERIODO Y ENCABEZADOS
      * ---------------------------------------------------------------
       010-INICIO.
           DISPLAY "FECHA DESDE (AAAAMMDD, CEROS = SIN LIMITE): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD, CEROS = SIN LIMITE): "
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-HASTA EQUAL ZEROS
              THEN
                  MOVE 99999999 TO WS-FECHA-HASTA
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE WS-FECHA-DESDE TO WS-TIT-DESDE
           MOVE WS-FECHA-HASTA TO WS-TIT-HASTA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       010-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SECCION 1: USUARIOS CON LAS DOS MITADES DE UN PAR DE CONFPERF
      * ---------------------------------------------------------------
       100-PERFILES.
           MOVE "PERFILES CON DERECHOS INCOMPATIBLES"
                                     TO WS-SEC-TITULO
           PERFORM 050-ABRE-SECCION THRU 050-FIN
           OPEN INPUT PERFILES
           IF NOT PERFILES-OK
              THEN
                  DISPLAY "SIN ARCHIVO PERFILES, NO HAY DERECHOS QUE "
                          "REVISAR, STATUS: " WS-STATUS-PERFILES
                  MOVE "SIN ARCHIVO PERFILES" TO WS-DET-TEXTO
                  PERFORM 060-ESCRIBE-NOTA THRU 060-FIN
                  GO TO 100-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 105-CARGA-PERFIL THRU 105-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PERFILES
           PERFORM 110-REVISA-RENGLON THRU 110-FIN
                   VARYING WS-IND-REN FROM 1 BY 1
                   UNTIL WS-IND-REN GREATER WS-TOTAL-PERFILES
           PERFORM 070-CIERRA-SECCION THRU 070-FIN.
       100-FIN.  EXIT.

       105-CARGA-PERFIL.
           READ PERFILES
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 105-FIN
           END-READ
           IF WS-TOTAL-PERFILES EQUAL 100
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 100 PERFILES, "
                          "EL EXCEDENTE NO SE REVISA"
                  MOVE 4 TO RETURN-CODE
                  MOVE "FIN" TO SW-FIN
                  GO TO 105-FIN
           END-IF
           ADD 1 TO WS-TOTAL-PERFILES
           MOVE PERF-USUARIO  TO WS-PRF-USUARIO  (WS-TOTAL-PERFILES)
           MOVE PERF-PROGRAMA TO WS-PRF-PROGRAMA (WS-TOTAL-PERFILES)
           MOVE PERF-OPCIONES TO WS-PRF-OPCIONES (WS-TOTAL-PERFILES)
           MOVE PERF-ACTIVO   TO WS-PRF-ACTIVO   (WS-TOTAL-PERFILES).
       105-FIN.  EXIT.

       110-REVISA-RENGLON.
           IF WS-PRF-ACTIVO (WS-IND-REN) NOT EQUAL "S"
              THEN
                  GO TO 110-FIN
           END-IF
           PERFORM 120-REVISA-PAR THRU 120-FIN
                   VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER CONF-TOTAL-PARES.
       110-FIN.  EXIT.

      * EL CONFLICTO SE REPORTA UNA VEZ, DESDE EL RENGLON QUE TRAE EL
      * DERECHO DE CAPTURA.
       120-REVISA-PAR.
           IF WS-PRF-PROGRAMA (WS-IND-REN)
                 NOT EQUAL CONF-CAP-PROGRAMA (WS-IND-PAR)
              THEN
                  GO TO 120-FIN
           END-IF
           MOVE ZEROS TO WS-LETRAS
           INSPECT WS-PRF-OPCIONES (WS-IND-REN)
                   TALLYING WS-LETRAS
                   FOR ALL CONF-CAP-OPCION (WS-IND-PAR)
           IF WS-LETRAS EQUAL ZERO
              THEN
                  GO TO 120-FIN
           END-IF
           SET NO-HALLADO TO TRUE
           PERFORM 130-BUSCA-APROBACION THRU 130-FIN
                   VARYING WS-IND-OTRO FROM 1 BY 1
                   UNTIL WS-IND-OTRO GREATER WS-TOTAL-PERFILES
                   OR HALLADO
           IF NO-HALLADO
              THEN
                  GO TO 120-FIN
           END-IF
           MOVE SPACES                       TO WS-DET-TEXTO
           STRING CONF-CAP-PROGRAMA (WS-IND-PAR) DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  CONF-CAP-OPCION   (WS-IND-PAR) DELIMITED BY SIZE
                  " CON "                        DELIMITED BY SIZE
                  CONF-APR-PROGRAMA (WS-IND-PAR) DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  CONF-APR-OPCION   (WS-IND-PAR) DELIMITED BY SIZE
                  "; QUITAR UNO DE LOS DOS"      DELIMITED BY SIZE
                  INTO WS-DET-TEXTO
           END-STRING
           MOVE WS-PRF-USUARIO (WS-IND-REN) TO WS-DET-USUARIO
           MOVE ZEROS                       TO WS-DET-NUMERO
           MOVE SPACES                      TO WS-DET-FECHA
           PERFORM 080-ESCRIBE-CASO THRU 080-FIN.
       120-FIN.  EXIT.

       130-BUSCA-APROBACION.
           IF WS-PRF-USUARIO  (WS-IND-OTRO)
                 NOT EQUAL WS-PRF-USUARIO (WS-IND-REN)
              OR WS-PRF-PROGRAMA (WS-IND-OTRO)
                 NOT EQUAL CONF-APR-PROGRAMA (WS-IND-PAR)
              OR WS-PRF-ACTIVO (WS-IND-OTRO) NOT EQUAL "S"
              THEN
                  GO TO 130-FIN
           END-IF
           MOVE ZEROS TO WS-LETRAS
           INSPECT WS-PRF-OPCIONES (WS-IND-OTRO)
                   TALLYING WS-LETRAS
                   FOR ALL CONF-APR-OPCION (WS-IND-PAR)
           IF WS-LETRAS GREATER ZERO
              THEN
                  SET HALLADO TO TRUE
           END-IF.
       130-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SECCION 2: PROPUESTAS DICTAMINADAS POR QUIEN LAS CORRIO. EL
      * ARCHIVO ES EL DEL CICLO DE AJUSTE VIGENTE, SIN FILTRO DE FECHA.
      * ---------------------------------------------------------------
       200-PROPUESTAS.
           MOVE "PROPUESTAS DICTAMINADAS POR QUIEN LAS CAPTURO"
                                     TO WS-SEC-TITULO
           PERFORM 050-ABRE-SECCION THRU 050-FIN
           OPEN INPUT PROPAJUS
           IF NOT PROPAJUS-OK
              THEN
                  DISPLAY "SIN ARCHIVO PROPAJUS, STATUS: "
                          WS-STATUS-PROPAJUS
                  MOVE "SIN ARCHIVO PROPAJUS" TO WS-DET-TEXTO
                  PERFORM 060-ESCRIBE-NOTA THRU 060-FIN
                  GO TO 200-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 210-REVISA-PROPUESTA THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PROPAJUS
           PERFORM 070-CIERRA-SECCION THRU 070-FIN.
       200-FIN.  EXIT.

       210-REVISA-PROPUESTA.
           READ PROPAJUS
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF PRO-USUARIO-PROP EQUAL SPACES
              OR PRO-USUARIO-PROP NOT EQUAL PRO-USUARIO-DICT
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE SPACES           TO WS-DET-TEXTO
           STRING "CAPTURO Y DICTAMINO, ESTADO " DELIMITED BY SIZE
                  PRO-ESTADO                     DELIMITED BY SIZE
                  INTO WS-DET-TEXTO
           END-STRING
           MOVE PRO-USUARIO-PROP TO WS-DET-USUARIO
           MOVE PRO-NUMERO-EMP   TO WS-DET-NUMERO
           MOVE SPACES           TO WS-DET-FECHA
           PERFORM 080-ESCRIBE-CASO THRU 080-FIN.
       210-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SECCION 3: CAMBIOS FUTUROS LIBERADOS POR QUIEN LOS CAPTURO,
      * POR FECHA EFECTIVA DENTRO DEL PERIODO
      * ---------------------------------------------------------------
       300-FUTUROS.
           MOVE "CAMBIOS FUTUROS LIBERADOS POR QUIEN LOS CAPTURO"
                                     TO WS-SEC-TITULO
           PERFORM 050-ABRE-SECCION THRU 050-FIN
           OPEN INPUT FUTUROS
           IF NOT FUTUROS-OK
              THEN
                  DISPLAY "SIN ARCHIVO FUTUROS, STATUS: "
                          WS-STATUS-FUTUROS
                  MOVE "SIN ARCHIVO FUTUROS" TO WS-DET-TEXTO
                  PERFORM 060-ESCRIBE-NOTA THRU 060-FIN
                  GO TO 300-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 310-REVISA-FUTURO THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE FUTUROS
           PERFORM 070-CIERRA-SECCION THRU 070-FIN.
       300-FIN.  EXIT.

       310-REVISA-FUTURO.
           READ FUTUROS
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           IF FUT-FECHA-EFECTIVA LESS WS-FECHA-DESDE
              OR FUT-FECHA-EFECTIVA GREATER WS-FECHA-HASTA
              OR FUT-USUARIO EQUAL SPACES
              OR FUT-USUARIO NOT EQUAL FUT-LIBERO
              THEN
                  GO TO 310-FIN
           END-IF
           MOVE SPACES             TO WS-DET-TEXTO
           STRING FUT-CAMPO                  DELIMITED BY SPACE
                  " CAPTURADO Y LIBERADO, ESTADO "
                                             DELIMITED BY SIZE
                  FUT-ESTADO                 DELIMITED BY SIZE
                  INTO WS-DET-TEXTO
           END-STRING
           MOVE FUT-USUARIO        TO WS-DET-USUARIO
           MOVE FUT-NUMERO-EMP     TO WS-DET-NUMERO
           MOVE FUT-FECHA-EFECTIVA TO WS-DET-FECHA
           PERFORM 080-ESCRIBE-CASO THRU 080-FIN.
       310-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SECCION 4: HORAS EXTRA AUTORIZADAS POR QUIEN LAS CAPTURO. EL
      * CAPTURISTA ES EL USUARIO DE UNA CAPTURA EN AUDITORIA PARA EL
      * MISMO EMPLEADO HECHA EL DIA DE LA JORNADA O DESPUES; EL RENGLON
      * LLEVA LA FECHA DE ESA CAPTURA PARA QUE EL AUDITOR LA COTEJE.
      * ---------------------------------------------------------------
       400-HORAS-EXTRA.
           MOVE "HORAS EXTRA AUTORIZADAS POR QUIEN LAS CAPTURO"
                                     TO WS-SEC-TITULO
           PERFORM 050-ABRE-SECCION THRU 050-FIN
           OPEN INPUT AUDITORIA
           IF NOT AUDITORIA-OK
              THEN
                  DISPLAY "SIN ARCHIVO AUDITORIA, NO HAY CAPTURISTA "
                          "CONTRA QUIEN COMPARAR, STATUS: "
                          WS-STATUS-AUDITORIA
                  MOVE "SIN ARCHIVO AUDITORIA" TO WS-DET-TEXTO
                  PERFORM 060-ESCRIBE-NOTA THRU 060-FIN
                  GO TO 400-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 410-CARGA-CAPTURA THRU 410-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE AUDITORIA
           OPEN INPUT HRSEXTRA
           IF NOT HRSEXTRA-OK
              THEN
                  DISPLAY "SIN ARCHIVO HRSEXTRA, STATUS: "
                          WS-STATUS-HRSEXTRA
                  MOVE "SIN ARCHIVO HRSEXTRA" TO WS-DET-TEXTO
                  PERFORM 060-ESCRIBE-NOTA THRU 060-FIN
                  GO TO 400-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 420-REVISA-JORNADA THRU 420-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HRSEXTRA
           PERFORM 070-CIERRA-SECCION THRU 070-FIN.
       400-FIN.  EXIT.

       410-CARGA-CAPTURA.
           READ AUDITORIA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 410-FIN
           END-READ
           IF AUD-MODO NOT EQUAL "T"
              OR (AUD-RESULTADO NOT EQUAL "HEXT OK  "
                  AND AUD-RESULTADO NOT EQUAL "HEXT EXC ")
              THEN
                  GO TO 410-FIN
           END-IF
           IF WS-TOTAL-CAPTURAS EQUAL 3000
              THEN
                  IF NOT TABLA-LLENA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 3000 "
                                 "CAPTURAS DE HORAS EXTRA EN "
                                 "AUDITORIA, EL EXCEDENTE NO SE REVISA"
                         SET TABLA-LLENA TO TRUE
                         MOVE 4 TO RETURN-CODE
                  END-IF
                  GO TO 410-FIN
           END-IF
           ADD 1 TO WS-TOTAL-CAPTURAS
           MOVE AUD-NUMERO-EMP TO WS-CAP-NUMERO  (WS-TOTAL-CAPTURAS)
           MOVE AUD-USUARIO    TO WS-CAP-USUARIO (WS-TOTAL-CAPTURAS)
           MOVE AUD-FECHA      TO WS-CAP-FECHA   (WS-TOTAL-CAPTURAS).
       410-FIN.  EXIT.

       420-REVISA-JORNADA.
           READ HRSEXTRA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 420-FIN
           END-READ
           IF NOT HX-ESTA-AUTORIZADA
              OR HX-SUPERVISOR EQUAL SPACES
              OR HX-FECHA LESS WS-FECHA-DESDE
              OR HX-FECHA GREATER WS-FECHA-HASTA
              THEN
                  GO TO 420-FIN
           END-IF
           SET NO-HALLADO TO TRUE
           PERFORM 430-BUSCA-CAPTURA THRU 430-FIN
                   VARYING WS-IND-CAP FROM 1 BY 1
                   UNTIL WS-IND-CAP GREATER WS-TOTAL-CAPTURAS
                   OR HALLADO
           IF NO-HALLADO
              THEN
                  GO TO 420-FIN
           END-IF
      * EL VARYING AVANZA UNA POSICION DESPUES DE HALLAR LA CAPTURA.
           SUBTRACT 1 FROM WS-IND-CAP
           MOVE HX-HORAS      TO WS-EDIT-HORAS
           MOVE SPACES        TO WS-DET-TEXTO
           STRING WS-EDIT-HORAS                  DELIMITED BY SIZE
                  " HRS AUTORIZADAS; CAPTURA EN AUDITORIA EL "
                                                 DELIMITED BY SIZE
                  WS-CAP-FECHA (WS-IND-CAP)      DELIMITED BY SIZE
                  INTO WS-DET-TEXTO
           END-STRING
           MOVE HX-SUPERVISOR TO WS-DET-USUARIO
           MOVE HX-NUMERO-EMP TO WS-DET-NUMERO
           MOVE HX-FECHA      TO WS-DET-FECHA
           PERFORM 080-ESCRIBE-CASO THRU 080-FIN.
       420-FIN.  EXIT.

       430-BUSCA-CAPTURA.
           IF WS-CAP-NUMERO  (WS-IND-CAP) EQUAL HX-NUMERO-EMP
              AND WS-CAP-USUARIO (WS-IND-CAP) EQUAL HX-SUPERVISOR
              AND WS-CAP-FECHA (WS-IND-CAP) NOT LESS HX-FECHA
              THEN
                  SET HALLADO TO TRUE
           END-IF.
       430-FIN.  EXIT.

      * ---------------------------------------------------------------
      * RENGLONES COMUNES DE LAS SECCIONES
      * ---------------------------------------------------------------
       050-ABRE-SECCION.
           MOVE ZEROS TO WS-CASOS-SECCION
           WRITE REG-REPORTE FROM WS-SECCION    AFTER 2
           WRITE REG-REPORTE FROM WS-SUB-TITULO AFTER 1.
       050-FIN.  EXIT.

       060-ESCRIBE-NOTA.
           MOVE SPACES TO WS-DET-USUARIO
                          WS-DET-FECHA
           MOVE ZEROS  TO WS-DET-NUMERO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       060-FIN.  EXIT.

       070-CIERRA-SECCION.
           MOVE WS-CASOS-SECCION TO WS-CAS-CASOS
           WRITE REG-REPORTE FROM WS-DET-CASOS AFTER 1.
       070-FIN.  EXIT.

       080-ESCRIBE-CASO.
           ADD 1 TO WS-CASOS-SECCION
                    WS-CASOS-TOTAL
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       080-FIN.  EXIT.

      * ---------------------------------------------------------------
      * TOTAL Y CODIGO DE RETORNO
      * ---------------------------------------------------------------
       900-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 2
           MOVE WS-CASOS-TOTAL TO WS-TOT-CASOS
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           CLOSE REPORTE
           DISPLAY "SEPARACION DE FUNCIONES, CASOS A REVISAR: "
                   WS-CASOS-TOTAL
           IF WS-CASOS-TOTAL GREATER ZERO
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF.
       900-FIN.  EXIT.
