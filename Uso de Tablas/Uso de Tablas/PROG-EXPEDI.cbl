       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGEXPE.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * EXPEDIENTE DE PERSONAL. LOS DOCUMENTOS DE CONTRATACION (ACTA   *
      * DE NACIMIENTO, CURP, COMPROBANTE DE DOMICILIO, CERTIFICADO     *
      * MEDICO...) SE REVISABAN CON UNA LISTA EN PAPEL Y NADIE SABIA   *
      * QUE EXPEDIENTE ESTABA INCOMPLETO O VENCIDO.                    *
      *   OPCION 1 - CATALOGO DOCREQ: QUE DOCUMENTO SE PIDE SEGUN EL   *
      *              TIPO DE CONTRATO (I, T O * PARA TODOS), SI ES     *
      *              OBLIGATORIO Y SI TIENE VIGENCIA.                  *
      *   OPCION 2 - REGISTRA UN DOCUMENTO RECIBIDO EN DOCEMP: DEBE    *
      *              ESTAR EN EL CATALOGO PARA EL CONTRATO DEL         *
      *              EMPLEADO O PARA TODOS; FECHA DE RECIBO Y, SI      *
      *              TIENE VIGENCIA, DE VENCIMIENTO. UNA RENOVACION    *
      *              REEMPLAZA EL RENGLON.                             *
      *   OPCION 3 - REPORTE POR DEPARTAMENTO DE LOS OBLIGATORIOS QUE  *
      *              FALTAN Y LOS RECIBIDOS YA VENCIDOS, CON           *
      *              SUBTOTALES; RC 4 SI HAY ALGUNO.                   *
      * LA REVISION POR EMPLEADO LA HACE PROGDPEN, LA MISMA QUE AVISA  *
      * EN LA ALTA DE PROGMANT. AUDITORIA MODO "T" VIA PROGMENU DE LAS *
      * OPCIONES 1 Y 2.                                                *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCREQ       ASSIGN TO UT-S-DOCREQ
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DRQ-LLAVE
                               FILE STATUS IS WS-STATUS-DOCREQ.
           SELECT DOCEMP       ASSIGN TO UT-S-DOCEMP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DOC-LLAVE
                               FILE STATUS IS WS-STATUS-DOCEMP.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT CONTRATO     ASSIGN TO UT-S-CONTRATO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CTR-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-CONTRATO.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

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

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  CONTRATO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-CONTRATO.
           COPY CONTRATO.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-DOCREQ    PIC X(02)    VALUE "00".
              88 DOCREQ-OK          VALUE "00" "05".
              88 DOCREQ-NO-EXISTE   VALUE "35".
           05 WS-STATUS-DOCEMP    PIC X(02)    VALUE "00".
              88 DOCEMP-OK          VALUE "00" "05".
              88 DOCEMP-NO-EXISTE   VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-CONTRATO  PIC X(02)    VALUE "00".
              88 CONTRATO-OK        VALUE "00".
           05 SW-HAY-CONTRATO     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-CONTRATO VALUE "S".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-CONFIRMA         PIC X(01)    VALUE "N".
              88 CAMBIO-CONFIRMADO  VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-PEDIDA     PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-PED-R REDEFINES WS-FECHA-PEDIDA.
              10 WS-FPE-ANIO      PIC 9(04).
              10 WS-FPE-MES       PIC 9(02).
              10 WS-FPE-DIA       PIC 9(02).
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-TIPO-CONTRATO    PIC X(01)    VALUE SPACES.
           05 WS-DOCUMENTO-PEDIDO PIC X(04)    VALUE SPACES.
           05 WS-IND-DOC          PIC 9(02)    VALUE ZEROS.
           05 WS-DEPTO-ANT        PIC 9(03)    VALUE ZEROS.
           05 SW-PRIMER-DEPTO     PIC X(01)    VALUE "S".
              88 PRIMER-DEPTO       VALUE "S".
           05 WS-DEP-EMPLEADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-DEP-FALTANTES    PIC 9(05)    VALUE ZEROS.
           05 WS-DEP-VENCIDOS     PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-REVISADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-EMPLEADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-FALTANTES    PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-VENCIDOS     PIC 9(05)    VALUE ZEROS.
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              10 LK-DEPTO-CCOSTO       PIC X(06).
              10 LK-DEPTO-ENCONTRADO   PIC X(01).
                 88 DEPTO-EXISTE          VALUE "S".
                 88 DEPTO-NO-EXISTE       VALUE "N".

       01  WS-PARAMETROS-DOCS.
           05 WS-DOC-ACCION       PIC X(01)    VALUE "C".
           05 WS-DOC-NUMERO-EMP   PIC 9(05)    VALUE ZEROS.
           05 WS-DOC-TIPO-CONTRATO PIC X(01)   VALUE SPACES.
           05 WS-DOC-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-DOC-FALTANTES    PIC 9(03)    VALUE ZEROS.
           05 WS-DOC-VENCIDOS     PIC 9(03)    VALUE ZEROS.
           05 WS-DOC-CUANTOS      PIC 9(02)    VALUE ZEROS.
           05 WS-DOC-RENGLON OCCURS 20 TIMES.
              10 WS-DOC-CODIGO       PIC X(04).
              10 WS-DOC-DESCRIPCION  PIC X(30).
              10 WS-DOC-ESTADO       PIC X(01).
                 88 DOC-FALTA           VALUE "F".
              10 WS-DOC-VENCE        PIC 9(08).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "M".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGEXPE".

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(40)
                 VALUE "DOCUMENTOS FALTANTES O VENCIDOS".
           05 FILLER              PIC X(09)    VALUE "AL CORTE ".
           05 WS-TIT-1-FECHA      PIC 9(08).
           05 FILLER              PIC X(03)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(15)    VALUE "  DEPARTAMENTO ".
           05 WS-TIT-2-DEPTO      PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TIT-2-NOMBRE     PIC X(20).
           05 FILLER              PIC X(40)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(25).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-CODIGO       PIC X(04).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DESCRIPCION  PIC X(24).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ESTADO       PIC X(07).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-VENCE        PIC X(08).

       01  WS-SUBTOTAL.
           05 FILLER              PIC X(30)
                        VALUE "    EMPLEADOS CON PENDIENTES: ".
           05 WS-SUB-EMPLEADOS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(13)    VALUE "  FALTANTES: ".
           05 WS-SUB-FALTANTES    PIC ZZ,ZZ9.
           05 FILLER              PIC X(12)    VALUE "  VENCIDOS: ".
           05 WS-SUB-VENCIDOS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-TOTALES.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(29)
                        VALUE "TOTAL EMPLEADOS REVISADOS:   ".
           05 WS-TOT-REVISADOS-R  PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CATALOGO DE DOCUMENTOS (ALTA O CAMBIO)"
           DISPLAY "2. REGISTRAR DOCUMENTO RECIBIDO"
           DISPLAY "3. REPORTE DE FALTANTES Y VENCIDOS POR "
                   "DEPARTAMENTO"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CATALOGO  THRU 100-FIN
              WHEN 2
                 PERFORM 200-RECIBIDO  THRU 200-FIN
              WHEN 3
                 PERFORM 300-REPORTE   THRU 300-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * FECHA AAAAMMDD CON MES Y DIA VALIDOS; SI NO, QUEDA EN CEROS.
       090-VALIDA-FECHA.
           IF WS-FECHA-PEDIDA NOT NUMERIC
              OR WS-FPE-MES LESS 1
              OR WS-FPE-MES GREATER 12
              OR WS-FPE-DIA LESS 1
              OR WS-FPE-DIA GREATER 31
              THEN
                  MOVE ZEROS TO WS-FECHA-PEDIDA
           END-IF.
       090-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: CATALOGO DE DOCUMENTOS
      * ---------------------------------------------------------------
       100-CATALOGO.
           OPEN I-O DOCREQ
           IF DOCREQ-NO-EXISTE
              THEN
                  OPEN OUTPUT DOCREQ
                  CLOSE DOCREQ
                  OPEN I-O DOCREQ
           END-IF
           IF NOT DOCREQ-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR DOCREQ, STATUS: "
                          WS-STATUS-DOCREQ
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           PERFORM 110-CAPTURA-CATALOGO THRU 110-FIN
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE DOCREQ.
       100-FIN.  EXIT.

       110-CAPTURA-CATALOGO.
           MOVE SPACES TO REG-DOCREQ
           DISPLAY "TIPO DE CONTRATO (I=INDEFINIDO, T=PLAZO FIJO, "
                   "*=TODOS): "
           ACCEPT WS-TIPO-CONTRATO
           IF WS-TIPO-CONTRATO NOT EQUAL "I"
              AND WS-TIPO-CONTRATO NOT EQUAL "T"
              AND WS-TIPO-CONTRATO NOT EQUAL "*"
              THEN
                  DISPLAY "TIPO DE CONTRATO INVALIDO"
                  MOVE "DRQ TIPO " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "CLAVE DEL DOCUMENTO (4 LETRAS): "
           ACCEPT WS-DOCUMENTO-PEDIDO
           IF WS-DOCUMENTO-PEDIDO EQUAL SPACES
              THEN
                  DISPLAY "LA CLAVE ES OBLIGATORIA"
                  MOVE "DRQ CLAV " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           MOVE WS-TIPO-CONTRATO    TO DRQ-TIPO-CONTRATO
           MOVE WS-DOCUMENTO-PEDIDO TO DRQ-DOCUMENTO
           READ DOCREQ
              INVALID KEY
                 MOVE "DRQ ALTA " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 DISPLAY "YA EXISTE: " DRQ-DESCRIPCION
                         " OBLIGATORIO: " DRQ-OBLIGATORIO
                         " VENCE: " DRQ-VENCE
                 DISPLAY "CAMBIARLO (S/N): "
                 ACCEPT WS-CONFIRMA
                 IF NOT CAMBIO-CONFIRMADO
                    THEN
                        MOVE "DRQ NADA " TO WS-MENU-RESULTADO
                        GO TO 110-FIN
                 END-IF
                 MOVE "DRQ CAMB " TO WS-MENU-RESULTADO
           END-READ
           MOVE WS-TIPO-CONTRATO    TO DRQ-TIPO-CONTRATO
           MOVE WS-DOCUMENTO-PEDIDO TO DRQ-DOCUMENTO
           DISPLAY "DESCRIPCION: "
           ACCEPT DRQ-DESCRIPCION
           DISPLAY "OBLIGATORIO (S/N): "
           ACCEPT DRQ-OBLIGATORIO
           DISPLAY "TIENE VIGENCIA, SE PIDE FECHA DE VENCIMIENTO "
                   "(S/N): "
           ACCEPT DRQ-VENCE
           IF DRQ-DESCRIPCION EQUAL SPACES
              OR (DRQ-OBLIGATORIO NOT EQUAL "S"
                  AND DRQ-OBLIGATORIO NOT EQUAL "N")
              OR (DRQ-VENCE NOT EQUAL "S"
                  AND DRQ-VENCE NOT EQUAL "N")
              THEN
                  DISPLAY "DATOS DEL DOCUMENTO INVALIDOS"
                  MOVE "DRQ DATO " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           IF WS-MENU-RESULTADO EQUAL "DRQ ALTA "
              THEN
                  WRITE REG-DOCREQ
                     INVALID KEY
                        MOVE "DRQ ERR  " TO WS-MENU-RESULTADO
                  END-WRITE
              ELSE
                  REWRITE REG-DOCREQ
                     INVALID KEY
                        MOVE "DRQ ERR  " TO WS-MENU-RESULTADO
                  END-REWRITE
           END-IF
           IF WS-MENU-RESULTADO EQUAL "DRQ ERR  "
              THEN
                  DISPLAY "NO SE PUDO GRABAR DOCREQ, STATUS: "
                          WS-STATUS-DOCREQ
              ELSE
                  DISPLAY "CATALOGO ACTUALIZADO"
           END-IF.
       110-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: DOCUMENTO RECIBIDO
      * ---------------------------------------------------------------
       200-RECIBIDO.
           OPEN I-O DOCEMP
           IF DOCEMP-NO-EXISTE
              THEN
                  OPEN OUTPUT DOCEMP
                  CLOSE DOCEMP
                  OPEN I-O DOCEMP
           END-IF
           IF NOT DOCEMP-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR DOCEMP, STATUS: "
                          WS-STATUS-DOCEMP
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT DOCREQ
           IF NOT DOCREQ-OK
              THEN
                  DISPLAY "SIN CATALOGO DOCREQ, CAPTURELO PRIMERO "
                          "(OPCION 1)"
                  MOVE 8 TO RETURN-CODE
                  CLOSE DOCEMP
                  GO TO 200-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE DOCEMP
                        DOCREQ
                  GO TO 200-FIN
           END-IF
           OPEN INPUT CONTRATO
           IF CONTRATO-OK
              THEN
                  SET HAY-ARCHIVO-CONTRATO TO TRUE
           END-IF
           PERFORM 210-CAPTURA-RECIBIDO THRU 210-FIN
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE DOCEMP
                 DOCREQ
                 EMPLEADOS
           IF HAY-ARCHIVO-CONTRATO
              THEN
                  CLOSE CONTRATO
           END-IF.
       200-FIN.  EXIT.

       210-CAPTURA-RECIBIDO.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
                                    NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "DOC EMPL " TO WS-MENU-RESULTADO
                 GO TO 210-FIN
           END-READ
           IF EMP-ES-BAJA
              THEN
                  DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
                  MOVE "DOC BAJA " TO WS-MENU-RESULTADO
                  GO TO 210-FIN
           END-IF
           PERFORM 220-TIPO-CONTRATO THRU 220-FIN
           DISPLAY "EMPLEADO: " NOMBRE-EMP
                   " CONTRATO: " WS-TIPO-CONTRATO
           DISPLAY "CLAVE DEL DOCUMENTO: "
           ACCEPT WS-DOCUMENTO-PEDIDO
      * EL DOCUMENTO DEBE ESTAR EN EL CATALOGO PARA SU TIPO DE
      * CONTRATO O PARA TODOS.
           MOVE WS-TIPO-CONTRATO    TO DRQ-TIPO-CONTRATO
           MOVE WS-DOCUMENTO-PEDIDO TO DRQ-DOCUMENTO
           READ DOCREQ
              INVALID KEY
                 MOVE "*" TO DRQ-TIPO-CONTRATO
                 READ DOCREQ
                    INVALID KEY
                       DISPLAY "EL DOCUMENTO NO ESTA EN EL CATALOGO "
                               "PARA ESE TIPO DE CONTRATO"
                       MOVE "DOC CATA " TO WS-MENU-RESULTADO
                       GO TO 210-FIN
                 END-READ
           END-READ
           DISPLAY "DOCUMENTO: " DRQ-DESCRIPCION
           MOVE SPACES              TO REG-DOCEMP
           MOVE WS-NUMERO-PEDIDO    TO DOC-NUMERO-EMP
           MOVE WS-DOCUMENTO-PEDIDO TO DOC-DOCUMENTO
           MOVE "DOC ALTA "         TO WS-MENU-RESULTADO
           READ DOCEMP
              NOT INVALID KEY
                 DISPLAY "YA SE TENIA, RECIBIDO EL " DOC-FECHA-RECIBO
                         " VENCE " DOC-FECHA-VENCE
                         " (SE REEMPLAZA)"
                 MOVE "DOC RENO " TO WS-MENU-RESULTADO
           END-READ
           MOVE WS-NUMERO-PEDIDO    TO DOC-NUMERO-EMP
           MOVE WS-DOCUMENTO-PEDIDO TO DOC-DOCUMENTO
           DISPLAY "FECHA DE RECIBO (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA
           END-IF
           PERFORM 090-VALIDA-FECHA THRU 090-FIN
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              OR WS-FECHA-PEDIDA GREATER WS-FECHA-HOY
              THEN
                  DISPLAY "FECHA DE RECIBO INVALIDA"
                  MOVE "DOC FECH " TO WS-MENU-RESULTADO
                  GO TO 210-FIN
           END-IF
           MOVE WS-FECHA-PEDIDA TO DOC-FECHA-RECIBO
           MOVE ZEROS           TO DOC-FECHA-VENCE
           IF DRQ-TIENE-VIGENCIA
              THEN
                  DISPLAY "FECHA DE VENCIMIENTO (AAAAMMDD): "
                  ACCEPT WS-FECHA-PEDIDA
                  PERFORM 090-VALIDA-FECHA THRU 090-FIN
                  IF WS-FECHA-PEDIDA NOT GREATER DOC-FECHA-RECIBO
                     THEN
                         DISPLAY "VENCIMIENTO INVALIDO: DEBE SER "
                                 "POSTERIOR AL RECIBO"
                         MOVE "DOC VENC " TO WS-MENU-RESULTADO
                         GO TO 210-FIN
                  END-IF
                  MOVE WS-FECHA-PEDIDA TO DOC-FECHA-VENCE
           END-IF
           MOVE WS-USUARIO TO DOC-USUARIO
           IF WS-MENU-RESULTADO EQUAL "DOC ALTA "
              THEN
                  WRITE REG-DOCEMP
                     INVALID KEY
                        MOVE "DOC ERR  " TO WS-MENU-RESULTADO
                  END-WRITE
              ELSE
                  REWRITE REG-DOCEMP
                     INVALID KEY
                        MOVE "DOC ERR  " TO WS-MENU-RESULTADO
                  END-REWRITE
           END-IF
           IF WS-MENU-RESULTADO EQUAL "DOC ERR  "
              THEN
                  DISPLAY "NO SE PUDO GRABAR DOCEMP, STATUS: "
                          WS-STATUS-DOCEMP
              ELSE
                  DISPLAY "DOCUMENTO REGISTRADO EN EL EXPEDIENTE"
           END-IF.
       210-FIN.  EXIT.

      * SIN RENGLON EN CONTRATO (O SIN EL ARCHIVO) EL EMPLEADO ES
      * INDEFINIDO.
       220-TIPO-CONTRATO.
           MOVE "I" TO WS-TIPO-CONTRATO
           IF NOT HAY-ARCHIVO-CONTRATO
              THEN
                  GO TO 220-FIN
           END-IF
           MOVE NUMERO-EMP TO CTR-NUMERO-EMP
           READ CONTRATO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CTR-ES-PLAZO-FIJO
                    THEN
                        MOVE "T" TO WS-TIPO-CONTRATO
                 END-IF
           END-READ.
       220-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: FALTANTES Y VENCIDOS POR DEPARTAMENTO. RECORRE EL
      * MAESTRO POR LA LLAVE ALTERNA DEPTO-EMP, COMO PROGCDEP, Y
      * PREGUNTA A PROGDPEN POR CADA EMPLEADO QUE NO ES BAJA.
      * ---------------------------------------------------------------
       300-REPORTE.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 300-FIN
           END-IF
           OPEN INPUT CONTRATO
           IF CONTRATO-OK
              THEN
                  SET HAY-ARCHIVO-CONTRATO TO TRUE
           END-IF
           MOVE WS-FECHA-HOY TO WS-TIT-1-FECHA
                                WS-DOC-FECHA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           MOVE ZEROS  TO DEPTO-EMP
           MOVE SPACES TO SW-FIN
           START EMPLEADOS KEY IS NOT LESS DEPTO-EMP
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 310-REVISA-EMPLEADO THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF NOT PRIMER-DEPTO
              THEN
                  PERFORM 330-CORTE-DEPTO THRU 330-FIN
           END-IF
           MOVE WS-TOT-REVISADOS TO WS-TOT-REVISADOS-R
           WRITE REG-REPORTE FROM WS-TOTALES AFTER 2
           MOVE WS-TOT-EMPLEADOS TO WS-SUB-EMPLEADOS
           MOVE WS-TOT-FALTANTES TO WS-SUB-FALTANTES
           MOVE WS-TOT-VENCIDOS  TO WS-SUB-VENCIDOS
           WRITE REG-REPORTE FROM WS-SUBTOTAL AFTER 1
           MOVE "F" TO WS-DOC-ACCION
           CALL "PROGDPEN" USING WS-PARAMETROS-DOCS
           DISPLAY "EMPLEADOS REVISADOS: " WS-TOT-REVISADOS
                   " CON PENDIENTES: " WS-TOT-EMPLEADOS
           IF WS-TOT-EMPLEADOS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EMPLEADOS
                 REPORTE
           IF HAY-ARCHIVO-CONTRATO
              THEN
                  CLOSE CONTRATO
           END-IF.
       300-FIN.  EXIT.

       310-REVISA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           IF EMP-ES-BAJA
              THEN
                  GO TO 310-FIN
           END-IF
           IF PRIMER-DEPTO
              OR DEPTO-EMP NOT EQUAL WS-DEPTO-ANT
              THEN
                  IF NOT PRIMER-DEPTO
                     THEN
                         PERFORM 330-CORTE-DEPTO THRU 330-FIN
                  END-IF
                  PERFORM 320-TITULO-DEPTO THRU 320-FIN
           END-IF
           ADD 1 TO WS-TOT-REVISADOS
           PERFORM 220-TIPO-CONTRATO THRU 220-FIN
           MOVE "C"              TO WS-DOC-ACCION
           MOVE NUMERO-EMP       TO WS-DOC-NUMERO-EMP
           MOVE WS-TIPO-CONTRATO TO WS-DOC-TIPO-CONTRATO
           CALL "PROGDPEN" USING WS-PARAMETROS-DOCS
           IF WS-DOC-CUANTOS EQUAL ZEROS
              THEN
                  GO TO 310-FIN
           END-IF
           ADD 1                TO WS-DEP-EMPLEADOS
           ADD WS-DOC-FALTANTES TO WS-DEP-FALTANTES
           ADD WS-DOC-VENCIDOS  TO WS-DEP-VENCIDOS
           PERFORM 315-DETALLE THRU 315-FIN
                   VARYING WS-IND-DOC FROM 1 BY 1
                   UNTIL WS-IND-DOC GREATER WS-DOC-CUANTOS.
       310-FIN.  EXIT.

       315-DETALLE.
           MOVE NUMERO-EMP TO WS-DET-NUMERO
           MOVE NOMBRE-EMP TO WS-DET-NOMBRE
           MOVE WS-DOC-CODIGO (WS-IND-DOC)      TO WS-DET-CODIGO
           MOVE WS-DOC-DESCRIPCION (WS-IND-DOC) TO WS-DET-DESCRIPCION
           IF DOC-FALTA (WS-IND-DOC)
              THEN
                  MOVE "FALTA"   TO WS-DET-ESTADO
                  MOVE SPACES    TO WS-DET-VENCE
              ELSE
                  MOVE "VENCIDO" TO WS-DET-ESTADO
                  MOVE WS-DOC-VENCE (WS-IND-DOC) TO WS-DET-VENCE
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       315-FIN.  EXIT.

       320-TITULO-DEPTO.
           MOVE "N"       TO SW-PRIMER-DEPTO
           MOVE DEPTO-EMP TO WS-DEPTO-ANT
                             WS-TIT-2-DEPTO
                             LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           IF DEPTO-EXISTE
              THEN
                  MOVE LK-DEPTO-NOMBRE TO WS-TIT-2-NOMBRE
              ELSE
                  MOVE SPACES          TO WS-TIT-2-NOMBRE
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE ZEROS TO WS-DEP-EMPLEADOS
                         WS-DEP-FALTANTES
                         WS-DEP-VENCIDOS.
       320-FIN.  EXIT.

       330-CORTE-DEPTO.
           MOVE WS-DEP-EMPLEADOS TO WS-SUB-EMPLEADOS
           MOVE WS-DEP-FALTANTES TO WS-SUB-FALTANTES
           MOVE WS-DEP-VENCIDOS  TO WS-SUB-VENCIDOS
           WRITE REG-REPORTE FROM WS-SUBTOTAL AFTER 2
           ADD WS-DEP-EMPLEADOS TO WS-TOT-EMPLEADOS
           ADD WS-DEP-FALTANTES TO WS-TOT-FALTANTES
           ADD WS-DEP-VENCIDOS  TO WS-TOT-VENCIDOS.
       330-FIN.  EXIT.
