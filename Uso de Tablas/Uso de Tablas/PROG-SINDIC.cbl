       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGSIND.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * AFILIACION SINDICAL Y CUOTAS (COPY SINDICAT). LA PLANTILLA SE  *
      * DIVIDE EN SINDICALIZADOS Y CONFIANZA; PROGNOMI RETIENE LA      *
      * CUOTA A LOS PRIMEROS (CONCEPTO SIND) Y LA EMPRESA LA ENTREGA   *
      * CADA MES AL SINDICATO CON SU LISTADO:                          *
      *   OPCION 1 - AFILIACION POR EMPLEADO: ALTA, CAMBIO DE SECCION  *
      *              Y BAJA (QUE LO DEJA COMO CONFIANZA, EL RENGLON    *
      *              SE CONSERVA). AUDITORIA MODO "T" VIA PROGMENU DE  *
      *              CADA MOVIMIENTO.                                  *
      *   OPCION 2 - LISTADO MENSUAL DE CUOTAS RETENIDAS, POR EMPLEADO *
      *              CON TOTALES POR SECCION, TOMADO DE LOS RENGLONES  *
      *              SIND DE NOMINA (LO REALMENTE RETENIDO, NO UN      *
      *              RECALCULO). SIN CUOTAS EN EL MES, RETURN-CODE 4.  *
      *              LA CUOTA QUE PROGREVE REVIRTIO (BITACORA NOMREVE) *
      *              NO SE LISTA NI SE ENTREGA.                        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINDICAT     ASSIGN TO UT-S-SINDICAT
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SIN-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SINDICAT.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT NOMREVE      ASSIGN TO UT-S-NOMREVE
                               FILE STATUS IS WS-STATUS-NOMREVE.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  SINDICAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-SINDICAT.
           COPY SINDICAT.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

      * BITACORA DE RENGLONES REVERTIDOS DE PROGREVE, CON EL CONCEPTO
      * ORIGINAL (LAYOUT DE NOMINA). PUEDE NO EXISTIR.
       FD  NOMREVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS REG-NOMREVE.
       01  REG-NOMREVE            PIC X(101).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-SINDICAT  PIC X(02)    VALUE "00".
              88 SINDICAT-OK        VALUE "00" "05".
              88 SINDICAT-NO-EXISTE VALUE "35".
           05 SW-HAY-SINDICAT     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-SINDICAT VALUE "S".
           05 SW-HAY-EMPLEADOS    PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-EMPLEADOS VALUE "S".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-NOMREVE   PIC X(02)    VALUE "00".
              88 NOMREVE-OK         VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-ACCION           PIC X(01)    VALUE SPACES.
              88 ACCION-TERMINAR    VALUE "T".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-EXISTE           PIC X(01)    VALUE "N".
              88 AFILIACION-EXISTE  VALUE "S".
           05 SW-DATOS            PIC X(01)    VALUE "N".
              88 DATOS-OK           VALUE "S".
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-MES-CAPTURA      PIC 9(02)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-MES-PEDIDO.
              10 WS-PED-ANIO      PIC 9(04).
              10 WS-PED-MES       PIC 9(02).
           05 WS-CUOTAS           PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-CUOTAS       PIC 9(09)V99 VALUE ZEROS.
           05 WS-SECCION-RENGLON  PIC 9(03)    VALUE ZEROS.
           05 WS-EXCLUIDAS        PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-REV        PIC 9(03)    VALUE ZEROS.
           05 WS-IND-REV          PIC 9(03)    VALUE ZEROS.
           05 WS-IND-BUSCA-REV    PIC 9(03)    VALUE ZEROS.
           05 SW-REV-LLENA        PIC X(01)    VALUE "N".
              88 TABLA-REV-LLENA    VALUE "S".
           05 SW-FIN-REV          PIC X(03)    VALUE SPACES.
           05 WS-TOTAL-SECCIONES  PIC 9(03)    VALUE ZEROS.
           05 SW-TABLA-LLENA      PIC X(01)    VALUE "N".
              88 TABLA-SECCIONES-LLENA VALUE "S".
           05 SW-SECCION-ENCONTRADA PIC X(01)  VALUE "N".
              88 SECCION-ENCONTRADA    VALUE "S".
              88 SECCION-NO-ENCONTRADA VALUE "N".

      * 100 SECCIONES; LA SECCION 000 JUNTA LAS CUOTAS DE QUIEN YA NO
      * TIENE RENGLON EN SINDICAT (BAJA POSTERIOR AL PAGO).
       01  WS-TABLA-SECCIONES.
           05 WS-TABLA-SECCION    OCCURS 100 TIMES
                                  INDEXED BY WS-IDX-SEC.
              10 WS-TS-SECCION    PIC 9(03)    VALUE ZEROS.
              10 WS-TS-CUOTAS     PIC 9(05)    VALUE ZEROS.
              10 WS-TS-IMPORTE    PIC 9(09)V99 VALUE ZEROS.

      * CUOTAS SIND DEL MES QUE PROGREVE REVIRTIO: CADA UNA EXCLUYE
      * AL PRIMER RENGLON DE NOMINA DEL MISMO EMPLEADO, PERIODO E
      * IMPORTE (EL REVERTIDO SIEMPRE VA ANTES QUE EL PAGO CORRECTO).
       01  WS-TABLA-REVERTIDOS.
           05 WS-REVERTIDO        OCCURS 500 TIMES.
              10 WS-REV-NUMERO    PIC 9(05).
              10 WS-REV-PERIODO   PIC 9(08).
              10 WS-REV-IMPORTE   PIC 9(07)V99.
              10 WS-REV-USADO     PIC X(01).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "S".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGSIND".

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "CUOTAS SINDICALES RETENIDAS ".
           05 FILLER              PIC X(06)    VALUE "MES: ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(17)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "EMPLEADO NOMBRE".
           05 FILLER              PIC X(24)
              VALUE "    PERIODO  SECC".
           05 FILLER              PIC X(24)
              VALUE "       CUOTA".

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(24).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PERIODO      PIC 9(08).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-SECCION      PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CUOTA        PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-DET-SECCION-TOT.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "SECCION ".
           05 WS-SEC-CODIGO       PIC 9(03).
           05 FILLER              PIC X(10)    VALUE "  CUOTAS: ".
           05 WS-SEC-CUOTAS       PIC ZZ,ZZ9.
           05 FILLER              PIC X(11)    VALUE "  IMPORTE: ".
           05 WS-SEC-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(24)    VALUE SPACES.

       01  WS-DET-TOT-CUOTAS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CUOTAS RETENIDAS EN EL MES : ".
           05 WS-TOT-CUOTAS-R     PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-IMPORTE.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "IMPORTE A ENTREGAR         : ".
           05 WS-TOT-IMPORTE-R    PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. AFILIACION SINDICAL POR EMPLEADO"
           DISPLAY "2. LISTADO MENSUAL DE CUOTAS SINDICALES"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CAPTURA THRU 100-FIN
              WHEN 2
                 PERFORM 200-LISTADO THRU 200-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * OPCION 1: AFILIACION POR EMPLEADO
      * ---------------------------------------------------------------
       100-CAPTURA.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           OPEN I-O SINDICAT
           IF SINDICAT-NO-EXISTE
              THEN
                  OPEN OUTPUT SINDICAT
                  CLOSE SINDICAT
                  OPEN I-O SINDICAT
           END-IF
           IF NOT SINDICAT-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SINDICAT, STATUS: "
                          WS-STATUS-SINDICAT
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 100-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO NUMERO-EMP
                                    WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "SIND NOEX" TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
              NOT INVALID KEY
                 DISPLAY "EMPLEADO: " NUMERO-EMP " " NOMBRE-EMP
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
                 MOVE SPACES TO WS-ACCION
                 PERFORM 120-UNA-ACCION THRU 120-FIN
                         UNTIL ACCION-TERMINAR
           END-READ
           CLOSE EMPLEADOS
           CLOSE SINDICAT.
       100-FIN.  EXIT.

      * DEJA EL RENGLON DEL EMPLEADO EN REG-SINDICAT (SI LO HAY) Y
      * PRENDE AFILIACION-EXISTE; SIN RENGLON ES DE CONFIANZA.
       110-MUESTRA-ACTUAL.
           MOVE "N" TO SW-EXISTE
           MOVE WS-NUMERO-PEDIDO TO SIN-NUMERO-EMP
           READ SINDICAT
              INVALID KEY
                 DISPLAY "SIN AFILIACION REGISTRADA: CONFIANZA"
                 GO TO 110-FIN
           END-READ
           SET AFILIACION-EXISTE TO TRUE
           IF SIN-SINDICALIZADO
              THEN
                  DISPLAY "SINDICALIZADO, SECCION: " SIN-SECCION
                          " DESDE: " SIN-FECHA-AFILIACION
              ELSE
                  DISPLAY "CONFIANZA (BAJA DEL SINDICATO EL "
                          SIN-FECHA-MOV ")"
           END-IF.
       110-FIN.  EXIT.

       120-UNA-ACCION.
           DISPLAY "A=AFILIAR, C=CAMBIO DE SECCION, B=BAJA DEL "
                   "SINDICATO, T=TERMINAR: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "A"
                 PERFORM 130-AFILIA THRU 130-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "C"
                 PERFORM 140-CAMBIO THRU 140-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "B"
                 PERFORM 150-BAJA THRU 150-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "T"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION INVALIDA"
           END-EVALUATE.
       120-FIN.  EXIT.

      * UN EMPLEADO DADO DE BAJA DEL SINDICATO SE PUEDE VOLVER A
      * AFILIAR SOBRE EL MISMO RENGLON.
       130-AFILIA.
           IF AFILIACION-EXISTE
              AND SIN-SINDICALIZADO
              THEN
                  DISPLAY "EL EMPLEADO YA ESTA AFILIADO, USE CAMBIO"
                  MOVE "SIND DUPL" TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           MOVE SPACES           TO REG-SINDICAT
           MOVE WS-NUMERO-PEDIDO TO SIN-NUMERO-EMP
           SET SIN-SINDICALIZADO TO TRUE
           PERFORM 160-CAPTURA-DATOS THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 130-AUDITA
           END-IF
           IF AFILIACION-EXISTE
              THEN
                  REWRITE REG-SINDICAT
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR SINDICAT"
                        MOVE "SIND ERR " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "SIND ALTA" TO WS-MENU-RESULTADO
                  END-REWRITE
              ELSE
                  WRITE REG-SINDICAT
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR SINDICAT"
                        MOVE "SIND ERR " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "SIND ALTA" TO WS-MENU-RESULTADO
                  END-WRITE
           END-IF.
       130-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       130-FIN.  EXIT.

       140-CAMBIO.
           IF NOT AFILIACION-EXISTE
              OR NOT SIN-SINDICALIZADO
              THEN
                  DISPLAY "EL EMPLEADO NO ESTA AFILIADO, USE AFILIAR"
                  MOVE "SIND NOAF" TO WS-MENU-RESULTADO
                  GO TO 140-AUDITA
           END-IF
           PERFORM 160-CAPTURA-DATOS THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 140-AUDITA
           END-IF
           REWRITE REG-SINDICAT
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR SINDICAT"
                 MOVE "SIND ERR " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "SIND CAMB" TO WS-MENU-RESULTADO
           END-REWRITE.
       140-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       140-FIN.  EXIT.

      * LA BAJA NO BORRA EL RENGLON: QUEDA COMO CONFIANZA CON LA
      * FECHA DEL MOVIMIENTO, Y SU SECCION SIGUE SIRVIENDO AL LISTADO
      * DE CUOTAS DE LOS PERIODOS YA PAGADOS.
       150-BAJA.
           IF NOT AFILIACION-EXISTE
              OR NOT SIN-SINDICALIZADO
              THEN
                  DISPLAY "EL EMPLEADO NO ESTA AFILIADO"
                  MOVE "SIND NOAF" TO WS-MENU-RESULTADO
                  GO TO 150-AUDITA
           END-IF
           MOVE "N"          TO SIN-AFILIACION
           MOVE WS-FECHA-HOY TO SIN-FECHA-MOV
           REWRITE REG-SINDICAT
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR SINDICAT"
                 MOVE "SIND ERR " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "SIND BAJA" TO WS-MENU-RESULTADO
           END-REWRITE.
       150-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       150-FIN.  EXIT.

      * CAPTURA Y VALIDA SECCION Y FECHA DE AFILIACION SOBRE
      * REG-SINDICAT; UN DATO INVALIDO DEJA DATOS-OK APAGADO.
       160-CAPTURA-DATOS.
           MOVE "N" TO SW-DATOS
           DISPLAY "SECCION SINDICAL: "
           ACCEPT SIN-SECCION
           IF SIN-SECCION EQUAL ZEROS
              THEN
                  DISPLAY "SECCION EN CEROS, NO SE GRABA"
                  MOVE "SIND SECC" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "FECHA DE AFILIACION (AAAAMMDD): "
           ACCEPT SIN-FECHA-AFILIACION
           MOVE SIN-FECHA-AFILIACION (5:2) TO WS-MES-CAPTURA
           IF SIN-FECHA-AFILIACION EQUAL ZEROS
              OR WS-MES-CAPTURA LESS 1
              OR WS-MES-CAPTURA GREATER 12
              THEN
                  DISPLAY "FECHA DE AFILIACION INVALIDA, NO SE GRABA"
                  MOVE "SIND FECH" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           MOVE WS-FECHA-HOY TO SIN-FECHA-MOV
           SET DATOS-OK TO TRUE.
       160-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: LISTADO MENSUAL DE CUOTAS
      * ---------------------------------------------------------------
       200-LISTADO.
           DISPLAY "MES A LISTAR (AAAAMM): "
           ACCEPT WS-MES-PEDIDO
           IF WS-PED-MES LESS 1
              OR WS-PED-MES GREATER 12
              THEN
                  DISPLAY "MES INVALIDO"
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           PERFORM 205-CARGA-REVERTIDOS THRU 205-FIN
           OPEN INPUT SINDICAT
           IF SINDICAT-OK
              THEN
                  SET HAY-ARCHIVO-SINDICAT TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO SINDICAT, LAS CUOTAS SALEN EN "
                          "LA SECCION 000, STATUS: "
                          WS-STATUS-SINDICAT
           END-IF
           OPEN INPUT EMPLEADOS
           IF EMPLEADOS-OK
              THEN
                  SET HAY-ARCHIVO-EMPLEADOS TO TRUE
              ELSE
                  DISPLAY "SIN EMPLEADOS, EL LISTADO SALE SIN NOMBRES, "
                          "STATUS: " WS-STATUS-EMPLEADOS
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-PED-ANIO TO WS-TIT-ANIO
           MOVE WS-PED-MES  TO WS-TIT-MES
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE SPACES TO SW-FIN
           PERFORM 210-LEE-NOMINA THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           PERFORM VARYING WS-IDX-SEC FROM 1 BY 1
                   UNTIL WS-IDX-SEC GREATER WS-TOTAL-SECCIONES
              MOVE WS-TS-SECCION (WS-IDX-SEC) TO WS-SEC-CODIGO
              MOVE WS-TS-CUOTAS  (WS-IDX-SEC) TO WS-SEC-CUOTAS
              MOVE WS-TS-IMPORTE (WS-IDX-SEC) TO WS-SEC-IMPORTE
              WRITE REG-REPORTE FROM WS-DET-SECCION-TOT AFTER 1
           END-PERFORM
           MOVE WS-CUOTAS     TO WS-TOT-CUOTAS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-CUOTAS  AFTER 2
           MOVE WS-TOT-CUOTAS TO WS-TOT-IMPORTE-R
           WRITE REG-REPORTE FROM WS-DET-TOT-IMPORTE AFTER 1
           CLOSE NOMINA
           CLOSE REPORTE
           IF HAY-ARCHIVO-SINDICAT
              THEN
                  CLOSE SINDICAT
           END-IF
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  CLOSE EMPLEADOS
           END-IF
           DISPLAY "CUOTAS SINDICALES DEL MES: " WS-CUOTAS
                   " IMPORTE: " WS-TOT-CUOTAS
           IF WS-EXCLUIDAS GREATER ZEROS
              THEN
                  DISPLAY "CUOTAS REVERTIDAS, NO SE ENTREGAN: "
                          WS-EXCLUIDAS
           END-IF
           IF WS-CUOTAS EQUAL ZEROS
              THEN
                  DISPLAY "NO HAY CUOTAS SINDICALES EN EL MES PEDIDO"
                  MOVE 4 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       205-CARGA-REVERTIDOS.
           MOVE ZEROS TO WS-TOTAL-REV
           OPEN INPUT NOMREVE
           IF NOT NOMREVE-OK
              THEN
                  GO TO 205-FIN
           END-IF
           MOVE SPACES TO SW-FIN-REV
           PERFORM 206-CARGA-UNO THRU 206-FIN
                   UNTIL SW-FIN-REV EQUAL "FIN"
           CLOSE NOMREVE.
       205-FIN.  EXIT.

       206-CARGA-UNO.
           READ NOMREVE INTO REG-NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN-REV
                 GO TO 206-FIN
           END-READ
           IF NOM-CONCEPTO NOT EQUAL "SIND"
              OR NOM-ANIO NOT EQUAL WS-PED-ANIO
              OR NOM-MES  NOT EQUAL WS-PED-MES
              THEN
                  GO TO 206-FIN
           END-IF
           IF WS-TOTAL-REV EQUAL 500
              THEN
                  IF NOT TABLA-REV-LLENA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 500 "
                                 "CUOTAS REVERTIDAS EN EL MES"
                         SET TABLA-REV-LLENA TO TRUE
                         MOVE 4 TO RETURN-CODE
                  END-IF
                  GO TO 206-FIN
           END-IF
           ADD 1 TO WS-TOTAL-REV
           MOVE NOM-NUMERO-EMP TO WS-REV-NUMERO  (WS-TOTAL-REV)
           MOVE NOM-PERIODO    TO WS-REV-PERIODO (WS-TOTAL-REV)
           MOVE NOM-DEDUCCION  TO WS-REV-IMPORTE (WS-TOTAL-REV)
           MOVE "N"            TO WS-REV-USADO   (WS-TOTAL-REV).
       206-FIN.  EXIT.

       210-LEE-NOMINA.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF NOM-CONCEPTO NOT EQUAL "SIND"
              OR NOM-ANIO NOT EQUAL WS-PED-ANIO
              OR NOM-MES  NOT EQUAL WS-PED-MES
              THEN
                  GO TO 210-FIN
           END-IF
           PERFORM 215-BUSCA-REVERTIDO THRU 215-FIN
           IF WS-IND-REV NOT EQUAL ZEROS
              THEN
                  MOVE "S" TO WS-REV-USADO (WS-IND-REV)
                  ADD 1    TO WS-EXCLUIDAS
                  GO TO 210-FIN
           END-IF
           ADD 1             TO WS-CUOTAS
           ADD NOM-DEDUCCION TO WS-TOT-CUOTAS
           MOVE ZEROS TO WS-SECCION-RENGLON
           IF HAY-ARCHIVO-SINDICAT
              THEN
                  MOVE NOM-NUMERO-EMP TO SIN-NUMERO-EMP
                  READ SINDICAT
                     NOT INVALID KEY
                        MOVE SIN-SECCION TO WS-SECCION-RENGLON
                  END-READ
           END-IF
           MOVE SPACES TO WS-DET-NOMBRE
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  MOVE NOM-NUMERO-EMP TO NUMERO-EMP
                  READ EMPLEADOS
                     INVALID KEY
                        MOVE "NO EXISTE EN EL MAESTRO" TO WS-DET-NOMBRE
                     NOT INVALID KEY
                        MOVE NOMBRE-EMP TO WS-DET-NOMBRE
                  END-READ
           END-IF
           MOVE NOM-NUMERO-EMP     TO WS-DET-NUMERO
           MOVE NOM-PERIODO        TO WS-DET-PERIODO
           MOVE WS-SECCION-RENGLON TO WS-DET-SECCION
           MOVE NOM-DEDUCCION      TO WS-DET-CUOTA
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           PERFORM 220-ACUMULA-SECCION THRU 220-FIN.
       210-FIN.  EXIT.

       215-BUSCA-REVERTIDO.
           MOVE ZEROS TO WS-IND-REV
           PERFORM 216-COMPARA-UNO THRU 216-FIN
                   VARYING WS-IND-BUSCA-REV FROM 1 BY 1
                   UNTIL WS-IND-BUSCA-REV GREATER WS-TOTAL-REV
                      OR WS-IND-REV NOT EQUAL ZEROS.
       215-FIN.  EXIT.

       216-COMPARA-UNO.
           IF WS-REV-USADO   (WS-IND-BUSCA-REV) EQUAL "N"
              AND WS-REV-NUMERO  (WS-IND-BUSCA-REV) EQUAL NOM-NUMERO-EMP
              AND WS-REV-PERIODO (WS-IND-BUSCA-REV) EQUAL NOM-PERIODO
              AND WS-REV-IMPORTE (WS-IND-BUSCA-REV) EQUAL NOM-DEDUCCION
              THEN
                  MOVE WS-IND-BUSCA-REV TO WS-IND-REV
           END-IF.
       216-FIN.  EXIT.

       220-ACUMULA-SECCION.
           SET SECCION-NO-ENCONTRADA TO TRUE
           SET WS-IDX-SEC TO 1
           SEARCH WS-TABLA-SECCION
              AT END
                 CONTINUE
              WHEN WS-IDX-SEC NOT GREATER WS-TOTAL-SECCIONES
                 AND WS-TS-SECCION (WS-IDX-SEC) EQUAL WS-SECCION-RENGLON
                 SET SECCION-ENCONTRADA TO TRUE
           END-SEARCH
           IF SECCION-NO-ENCONTRADA
              THEN
                  IF WS-TOTAL-SECCIONES EQUAL 100
                     THEN
                         IF NOT TABLA-SECCIONES-LLENA
                            THEN
                                DISPLAY "CAPACIDAD EXCEDIDA: MAS DE "
                                        "100 SECCIONES, EL EXCEDENTE "
                                        "NO SE TOTALIZA"
                                SET TABLA-SECCIONES-LLENA TO TRUE
                                MOVE 4 TO RETURN-CODE
                         END-IF
                         GO TO 220-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-SECCIONES
                  SET WS-IDX-SEC TO WS-TOTAL-SECCIONES
                  MOVE WS-SECCION-RENGLON TO WS-TS-SECCION (WS-IDX-SEC)
           END-IF
           ADD 1             TO WS-TS-CUOTAS  (WS-IDX-SEC)
           ADD NOM-DEDUCCION TO WS-TS-IMPORTE (WS-IDX-SEC).
       220-FIN.  EXIT.
