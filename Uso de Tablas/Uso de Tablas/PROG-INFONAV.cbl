       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGINFO.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              14/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * MODULO DE CREDITOS INFONAVIT (VER COPY INFONAV):               *
      *   OPCION 1 - AVISO DE RETENCION: DA DE ALTA O REEMPLAZA EL     *
      *              CREDITO DEL EMPLEADO CON NUMERO DE CREDITO, TIPO  *
      *              DE DESCUENTO, VALOR Y FECHA DE INICIO; UNA        *
      *              SUSPENSION ANTERIOR QUEDA SIN EFECTO.             *
      *   OPCION 2 - AVISO DE SUSPENSION: REGISTRA LA FECHA A PARTIR   *
      *              DE LA CUAL YA NO SE DESCUENTA.                    *
      *   OPCION 3 - REPORTE BIMESTRAL: TOTALIZA POR EMPLEADO LO       *
      *              RETENIDO (CONCEPTO INFO DE NOMINA) EN LOS DOS     *
      *              MESES DEL BIMESTRE, PARA EL PAGO AL INSTITUTO.    *
      *              LO QUE PROGREVE REVIRTIO (BITACORA NOMREVE) SE    *
      *              RESTA: UN DESCUENTO CANCELADO NO SE ENTERA.       *
      * LOS AVISOS SE AUDITAN MODO "T" VIA PROGMENU. EL DESCUENTO LO   *
      * APLICA PROGNOMI EN CADA PERIODO QUE CAE ENTRE INICIO Y         *
      * SUSPENSION.                                                    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFONAV      ASSIGN TO UT-S-INFONAV
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS INF-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-INFONAV.
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
       FD  INFONAV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-INFONAV.
           COPY INFONAV.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

      * BITACORA DE RENGLONES REVERTIDOS DE PROGREVE, CON EL CONCEPTO
      * ORIGINAL (LAYOUT DE NOMINA). PUEDE NO EXISTIR.
       FD  NOMREVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
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
           05 WS-STATUS-INFONAV   PIC X(02)    VALUE "00".
              88 INFONAV-OK         VALUE "00" "05".
              88 INFONAV-NO-EXISTE  VALUE "35".
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
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-HAY-INFONAV      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-INFONAV VALUE "S".
           05 SW-HAY-EMPLEADOS    PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-EMPLEADOS VALUE "S".
           05 SW-CREDITO-EXISTE   PIC X(01)    VALUE "N".
              88 YA-TIENE-CREDITO   VALUE "S".
              88 CREDITO-NUEVO      VALUE "N".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-ANIO-BIM         PIC 9(04)    VALUE ZEROS.
           05 WS-BIMESTRE         PIC 9(01)    VALUE ZEROS.
           05 WS-MES-INICIAL      PIC 9(02)    VALUE ZEROS.
           05 WS-MES-FINAL        PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-EMPS       PIC 9(03)    VALUE ZEROS.
           05 WS-IND-EMP          PIC 9(03)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(03)    VALUE ZEROS.
           05 WS-TOT-RETENIDO     PIC 9(11)V99 VALUE ZEROS.

      * RETENIDO EN EL BIMESTRE POR EMPLEADO; NOMINA VIENE EN ORDEN
      * DE CORRIDA Y NO DE EMPLEADO, ASI QUE SE ACUMULA AQUI.
       01  WS-TABLA-RETENIDO.
           05 WS-RETENIDO         OCCURS 500 TIMES.
              10 WS-RET-NUMERO    PIC 9(05).
              10 WS-RET-IMPORTE   PIC 9(09)V99.
              10 WS-RET-PERIODOS  PIC 9(02).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "G".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGINFO".

       01  WS-TITULO-1.
           05 FILLER              PIC X(16)    VALUE SPACES.
           05 FILLER              PIC X(48)
              VALUE "RETENCIONES INFONAVIT DEL BIMESTRE".
           05 FILLER              PIC X(16)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(06)    VALUE "  ANIO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(12)    VALUE "  BIMESTRE: ".
           05 WS-TIT-2-BIMESTRE   PIC 9(01).
           05 FILLER              PIC X(56)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CREDITO      PIC X(10).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PERIODOS     PIC Z9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-IMPORTE      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "TOTAL A PAGAR AL INSTITUTO : ".
           05 WS-TOT-RETENIDO-R   PIC $$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(33)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. AVISO DE RETENCION (ALTA O CAMBIO DE CREDITO)"
           DISPLAY "2. AVISO DE SUSPENSION DE DESCUENTOS"
           DISPLAY "3. REPORTE BIMESTRAL DE RETENCIONES"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
              WHEN 2
                 PERFORM 100-CAPTURA THRU 100-FIN
              WHEN 3
                 PERFORM 300-REPORTE THRU 300-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * OPCIONES 1 Y 2: AVISOS DEL INSTITUTO
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
           OPEN I-O INFONAV
           IF INFONAV-NO-EXISTE
              THEN
                  OPEN OUTPUT INFONAV
                  CLOSE INFONAV
                  OPEN I-O INFONAV
           END-IF
           IF NOT INFONAV-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR INFONAV, STATUS: "
                          WS-STATUS-INFONAV
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 100-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           MOVE NUMERO-EMP TO WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "INF NOEX " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 IF WS-OPCION EQUAL 1
                    THEN
                        PERFORM 110-AVISO-RETENCION THRU 110-FIN
                    ELSE
                        PERFORM 120-AVISO-SUSPENSION THRU 120-FIN
                 END-IF
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE EMPLEADOS
           CLOSE INFONAV.
       100-FIN.  EXIT.

       110-AVISO-RETENCION.
           SET CREDITO-NUEVO TO TRUE
           MOVE NUMERO-EMP TO INF-NUMERO-EMP
           READ INFONAV
              INVALID KEY
                 MOVE SPACES     TO REG-INFONAV
                 MOVE NUMERO-EMP TO INF-NUMERO-EMP
              NOT INVALID KEY
                 SET YA-TIENE-CREDITO TO TRUE
                 DISPLAY "CREDITO ACTUAL      : " INF-CREDITO
                 DISPLAY "TIPO ACTUAL         : " INF-TIPO
                 DISPLAY "VALOR ACTUAL        : " INF-VALOR
                 DISPLAY "INICIO / SUSPENSION : " INF-FECHA-INICIO
                         " / " INF-FECHA-SUSPENSION
           END-READ
           DISPLAY "NUMERO DE CREDITO: "
           ACCEPT INF-CREDITO
           IF INF-CREDITO EQUAL SPACES
              THEN
                  DISPLAY "NUMERO DE CREDITO EN BLANCO, NO SE GRABA"
                  MOVE "INF CRED " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "TIPO DE DESCUENTO (P=PORCENTAJE SDI, "
                   "C=CUOTA FIJA MENSUAL, V=VECES SALARIO MINIMO): "
           ACCEPT INF-TIPO
           IF NOT INF-ES-PORCENTAJE
              AND NOT INF-ES-CUOTA-FIJA
              AND NOT INF-ES-VSM
              THEN
                  DISPLAY "TIPO INVALIDO, NO SE GRABA"
                  MOVE "INF TIPO " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           EVALUATE TRUE
              WHEN INF-ES-PORCENTAJE
                 DISPLAY "PORCENTAJE SOBRE EL SDI: "
              WHEN INF-ES-CUOTA-FIJA
                 DISPLAY "CUOTA FIJA MENSUAL EN PESOS: "
              WHEN OTHER
                 DISPLAY "FACTOR EN VECES SALARIO MINIMO MENSUAL: "
           END-EVALUATE
           ACCEPT INF-VALOR
           IF INF-VALOR EQUAL ZEROS
              OR (INF-ES-PORCENTAJE AND INF-VALOR GREATER 100)
              THEN
                  DISPLAY "VALOR DE DESCUENTO INVALIDO, NO SE GRABA"
                  MOVE "INF VALOR" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "FECHA DE INICIO DE DESCUENTOS (AAAAMMDD): "
           ACCEPT INF-FECHA-INICIO
           IF INF-FECHA-INICIO EQUAL ZEROS
              THEN
                  DISPLAY "FECHA DE INICIO INVALIDA, NO SE GRABA"
                  MOVE "INF FECHA" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
      * UN AVISO DE RETENCION NUEVO REACTIVA EL CREDITO: LA
      * SUSPENSION ANTERIOR YA NO APLICA.
           MOVE ZEROS        TO INF-FECHA-SUSPENSION
           MOVE WS-FECHA-HOY TO INF-FECHA-AVISO
           MOVE "R"          TO INF-ULTIMO-AVISO
           PERFORM 130-GRABA-CREDITO THRU 130-FIN.
       110-FIN.  EXIT.

       120-AVISO-SUSPENSION.
           MOVE NUMERO-EMP TO INF-NUMERO-EMP
           READ INFONAV
              INVALID KEY
                 DISPLAY "EL EMPLEADO NO TIENE CREDITO INFONAVIT"
                 MOVE "INF SINCR" TO WS-MENU-RESULTADO
                 GO TO 120-FIN
           END-READ
           SET YA-TIENE-CREDITO TO TRUE
           DISPLAY "CREDITO             : " INF-CREDITO
           DISPLAY "DESCUENTA DESDE     : " INF-FECHA-INICIO
           DISPLAY "FECHA DE SUSPENSION (AAAAMMDD): "
           ACCEPT INF-FECHA-SUSPENSION
           IF INF-FECHA-SUSPENSION NOT GREATER INF-FECHA-INICIO
              THEN
                  DISPLAY "LA SUSPENSION DEBE SER POSTERIOR AL "
                          "INICIO, NO SE GRABA"
                  MOVE "INF FECHA" TO WS-MENU-RESULTADO
                  GO TO 120-FIN
           END-IF
           MOVE WS-FECHA-HOY TO INF-FECHA-AVISO
           MOVE "S"          TO INF-ULTIMO-AVISO
           PERFORM 130-GRABA-CREDITO THRU 130-FIN.
       120-FIN.  EXIT.

       130-GRABA-CREDITO.
           IF YA-TIENE-CREDITO
              THEN
                  REWRITE REG-INFONAV
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR INFONAV"
                        MOVE "INF ERR  " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "INF OK   " TO WS-MENU-RESULTADO
                  END-REWRITE
              ELSE
                  WRITE REG-INFONAV
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR INFONAV"
                        MOVE "INF ERR  " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "INF OK   " TO WS-MENU-RESULTADO
                  END-WRITE
           END-IF.
       130-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: REPORTE BIMESTRAL DE RETENCIONES
      * ---------------------------------------------------------------
       300-REPORTE.
           DISPLAY "ANIO DEL BIMESTRE (AAAA): "
           ACCEPT WS-ANIO-BIM
           DISPLAY "BIMESTRE (1 A 6): "
           ACCEPT WS-BIMESTRE
           IF WS-BIMESTRE LESS 1
              OR WS-BIMESTRE GREATER 6
              THEN
                  DISPLAY "BIMESTRE INVALIDO"
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           COMPUTE WS-MES-INICIAL = (WS-BIMESTRE * 2) - 1
           COMPUTE WS-MES-FINAL   = WS-BIMESTRE * 2
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 310-ACUMULA THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 315-RESTA-REVERTIDOS THRU 315-FIN
           CLOSE NOMINA
           OPEN INPUT INFONAV
           IF INFONAV-OK
              THEN
                  SET HAY-ARCHIVO-INFONAV TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO INFONAV, EL REPORTE SALE SIN "
                          "NUMERO DE CREDITO, STATUS: "
                          WS-STATUS-INFONAV
           END-IF
           OPEN INPUT EMPLEADOS
           IF EMPLEADOS-OK
              THEN
                  SET HAY-ARCHIVO-EMPLEADOS TO TRUE
           END-IF
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           MOVE WS-ANIO-BIM TO WS-TIT-2-ANIO
           MOVE WS-BIMESTRE TO WS-TIT-2-BIMESTRE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           PERFORM 320-LISTA-EMPLEADO THRU 320-FIN
                   VARYING WS-IND-EMP FROM 1 BY 1
                   UNTIL WS-IND-EMP GREATER WS-TOTAL-EMPS
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-TOT-RETENIDO TO WS-TOT-RETENIDO-R
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           IF HAY-ARCHIVO-INFONAV
              THEN
                  CLOSE INFONAV
           END-IF
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  CLOSE EMPLEADOS
           END-IF
           CLOSE REPORTE
           DISPLAY "EMPLEADOS CON RETENCION EN EL BIMESTRE: "
                   WS-TOTAL-EMPS " IMPORTE: " WS-TOT-RETENIDO.
       300-FIN.  EXIT.

       310-ACUMULA.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           IF NOM-CONCEPTO NOT EQUAL "INFO"
              OR NOM-ANIO NOT EQUAL WS-ANIO-BIM
              OR NOM-MES LESS WS-MES-INICIAL
              OR NOM-MES GREATER WS-MES-FINAL
              THEN
                  GO TO 310-FIN
           END-IF
           MOVE ZEROS TO WS-IND-EMP
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-EMPS
              IF WS-RET-NUMERO (WS-IND-BUSCA) EQUAL NOM-NUMERO-EMP
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-EMP
              END-IF
           END-PERFORM
           IF WS-IND-EMP EQUAL ZEROS
              THEN
                  IF WS-TOTAL-EMPS EQUAL 500
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 500 "
                                 "EMPLEADOS CON CREDITO"
                         GO TO 310-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-EMPS
                  MOVE WS-TOTAL-EMPS  TO WS-IND-EMP
                  MOVE NOM-NUMERO-EMP TO WS-RET-NUMERO (WS-IND-EMP)
                  MOVE ZEROS          TO WS-RET-IMPORTE (WS-IND-EMP)
                                         WS-RET-PERIODOS (WS-IND-EMP)
           END-IF
           ADD NOM-DEDUCCION TO WS-RET-IMPORTE (WS-IND-EMP)
           ADD 1             TO WS-RET-PERIODOS (WS-IND-EMP)
           ADD NOM-DEDUCCION TO WS-TOT-RETENIDO.
       310-FIN.  EXIT.

      * EL RENGLON REVE NO DICE QUE CONCEPTO CANCELO; LA BITACORA DE
      * PROGREVE GUARDA EL ORIGINAL Y LOS INFO DEL BIMESTRE QUE SE
      * REVIRTIERON SALEN DE LO RETENIDO ANTES DE ENTERAR.
       315-RESTA-REVERTIDOS.
           OPEN INPUT NOMREVE
           IF NOT NOMREVE-OK
              THEN
                  GO TO 315-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 316-RESTA-UNO THRU 316-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMREVE.
       315-FIN.  EXIT.

       316-RESTA-UNO.
           READ NOMREVE INTO REG-NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 316-FIN
           END-READ
           IF NOM-CONCEPTO NOT EQUAL "INFO"
              OR NOM-ANIO NOT EQUAL WS-ANIO-BIM
              OR NOM-MES LESS WS-MES-INICIAL
              OR NOM-MES GREATER WS-MES-FINAL
              THEN
                  GO TO 316-FIN
           END-IF
           MOVE ZEROS TO WS-IND-EMP
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-EMPS
              IF WS-RET-NUMERO (WS-IND-BUSCA) EQUAL NOM-NUMERO-EMP
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-EMP
              END-IF
           END-PERFORM
           IF WS-IND-EMP EQUAL ZEROS
              THEN
                  GO TO 316-FIN
           END-IF
           SUBTRACT NOM-DEDUCCION FROM WS-RET-IMPORTE (WS-IND-EMP)
           SUBTRACT 1             FROM WS-RET-PERIODOS (WS-IND-EMP)
           SUBTRACT NOM-DEDUCCION FROM WS-TOT-RETENIDO.
       316-FIN.  EXIT.

       320-LISTA-EMPLEADO.
      * TODO LO RETENIDO EN EL BIMESTRE SE REVIRTIO: NADA QUE ENTERAR.
           IF WS-RET-PERIODOS (WS-IND-EMP) EQUAL ZEROS
              THEN
                  GO TO 320-FIN
           END-IF
           MOVE WS-RET-NUMERO (WS-IND-EMP) TO WS-DET-NUMERO
           MOVE SPACES TO WS-DET-NOMBRE
                          WS-DET-CREDITO
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  MOVE WS-RET-NUMERO (WS-IND-EMP) TO NUMERO-EMP
                  READ EMPLEADOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE NOMBRE-EMP TO WS-DET-NOMBRE
                  END-READ
           END-IF
           IF HAY-ARCHIVO-INFONAV
              THEN
                  MOVE WS-RET-NUMERO (WS-IND-EMP) TO INF-NUMERO-EMP
                  READ INFONAV
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE INF-CREDITO TO WS-DET-CREDITO
                  END-READ
           END-IF
           MOVE WS-RET-PERIODOS (WS-IND-EMP) TO WS-DET-PERIODOS
           MOVE WS-RET-IMPORTE  (WS-IND-EMP) TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       320-FIN.  EXIT.
