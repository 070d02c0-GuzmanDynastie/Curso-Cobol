       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGRIES.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              14/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * REGISTRO DE RIESGOS DE TRABAJO Y DETERMINACION ANUAL DE LA     *
      * PRIMA DE RIESGO. LOS ACCIDENTES NO SE REGISTRABAN Y CADA       *
      * FEBRERO LA PRIMA SE SACABA DE MEMORIA EN UNA HOJA DE CALCULO.  *
      *   OPCION 1 - CAPTURA DE UN CASO (ACCIDENTE DE TRABAJO, EN      *
      *              TRAYECTO O ENFERMEDAD DE TRABAJO) CONTRA UN       *
      *              EMPLEADO DEL MAESTRO, LIGADO AL CERTIFICADO       *
      *              INICIAL DE RIESGO DE TRABAJO DE INCAPAC CUANDO    *
      *              LO HAY, CON AUDITORIA MODO "T" VIA PROGMENU.      *
      *   OPCION 2 - DICTAMEN DE UN CASO: PORCENTAJE DE INCAPACIDAD    *
      *              PERMANENTE, DEFUNCION Y DIAS SUBSIDIADOS DE LOS   *
      *              CASOS SIN FOLIO.                                  *
      *   OPCION 3 - DETERMINACION ANUAL: APLICA LA FORMULA DE LEY     *
      *              PRIMA = [(S/365) + V * (I + D)] * (F/N) + M       *
      *              A LOS CASOS DEL ANIO (SIN LOS DE TRAYECTO), CON   *
      *              N = PROMEDIO DE LA PLANTILLA MENSUAL DE HISTMES,  *
      *              LIMITA EL CAMBIO A UN PUNTO CONTRA LA PRIMA       *
      *              VIGENTE Y A LOS EXTREMOS DE LEY, Y SI SE PIDE     *
      *              CARGA LA PRIMA NUEVA EN EL RENGLON RIESGO-TRAB    *
      *              DE TASAPAT PARA QUE PROGPATR LA APLIQUE.          *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCIDEN      ASSIGN TO UT-S-ACCIDEN
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACC-CASO
                               ALTERNATE RECORD KEY IS ACC-NUMERO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-ACCIDEN.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT INCAPAC      ASSIGN TO UT-S-INCAPAC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ICP-FOLIO
                               ALTERNATE RECORD KEY IS ICP-NUMERO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-INCAPAC.
           SELECT HISTMES      ASSIGN TO UT-S-HISTMES
                               FILE STATUS IS WS-STATUS-HISTMES.
           SELECT TASAPAT      ASSIGN TO UT-S-TASAPAT
                               FILE STATUS IS WS-STATUS-TASAPAT.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-ACCIDEN.
           COPY ACCIDEN.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  INCAPAC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-INCAPAC.
           COPY INCAPAC.

       FD  HISTMES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 27 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTMES.
           COPY HISTMES.

       FD  TASAPAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TASAPAT.
           COPY TASAPAT.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-ACCIDEN   PIC X(02)    VALUE "00".
              88 ACCIDEN-OK         VALUE "00" "02".
              88 ACCIDEN-NO-EXISTE  VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-INCAPAC   PIC X(02)    VALUE "00".
              88 INCAPAC-OK         VALUE "00" "02".
           05 WS-STATUS-HISTMES   PIC X(02)    VALUE "00".
              88 HISTMES-OK         VALUE "00".
           05 WS-STATUS-TASAPAT   PIC X(02)    VALUE "00".
              88 TASAPAT-OK         VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-HAY-INCAPAC      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-INCAPAC VALUE "S".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-INCAPAC      PIC X(03)    VALUE SPACES.
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-CARGA            PIC X(01)    VALUE SPACES.
           05 WS-CASO-CAPTURA     PIC X(08)    VALUE SPACES.
           05 WS-FOLIO-CASO       PIC X(08)    VALUE SPACES.
           05 WS-NUMERO-CASO      PIC 9(05)    VALUE ZEROS.
           05 WS-DIAS-CASO        PIC 9(05)    VALUE ZEROS.
           05 WS-ANIO-PEDIDO      PIC 9(04)    VALUE ZEROS.
           05 WS-IND-MES          PIC 9(02)    VALUE ZEROS.
           05 WS-MESES-PLANTILLA  PIC 9(02)    VALUE ZEROS.
           05 WS-SUMA-PLANTILLA   PIC 9(07)    VALUE ZEROS.
           05 WS-CASOS            PIC 9(05)    VALUE ZEROS.
           05 WS-CASOS-TRAYECTO   PIC 9(05)    VALUE ZEROS.
           05 WS-IND-TASA         PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-TASAS      PIC 9(02)    VALUE ZEROS.
           05 WS-IND-RIESGO       PIC 9(02)    VALUE ZEROS.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION       PIC X(01)    VALUE "6".
           05 WS-MENU-USUARIO      PIC X(08).
           05 WS-MENU-RESULTADO    PIC X(09).
           05 WS-MENU-NUMERO-EMP   PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO         PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU       PIC X(01).
           05 WS-MENU-PROGRAMA     PIC X(08)    VALUE "PROGRIES".

      * CONSTANTES DE LA FORMULA DE LEY: V (DURACION PROMEDIO DE VIDA
      * ACTIVA, 28 ANIOS), F (FACTOR DE PRIMA, 2.3) Y M (PRIMA MINIMA,
      * 0.005). LA PRIMA QUEDA ENTRE 0.5% Y 15% Y NO PUEDE SUBIR NI
      * BAJAR MAS DE UN PUNTO CONTRA LA VIGENTE EN UN ANIO.
       01  WS-FORMULA-PRIMA.
           05 WS-PRIMA-V          PIC 9(02)      VALUE 28.
           05 WS-PRIMA-F          PIC 9(01)V9    VALUE 2.3.
           05 WS-PRIMA-M          PIC V9(03)     VALUE .005.
           05 WS-PRIMA-MINIMA     PIC 9(02)V9(05) VALUE 0.5.
           05 WS-PRIMA-MAXIMA     PIC 9(02)V9(05) VALUE 15.
           05 WS-PRIMA-VARIACION  PIC 9(02)V9(05) VALUE 1.

       01  WS-DETERMINACION.
           05 WS-DIAS-S           PIC 9(07)        VALUE ZEROS.
           05 WS-SUMA-I           PIC 9(05)V9(04)  VALUE ZEROS.
           05 WS-DEFUNCIONES      PIC 9(05)        VALUE ZEROS.
           05 WS-PROMEDIO-N       PIC 9(07)V99     VALUE ZEROS.
           05 WS-PRIMA-FRACCION   PIC 9(03)V9(07)  VALUE ZEROS.
           05 WS-PRIMA-CALCULADA  PIC 9(03)V9(05)  VALUE ZEROS.
           05 WS-PRIMA-ACTUAL     PIC 9(02)V99     VALUE ZEROS.
           05 SW-HAY-PRIMA-ACTUAL PIC X(01)        VALUE "N".
              88 HAY-PRIMA-ACTUAL    VALUE "S".
           05 WS-PRIMA-NUEVA      PIC 9(03)V9(05)  VALUE ZEROS.
           05 WS-PRIMA-TASAPAT    PIC 9(02)V99     VALUE ZEROS.

      * ULTIMO RENGLON GLOBAL DE HISTMES DE CADA MES DEL ANIO (EL DE
      * MAYOR DIA), COMO LO TOMA PROGTEND.
       01  WS-TABLA-PLANTILLA.
           05 WS-PLANTILLA        OCCURS 12 TIMES.
              10 WS-PLA-DIA       PIC 9(02)    VALUE ZEROS.
              10 WS-PLA-EMPLEADOS PIC 9(05)    VALUE ZEROS.

      * TASAPAT COMPLETO, PARA REESCRIBIRLO CON LA PRIMA NUEVA SIN
      * PERDER LAS DEMAS CONTRIBUCIONES. MISMA CAPACIDAD QUE PROGPATR.
       01  WS-TABLA-TASAS.
           05 WS-TASA-RENGLON     PIC X(42)    OCCURS 10 TIMES.

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 WS-TIT-1-TEXTO      PIC X(50)
              VALUE "DETERMINACION DE LA PRIMA DE RIESGO DE TRABAJO".
           05 FILLER              PIC X(20)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(17)    VALUE "CASOS DEL ANIO: ".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(49)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(88)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "CASO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "EMPL.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(12)    VALUE "TIPO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "FECHA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "FOLIO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "DIAS".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "IPP %".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(03)    VALUE "DEF".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "NOTA".
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-CASO         PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-TIPO         PIC X(12).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FOLIO        PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DIAS         PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-IPP          PIC ZZ9.99.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-DEFUNCION    PIC X(01).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOTA         PIC X(10).
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-DETALLE-RES.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-RES-TEXTO        PIC X(40).
           05 WS-RES-VALOR        PIC Z,ZZZ,ZZ9.99999.
           05 FILLER              PIC X(31)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CAPTURA DE RIESGO DE TRABAJO"
           DISPLAY "2. DICTAMEN DE UN CASO"
           DISPLAY "3. DETERMINACION ANUAL DE LA PRIMA"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CAPTURA THRU 100-FIN
              WHEN 2
                 PERFORM 200-DICTAMEN THRU 200-FIN
              WHEN 3
                 PERFORM 300-DETERMINACION THRU 300-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ACCIDEN SE CREA VACIO LA PRIMERA VEZ QUE SE USA.
       090-ABRE-ACCIDEN.
           OPEN I-O ACCIDEN
           IF ACCIDEN-NO-EXISTE
              THEN
                  OPEN OUTPUT ACCIDEN
                  CLOSE ACCIDEN
                  OPEN I-O ACCIDEN
           END-IF
           IF NOT ACCIDEN-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACCIDEN, STATUS: "
                          WS-STATUS-ACCIDEN
                  MOVE 8 TO RETURN-CODE
           END-IF.
       090-FIN.  EXIT.

      * INCAPAC ES OPCIONAL: SIN EL ARCHIVO LOS CASOS SE CAPTURAN SIN
      * FOLIO Y LOS DIAS SE TOMAN TAL COMO SE CAPTURARON.
       095-ABRE-INCAPAC.
           MOVE "N" TO SW-HAY-INCAPAC
           OPEN INPUT INCAPAC
           IF INCAPAC-OK
              THEN
                  MOVE "S" TO SW-HAY-INCAPAC
           END-IF.
       095-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: CAPTURA DE UN CASO
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
           PERFORM 090-ABRE-ACCIDEN THRU 090-FIN
           IF NOT ACCIDEN-OK
              THEN
                  CLOSE EMPLEADOS
                  GO TO 100-FIN
           END-IF
           PERFORM 095-ABRE-INCAPAC THRU 095-FIN
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           MOVE NUMERO-EMP TO WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "RIES NOEX" TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 PERFORM 110-CAPTURA-CASO THRU 110-FIN
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE EMPLEADOS
           CLOSE ACCIDEN
           IF HAY-ARCHIVO-INCAPAC
              THEN
                  CLOSE INCAPAC
           END-IF.
       100-FIN.  EXIT.

      * EL EMPLEADO PUEDE ESTAR DADO DE BAJA: UN CASO CON DEFUNCION O
      * UNA ENFERMEDAD DE TRABAJO SE PUEDE REGISTRAR DESPUES DE LA
      * BAJA Y DE TODOS MODOS CUENTA PARA LA PRIMA.
       110-CAPTURA-CASO.
           MOVE SPACES TO REG-ACCIDEN
           DISPLAY "NUMERO DE CASO: "
           ACCEPT WS-CASO-CAPTURA
           IF WS-CASO-CAPTURA EQUAL SPACES
              THEN
                  DISPLAY "EL NUMERO DE CASO ES OBLIGATORIO"
                  MOVE "RIES CASO" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           MOVE WS-CASO-CAPTURA TO ACC-CASO
           READ ACCIDEN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "EL CASO YA ESTA REGISTRADO PARA EL "
                         "EMPLEADO " ACC-NUMERO-EMP
                 MOVE "RIES DUPL" TO WS-MENU-RESULTADO
                 GO TO 110-FIN
           END-READ
           MOVE SPACES          TO REG-ACCIDEN
           MOVE WS-CASO-CAPTURA TO ACC-CASO
           MOVE NUMERO-EMP      TO ACC-NUMERO-EMP
           DISPLAY "TIPO (A=ACCIDENTE DE TRABAJO, T=EN TRAYECTO, "
                   "E=ENFERMEDAD DE TRABAJO): "
           ACCEPT ACC-TIPO
           IF NOT ACC-ES-ACCIDENTE
              AND NOT ACC-ES-TRAYECTO
              AND NOT ACC-ES-ENFERMEDAD
              THEN
                  DISPLAY "TIPO INVALIDO"
                  MOVE "RIES TIPO" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "FECHA DEL ACCIDENTE O DEL DIAGNOSTICO (AAAAMMDD): "
           ACCEPT ACC-FECHA
           DISPLAY "FOLIO INICIAL DE INCAPACIDAD (EN BLANCO SI NO "
                   "HUBO): "
           ACCEPT ACC-FOLIO-INCAPAC
           IF ACC-FOLIO-INCAPAC NOT EQUAL SPACES
              THEN
                  PERFORM 115-VALIDA-FOLIO THRU 115-FIN
                  IF ACC-FOLIO-INCAPAC EQUAL SPACES
                     THEN
                         GO TO 110-FIN
                  END-IF
                  MOVE ACC-FOLIO-INCAPAC TO WS-FOLIO-CASO
                  MOVE ACC-NUMERO-EMP    TO WS-NUMERO-CASO
                  PERFORM 120-DIAS-FOLIO THRU 120-FIN
                  MOVE WS-DIAS-CASO TO ACC-DIAS-SUBSIDIADOS
                  DISPLAY "DIAS SUBSIDIADOS SEGUN INCAPAC: "
                          ACC-DIAS-SUBSIDIADOS
              ELSE
                  DISPLAY "DIAS SUBSIDIADOS: "
                  ACCEPT ACC-DIAS-SUBSIDIADOS
           END-IF
           DISPLAY "PORCENTAJE DE INCAPACIDAD PERMANENTE (999.99, "
                   "CERO SI NO HAY DICTAMEN): "
           ACCEPT ACC-PORC-IPP
           IF ACC-PORC-IPP GREATER 100
              THEN
                  DISPLAY "EL PORCENTAJE NO PUEDE PASAR DE 100"
                  MOVE "RIES IPP " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "HUBO DEFUNCION (S/N): "
           ACCEPT ACC-DEFUNCION
           IF NOT ACC-HUBO-DEFUNCION
              THEN
                  MOVE "N" TO ACC-DEFUNCION
           END-IF
           ACCEPT ACC-FECHA-CAPTURA FROM DATE YYYYMMDD
           WRITE REG-ACCIDEN
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR ACCIDEN: " ACC-CASO
                 MOVE "RIES ERR " TO WS-MENU-RESULTADO
                 GO TO 110-FIN
           END-WRITE
           MOVE "RIES OK  " TO WS-MENU-RESULTADO.
       110-FIN.  EXIT.

      * EL FOLIO DEBE SER UN CERTIFICADO INICIAL DEL RAMO DE RIESGO DE
      * TRABAJO DEL MISMO EMPLEADO. SI ALGO FALLA EL FOLIO QUEDA EN
      * BLANCO Y EL CASO NO SE GRABA.
       115-VALIDA-FOLIO.
           IF NOT HAY-ARCHIVO-INCAPAC
              THEN
                  DISPLAY "NO HAY ARCHIVO INCAPAC, CAPTURE EL "
                          "CERTIFICADO EN PROGINCI"
                  MOVE "RIES FOLI" TO WS-MENU-RESULTADO
                  MOVE SPACES TO ACC-FOLIO-INCAPAC
                  GO TO 115-FIN
           END-IF
           MOVE ACC-FOLIO-INCAPAC TO ICP-FOLIO
           READ INCAPAC
              INVALID KEY
                 DISPLAY "NO EXISTE EL CERTIFICADO, CAPTURELO EN "
                         "PROGINCI"
                 MOVE "RIES FOLI" TO WS-MENU-RESULTADO
                 MOVE SPACES TO ACC-FOLIO-INCAPAC
                 GO TO 115-FIN
           END-READ
           IF ICP-NUMERO-EMP NOT EQUAL ACC-NUMERO-EMP
              OR NOT ICP-ES-RIESGO
              OR NOT ICP-ES-INICIAL
              THEN
                  DISPLAY "EL FOLIO NO ES UN CERTIFICADO INICIAL DE "
                          "RIESGO DE TRABAJO DEL EMPLEADO"
                  MOVE "RIES FOLI" TO WS-MENU-RESULTADO
                  MOVE SPACES TO ACC-FOLIO-INCAPAC
           END-IF.
       115-FIN.  EXIT.

      * DIAS SUBSIDIADOS DE UN CASO: SUMA DE LOS DIAS AUTORIZADOS DE
      * TODOS LOS CERTIFICADOS DEL EMPLEADO CUYO FOLIO INICIAL ES EL
      * DEL CASO (EL INICIAL Y SUS SUBSECUENTES; EL ALTA TRAE CERO).
       120-DIAS-FOLIO.
           MOVE ZEROS          TO WS-DIAS-CASO
           MOVE SPACES         TO SW-FIN-INCAPAC
           MOVE WS-NUMERO-CASO TO ICP-NUMERO-EMP
           START INCAPAC KEY IS EQUAL ICP-NUMERO-EMP
              INVALID KEY
                 GO TO 120-FIN
           END-START
           PERFORM 125-SUMA-CERTIFICADO THRU 125-FIN
                   UNTIL SW-FIN-INCAPAC EQUAL "FIN".
       120-FIN.  EXIT.

       125-SUMA-CERTIFICADO.
           READ INCAPAC NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-INCAPAC
                 GO TO 125-FIN
           END-READ
           IF ICP-NUMERO-EMP NOT EQUAL WS-NUMERO-CASO
              THEN
                  MOVE "FIN" TO SW-FIN-INCAPAC
                  GO TO 125-FIN
           END-IF
           IF ICP-FOLIO-INICIAL EQUAL WS-FOLIO-CASO
              THEN
                  ADD ICP-DIAS-AUTORIZADOS TO WS-DIAS-CASO
           END-IF.
       125-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: DICTAMEN DE UN CASO
      * ---------------------------------------------------------------
      * EL PORCENTAJE DE INCAPACIDAD PERMANENTE Y LA DEFUNCION SUELEN
      * CONOCERSE MESES DESPUES DEL ACCIDENTE. LOS DIAS SOLO SE
      * CAPTURAN EN LOS CASOS SIN FOLIO; LOS DEMAS SALEN DE INCAPAC.
       200-DICTAMEN.
           OPEN I-O ACCIDEN
           IF NOT ACCIDEN-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACCIDEN, STATUS: "
                          WS-STATUS-ACCIDEN
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           DISPLAY "NUMERO DE CASO: "
           ACCEPT ACC-CASO
           READ ACCIDEN
              INVALID KEY
                 DISPLAY "NO EXISTE EL CASO"
                 MOVE "RIES NOEX" TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 PERFORM 210-ACTUALIZA-CASO THRU 210-FIN
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE ACCIDEN.
       200-FIN.  EXIT.

       210-ACTUALIZA-CASO.
           MOVE ACC-NUMERO-EMP TO WS-MENU-NUMERO-EMP
           DISPLAY "EMPLEADO: " ACC-NUMERO-EMP " TIPO: " ACC-TIPO
                   " FECHA: " ACC-FECHA
           DISPLAY "IPP ACTUAL: " ACC-PORC-IPP
                   " DEFUNCION: " ACC-DEFUNCION
                   " DIAS: " ACC-DIAS-SUBSIDIADOS
           DISPLAY "PORCENTAJE DE INCAPACIDAD PERMANENTE (999.99): "
           ACCEPT ACC-PORC-IPP
           IF ACC-PORC-IPP GREATER 100
              THEN
                  DISPLAY "EL PORCENTAJE NO PUEDE PASAR DE 100"
                  MOVE "RIES IPP " TO WS-MENU-RESULTADO
                  GO TO 210-FIN
           END-IF
           DISPLAY "HUBO DEFUNCION (S/N): "
           ACCEPT ACC-DEFUNCION
           IF NOT ACC-HUBO-DEFUNCION
              THEN
                  MOVE "N" TO ACC-DEFUNCION
           END-IF
           IF ACC-FOLIO-INCAPAC EQUAL SPACES
              THEN
                  DISPLAY "DIAS SUBSIDIADOS: "
                  ACCEPT ACC-DIAS-SUBSIDIADOS
           END-IF
           REWRITE REG-ACCIDEN
              INVALID KEY
                 DISPLAY "NO SE PUDO ACTUALIZAR ACCIDEN: " ACC-CASO
                 MOVE "RIES ERR " TO WS-MENU-RESULTADO
                 GO TO 210-FIN
           END-REWRITE
           MOVE "RIES DICT" TO WS-MENU-RESULTADO.
       210-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: DETERMINACION ANUAL DE LA PRIMA
      * ---------------------------------------------------------------
       300-DETERMINACION.
           DISPLAY "ANIO DE LOS CASOS (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           OPEN INPUT ACCIDEN
           IF NOT ACCIDEN-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACCIDEN, STATUS: "
                          WS-STATUS-ACCIDEN
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           PERFORM 310-PROMEDIO-PLANTILLA THRU 310-FIN
           IF WS-MESES-PLANTILLA EQUAL ZEROS
              THEN
                  DISPLAY "HISTMES NO TIENE PLANTILLA DEL ANIO "
                          WS-ANIO-PEDIDO ", NO SE PUEDE DETERMINAR"
                  MOVE 8 TO RETURN-CODE
                  CLOSE ACCIDEN
                  GO TO 300-FIN
           END-IF
           PERFORM 320-CARGA-TASAPAT THRU 320-FIN
           PERFORM 095-ABRE-INCAPAC THRU 095-FIN
           OPEN OUTPUT REPORTE
           MOVE WS-ANIO-PEDIDO TO WS-TIT-2-ANIO
           WRITE REG-REPORTE FROM WS-TITULO-1     AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2     AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           MOVE SPACES     TO SW-FIN
           MOVE LOW-VALUES TO ACC-CASO
           START ACCIDEN KEY IS NOT LESS ACC-CASO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 330-PROCESA-CASO THRU 330-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           PERFORM 340-CALCULA-PRIMA THRU 340-FIN
           PERFORM 350-IMPRIME-RESUMEN THRU 350-FIN
           CLOSE ACCIDEN
           CLOSE REPORTE
           IF HAY-ARCHIVO-INCAPAC
              THEN
                  CLOSE INCAPAC
           END-IF
           DISPLAY "CASOS DEL ANIO: " WS-CASOS
                   " EN TRAYECTO (EXCLUIDOS): " WS-CASOS-TRAYECTO
           DISPLAY "PRIMA CALCULADA: " WS-PRIMA-CALCULADA
                   " PRIMA A DECLARAR: " WS-PRIMA-NUEVA
           IF WS-MESES-PLANTILLA LESS 12
              THEN
                  DISPLAY "AVISO: HISTMES SOLO TIENE "
                          WS-MESES-PLANTILLA " MESES DEL ANIO"
                  MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "CARGAR LA PRIMA EN TASAPAT (S/N): "
           ACCEPT WS-CARGA
           IF WS-CARGA EQUAL "S"
              THEN
                  PERFORM 360-GRABA-TASAPAT THRU 360-FIN
           END-IF.
       300-FIN.  EXIT.

      * N: PROMEDIO DE LA PLANTILLA DE LOS MESES DEL ANIO QUE TIENEN
      * RENGLON GLOBAL EN HISTMES.
       310-PROMEDIO-PLANTILLA.
           MOVE ZEROS TO WS-MESES-PLANTILLA
                         WS-SUMA-PLANTILLA
                         WS-PROMEDIO-N
           OPEN INPUT HISTMES
           IF NOT HISTMES-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR HISTMES, STATUS: "
                          WS-STATUS-HISTMES
                  GO TO 310-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 315-ACUMULA-MES THRU 315-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HISTMES
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES GREATER 12
              IF WS-PLA-DIA (WS-IND-MES) GREATER ZEROS
                 THEN
                     ADD 1 TO WS-MESES-PLANTILLA
                     ADD WS-PLA-EMPLEADOS (WS-IND-MES)
                        TO WS-SUMA-PLANTILLA
              END-IF
           END-PERFORM
           IF WS-MESES-PLANTILLA GREATER ZEROS
              THEN
                  COMPUTE WS-PROMEDIO-N ROUNDED =
                          WS-SUMA-PLANTILLA / WS-MESES-PLANTILLA
           END-IF
           IF WS-PROMEDIO-N EQUAL ZEROS
              THEN
                  MOVE ZEROS TO WS-MESES-PLANTILLA
           END-IF.
       310-FIN.  EXIT.

       315-ACUMULA-MES.
           READ HISTMES
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 315-FIN
           END-READ
           IF NOT HM-ES-GLOBAL
              OR HM-ANIO NOT EQUAL WS-ANIO-PEDIDO
              OR HM-MES LESS 1
              OR HM-MES GREATER 12
              THEN
                  GO TO 315-FIN
           END-IF
           IF HM-DIA NOT LESS WS-PLA-DIA (HM-MES)
              THEN
                  MOVE HM-DIA       TO WS-PLA-DIA       (HM-MES)
                  MOVE HM-EMPLEADOS TO WS-PLA-EMPLEADOS (HM-MES)
           END-IF.
       315-FIN.  EXIT.

      * LA PRIMA VIGENTE ES LA DEL RENGLON RIESGO-TRAB DE TASAPAT. SI
      * NO EXISTE (PRIMERA DETERMINACION) NO SE LIMITA LA VARIACION.
       320-CARGA-TASAPAT.
           MOVE ZEROS TO WS-TOTAL-TASAS
                         WS-IND-RIESGO
           MOVE "N"   TO SW-HAY-PRIMA-ACTUAL
           OPEN INPUT TASAPAT
           IF NOT TASAPAT-OK
              THEN
                  DISPLAY "NO HAY TASAPAT, STATUS: " WS-STATUS-TASAPAT
                  GO TO 320-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 325-LEE-TASA THRU 325-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE TASAPAT.
       320-FIN.  EXIT.

       325-LEE-TASA.
           READ TASAPAT
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 325-FIN
           END-READ
           IF WS-TOTAL-TASAS EQUAL 10
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 10 RENGLONES EN "
                          "TASAPAT, EL EXCEDENTE NO SE CONSERVA"
                  MOVE "FIN" TO SW-FIN
                  GO TO 325-FIN
           END-IF
           ADD 1 TO WS-TOTAL-TASAS
           MOVE REG-TASAPAT TO WS-TASA-RENGLON (WS-TOTAL-TASAS)
           IF PAT-CLAVE EQUAL "RIESGO-TRAB"
              THEN
                  MOVE WS-TOTAL-TASAS TO WS-IND-RIESGO
                  MOVE PAT-TASA       TO WS-PRIMA-ACTUAL
                  MOVE "S"            TO SW-HAY-PRIMA-ACTUAL
           END-IF.
       325-FIN.  EXIT.

      * SOLO CUENTAN LOS CASOS DEL ANIO; LOS DE TRAYECTO SE LISTAN
      * PERO NO ENTRAN EN LA FORMULA. LOS DIAS DE UN CASO CON FOLIO
      * SALEN DE SUS CERTIFICADOS EN INCAPAC.
       330-PROCESA-CASO.
           READ ACCIDEN NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 330-FIN
           END-READ
           IF ACC-ANIO NOT EQUAL WS-ANIO-PEDIDO
              THEN
                  GO TO 330-FIN
           END-IF
           MOVE ACC-CASO          TO WS-DET-CASO
           MOVE ACC-NUMERO-EMP    TO WS-DET-NUMERO
           MOVE ACC-FECHA         TO WS-DET-FECHA
           MOVE ACC-FOLIO-INCAPAC TO WS-DET-FOLIO
           MOVE ACC-PORC-IPP      TO WS-DET-IPP
           MOVE ACC-DEFUNCION     TO WS-DET-DEFUNCION
           MOVE SPACES            TO WS-DET-NOTA
           MOVE ACC-DIAS-SUBSIDIADOS TO WS-DIAS-CASO
           IF ACC-FOLIO-INCAPAC NOT EQUAL SPACES
              AND HAY-ARCHIVO-INCAPAC
              THEN
                  MOVE ACC-FOLIO-INCAPAC TO WS-FOLIO-CASO
                  MOVE ACC-NUMERO-EMP    TO WS-NUMERO-CASO
                  PERFORM 120-DIAS-FOLIO THRU 120-FIN
           END-IF
           MOVE WS-DIAS-CASO TO WS-DET-DIAS
           EVALUATE TRUE
              WHEN ACC-ES-ACCIDENTE
                 MOVE "ACCIDENTE"  TO WS-DET-TIPO
              WHEN ACC-ES-TRAYECTO
                 MOVE "TRAYECTO"   TO WS-DET-TIPO
              WHEN ACC-ES-ENFERMEDAD
                 MOVE "ENFERMEDAD" TO WS-DET-TIPO
              WHEN OTHER
                 MOVE "DESCONOCIDO" TO WS-DET-TIPO
           END-EVALUATE
           IF ACC-ES-TRAYECTO
              THEN
                  ADD 1 TO WS-CASOS-TRAYECTO
                  MOVE "EXCLUIDO" TO WS-DET-NOTA
              ELSE
                  ADD 1 TO WS-CASOS
                  ADD WS-DIAS-CASO TO WS-DIAS-S
                  COMPUTE WS-SUMA-I = WS-SUMA-I + ACC-PORC-IPP / 100
                  IF ACC-HUBO-DEFUNCION
                     THEN
                         ADD 1 TO WS-DEFUNCIONES
                  END-IF
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       330-FIN.  EXIT.

      * PRIMA = [(S/365) + V * (I + D)] * (F/N) + M, EXPRESADA EN POR
      * CIENTO CON CINCO DECIMALES. DESPUES SE LIMITA A UN PUNTO DE
      * VARIACION CONTRA LA VIGENTE Y A LOS EXTREMOS DE LEY.
       340-CALCULA-PRIMA.
           COMPUTE WS-PRIMA-FRACCION ROUNDED =
                   ((WS-DIAS-S / 365)
                    + WS-PRIMA-V * (WS-SUMA-I + WS-DEFUNCIONES))
                   * (WS-PRIMA-F / WS-PROMEDIO-N) + WS-PRIMA-M
           COMPUTE WS-PRIMA-CALCULADA ROUNDED =
                   WS-PRIMA-FRACCION * 100
           MOVE WS-PRIMA-CALCULADA TO WS-PRIMA-NUEVA
           IF HAY-PRIMA-ACTUAL
              THEN
                  IF WS-PRIMA-NUEVA GREATER
                     WS-PRIMA-ACTUAL + WS-PRIMA-VARIACION
                     THEN
                         COMPUTE WS-PRIMA-NUEVA =
                                 WS-PRIMA-ACTUAL + WS-PRIMA-VARIACION
                  END-IF
                  IF WS-PRIMA-ACTUAL GREATER WS-PRIMA-VARIACION
                     AND WS-PRIMA-NUEVA LESS
                         WS-PRIMA-ACTUAL - WS-PRIMA-VARIACION
                     THEN
                         COMPUTE WS-PRIMA-NUEVA =
                                 WS-PRIMA-ACTUAL - WS-PRIMA-VARIACION
                  END-IF
           END-IF
           IF WS-PRIMA-NUEVA LESS WS-PRIMA-MINIMA
              THEN
                  MOVE WS-PRIMA-MINIMA TO WS-PRIMA-NUEVA
           END-IF
           IF WS-PRIMA-NUEVA GREATER WS-PRIMA-MAXIMA
              THEN
                  MOVE WS-PRIMA-MAXIMA TO WS-PRIMA-NUEVA
           END-IF
           COMPUTE WS-PRIMA-TASAPAT ROUNDED = WS-PRIMA-NUEVA.
       340-FIN.  EXIT.

       350-IMPRIME-RESUMEN.
           MOVE "DIAS SUBSIDIADOS (S)"         TO WS-RES-TEXTO
           MOVE WS-DIAS-S                      TO WS-RES-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER 2
           MOVE "SUMA DE INCAPACIDADES PERMANENTES (I)"
              TO WS-RES-TEXTO
           MOVE WS-SUMA-I                      TO WS-RES-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER 1
           MOVE "DEFUNCIONES (D)"              TO WS-RES-TEXTO
           MOVE WS-DEFUNCIONES                 TO WS-RES-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER 1
           MOVE "MESES CON PLANTILLA EN HISTMES" TO WS-RES-TEXTO
           MOVE WS-MESES-PLANTILLA             TO WS-RES-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER 1
           MOVE "PROMEDIO DE TRABAJADORES (N)" TO WS-RES-TEXTO
           MOVE WS-PROMEDIO-N                  TO WS-RES-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER 1
           MOVE "PRIMA CALCULADA (%)"          TO WS-RES-TEXTO
           MOVE WS-PRIMA-CALCULADA             TO WS-RES-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER 1
           IF HAY-PRIMA-ACTUAL
              THEN
                  MOVE "PRIMA VIGENTE EN TASAPAT (%)" TO WS-RES-TEXTO
                  MOVE WS-PRIMA-ACTUAL             TO WS-RES-VALOR
              ELSE
                  MOVE "SIN PRIMA VIGENTE EN TASAPAT" TO WS-RES-TEXTO
                  MOVE ZEROS                       TO WS-RES-VALOR
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER 1
           MOVE "PRIMA A DECLARAR (%)"         TO WS-RES-TEXTO
           MOVE WS-PRIMA-NUEVA                 TO WS-RES-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER 1
           MOVE "TASA A CARGAR EN TASAPAT (%)" TO WS-RES-TEXTO
           MOVE WS-PRIMA-TASAPAT               TO WS-RES-VALOR
           WRITE REG-REPORTE FROM WS-DETALLE-RES AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1.
       350-FIN.  EXIT.

      * TASAPAT SE REESCRIBE CON TODOS SUS RENGLONES; EL DE RIESGO-TRAB
      * SE REEMPLAZA O, SI NO EXISTIA, SE AGREGA AL FINAL CON SU CUENTA
      * DE PASIVO. PROGREFT LO CONSERVA AL REFRESCAR LAS CANONICAS.
       360-GRABA-TASAPAT.
           IF WS-IND-RIESGO EQUAL ZEROS
              THEN
                  IF WS-TOTAL-TASAS EQUAL 10
                     THEN
                         DISPLAY "TASAPAT ESTA LLENO, NO SE PUEDE "
                                 "AGREGAR RIESGO-TRAB"
                         MOVE 8 TO RETURN-CODE
                         GO TO 360-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-TASAS
                  MOVE WS-TOTAL-TASAS TO WS-IND-RIESGO
                  MOVE SPACES          TO REG-TASAPAT
                  MOVE "RIESGO-TRAB"   TO PAT-CLAVE
                  MOVE "PRIMA RIESGO TRABAJO" TO PAT-DESCRIPCION
                  MOVE "234000"        TO PAT-CUENTA
              ELSE
                  MOVE WS-TASA-RENGLON (WS-IND-RIESGO) TO REG-TASAPAT
           END-IF
           MOVE WS-PRIMA-TASAPAT TO PAT-TASA
           MOVE REG-TASAPAT TO WS-TASA-RENGLON (WS-IND-RIESGO)
           OPEN OUTPUT TASAPAT
           IF NOT TASAPAT-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR TASAPAT, STATUS: "
                          WS-STATUS-TASAPAT
                  MOVE 8 TO RETURN-CODE
                  GO TO 360-FIN
           END-IF
           PERFORM VARYING WS-IND-TASA FROM 1 BY 1
                   UNTIL WS-IND-TASA GREATER WS-TOTAL-TASAS
              MOVE WS-TASA-RENGLON (WS-IND-TASA) TO REG-TASAPAT
              WRITE REG-TASAPAT
           END-PERFORM
           CLOSE TASAPAT
           DISPLAY "TASAPAT ACTUALIZADO, RIESGO-TRAB: "
                   WS-PRIMA-TASAPAT.
       360-FIN.  EXIT.
