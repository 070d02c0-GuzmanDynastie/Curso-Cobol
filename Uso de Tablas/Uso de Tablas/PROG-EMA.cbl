       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGEMA.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CONCILIACION MENSUAL DE LA EMISION DEL IMSS (EMA) CONTRA LO    *
      * QUE NOSOTROS DECLARAMOS: EL EXTRACTO SUAEXT QUE GENERA PROGSUA *
      * Y EL MAESTRO (EMPLEADOS Y LAS CURP DE EMPDATOS). CON EL MES    *
      * AAAAMM DE LA EMISION SE REPORTAN, CRUZANDO POR CURP:           *
      *   1 - LOS QUE EL IMSS TIENE Y NOSOTROS NO DECLARAMOS;          *
      *   2 - LOS QUE DECLARAMOS Y EL IMSS NO TIENE;                   *
      *   3 - LAS DIFERENCIAS DE SDI;                                  *
      *   4 - LAS DIFERENCIAS DE DIAS COTIZADOS (NUESTROS: DEL ALTA A  *
      *     LA BAJA DENTRO DEL MES, MENOS FALTAS Y SUSPENSIONES HASTA  *
      *     SIETE Y MENOS INCAPACIDADES DE INCIDEN).                   *
      * PARA CADA DIFERENCIA SE BUSCA EN MOVIMSS (PROGMIMS) Y SDIMOV   *
      * (PROGSDI) EL AVISO QUE LA EXPLICA: ALTA, BAJA O MODIFICACION   *
      * FALTANTE, PRESENTADO TARDE (MAS DE CINCO DIAS ENTRE EL         *
      * MOVIMIENTO Y LA GENERACION DEL ARCHIVO) O CON OTRO SDI. SOLO   *
      * SE COMPARA EL REGISTRO PATRONAL DEL EXTRACTO. RETURN-CODE 4 SI *
      * HAY DIFERENCIAS, 8 SI FALLA UN ARCHIVO.                        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMAIMSS      ASSIGN TO UT-S-EMAIMSS
                               FILE STATUS IS WS-STATUS-EMAIMSS.
           SELECT SUAEXT       ASSIGN TO UT-S-SUAEXT
                               FILE STATUS IS WS-STATUS-SUAEXT.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT EMPDATOS     ASSIGN TO UT-S-EMPDATOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DAT-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-DATOS.
           SELECT INCIDEN      ASSIGN TO UT-S-INCIDEN
                               FILE STATUS IS WS-STATUS-INCIDEN.
           SELECT MOVIMSS      ASSIGN TO UT-S-MOVIMSS
                               FILE STATUS IS WS-STATUS-MOVIMSS.
           SELECT SDIMOV       ASSIGN TO UT-S-SDIMOV
                               FILE STATUS IS WS-STATUS-SDIMOV.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * EMISION MENSUAL DEL SEGURO (EMA): UN RENGLON POR TRABAJADOR
      * CON EL SDI Y LOS DIAS COTIZADOS QUE EL SEGURO TIENE PARA EL
      * MES, YA SIN AUSENTISMOS NI INCAPACIDADES.
       FD  EMAIMSS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-EMAIMSS.
       01  REG-EMAIMSS.
           05 EMA-REGISTRO-IMSS   PIC X(11).
           05 EMA-NSS             PIC X(11).
           05 EMA-CURP            PIC X(18).
           05 EMA-RFC             PIC X(13).
           05 EMA-PERIODO.
              10 EMA-ANIO         PIC 9(04).
              10 EMA-MES          PIC 9(02).
           05 EMA-DIAS            PIC 9(02).
           05 EMA-SDI             PIC 9(07)V99.
           05 FILLER              PIC X(10).

      * MISMO LAYOUT QUE ESCRIBE PROGSUA.
       FD  SUAEXT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SUAEXT.
       01  REG-SUAEXT.
           05 SUA-NUMERO-EMP      PIC 9(05).
           05 SUA-RFC             PIC X(13).
           05 SUA-CURP            PIC X(18).
           05 SUA-SDI             PIC 9(07)V99.
           05 SUA-REGISTRO-IMSS   PIC X(11).
           05 FILLER              PIC X(08).

       01  REG-SUAEXT-CTRL REDEFINES REG-SUAEXT.
           05 SUA-CTRL-INDICADOR  PIC 9(05).
              88 SUA-ES-ENCABEZADO  VALUE 00000.
              88 SUA-ES-SUMARIO     VALUE 99999.
           05 SUA-CTRL-FECHA.
              10 SUA-CTRL-ANIO    PIC 9(04).
              10 SUA-CTRL-MES     PIC 9(02).
              10 SUA-CTRL-DIA     PIC 9(02).
           05 SUA-CTRL-REGISTROS  PIC 9(05).
           05 SUA-CTRL-IMPORTE    PIC 9(11)V99.
           05 SUA-CTRL-REGISTRO-IMSS PIC X(11).
           05 FILLER              PIC X(22).

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  EMPDATOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPDATOS.
           COPY EMPDATOS.

       FD  INCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INCIDEN.
           COPY INCIDEN.

      * MISMO LAYOUT QUE ESCRIBE PROGMIMS.
       FD  MOVIMSS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-MOVIMSS.
       01  REG-MOVIMSS.
           05 MI-NUMERO-EMP       PIC 9(05).
           05 MI-TIPO             PIC X(01).
              88 MI-ES-ALTA          VALUE "A".
              88 MI-ES-BAJA          VALUE "B".
              88 MI-ES-MODIF         VALUE "M".
           05 MI-FECHA            PIC 9(08).
           05 MI-RFC              PIC X(13).
           05 MI-CURP             PIC X(18).
           05 MI-SDI              PIC 9(07)V99.
           05 MI-REGISTRO-IMSS    PIC X(11).
           05 FILLER              PIC X(15).

       01  REG-MOVIMSS-CTRL REDEFINES REG-MOVIMSS.
           05 MI-CTRL-INDICADOR   PIC 9(05).
              88 MI-ES-ENCABEZADO    VALUE 00000.
              88 MI-ES-SUMARIO       VALUE 99999.
           05 MI-CTRL-FECHA       PIC 9(08).
           05 MI-CTRL-REGISTROS   PIC 9(05).
           05 MI-CTRL-REGISTRO-IMSS PIC X(11).
           05 FILLER              PIC X(51).

      * MISMO LAYOUT QUE ESCRIBE PROGSDI (EL DE MOVIMSS SIN REGISTRO).
       FD  SDIMOV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SDIMOV.
       01  REG-SDIMOV.
           05 SM-NUMERO-EMP       PIC 9(05).
           05 SM-TIPO             PIC X(01).
           05 SM-FECHA            PIC 9(08).
           05 SM-RFC              PIC X(13).
           05 SM-CURP             PIC X(18).
           05 SM-SDI              PIC 9(07)V99.
           05 FILLER              PIC X(26).

       01  REG-SDIMOV-CTRL REDEFINES REG-SDIMOV.
           05 SM-CTRL-INDICADOR   PIC 9(05).
              88 SM-ES-ENCABEZADO    VALUE 00000.
              88 SM-ES-SUMARIO       VALUE 99999.
           05 SM-CTRL-FECHA       PIC 9(08).
           05 SM-CTRL-REGISTROS   PIC 9(05).
           05 FILLER              PIC X(62).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMAIMSS   PIC X(02)    VALUE "00".
              88 EMAIMSS-OK         VALUE "00".
           05 WS-STATUS-SUAEXT    PIC X(02)    VALUE "00".
              88 SUAEXT-OK          VALUE "00".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-INCIDEN   PIC X(02)    VALUE "00".
              88 INCIDEN-OK         VALUE "00".
           05 WS-STATUS-MOVIMSS   PIC X(02)    VALUE "00".
              88 MOVIMSS-OK         VALUE "00".
           05 WS-STATUS-SDIMOV    PIC X(02)    VALUE "00".
              88 SDIMOV-OK          VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-LLENA            PIC X(01)    VALUE "N".
              88 ALGUNA-TABLA-LLENA  VALUE "S".
           05 SW-ENCONTRADO       PIC X(01)    VALUE "N".
              88 SI-ENCONTRADO       VALUE "S".
              88 NO-ENCONTRADO       VALUE "N".
           05 WS-MES-PEDIDO.
              10 WS-PED-ANIO      PIC 9(04).
              10 WS-PED-MES       PIC 9(02).
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-DIAS-MES         PIC 9(02)    VALUE ZEROS.
           05 WS-AUX-DIV          PIC 9(04)    VALUE ZEROS.
           05 WS-AUX-RESTO        PIC 9(02)    VALUE ZEROS.
           05 WS-REG-IMSS-SUA     PIC X(11)    VALUE SPACES.
           05 WS-FECHA-ENVIO      PIC 9(08)    VALUE ZEROS.
           05 WS-TOTAL-SUA        PIC 9(04)    VALUE ZEROS.
           05 WS-TOTAL-CURP       PIC 9(04)    VALUE ZEROS.
           05 WS-TOTAL-AVISOS     PIC 9(04)    VALUE ZEROS.
           05 WS-IND-AVI          PIC 9(04)    VALUE ZEROS.
           05 WS-IND-ULTIMO       PIC 9(04)    VALUE ZEROS.
           05 WS-IND-SUA          PIC 9(04)    VALUE ZEROS.
           05 WS-LEIDOS-EMA       PIC 9(05)    VALUE ZEROS.
           05 WS-OTRO-PERIODO     PIC 9(05)    VALUE ZEROS.
           05 WS-CUADRADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-SOLO-IMSS        PIC 9(05)    VALUE ZEROS.
           05 WS-SOLO-NUESTROS    PIC 9(05)    VALUE ZEROS.
           05 WS-DIF-SDI          PIC 9(05)    VALUE ZEROS.
           05 WS-DIF-DIAS         PIC 9(05)    VALUE ZEROS.
           05 SW-CUADRA           PIC X(01)    VALUE "S".
              88 RENGLON-CUADRA      VALUE "S".
           05 WS-DIA-INICIO       PIC 9(02)    VALUE ZEROS.
           05 WS-DIA-FIN          PIC 9(02)    VALUE ZEROS.
           05 WS-DIAS-NUESTROS    PIC S9(03)   VALUE ZEROS.
           05 WS-FALTAS-TOPE      PIC 9(02)    VALUE ZEROS.
           05 WS-ABS-ENVIO        PIC 9(07)    VALUE ZEROS.
           05 WS-ABS-MOVTO        PIC 9(07)    VALUE ZEROS.
           05 WS-FECHA-ABS.
              10 WS-ABS-ANIO      PIC 9(04).
              10 WS-ABS-MES       PIC 9(02).
              10 WS-ABS-DIA       PIC 9(02).
           05 WS-BUS-NUMERO       PIC 9(05)    VALUE ZEROS.
           05 WS-BUS-TIPO         PIC X(01)    VALUE SPACES.
           05 WS-BUS-SDI          PIC 9(07)V99 VALUE ZEROS.
           05 WS-PLAZO-AVISO      PIC 9(02)    VALUE 05.

       01  WS-TABLA-DIAS-VAL.
           05 FILLER              PIC X(24)
                                  VALUE "312831303130313130313031".
       01  WS-TABLA-DIAS REDEFINES WS-TABLA-DIAS-VAL.
           05 WS-DIAS-DEL-MES     PIC 9(02)    OCCURS 12 TIMES.

      * LO QUE DECLARAMOS EN SUAEXT, CON LAS FALTAS E INCAPACIDADES
      * DEL MES PARA SACAR LOS DIAS QUE NOSOTROS COTIZAMOS.
       01  WS-TABLA-SUA.
           05 WS-SUA              OCCURS 2000 TIMES
                                  INDEXED BY WS-IDX-SUA.
              10 WS-SUA-NUMERO    PIC 9(05).
              10 WS-SUA-RFC       PIC X(13).
              10 WS-SUA-CURP      PIC X(18).
              10 WS-SUA-SDI       PIC 9(07)V99.
              10 WS-SUA-FALTAS    PIC 9(02).
              10 WS-SUA-INCAPAC   PIC 9(02).
              10 WS-SUA-VISTO     PIC X(01).
                 88 SUA-YA-VISTO     VALUE "S".

      * CURP DE TODO EL PERSONAL, PARA PONERLE NUMERO A QUIEN EL
      * SEGURO TIENE Y NOSOTROS NO DECLARAMOS.
       01  WS-TABLA-CURP.
           05 WS-CUR              OCCURS 2000 TIMES
                                  INDEXED BY WS-IDX-CUR.
              10 WS-CUR-CURP      PIC X(18).
              10 WS-CUR-NUMERO    PIC 9(05).

      * AVISOS PRESENTADOS (MOVIMSS Y SDIMOV) CON SU MARCA DE TARDIO:
      * MAS DE CINCO DIAS ENTRE EL MOVIMIENTO Y EL ENVIO DEL ARCHIVO.
       01  WS-TABLA-AVISOS.
           05 WS-AVI              OCCURS 2000 TIMES.
              10 WS-AVI-NUMERO    PIC 9(05).
              10 WS-AVI-TIPO      PIC X(01).
              10 WS-AVI-FECHA     PIC 9(08).
              10 WS-AVI-SDI       PIC 9(07)V99.
              10 WS-AVI-TARDE     PIC X(01).
                 88 AVI-ES-TARDIO    VALUE "S".

       01  WS-TITULO-1.
           05 FILLER              PIC X(16)    VALUE SPACES.
           05 FILLER              PIC X(48)
              VALUE "CONCILIACION DE LA EMISION DEL IMSS CONTRA SUA".
           05 FILLER              PIC X(16)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(08)    VALUE "  MES: ".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-MES        PIC 9(02).
           05 FILLER              PIC X(13)    VALUE "   REGISTRO: ".
           05 WS-TIT-2-REGISTRO   PIC X(11).
           05 FILLER              PIC X(11)    VALUE "  EMITIDO: ".
           05 WS-TIT-2-HOY        PIC 9(08).
           05 FILLER              PIC X(22)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "DIFERENCIA".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "  NUM".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(18)    VALUE "CURP".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "   NUESTRO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "      IMSS".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(20)
              VALUE "AVISO QUE LO EXPLICA".

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-TIPO         PIC X(10).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-CURP         PIC X(18).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NUESTRO      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-IMSS         PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOTA         PIC X(20).

       01  WS-DET-TOTALES.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-TEXTO        PIC X(34).
           05 WS-TOT-CUANTOS      PIC ZZ,ZZ9.
           05 FILLER              PIC X(38)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "MES DE LA EMISION (AAAAMM): "
           ACCEPT WS-MES-PEDIDO
           IF WS-PED-MES LESS 1
              OR WS-PED-MES GREATER 12
              THEN
                  DISPLAY "MES INVALIDO: " WS-MES-PEDIDO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE WS-DIAS-DEL-MES (WS-PED-MES) TO WS-DIAS-MES
           DIVIDE WS-PED-ANIO BY 4 GIVING WS-AUX-DIV
                  REMAINDER WS-AUX-RESTO
           IF WS-PED-MES EQUAL 2
              AND WS-AUX-RESTO EQUAL ZEROS
              THEN
                  MOVE 29 TO WS-DIAS-MES
           END-IF
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 025-CARGA-SUA        THRU 025-FIN
           PERFORM 027-CARGA-CURP       THRU 027-FIN
           PERFORM 028-CARGA-INCIDEN    THRU 028-FIN
           PERFORM 029-CARGA-AVISOS     THRU 029-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           MOVE SPACES TO SW-FIN
           PERFORM 040-PROCESO          THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 100-SOLO-NUESTROS    THRU 100-FIN
                   VARYING WS-IND-SUA FROM 1 BY 1
                   UNTIL WS-IND-SUA GREATER WS-TOTAL-SUA
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

      * LA EMISION, NUESTRO EXTRACTO Y EL MAESTRO SON INDISPENSABLES;
      * SIN INCIDEN LOS DIAS SON LOS CALENDARIO DEL MES Y SIN ARCHIVOS
      * DE AVISOS TODA DIFERENCIA SALE COMO AVISO FALTANTE.
       020-ABRE-ARCHIVOS.
           OPEN INPUT EMAIMSS
           IF NOT EMAIMSS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMAIMSS, STATUS: "
                          WS-STATUS-EMAIMSS
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN INPUT SUAEXT
           IF NOT SUAEXT-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SUAEXT (CORRA PROGSUA), "
                          "STATUS: " WS-STATUS-SUAEXT
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMAIMSS
                  GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMAIMSS
                  CLOSE SUAEXT
                  GOBACK
           END-IF
           OPEN INPUT EMPDATOS
           IF NOT DATOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPDATOS, STATUS: "
                          WS-STATUS-DATOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMAIMSS
                  CLOSE SUAEXT
                  CLOSE EMPLEADOS
                  GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMAIMSS
                  CLOSE SUAEXT
                  CLOSE EMPLEADOS
                  CLOSE EMPDATOS
                  GOBACK
           END-IF
           INITIALIZE WS-TABLA-SUA
                      WS-TABLA-CURP
                      WS-TABLA-AVISOS.
       020-FIN.  EXIT.

      * EL ENCABEZADO DICE DE QUE REGISTRO PATRONAL ES EL EXTRACTO
      * (EN BLANCO = TODOS) Y CUANDO SE GENERO.
       025-CARGA-SUA.
           MOVE SPACES TO SW-FIN
           PERFORM 026-UN-SUA THRU 026-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE SUAEXT
           IF WS-REG-IMSS-SUA EQUAL ZEROS
              THEN
                  MOVE SPACES TO WS-REG-IMSS-SUA
           END-IF.
       025-FIN.  EXIT.

       026-UN-SUA.
           READ SUAEXT
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 026-FIN
           END-READ
           IF SUA-ES-ENCABEZADO
              THEN
                  MOVE SUA-CTRL-REGISTRO-IMSS TO WS-REG-IMSS-SUA
                  IF SUA-CTRL-ANIO NOT EQUAL WS-PED-ANIO
                     OR SUA-CTRL-MES NOT EQUAL WS-PED-MES
                     THEN
                         DISPLAY "AVISO: SUAEXT SE GENERO EL "
                                 SUA-CTRL-FECHA ", NO EN EL MES "
                                 WS-MES-PEDIDO
                  END-IF
                  GO TO 026-FIN
           END-IF
           IF SUA-ES-SUMARIO
              THEN
                  GO TO 026-FIN
           END-IF
           IF WS-TOTAL-SUA EQUAL 2000
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 2000 EMPLEADOS "
                          "EN SUAEXT, SE OMITE EL " SUA-NUMERO-EMP
                  SET ALGUNA-TABLA-LLENA TO TRUE
                  GO TO 026-FIN
           END-IF
           ADD 1 TO WS-TOTAL-SUA
           MOVE SUA-NUMERO-EMP TO WS-SUA-NUMERO (WS-TOTAL-SUA)
           MOVE SUA-RFC        TO WS-SUA-RFC    (WS-TOTAL-SUA)
           MOVE SUA-CURP       TO WS-SUA-CURP   (WS-TOTAL-SUA)
           MOVE SUA-SDI        TO WS-SUA-SDI    (WS-TOTAL-SUA).
       026-FIN.  EXIT.

       027-CARGA-CURP.
           MOVE SPACES TO SW-FIN
           PERFORM 031-UNA-CURP THRU 031-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EMPDATOS.
       027-FIN.  EXIT.

       031-UNA-CURP.
           READ EMPDATOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 031-FIN
           END-READ
           IF DAT-CURP EQUAL SPACES
              THEN
                  GO TO 031-FIN
           END-IF
           IF WS-TOTAL-CURP EQUAL 2000
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 2000 CURP EN "
                          "EMPDATOS, SE OMITE EL " DAT-NUMERO-EMP
                  SET ALGUNA-TABLA-LLENA TO TRUE
                  GO TO 031-FIN
           END-IF
           ADD 1 TO WS-TOTAL-CURP
           MOVE DAT-CURP       TO WS-CUR-CURP   (WS-TOTAL-CURP)
           MOVE DAT-NUMERO-EMP TO WS-CUR-NUMERO (WS-TOTAL-CURP).
       031-FIN.  EXIT.

      * FALTAS, SUSPENSIONES E INCAPACIDADES DEL MES COMO LAS DESCUENTA
      * EL SEGURO: AUSENTISMOS HASTA SIETE, INCAPACIDADES COMPLETAS.
       028-CARGA-INCIDEN.
           OPEN INPUT INCIDEN
           IF NOT INCIDEN-OK
              THEN
                  DISPLAY "SIN ARCHIVO INCIDEN, LOS DIAS NUESTROS SON "
                          "LOS DEL CALENDARIO, STATUS: "
                          WS-STATUS-INCIDEN
                  GO TO 028-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 032-UNA-INCIDENCIA THRU 032-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE INCIDEN.
       028-FIN.  EXIT.

       032-UNA-INCIDENCIA.
           READ INCIDEN
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 032-FIN
           END-READ
           IF INC-FECHA (1:6) NOT EQUAL WS-MES-PEDIDO
              THEN
                  GO TO 032-FIN
           END-IF
           IF NOT INC-ES-FALTA
              AND NOT INC-ES-SUSPENSION
              AND NOT INC-ES-INCAPACIDAD
              THEN
                  GO TO 032-FIN
           END-IF
           SET WS-IDX-SUA TO 1
           SEARCH WS-SUA
              AT END
                 GO TO 032-FIN
              WHEN WS-IDX-SUA GREATER WS-TOTAL-SUA
                 GO TO 032-FIN
              WHEN WS-SUA-NUMERO (WS-IDX-SUA) EQUAL INC-NUMERO-EMP
                 CONTINUE
           END-SEARCH
           IF INC-ES-INCAPACIDAD
              THEN
                  ADD INC-DIAS TO WS-SUA-INCAPAC (WS-IDX-SUA)
                     ON SIZE ERROR
                        MOVE 99 TO WS-SUA-INCAPAC (WS-IDX-SUA)
                  END-ADD
              ELSE
                  ADD INC-DIAS TO WS-SUA-FALTAS (WS-IDX-SUA)
                     ON SIZE ERROR
                        MOVE 99 TO WS-SUA-FALTAS (WS-IDX-SUA)
                  END-ADD
           END-IF.
       032-FIN.  EXIT.

      * LOS AVISOS DE PROGMIMS (ALTAS, BAJAS, CAMBIOS DE SALARIO) Y
      * LOS DE MODIFICACION DE SDI DE PROGSDI. EL ENCABEZADO DE CADA
      * ARCHIVO TRAE LA FECHA EN QUE SE GENERO, QUE ES LA DEL ENVIO.
       029-CARGA-AVISOS.
           OPEN INPUT MOVIMSS
           IF MOVIMSS-OK
              THEN
                  MOVE SPACES TO SW-FIN
                  PERFORM 033-UN-MOVIMSS THRU 033-FIN
                          UNTIL SW-FIN EQUAL "FIN"
                  CLOSE MOVIMSS
              ELSE
                  DISPLAY "SIN ARCHIVO MOVIMSS, NO HAY AVISOS DE "
                          "ALTA, BAJA NI SALARIO, STATUS: "
                          WS-STATUS-MOVIMSS
           END-IF
           OPEN INPUT SDIMOV
           IF SDIMOV-OK
              THEN
                  MOVE SPACES TO SW-FIN
                  PERFORM 034-UN-SDIMOV THRU 034-FIN
                          UNTIL SW-FIN EQUAL "FIN"
                  CLOSE SDIMOV
              ELSE
                  DISPLAY "SIN ARCHIVO SDIMOV, NO HAY AVISOS DE "
                          "MODIFICACION DE SDI, STATUS: "
                          WS-STATUS-SDIMOV
           END-IF.
       029-FIN.  EXIT.

       033-UN-MOVIMSS.
           READ MOVIMSS
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 033-FIN
           END-READ
           IF MI-ES-ENCABEZADO
              THEN
                  MOVE MI-CTRL-FECHA TO WS-FECHA-ENVIO
                  GO TO 033-FIN
           END-IF
           IF MI-ES-SUMARIO
              THEN
                  GO TO 033-FIN
           END-IF
           MOVE MI-NUMERO-EMP TO WS-BUS-NUMERO
           MOVE MI-TIPO       TO WS-BUS-TIPO
           MOVE MI-FECHA      TO WS-FECHA-ABS
           MOVE MI-SDI        TO WS-BUS-SDI
           PERFORM 035-GUARDA-AVISO THRU 035-FIN.
       033-FIN.  EXIT.

       034-UN-SDIMOV.
           READ SDIMOV
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 034-FIN
           END-READ
           IF SM-ES-ENCABEZADO
              THEN
                  MOVE SM-CTRL-FECHA TO WS-FECHA-ENVIO
                  GO TO 034-FIN
           END-IF
           IF SM-ES-SUMARIO
              THEN
                  GO TO 034-FIN
           END-IF
           MOVE SM-NUMERO-EMP TO WS-BUS-NUMERO
           MOVE "M"           TO WS-BUS-TIPO
           MOVE SM-FECHA      TO WS-FECHA-ABS
           MOVE SM-SDI        TO WS-BUS-SDI
           PERFORM 035-GUARDA-AVISO THRU 035-FIN.
       034-FIN.  EXIT.

      * TARDIO: MAS DEL PLAZO ENTRE EL MOVIMIENTO Y EL ENVIO, CON LA
      * MISMA CUENTA DE DIAS DE 360 QUE USA LA SIMULACION. UN AVISO
      * CON VIGENCIA FUTURA (LOS DE PROGSDI) NUNCA ES TARDIO.
       035-GUARDA-AVISO.
           IF WS-TOTAL-AVISOS EQUAL 2000
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 2000 AVISOS, SE "
                          "OMITE EL DEL EMPLEADO " WS-BUS-NUMERO
                  SET ALGUNA-TABLA-LLENA TO TRUE
                  GO TO 035-FIN
           END-IF
           ADD 1 TO WS-TOTAL-AVISOS
           MOVE WS-BUS-NUMERO TO WS-AVI-NUMERO (WS-TOTAL-AVISOS)
           MOVE WS-BUS-TIPO   TO WS-AVI-TIPO   (WS-TOTAL-AVISOS)
           MOVE WS-FECHA-ABS  TO WS-AVI-FECHA  (WS-TOTAL-AVISOS)
           MOVE WS-BUS-SDI    TO WS-AVI-SDI    (WS-TOTAL-AVISOS)
           MOVE "N"           TO WS-AVI-TARDE  (WS-TOTAL-AVISOS)
           COMPUTE WS-ABS-MOVTO =
                   WS-ABS-ANIO * 360 + WS-ABS-MES * 30 + WS-ABS-DIA
           MOVE WS-FECHA-ENVIO TO WS-FECHA-ABS
           COMPUTE WS-ABS-ENVIO =
                   WS-ABS-ANIO * 360 + WS-ABS-MES * 30 + WS-ABS-DIA
           IF WS-ABS-ENVIO GREATER WS-ABS-MOVTO
              AND WS-ABS-ENVIO - WS-ABS-MOVTO GREATER WS-PLAZO-AVISO
              THEN
                  MOVE "S" TO WS-AVI-TARDE (WS-TOTAL-AVISOS)
           END-IF.
       035-FIN.  EXIT.

       030-TITULOS.
           MOVE WS-PED-ANIO     TO WS-TIT-2-ANIO
           MOVE WS-PED-MES      TO WS-TIT-2-MES
           MOVE WS-REG-IMSS-SUA TO WS-TIT-2-REGISTRO
           IF WS-REG-IMSS-SUA EQUAL SPACES
              THEN
                  MOVE "TODOS"  TO WS-TIT-2-REGISTRO
           END-IF
           MOVE WS-FECHA-HOY    TO WS-TIT-2-HOY
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       030-FIN.  EXIT.

      * CADA TRABAJADOR DE LA EMISION SE BUSCA POR CURP EN LO QUE
      * DECLARAMOS; LOS DE OTRO MES O DE OTRO REGISTRO PATRONAL QUE
      * EL DEL EXTRACTO NO SE COMPARAN.
       040-PROCESO.
           READ EMAIMSS
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 040-FIN
           END-READ
           ADD 1 TO WS-LEIDOS-EMA
           IF EMA-PERIODO NOT EQUAL WS-MES-PEDIDO
              OR (WS-REG-IMSS-SUA NOT EQUAL SPACES
                  AND EMA-REGISTRO-IMSS NOT EQUAL WS-REG-IMSS-SUA)
              THEN
                  ADD 1 TO WS-OTRO-PERIODO
                  GO TO 040-FIN
           END-IF
           SET NO-ENCONTRADO TO TRUE
           SET WS-IDX-SUA TO 1
           SEARCH WS-SUA
              AT END
                 CONTINUE
              WHEN WS-IDX-SUA GREATER WS-TOTAL-SUA
                 CONTINUE
              WHEN WS-SUA-CURP (WS-IDX-SUA) EQUAL EMA-CURP
                 SET SI-ENCONTRADO TO TRUE
           END-SEARCH
           IF NO-ENCONTRADO
              THEN
                  PERFORM 070-SOLO-IMSS THRU 070-FIN
                  GO TO 040-FIN
           END-IF
           SET WS-IND-SUA TO WS-IDX-SUA
           MOVE "S" TO WS-SUA-VISTO (WS-IND-SUA)
           SET RENGLON-CUADRA TO TRUE
           PERFORM 050-COMPARA-SDI  THRU 050-FIN
           PERFORM 060-COMPARA-DIAS THRU 060-FIN
           IF RENGLON-CUADRA
              THEN
                  ADD 1 TO WS-CUADRADOS
           END-IF.
       040-FIN.  EXIT.

      * UN SDI DISTINTO LO EXPLICA EL AVISO DE MODIFICACION: QUE NO
      * SE PRESENTO, QUE SE PRESENTO TARDE O CON OTRO IMPORTE.
       050-COMPARA-SDI.
           IF EMA-SDI EQUAL WS-SUA-SDI (WS-IND-SUA)
              THEN
                  GO TO 050-FIN
           END-IF
           MOVE "N" TO SW-CUADRA
           ADD 1 TO WS-DIF-SDI
           MOVE WS-SUA-NUMERO (WS-IND-SUA) TO WS-BUS-NUMERO
           MOVE "M"                        TO WS-BUS-TIPO
           MOVE WS-SUA-SDI (WS-IND-SUA)    TO WS-BUS-SDI
           PERFORM 080-EXPLICA THRU 080-FIN
           MOVE "SDI"                      TO WS-DET-TIPO
           MOVE WS-SUA-NUMERO (WS-IND-SUA) TO WS-DET-NUMERO
           MOVE EMA-CURP                   TO WS-DET-CURP
           MOVE WS-SUA-SDI (WS-IND-SUA)    TO WS-DET-NUESTRO
           MOVE EMA-SDI                    TO WS-DET-IMSS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       050-FIN.  EXIT.

      * LOS DIAS NUESTROS: DEL ALTA (SI FUE EN EL MES) A LA BAJA (SI
      * FUE EN EL MES), MENOS FALTAS HASTA SIETE E INCAPACIDADES. LA
      * DIFERENCIA LA EXPLICA EL AVISO DE BAJA O DE ALTA DEL MES.
       060-COMPARA-DIAS.
           MOVE 1           TO WS-DIA-INICIO
           MOVE WS-DIAS-MES TO WS-DIA-FIN
           MOVE SPACES      TO WS-BUS-TIPO
           MOVE WS-SUA-NUMERO (WS-IND-SUA) TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 MOVE ZEROS TO FECHA-ALTA-EMP
                               FECHA-BAJA-EMP
           END-READ
           IF ANIO-ALTA-EMP EQUAL WS-PED-ANIO
              AND MES-ALTA-EMP EQUAL WS-PED-MES
              THEN
                  MOVE DIA-ALTA-EMP TO WS-DIA-INICIO
                  MOVE "A"          TO WS-BUS-TIPO
           END-IF
           IF ANIO-BAJA-EMP EQUAL WS-PED-ANIO
              AND MES-BAJA-EMP EQUAL WS-PED-MES
              THEN
                  MOVE DIA-BAJA-EMP TO WS-DIA-FIN
                  MOVE "B"          TO WS-BUS-TIPO
           END-IF
           MOVE WS-SUA-FALTAS (WS-IND-SUA) TO WS-FALTAS-TOPE
           IF WS-FALTAS-TOPE GREATER 7
              THEN
                  MOVE 7 TO WS-FALTAS-TOPE
           END-IF
           COMPUTE WS-DIAS-NUESTROS =
                   WS-DIA-FIN - WS-DIA-INICIO + 1
                   - WS-FALTAS-TOPE - WS-SUA-INCAPAC (WS-IND-SUA)
           IF WS-DIAS-NUESTROS LESS ZEROS
              THEN
                  MOVE ZEROS TO WS-DIAS-NUESTROS
           END-IF
           IF WS-DIAS-NUESTROS EQUAL EMA-DIAS
              THEN
                  GO TO 060-FIN
           END-IF
           MOVE "N" TO SW-CUADRA
           ADD 1 TO WS-DIF-DIAS
           IF WS-BUS-TIPO EQUAL SPACES
              THEN
                  MOVE "SIN MOVTO: INCIDENC." TO WS-DET-NOTA
              ELSE
                  MOVE WS-SUA-NUMERO (WS-IND-SUA) TO WS-BUS-NUMERO
                  PERFORM 080-EXPLICA THRU 080-FIN
           END-IF
           MOVE "DIAS"                     TO WS-DET-TIPO
           MOVE WS-SUA-NUMERO (WS-IND-SUA) TO WS-DET-NUMERO
           MOVE EMA-CURP                   TO WS-DET-CURP
           MOVE WS-DIAS-NUESTROS           TO WS-DET-NUESTRO
           MOVE EMA-DIAS                   TO WS-DET-IMSS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       060-FIN.  EXIT.

      * EL SEGURO LO TIENE Y NOSOTROS NO LO DECLARAMOS: SI YA ES
      * BAJA, LO EXPLICA SU AVISO DE BAJA; SI SIGUE ACTIVO, FALTA EN
      * EL EXTRACTO; SIN CURP EN EMPDATOS NO ES NUESTRO.
       070-SOLO-IMSS.
           ADD 1 TO WS-SOLO-IMSS
           MOVE ZEROS TO WS-DET-NUMERO
                         WS-DET-NUESTRO
           SET WS-IDX-CUR TO 1
           SEARCH WS-CUR
              AT END
                 MOVE "CURP NO REGISTRADA" TO WS-DET-NOTA
              WHEN WS-IDX-CUR GREATER WS-TOTAL-CURP
                 MOVE "CURP NO REGISTRADA" TO WS-DET-NOTA
              WHEN WS-CUR-CURP (WS-IDX-CUR) EQUAL EMA-CURP
                 MOVE WS-CUR-NUMERO (WS-IDX-CUR) TO WS-DET-NUMERO
                                                    WS-BUS-NUMERO
                                                    NUMERO-EMP
                 READ EMPLEADOS
                    INVALID KEY
                       MOVE "NO ESTA EN MAESTRO" TO WS-DET-NOTA
                    NOT INVALID KEY
                       IF EMP-ES-BAJA
                          THEN
                              MOVE "B"   TO WS-BUS-TIPO
                              MOVE ZEROS TO WS-BUS-SDI
                              PERFORM 080-EXPLICA THRU 080-FIN
                          ELSE
                              MOVE "ACTIVO, FALTA EN SUA"
                                   TO WS-DET-NOTA
                       END-IF
                 END-READ
           END-SEARCH
           MOVE "SOLO IMSS" TO WS-DET-TIPO
           MOVE EMA-CURP    TO WS-DET-CURP
           MOVE EMA-SDI     TO WS-DET-IMSS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       070-FIN.  EXIT.

      * LO DECLARAMOS Y EL SEGURO NO LO TIENE: LO EXPLICA EL AVISO
      * DE ALTA.
       100-SOLO-NUESTROS.
           IF SUA-YA-VISTO (WS-IND-SUA)
              THEN
                  GO TO 100-FIN
           END-IF
           ADD 1 TO WS-SOLO-NUESTROS
           MOVE WS-SUA-NUMERO (WS-IND-SUA) TO WS-BUS-NUMERO
           MOVE "A"                        TO WS-BUS-TIPO
           MOVE ZEROS                      TO WS-BUS-SDI
           PERFORM 080-EXPLICA THRU 080-FIN
           MOVE "SOLO SUA"                 TO WS-DET-TIPO
           MOVE WS-SUA-NUMERO (WS-IND-SUA) TO WS-DET-NUMERO
           MOVE WS-SUA-CURP (WS-IND-SUA)   TO WS-DET-CURP
           MOVE WS-SUA-SDI (WS-IND-SUA)    TO WS-DET-NUESTRO
           MOVE ZEROS                      TO WS-DET-IMSS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       100-FIN.  EXIT.

      * BUSCA EL ULTIMO AVISO DEL EMPLEADO Y TIPO PEDIDOS Y DEJA EN
      * LA NOTA QUE LE PASO. EN LAS MODIFICACIONES TAMBIEN SE VE SI
      * EL SDI AVISADO ES EL QUE DECLARAMOS.
       080-EXPLICA.
           MOVE ZEROS TO WS-IND-ULTIMO
           PERFORM 085-COMPARA-AVISO THRU 085-FIN
                   VARYING WS-IND-AVI FROM 1 BY 1
                   UNTIL WS-IND-AVI GREATER WS-TOTAL-AVISOS
           IF WS-IND-ULTIMO EQUAL ZEROS
              THEN
                  EVALUATE WS-BUS-TIPO
                     WHEN "A"
                        MOVE "FALTA AVISO DE ALTA"  TO WS-DET-NOTA
                     WHEN "B"
                        MOVE "FALTA AVISO DE BAJA"  TO WS-DET-NOTA
                     WHEN OTHER
                        MOVE "FALTA AVISO MODIFIC." TO WS-DET-NOTA
                  END-EVALUATE
                  GO TO 080-FIN
           END-IF
           IF AVI-ES-TARDIO (WS-IND-ULTIMO)
              THEN
                  EVALUATE WS-BUS-TIPO
                     WHEN "A"
                        MOVE "ALTA AVISADA TARDE"   TO WS-DET-NOTA
                     WHEN "B"
                        MOVE "BAJA AVISADA TARDE"   TO WS-DET-NOTA
                     WHEN OTHER
                        MOVE "MODIF. AVISADA TARDE" TO WS-DET-NOTA
                  END-EVALUATE
                  GO TO 080-FIN
           END-IF
           IF WS-BUS-TIPO EQUAL "M"
              AND WS-AVI-SDI (WS-IND-ULTIMO) NOT EQUAL WS-BUS-SDI
              THEN
                  MOVE "AVISO CON OTRO SDI"    TO WS-DET-NOTA
                  GO TO 080-FIN
           END-IF
           MOVE "AVISO EN TIEMPO"              TO WS-DET-NOTA.
       080-FIN.  EXIT.

       085-COMPARA-AVISO.
           IF WS-AVI-NUMERO (WS-IND-AVI) NOT EQUAL WS-BUS-NUMERO
              OR WS-AVI-TIPO (WS-IND-AVI) NOT EQUAL WS-BUS-TIPO
              THEN
                  GO TO 085-FIN
           END-IF
           IF WS-IND-ULTIMO EQUAL ZEROS
              THEN
                  MOVE WS-IND-AVI TO WS-IND-ULTIMO
                  GO TO 085-FIN
           END-IF
           IF WS-AVI-FECHA (WS-IND-AVI)
              NOT LESS WS-AVI-FECHA (WS-IND-ULTIMO)
              THEN
                  MOVE WS-IND-AVI TO WS-IND-ULTIMO
           END-IF.
       085-FIN.  EXIT.

       200-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 2
           MOVE "TRABAJADORES EN LA EMISION      : " TO WS-TOT-TEXTO
           MOVE WS-LEIDOS-EMA    TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "DE OTRO MES O REGISTRO (OMITIDOS): " TO WS-TOT-TEXTO
           MOVE WS-OTRO-PERIODO  TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "DECLARADOS EN SUAEXT            : " TO WS-TOT-TEXTO
           MOVE WS-TOTAL-SUA     TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "CUADRAN SDI Y DIAS              : " TO WS-TOT-TEXTO
           MOVE WS-CUADRADOS     TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "LOS TIENE EL IMSS Y NOSOTROS NO : " TO WS-TOT-TEXTO
           MOVE WS-SOLO-IMSS     TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "LOS DECLARAMOS Y EL IMSS NO     : " TO WS-TOT-TEXTO
           MOVE WS-SOLO-NUESTROS TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "DIFERENCIAS DE SDI              : " TO WS-TOT-TEXTO
           MOVE WS-DIF-SDI       TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "DIFERENCIAS DE DIAS             : " TO WS-TOT-TEXTO
           MOVE WS-DIF-DIAS      TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           CLOSE EMAIMSS
           CLOSE EMPLEADOS
           CLOSE REPORTE
           DISPLAY "EMISION LEIDA: " WS-LEIDOS-EMA
                   " CUADRADOS: " WS-CUADRADOS
           DISPLAY "SOLO IMSS: " WS-SOLO-IMSS
                   " SOLO SUA: " WS-SOLO-NUESTROS
                   " SDI: " WS-DIF-SDI " DIAS: " WS-DIF-DIAS
           IF WS-SOLO-IMSS GREATER ZEROS
              OR WS-SOLO-NUESTROS GREATER ZEROS
              OR WS-DIF-SDI GREATER ZEROS
              OR WS-DIF-DIAS GREATER ZEROS
              OR ALGUNA-TABLA-LLENA
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.
