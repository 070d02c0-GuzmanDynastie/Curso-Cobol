       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGTESO.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * PROYECCION DE EFECTIVO PARA TESORERIA: CUANTO DINERO DEBE      *
      * HABER EN EL BANCO PARA EL SIGUIENTE DIA DE PAGO Y CUANDO SALE  *
      * CADA PARTE. SE PIDE EL DIA DE PAGO (CERO = EL SIGUIENTE        *
      * PERIODO REGULAR ABIERTO O SIMULADO DEL CATALOGO) Y SE ARMA     *
      * CON:                                                           *
      *   1. EL NETO DE CADA EMPLEADO CALCULADO POR PROGSIMU PARA ESE  *
      *     PERIODO (COPY SIMNETO), AGRUPADO POR BANCO SEGUN LA CLAVE  *
      *     DE LA CLABE DEL MAESTRO, CON LA MISMA TABLA DE PROGBANC;   *
      *     SIN CUENTA VA A CHEQUE. SI SIMNETO ES DE OTRO PERIODO SE   *
      *     PIDE CORRER PROGSIMU;                                      *
      *   2. LOS PAGOS EXTRAORDINARIOS (EXTRAPAG) CON FECHA HASTA EL   *
      *     DIA DE PAGO QUE AUN NO SE DISPERSAN, POR PERIODO ESPECIAL, *
      *     Y LOS CHEQUES EMITIDOS EN TRANSITO;                        *
      *   3. LOS PAGOS A TERCEROS POR FECHA DE VENCIMIENTO: PENSIONES  *
      *     EL DIA DE PAGO; CUOTA SINDICAL (LO RETENIDO EN EL MES MAS  *
      *     LO SIMULADO) Y FONACOT DEL MES, EL MES SIGUIENTE;          *
      *     INFONAVIT DEL BIMESTRE, EL MES QUE SIGUE AL BIMESTRE. LOS  *
      *     DIAS SON LOS DE PARAMS DIA-PAGO-SINDICATO (10),            *
      *     DIA-PAGO-FONACOT (5) Y DIA-PAGO-INFONAVIT (17).            *
      *     LO RETENIDO QUE PROGREVE REVIRTIO (BITACORA NOMREVE) SE    *
      *     RESTA: UNA RETENCION CANCELADA NO SE ENTERA;               *
      * CADA PARTIDA SALE EN EL REPORTE Y EN TESORE, EL ARCHIVO QUE    *
      * CARGA TESORERIA, CON UN RENGLON FINAL DE TOTAL. PROGSIMU NO    *
      * SIMULA INFONAVIT NI FONACOT: ESO QUEDA DENTRO DEL NETO         *
      * PROYECTADO, ASI QUE EL TOTAL A FONDEAR NO SE QUEDA CORTO. SOLO *
      * LEE; RETURN-CODE 4 SI HAY EMPLEADOS FUERA DEL MAESTRO O MAS DE *
      * 20 PERIODOS ESPECIALES, 8 SI FALTA UN ARCHIVO INDISPENSABLE.   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PER-FECHA-PAGO
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT SIMNETO      ASSIGN TO UT-S-SIMNETO
                               FILE STATUS IS WS-STATUS-SIMNETO.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT EXTRAPAG     ASSIGN TO UT-S-EXTRAPAG
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS EXP-LLAVE
                               FILE STATUS IS WS-STATUS-EXTRAPAG.
           SELECT CHEQUES      ASSIGN TO UT-S-CHEQUES
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CHQ-FOLIO
                               ALTERNATE RECORD KEY IS CHQ-EMP-PERIODO
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-CHEQUES.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT NOMREVE      ASSIGN TO UT-S-NOMREVE
                               FILE STATUS IS WS-STATUS-NOMREVE.
           SELECT TESORE       ASSIGN TO UT-S-TESORE
                               FILE STATUS IS WS-STATUS-TESORE.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

       FD  SIMNETO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SIMNETO.
           COPY SIMNETO.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  EXTRAPAG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-EXTRAPAG.
           COPY EXTRAPAG.

       FD  CHEQUES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CHEQUES.
           COPY CHEQUES.

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

       FD  TESORE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-TESORE.
           COPY TESORE.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PERIODOS  PIC X(02)    VALUE "00".
              88 PERIODOS-OK        VALUE "00".
           05 WS-STATUS-SIMNETO   PIC X(02)    VALUE "00".
              88 SIMNETO-OK         VALUE "00".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-EXTRAPAG  PIC X(02)    VALUE "00".
              88 EXTRAPAG-OK        VALUE "00".
           05 SW-HAY-EXTRAPAG     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-EXTRAPAG VALUE "S".
           05 WS-STATUS-CHEQUES   PIC X(02)    VALUE "00".
              88 CHEQUES-OK         VALUE "00".
           05 SW-HAY-CHEQUES      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-CHEQUES VALUE "S".
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 SW-HAY-NOMINA       PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-NOMINA  VALUE "S".
           05 WS-STATUS-NOMREVE   PIC X(02)    VALUE "00".
              88 NOMREVE-OK         VALUE "00".
           05 WS-STATUS-TESORE    PIC X(02)    VALUE "00".
              88 TESORE-OK          VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-PERIODO          PIC X(01)    VALUE "N".
              88 PERIODO-ENCONTRADO  VALUE "S".
           05 SW-EXTRAS-LLENA     PIC X(01)    VALUE "N".
              88 TABLA-EXTRAS-LLENA  VALUE "S".
           05 WS-PAGO-PEDIDO      PIC 9(08)    VALUE ZEROS.
              88 SIGUIENTE-PAGO      VALUE ZEROS.
           05 WS-FECHA-PAGO.
              10 WS-PAG-ANIO      PIC 9(04).
              10 WS-PAG-MES       PIC 9(02).
              10 WS-PAG-DIA       PIC 9(02).
           05 WS-PAG-NUMERO       PIC 9(02)    VALUE ZEROS.
           05 WS-PAG-ESTADO       PIC X(01)    VALUE SPACES.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-BIM-INICIO       PIC 9(02)    VALUE ZEROS.
           05 WS-BIM-FIN          PIC 9(02)    VALUE ZEROS.
           05 WS-AUX-DIV          PIC 9(02)    VALUE ZEROS.
           05 WS-SIMULADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-MAESTRO      PIC 9(05)    VALUE ZEROS.
           05 WS-IND-BCO          PIC 9(02)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-EXTRAS     PIC 9(02)    VALUE ZEROS.
           05 WS-IND-EXT          PIC 9(02)    VALUE ZEROS.
           05 WS-IND-TER          PIC 9(02)    VALUE ZEROS.
           05 WS-IND-MENOR        PIC 9(02)    VALUE ZEROS.
           05 WS-PARTIDAS         PIC 9(03)    VALUE ZEROS.
           05 WS-TRANSITO         PIC 9(05)    VALUE ZEROS.
           05 WS-IMP-TRANSITO     PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-FONDEAR      PIC 9(11)V99 VALUE ZEROS.
           05 WS-DIA-SINDICATO    PIC 9(02)    VALUE 10.
           05 WS-DIA-FONACOT      PIC 9(02)    VALUE 05.
           05 WS-DIA-INFONAVIT    PIC 9(02)    VALUE 17.

      * FECHA DE VENCIMIENTO QUE SE ARMA PARA CADA TERCERO: EL DIA
      * DEL PARAMETRO EN EL MES QUE SIGUE AL QUE SE ENTERA.
       01  WS-VENCE.
           05 WS-VEN-ANIO         PIC 9(04).
           05 WS-VEN-MES          PIC 9(02).
           05 WS-VEN-DIA          PIC 9(02).
       01  WS-VENCE-N REDEFINES WS-VENCE PIC 9(08).

      * LA PARTIDA QUE SE ESTA EMITIENDO, AL REPORTE Y A TESORE.
       01  WS-PARTIDA.
           05 WS-PAR-TIPO         PIC X(04).
           05 WS-PAR-BANCO        PIC X(03).
           05 WS-PAR-DESC         PIC X(30).
           05 WS-PAR-VENCE        PIC 9(08).
           05 WS-PAR-CUANTOS      PIC 9(05).
           05 WS-PAR-IMPORTE      PIC 9(09)V99.

      * MISMA TABLA DE BANCOS QUE LA DISPERSION DE PROGBANC, CON UN
      * RENGLON MAS PARA LOS EMPLEADOS SIN CUENTA (CHEQUE).
       01  WS-TABLA-BANCOS-VAL.
           05 FILLER              PIC X(13)    VALUE "002BANAMEX   ".
           05 FILLER              PIC X(13)    VALUE "012BBVA      ".
           05 FILLER              PIC X(13)    VALUE "014SANTANDER ".
           05 FILLER              PIC X(13)    VALUE "072BANORTE   ".
           05 FILLER              PIC X(13)    VALUE "   OTROS SPEI".
           05 FILLER              PIC X(13)    VALUE "   CHEQUE    ".
       01  WS-TABLA-BANCOS REDEFINES WS-TABLA-BANCOS-VAL.
           05 WS-BCO-RENGLON      OCCURS 6 TIMES.
              10 WS-BCO-CLAVE     PIC X(03).
              10 WS-BCO-NOMBRE    PIC X(10).

       01  WS-TOTALES-BANCO.
           05 WS-TBCO-RENGLON     OCCURS 6 TIMES.
              10 WS-TBCO-DEPOSITOS PIC 9(05).
              10 WS-TBCO-IMPORTE  PIC 9(11)V99.

      * PAGOS EXTRAORDINARIOS PENDIENTES, UNO POR PERIODO ESPECIAL.
       01  WS-TABLA-EXTRAS.
           05 WS-EXT-RENGLON      OCCURS 20 TIMES.
              10 WS-EXT-FECHA     PIC 9(08).
              10 WS-EXT-CUANTOS   PIC 9(05).
              10 WS-EXT-IMPORTE   PIC 9(09)V99.

      * PAGOS A TERCEROS: PENSIONES, SINDICATO, INFONAVIT Y FONACOT,
      * EN ESE ORDEN; SE LISTAN POR FECHA DE VENCIMIENTO.
       01  WS-TABLA-TERCEROS.
           05 WS-TER-RENGLON      OCCURS 4 TIMES.
              10 WS-TER-TIPO      PIC X(04).
              10 WS-TER-DESC      PIC X(30).
              10 WS-TER-VENCE     PIC 9(08).
              10 WS-TER-CUANTOS   PIC 9(05).
              10 WS-TER-IMPORTE   PIC 9(09)V99.
              10 WS-TER-LISTADO   PIC X(01).
                 88 TER-YA-LISTADO   VALUE "S".

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-TITULO-1.
           05 FILLER              PIC X(21)    VALUE SPACES.
           05 FILLER              PIC X(38)
              VALUE "PROYECCION DE EFECTIVO PARA TESORERIA".
           05 FILLER              PIC X(21)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(15)
                                  VALUE "  DIA DE PAGO: ".
           05 WS-TIT-2-PAGO       PIC 9999/99/99.
           05 FILLER              PIC X(11)    VALUE "  PERIODO: ".
           05 WS-TIT-2-NUMERO     PIC Z9.
           05 FILLER              PIC X(10)    VALUE "  ESTADO: ".
           05 WS-TIT-2-ESTADO     PIC X(01).
           05 FILLER              PIC X(11)    VALUE "  EMITIDO: ".
           05 WS-TIT-2-HOY        PIC 9999/99/99.
           05 FILLER              PIC X(10)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(30)    VALUE "PARTIDA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "VENCE".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "  MOVS".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(17)
                                  VALUE "          IMPORTE".
           05 FILLER              PIC X(09)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-SECCION.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-SEC-TEXTO        PIC X(50).
           05 FILLER              PIC X(28)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-DESC         PIC X(30).
           05 WS-DET-VENCE        PIC 9999/99/99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CUANTOS      PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-IMPORTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(09)    VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "TOTAL A FONDEAR".
           05 FILLER              PIC X(22)    VALUE SPACES.
           05 WS-TOT-IMPORTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(09)    VALUE SPACES.

       01  WS-DET-NOTA-1.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(38)
              VALUE "NOTA: EL NETO SIMULADO INCLUYE LO QUE ".
           05 FILLER              PIC X(38)
              VALUE "EN ESTE PERIODO SE RETENDRA DE        ".
           05 FILLER              PIC X(02)    VALUE SPACES.

       01  WS-DET-NOTA-2.
           05 FILLER              PIC X(08)    VALUE SPACES.
           05 FILLER              PIC X(38)
              VALUE "INFONAVIT Y FONACOT, QUE NO SE SIMULAN".
           05 FILLER              PIC X(34)
              VALUE ": EL TOTAL A FONDEAR LO CUBRE.".

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "DIA DE PAGO A PROYECTAR (AAAAMMDD, 0 = EL "
                   "SIGUIENTE): "
           ACCEPT WS-PAGO-PEDIDO
           PERFORM 015-BUSCA-PERIODO    THRU 015-FIN
           PERFORM 018-LEE-PARAMETROS   THRU 018-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           MOVE SPACES TO SW-FIN
           PERFORM 040-LEE-SIMNETO      THRU 040-FIN
           PERFORM 045-VALIDA-SIMNETO   THRU 045-FIN
           PERFORM 050-ACUMULA-NETO     THRU 050-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 060-EXTRAORDINARIOS  THRU 060-FIN
           PERFORM 070-CHEQUES-TRANSITO THRU 070-FIN
           PERFORM 080-RETENCIONES      THRU 080-FIN
           PERFORM 100-IMPRIME-BANCOS   THRU 100-FIN
           PERFORM 110-IMPRIME-PENDIENTES THRU 110-FIN
           PERFORM 120-IMPRIME-TERCEROS THRU 120-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

      * EL DIA DE PAGO TIENE QUE ESTAR EN EL CATALOGO Y NO PAGADO
      * TODAVIA. CON CERO SE TOMA EL SIGUIENTE PERIODO REGULAR, DE
      * HOY EN ADELANTE, QUE SIGA ABIERTO O SIMULADO.
       015-BUSCA-PERIODO.
           OPEN INPUT PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PERIODOS (CORRA "
                          "PROGGPER), STATUS: " WS-STATUS-PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           IF SIGUIENTE-PAGO
              THEN
                  MOVE WS-FECHA-HOY TO PER-FECHA-PAGO
                  MOVE SPACES       TO SW-FIN
                  START PERIODOS KEY IS NOT LESS PER-FECHA-PAGO
                     INVALID KEY
                        MOVE "FIN" TO SW-FIN
                  END-START
                  PERFORM 016-SIGUIENTE THRU 016-FIN
                          UNTIL SW-FIN EQUAL "FIN"
                             OR PERIODO-ENCONTRADO
              ELSE
                  MOVE WS-PAGO-PEDIDO TO PER-FECHA-PAGO
                  READ PERIODOS
                     INVALID KEY
                        DISPLAY "EL DIA DE PAGO " WS-PAGO-PEDIDO
                                " NO ESTA EN EL CATALOGO DE PERIODOS"
                        MOVE 8 TO RETURN-CODE
                        CLOSE PERIODOS
                        GOBACK
                  END-READ
                  IF PER-PAGADO
                     OR PER-CERRADO
                     THEN
                         DISPLAY "EL PERIODO " WS-PAGO-PEDIDO
                                 " YA ESTA DISPERSADO, ESTADO: "
                                 PER-ESTADO
                         MOVE 8 TO RETURN-CODE
                         CLOSE PERIODOS
                         GOBACK
                  END-IF
                  SET PERIODO-ENCONTRADO TO TRUE
           END-IF
           IF NOT PERIODO-ENCONTRADO
              THEN
                  DISPLAY "NO HAY PERIODO ABIERTO O SIMULADO DE HOY "
                          "EN ADELANTE EN EL CATALOGO"
                  MOVE 8 TO RETURN-CODE
                  CLOSE PERIODOS
                  GOBACK
           END-IF
           MOVE PER-FECHA-PAGO TO WS-FECHA-PAGO
           MOVE PER-NUMERO     TO WS-PAG-NUMERO
           MOVE PER-ESTADO     TO WS-PAG-ESTADO.
       015-FIN.  EXIT.

       016-SIGUIENTE.
           READ PERIODOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 016-FIN
           END-READ
           IF PER-ES-ESPECIAL
              THEN
                  GO TO 016-FIN
           END-IF
           IF PER-ABIERTO
              OR PER-SIMULADO
              THEN
                  SET PERIODO-ENCONTRADO TO TRUE
           END-IF.
       016-FIN.  EXIT.

      * DIA DEL MES SIGUIENTE EN QUE SE ENTERA CADA TERCERO; SIN
      * PARAMETRO (O FUERA DE 1 A 28) SE QUEDA EL DE CASA.
       018-LEE-PARAMETROS.
           MOVE "DIA-PAGO-SINDICATO" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              AND WS-PARM-NUMERICO NOT GREATER 28
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-DIA-SINDICATO
           END-IF
           MOVE "DIA-PAGO-FONACOT" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              AND WS-PARM-NUMERICO NOT GREATER 28
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-DIA-FONACOT
           END-IF
           MOVE "DIA-PAGO-INFONAVIT" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              AND WS-PARM-NUMERICO NOT GREATER 28
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-DIA-INFONAVIT
           END-IF.
       018-FIN.  EXIT.

      * SIMNETO Y EMPLEADOS SON INDISPENSABLES; SIN EXTRAPAG, CHEQUES
      * O NOMINA ESA PARTE DE LA PROYECCION SALE EN CEROS.
       020-ABRE-ARCHIVOS.
           OPEN INPUT SIMNETO
           IF NOT SIMNETO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SIMNETO (CORRA PROGSIMU "
                          "PARA EL PERIODO " WS-FECHA-PAGO
                          "), STATUS: " WS-STATUS-SIMNETO
                  MOVE 8 TO RETURN-CODE
                  CLOSE PERIODOS
                  GOBACK
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE PERIODOS
                  CLOSE SIMNETO
                  GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  CLOSE PERIODOS
                  CLOSE SIMNETO
                  CLOSE EMPLEADOS
                  GOBACK
           END-IF
           OPEN OUTPUT TESORE
           IF NOT TESORE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR TESORE, STATUS: "
                          WS-STATUS-TESORE
                  MOVE 8 TO RETURN-CODE
                  CLOSE PERIODOS
                  CLOSE SIMNETO
                  CLOSE EMPLEADOS
                  CLOSE REPORTE
                  GOBACK
           END-IF
           OPEN INPUT EXTRAPAG
           IF EXTRAPAG-OK
              THEN
                  SET HAY-ARCHIVO-EXTRAPAG TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO EXTRAPAG, NO SE PROYECTAN "
                          "PAGOS EXTRAORDINARIOS, STATUS: "
                          WS-STATUS-EXTRAPAG
           END-IF
           OPEN INPUT CHEQUES
           IF CHEQUES-OK
              THEN
                  SET HAY-ARCHIVO-CHEQUES TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO CHEQUES, NO SE PROYECTAN "
                          "CHEQUES EN TRANSITO, STATUS: "
                          WS-STATUS-CHEQUES
           END-IF
           OPEN INPUT NOMINA
           IF NOMINA-OK
              THEN
                  SET HAY-ARCHIVO-NOMINA TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO NOMINA, NO SE PROYECTAN "
                          "RETENCIONES YA PAGADAS, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           INITIALIZE WS-TOTALES-BANCO
                      WS-TABLA-EXTRAS
                      WS-TABLA-TERCEROS.
       020-FIN.  EXIT.

       030-TITULOS.
           MOVE WS-FECHA-PAGO TO WS-TIT-2-PAGO
           MOVE WS-PAG-NUMERO TO WS-TIT-2-NUMERO
           MOVE WS-PAG-ESTADO TO WS-TIT-2-ESTADO
           MOVE WS-FECHA-HOY  TO WS-TIT-2-HOY
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       030-FIN.  EXIT.

       040-LEE-SIMNETO.
           READ SIMNETO
              AT END
                 MOVE "FIN" TO SW-FIN
           END-READ.
       040-FIN.  EXIT.

      * LA SIMULACION TIENE QUE SER DEL MISMO DIA DE PAGO; UNA HOJA
      * DE OTRO PERIODO PROYECTARIA UNA PLANTILLA QUE YA NO ES.
       045-VALIDA-SIMNETO.
           IF SW-FIN EQUAL "FIN"
              THEN
                  DISPLAY "SIMNETO ESTA VACIO, CORRA PROGSIMU PARA "
                          "EL PERIODO " WS-FECHA-PAGO
                  MOVE 8 TO RETURN-CODE
                  PERFORM 210-CIERRA THRU 210-FIN
                  GOBACK
           END-IF
           IF SIM-PERIODO NOT EQUAL WS-FECHA-PAGO
              THEN
                  DISPLAY "SIMNETO ES DEL PERIODO " SIM-PERIODO
                          ", CORRA PROGSIMU PARA EL PERIODO "
                          WS-FECHA-PAGO
                  MOVE 8 TO RETURN-CODE
                  PERFORM 210-CIERRA THRU 210-FIN
                  GOBACK
           END-IF.
       045-FIN.  EXIT.

      * EL BANCO SALE DE LA CLABE DEL MAESTRO COMO EN PROGBANC: SIN
      * CUENTA SE PAGA CON CHEQUE, BANCO FUERA DE TABLA VA POR SPEI.
       050-ACUMULA-NETO.
           ADD 1 TO WS-SIMULADOS
           MOVE SIM-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 ADD 1 TO WS-SIN-MAESTRO
                 MOVE SPACES TO CTA-BANCO-EMP
           END-READ
           IF CTA-BANCO-EMP EQUAL SPACES
              THEN
                  MOVE 6 TO WS-IND-BCO
              ELSE
                  MOVE 5 TO WS-IND-BCO
                  PERFORM 055-BUSCA-BANCO THRU 055-FIN
                          VARYING WS-IND-BUSCA FROM 1 BY 1
                          UNTIL WS-IND-BUSCA GREATER 4
           END-IF
           ADD 1        TO WS-TBCO-DEPOSITOS (WS-IND-BCO)
           ADD SIM-NETO TO WS-TBCO-IMPORTE   (WS-IND-BCO)
           IF SIM-PENSION GREATER ZEROS
              THEN
                  ADD 1           TO WS-TER-CUANTOS (1)
                  ADD SIM-PENSION TO WS-TER-IMPORTE (1)
           END-IF
           IF SIM-SINDICATO GREATER ZEROS
              THEN
                  ADD 1             TO WS-TER-CUANTOS (2)
                  ADD SIM-SINDICATO TO WS-TER-IMPORTE (2)
           END-IF
           PERFORM 040-LEE-SIMNETO THRU 040-FIN.
       050-FIN.  EXIT.

       055-BUSCA-BANCO.
           IF WS-BCO-CLAVE (WS-IND-BUSCA) EQUAL CTA-BANCO-EMP (1:3)
              THEN
                  MOVE WS-IND-BUSCA TO WS-IND-BCO
           END-IF.
       055-FIN.  EXIT.

      * PAGOS EXTRAORDINARIOS CON FECHA HASTA EL DIA DE PAGO QUE NO
      * HAN LLEGADO AL BANCO: CAPTURADOS (SE FONDEA EL IMPORTE
      * BRUTO, LA DEDUCCION AUN NO SE CALCULA) Y PAGADOS EN NOMINA
      * CUYO PERIODO ESPECIAL SIGUE SIN DISPERSAR (SE FONDEA EL NETO).
       060-EXTRAORDINARIOS.
           IF NOT HAY-ARCHIVO-EXTRAPAG
              THEN
                  GO TO 060-FIN
           END-IF
           MOVE LOW-VALUES TO EXP-LLAVE
           MOVE SPACES     TO SW-FIN
           START EXTRAPAG KEY IS NOT LESS EXP-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 065-UN-EXTRAORDINARIO THRU 065-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       060-FIN.  EXIT.

       065-UN-EXTRAORDINARIO.
           READ EXTRAPAG NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 065-FIN
           END-READ
           IF EXP-PERIODO GREATER WS-FECHA-PAGO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 065-FIN
           END-IF
           IF EXP-PAGADO
              THEN
                  MOVE EXP-PERIODO TO PER-FECHA-PAGO
                  READ PERIODOS
                     INVALID KEY
                        GO TO 065-FIN
                  END-READ
                  IF NOT PER-NOMINADO
                     THEN
                         GO TO 065-FIN
                  END-IF
           END-IF
           PERFORM 067-BUSCA-EXTRA THRU 067-FIN
           IF WS-IND-EXT EQUAL ZEROS
              THEN
                  GO TO 065-FIN
           END-IF
           ADD 1 TO WS-EXT-CUANTOS (WS-IND-EXT)
           IF EXP-CAPTURADO
              THEN
                  ADD EXP-IMPORTE TO WS-EXT-IMPORTE (WS-IND-EXT)
              ELSE
                  ADD EXP-NETO    TO WS-EXT-IMPORTE (WS-IND-EXT)
           END-IF.
       065-FIN.  EXIT.

      * LA LLAVE VIENE ORDENADA POR PERIODO: BASTA VER EL ULTIMO
      * RENGLON DE LA TABLA PARA SABER SI EL PERIODO YA ESTA.
       067-BUSCA-EXTRA.
           IF WS-TOTAL-EXTRAS GREATER ZEROS
              AND WS-EXT-FECHA (WS-TOTAL-EXTRAS) EQUAL EXP-PERIODO
              THEN
                  MOVE WS-TOTAL-EXTRAS TO WS-IND-EXT
                  GO TO 067-FIN
           END-IF
           IF WS-TOTAL-EXTRAS EQUAL 20
              THEN
                  IF NOT TABLA-EXTRAS-LLENA
                     THEN
                         DISPLAY "MAS DE 20 PERIODOS ESPECIALES "
                                 "PENDIENTES, SE OMITE DESDE "
                                 EXP-PERIODO
                         SET TABLA-EXTRAS-LLENA TO TRUE
                  END-IF
                  MOVE ZEROS TO WS-IND-EXT
                  GO TO 067-FIN
           END-IF
           ADD 1 TO WS-TOTAL-EXTRAS
           MOVE WS-TOTAL-EXTRAS TO WS-IND-EXT
           MOVE EXP-PERIODO     TO WS-EXT-FECHA (WS-IND-EXT).
       067-FIN.  EXIT.

      * CHEQUES EMITIDOS QUE EL BANCO NO HA PAGADO: PUEDEN COBRARSE
      * CUALQUIER DIA, ASI QUE VENCEN HOY.
       070-CHEQUES-TRANSITO.
           IF NOT HAY-ARCHIVO-CHEQUES
              THEN
                  GO TO 070-FIN
           END-IF
           MOVE 1      TO CHQ-FOLIO
           MOVE SPACES TO SW-FIN
           START CHEQUES KEY IS NOT LESS CHQ-FOLIO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 075-UN-CHEQUE THRU 075-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       070-FIN.  EXIT.

       075-UN-CHEQUE.
           READ CHEQUES NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 075-FIN
           END-READ
           IF CHQ-EMITIDO
              THEN
                  ADD 1           TO WS-TRANSITO
                  ADD CHQ-IMPORTE TO WS-IMP-TRANSITO
           END-IF.
       075-FIN.  EXIT.

      * LO YA RETENIDO EN NOMINA QUE SE ENTERA JUNTO CON LO DEL DIA
      * DE PAGO: CUOTA SINDICAL Y FONACOT DEL MES, INFONAVIT DEL
      * BIMESTRE. LOS IMPORTES DE ESTOS CONCEPTOS VAN EN
      * NOM-DEDUCCION, COMO LOS GRABA PROGNOMI.
       080-RETENCIONES.
           DIVIDE WS-PAG-MES BY 2 GIVING WS-AUX-DIV
                  REMAINDER WS-BIM-INICIO
           IF WS-BIM-INICIO EQUAL ZEROS
              THEN
                  COMPUTE WS-BIM-INICIO = WS-PAG-MES - 1
              ELSE
                  MOVE WS-PAG-MES TO WS-BIM-INICIO
           END-IF
           COMPUTE WS-BIM-FIN = WS-BIM-INICIO + 1
           IF NOT HAY-ARCHIVO-NOMINA
              THEN
                  GO TO 080-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 085-UN-RENGLON THRU 085-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 090-RESTA-REVERTIDOS THRU 090-FIN.
       080-FIN.  EXIT.

       085-UN-RENGLON.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 085-FIN
           END-READ
           IF NOM-ANIO NOT EQUAL WS-PAG-ANIO
              THEN
                  GO TO 085-FIN
           END-IF
           EVALUATE TRUE
              WHEN NOM-CONCEPTO EQUAL "SIND"
               AND NOM-MES EQUAL WS-PAG-MES
                 ADD 1             TO WS-TER-CUANTOS (2)
                 ADD NOM-DEDUCCION TO WS-TER-IMPORTE (2)
              WHEN NOM-CONCEPTO EQUAL "INFO"
               AND NOM-MES NOT LESS WS-BIM-INICIO
               AND NOM-MES NOT GREATER WS-BIM-FIN
                 ADD 1             TO WS-TER-CUANTOS (3)
                 ADD NOM-DEDUCCION TO WS-TER-IMPORTE (3)
              WHEN NOM-CONCEPTO EQUAL "FONA"
               AND NOM-MES EQUAL WS-PAG-MES
                 ADD 1             TO WS-TER-CUANTOS (4)
                 ADD NOM-DEDUCCION TO WS-TER-IMPORTE (4)
           END-EVALUATE.
       085-FIN.  EXIT.

      * EL RENGLON REVE NO DICE QUE CONCEPTO CANCELO; LA BITACORA DE
      * PROGREVE GUARDA EL ORIGINAL Y SE RESTA CON LA MISMA REGLA CON
      * QUE SE SUMO. SIN BITACORA NUNCA SE HA REVERTIDO NADA.
       090-RESTA-REVERTIDOS.
           OPEN INPUT NOMREVE
           IF NOT NOMREVE-OK
              THEN
                  GO TO 090-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 095-RESTA-UNO THRU 095-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMREVE.
       090-FIN.  EXIT.

       095-RESTA-UNO.
           READ NOMREVE INTO REG-NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 095-FIN
           END-READ
           IF NOM-ANIO NOT EQUAL WS-PAG-ANIO
              THEN
                  GO TO 095-FIN
           END-IF
           EVALUATE TRUE
              WHEN NOM-CONCEPTO EQUAL "SIND"
               AND NOM-MES EQUAL WS-PAG-MES
                 SUBTRACT 1             FROM WS-TER-CUANTOS (2)
                 SUBTRACT NOM-DEDUCCION FROM WS-TER-IMPORTE (2)
              WHEN NOM-CONCEPTO EQUAL "INFO"
               AND NOM-MES NOT LESS WS-BIM-INICIO
               AND NOM-MES NOT GREATER WS-BIM-FIN
                 SUBTRACT 1             FROM WS-TER-CUANTOS (3)
                 SUBTRACT NOM-DEDUCCION FROM WS-TER-IMPORTE (3)
              WHEN NOM-CONCEPTO EQUAL "FONA"
               AND NOM-MES EQUAL WS-PAG-MES
                 SUBTRACT 1             FROM WS-TER-CUANTOS (4)
                 SUBTRACT NOM-DEDUCCION FROM WS-TER-IMPORTE (4)
           END-EVALUATE.
       095-FIN.  EXIT.

       100-IMPRIME-BANCOS.
           MOVE "NETO A DISPERSAR POR BANCO (SIMULACION)"
                TO WS-SEC-TEXTO
           WRITE REG-REPORTE FROM WS-SECCION AFTER 2
           PERFORM 105-UN-BANCO THRU 105-FIN
                   VARYING WS-IND-BCO FROM 1 BY 1
                   UNTIL WS-IND-BCO GREATER 6.
       100-FIN.  EXIT.

       105-UN-BANCO.
           IF WS-TBCO-DEPOSITOS (WS-IND-BCO) EQUAL ZEROS
              THEN
                  GO TO 105-FIN
           END-IF
           IF WS-IND-BCO EQUAL 6
              THEN
                  MOVE "CHEQ" TO WS-PAR-TIPO
              ELSE
                  MOVE "NETO" TO WS-PAR-TIPO
           END-IF
           MOVE WS-BCO-CLAVE  (WS-IND-BCO) TO WS-PAR-BANCO
           MOVE WS-BCO-NOMBRE (WS-IND-BCO) TO WS-PAR-DESC
           MOVE WS-FECHA-PAGO              TO WS-PAR-VENCE
           MOVE WS-TBCO-DEPOSITOS (WS-IND-BCO) TO WS-PAR-CUANTOS
           MOVE WS-TBCO-IMPORTE   (WS-IND-BCO) TO WS-PAR-IMPORTE
           PERFORM 150-EMITE-PARTIDA THRU 150-FIN.
       105-FIN.  EXIT.

       110-IMPRIME-PENDIENTES.
           MOVE "OTROS PAGOS PENDIENTES DE SALIR DEL BANCO"
                TO WS-SEC-TEXTO
           WRITE REG-REPORTE FROM WS-SECCION AFTER 2
           IF WS-TRANSITO GREATER ZEROS
              THEN
                  MOVE "TRAN"             TO WS-PAR-TIPO
                  MOVE SPACES             TO WS-PAR-BANCO
                  MOVE "CHEQUES EN TRANSITO" TO WS-PAR-DESC
                  MOVE WS-FECHA-HOY       TO WS-PAR-VENCE
                  MOVE WS-TRANSITO        TO WS-PAR-CUANTOS
                  MOVE WS-IMP-TRANSITO    TO WS-PAR-IMPORTE
                  PERFORM 150-EMITE-PARTIDA THRU 150-FIN
           END-IF
           PERFORM 115-UN-EXTRA THRU 115-FIN
                   VARYING WS-IND-EXT FROM 1 BY 1
                   UNTIL WS-IND-EXT GREATER WS-TOTAL-EXTRAS.
       110-FIN.  EXIT.

       115-UN-EXTRA.
           MOVE "EXTR"                      TO WS-PAR-TIPO
           MOVE SPACES                      TO WS-PAR-BANCO
           MOVE "PAGO EXTRAORDINARIO"       TO WS-PAR-DESC
           MOVE WS-EXT-FECHA   (WS-IND-EXT) TO WS-PAR-VENCE
           MOVE WS-EXT-CUANTOS (WS-IND-EXT) TO WS-PAR-CUANTOS
           MOVE WS-EXT-IMPORTE (WS-IND-EXT) TO WS-PAR-IMPORTE
           PERFORM 150-EMITE-PARTIDA THRU 150-FIN.
       115-FIN.  EXIT.

      * LA PENSION SE DEPOSITA AL BENEFICIARIO EL MISMO DIA DE PAGO
      * (PENSBANC); LOS DEMAS TERCEROS SE ENTERAN EL MES SIGUIENTE.
       120-IMPRIME-TERCEROS.
           MOVE "PENS"                     TO WS-TER-TIPO (1)
           MOVE "PENSIONES ALIMENTICIAS"   TO WS-TER-DESC (1)
           MOVE WS-FECHA-PAGO              TO WS-TER-VENCE (1)
           MOVE "SIND"                     TO WS-TER-TIPO (2)
           MOVE "CUOTAS SINDICALES DEL MES" TO WS-TER-DESC (2)
           MOVE WS-PAG-ANIO                TO WS-VEN-ANIO
           COMPUTE WS-VEN-MES = WS-PAG-MES + 1
           MOVE WS-DIA-SINDICATO           TO WS-VEN-DIA
           PERFORM 125-AJUSTA-ANIO THRU 125-FIN
           MOVE WS-VENCE-N                 TO WS-TER-VENCE (2)
           MOVE "INFO"                     TO WS-TER-TIPO (3)
           MOVE "INFONAVIT DEL BIMESTRE"   TO WS-TER-DESC (3)
           MOVE WS-PAG-ANIO                TO WS-VEN-ANIO
           COMPUTE WS-VEN-MES = WS-BIM-FIN + 1
           MOVE WS-DIA-INFONAVIT           TO WS-VEN-DIA
           PERFORM 125-AJUSTA-ANIO THRU 125-FIN
           MOVE WS-VENCE-N                 TO WS-TER-VENCE (3)
           MOVE "FONA"                     TO WS-TER-TIPO (4)
           MOVE "FONACOT DEL MES"          TO WS-TER-DESC (4)
           MOVE WS-PAG-ANIO                TO WS-VEN-ANIO
           COMPUTE WS-VEN-MES = WS-PAG-MES + 1
           MOVE WS-DIA-FONACOT             TO WS-VEN-DIA
           PERFORM 125-AJUSTA-ANIO THRU 125-FIN
           MOVE WS-VENCE-N                 TO WS-TER-VENCE (4)
           MOVE "PAGOS A TERCEROS POR FECHA DE VENCIMIENTO"
                TO WS-SEC-TEXTO
           WRITE REG-REPORTE FROM WS-SECCION AFTER 2
           PERFORM 130-SIGUIENTE-TERCERO THRU 130-FIN
                   4 TIMES.
       120-FIN.  EXIT.

       125-AJUSTA-ANIO.
           IF WS-VEN-MES GREATER 12
              THEN
                  SUBTRACT 12 FROM WS-VEN-MES
                  ADD 1 TO WS-VEN-ANIO
           END-IF.
       125-FIN.  EXIT.

      * CADA VUELTA LISTA EL TERCERO PENDIENTE QUE VENCE PRIMERO.
       130-SIGUIENTE-TERCERO.
           MOVE ZEROS TO WS-IND-MENOR
           PERFORM 135-COMPARA-TERCERO THRU 135-FIN
                   VARYING WS-IND-TER FROM 1 BY 1
                   UNTIL WS-IND-TER GREATER 4
           IF WS-IND-MENOR EQUAL ZEROS
              THEN
                  GO TO 130-FIN
           END-IF
           MOVE "S" TO WS-TER-LISTADO (WS-IND-MENOR)
           IF WS-TER-IMPORTE (WS-IND-MENOR) EQUAL ZEROS
              THEN
                  GO TO 130-FIN
           END-IF
           MOVE WS-TER-TIPO    (WS-IND-MENOR) TO WS-PAR-TIPO
           MOVE SPACES                        TO WS-PAR-BANCO
           MOVE WS-TER-DESC    (WS-IND-MENOR) TO WS-PAR-DESC
           MOVE WS-TER-VENCE   (WS-IND-MENOR) TO WS-PAR-VENCE
           MOVE WS-TER-CUANTOS (WS-IND-MENOR) TO WS-PAR-CUANTOS
           MOVE WS-TER-IMPORTE (WS-IND-MENOR) TO WS-PAR-IMPORTE
           PERFORM 150-EMITE-PARTIDA THRU 150-FIN.
       130-FIN.  EXIT.

       135-COMPARA-TERCERO.
           IF TER-YA-LISTADO (WS-IND-TER)
              THEN
                  GO TO 135-FIN
           END-IF
           IF WS-IND-MENOR EQUAL ZEROS
              THEN
                  MOVE WS-IND-TER TO WS-IND-MENOR
                  GO TO 135-FIN
           END-IF
           IF WS-TER-VENCE (WS-IND-TER)
              LESS WS-TER-VENCE (WS-IND-MENOR)
              THEN
                  MOVE WS-IND-TER TO WS-IND-MENOR
           END-IF.
       135-FIN.  EXIT.

      * UNA PARTIDA VA AL REPORTE Y AL ARCHIVO DE TESORERIA.
       150-EMITE-PARTIDA.
           MOVE WS-PAR-DESC    TO WS-DET-DESC
           MOVE WS-PAR-VENCE   TO WS-DET-VENCE
           MOVE WS-PAR-CUANTOS TO WS-DET-CUANTOS
           MOVE WS-PAR-IMPORTE TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           MOVE SPACES         TO REG-TESORE
           MOVE WS-FECHA-PAGO  TO TES-FECHA-PAGO
           MOVE WS-PAR-TIPO    TO TES-TIPO
           MOVE WS-PAR-BANCO   TO TES-BANCO
           MOVE WS-PAR-VENCE   TO TES-FECHA-VENCE
           MOVE WS-PAR-IMPORTE TO TES-IMPORTE
           MOVE WS-PAR-CUANTOS TO TES-MOVIMIENTOS
           MOVE WS-PAR-DESC    TO TES-DESCRIPCION
           WRITE REG-TESORE
           IF NOT TESORE-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO TESORE, STATUS: "
                          WS-STATUS-TESORE
                  MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1              TO WS-PARTIDAS
           ADD WS-PAR-IMPORTE TO WS-TOT-FONDEAR.
       150-FIN.  EXIT.

       200-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 2
           MOVE WS-TOT-FONDEAR TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           WRITE REG-REPORTE FROM WS-DET-NOTA-1 AFTER 2
           WRITE REG-REPORTE FROM WS-DET-NOTA-2 AFTER 1
           MOVE SPACES         TO REG-TESORE
           MOVE WS-FECHA-PAGO  TO TES-FECHA-PAGO
                                  TES-FECHA-VENCE
           MOVE "TOTL"         TO TES-TIPO
           MOVE WS-TOT-FONDEAR TO TES-IMPORTE
           MOVE WS-PARTIDAS    TO TES-MOVIMIENTOS
           MOVE "TOTAL A FONDEAR"  TO TES-DESCRIPCION
           WRITE REG-TESORE
           PERFORM 210-CIERRA THRU 210-FIN
           DISPLAY "EMPLEADOS SIMULADOS : " WS-SIMULADOS
           DISPLAY "PARTIDAS A TESORERIA: " WS-PARTIDAS
           DISPLAY "TOTAL A FONDEAR     : " WS-TOT-FONDEAR
           IF WS-SIN-MAESTRO GREATER ZEROS
              THEN
                  DISPLAY "EMPLEADOS FUERA DEL MAESTRO (VAN A "
                          "CHEQUE): " WS-SIN-MAESTRO
           END-IF
           IF RETURN-CODE EQUAL ZEROS
              AND (WS-SIN-MAESTRO GREATER ZEROS
                   OR TABLA-EXTRAS-LLENA)
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       210-CIERRA.
           CLOSE PERIODOS
           CLOSE SIMNETO
           CLOSE EMPLEADOS
           CLOSE REPORTE
           CLOSE TESORE
           IF HAY-ARCHIVO-EXTRAPAG
              THEN
                  CLOSE EXTRAPAG
           END-IF
           IF HAY-ARCHIVO-CHEQUES
              THEN
                  CLOSE CHEQUES
           END-IF
           IF HAY-ARCHIVO-NOMINA
              THEN
                  CLOSE NOMINA
           END-IF.
       210-FIN.  EXIT.
