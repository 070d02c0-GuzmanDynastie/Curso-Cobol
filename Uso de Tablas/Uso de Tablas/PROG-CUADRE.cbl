      *   - LA POLIZA DEBE VENIR BALANCEADA (CARGOS = ABONOS EN SU     *
      *     SUMARIO) Y SU ABONO DE NETO A DISPERSAR DEBE SER EL        *
      *     TOTAL DE NETOS DEL REGISTRO.                               *
      * LO QUE VIAJA AL BANCO SON LOS ARCHIVOS POR BANCO DE PROGBANC   *
      * (BCO002, BCO012, BCO014, BCO072 Y DISPOTRO): CADA UNO DEBE     *
      * EXISTIR, SER DEL PERIODO Y CUADRAR SU SUMARIO CON SU DETALLE,  *
      * Y LA SUMA DE LOS CINCO DEBE DAR LA DISPERSION CONSOLIDADA; LA  *
      * PUNTA DEL BANCO CONTRA EL LIBRO SE CUADRA CON ESA SUMA.        *
      * EL NETO PAGADO CON UN CHEQUE VIGENTE DE PROGCHEQ (EMITIDO O    *
      * COBRADO) ES PAGO EXPLICADO: NO SE LISTA COMO NO DEPOSITADO Y   *
      * EL LIBRO DEBE DAR BANCOS MAS CHEQUES MAS NO-DEPOSITADOS.       *
      * TODA DISCREPANCIA SE LISTA Y LA CORRIDA TERMINA CON RETORNO    *
      * 8, PARA QUE LA AGENDA DEL CIERRE LA EXHIBA.                    *
      * -------------------------------------------------------------- *
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT DISPBANC     ASSIGN TO UT-S-DISPBANC
                               FILE STATUS IS WS-STATUS-DISPBANC.
           SELECT BCO002       ASSIGN TO UT-S-BCO002
                               FILE STATUS IS WS-STATUS-BCO002.
           SELECT BCO012       ASSIGN TO UT-S-BCO012
                               FILE STATUS IS WS-STATUS-BCO012.
           SELECT BCO014       ASSIGN TO UT-S-BCO014
                               FILE STATUS IS WS-STATUS-BCO014.
           SELECT BCO072       ASSIGN TO UT-S-BCO072
                               FILE STATUS IS WS-STATUS-BCO072.
           SELECT DISPOTRO     ASSIGN TO UT-S-DISPOTRO
                               FILE STATUS IS WS-STATUS-DISPOTRO.
           SELECT CHEQUES      ASSIGN TO UT-S-CHEQUES
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CHQ-FOLIO
                               ALTERNATE RECORD KEY IS CHQ-EMP-PERIODO
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-CHEQUES.
           SELECT POLIZA       ASSIGN TO UT-S-POLIZA
                               FILE STATUS IS WS-STATUS-POLIZA.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
           05 DIS-CTRL-IMPORTE    PIC 9(11)V99.
           05 FILLER              PIC X(49).

       FD  BCO002
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BCO002.
           COPY BCO002.

       FD  BCO012
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BCO012.
           COPY BCO012.

       FD  BCO014
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BCO014.
           COPY BCO014.

       FD  BCO072
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BCO072.
           COPY BCO072.

       FD  DISPOTRO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DISPOTRO.
           COPY DISPOTRO.

       FD  CHEQUES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CHEQUES.
           COPY CHEQUES.

       FD  POLIZA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-DISPBANC  PIC X(02)    VALUE "00".
              88 DISPBANC-OK        VALUE "00".
           05 WS-STATUS-BCO002    PIC X(02)    VALUE "00".
              88 BCO002-OK          VALUE "00".
           05 WS-STATUS-BCO012    PIC X(02)    VALUE "00".
              88 BCO012-OK          VALUE "00".
           05 WS-STATUS-BCO014    PIC X(02)    VALUE "00".
              88 BCO014-OK          VALUE "00".
           05 WS-STATUS-BCO072    PIC X(02)    VALUE "00".
              88 BCO072-OK          VALUE "00".
           05 WS-STATUS-DISPOTRO  PIC X(02)    VALUE "00".
              88 DISPOTRO-OK        VALUE "00".
           05 WS-STATUS-CHEQUES   PIC X(02)    VALUE "00".
              88 CHEQUES-OK         VALUE "00" "02" "05".
           05 WS-STATUS-POLIZA    PIC X(02)    VALUE "00".
              88 POLIZA-OK          VALUE "00".
              88 POLIZA-NO-EXISTE   VALUE "35".
           05 WS-TOT-NETO-LIBRO   PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-DEPOSITADO   PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-NO-DEPOSIT   PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-CHEQUES      PIC 9(11)V99 VALUE ZEROS.
           05 WS-PAGADO-EMP       PIC 9(11)V99 VALUE ZEROS.
           05 WS-SUMARIO-IMPORTE  PIC 9(11)V99 VALUE ZEROS.
           05 WS-SUMARIO-CONTEO   PIC 9(05)    VALUE ZEROS.
           05 WS-DETALLE-CONTEO   PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-EMPS       PIC 9(04)    VALUE ZEROS.
           05 WS-IND-EMP          PIC 9(04)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(04)    VALUE ZEROS.
           05 WS-TOT-BANCOS       PIC 9(11)V99 VALUE ZEROS.
           05 WS-CONTEO-BANCOS    PIC 9(05)    VALUE ZEROS.
           05 WS-IND-ARC          PIC 9(01)    VALUE ZEROS.
           05 SW-ARC-SUMARIO      PIC X(01)    VALUE "N".
              88 ARCHIVO-CON-SUMARIO VALUE "S".
           05 WS-ARC-FECHA.
              10 WS-ARC-ANIO      PIC 9(04).
              10 WS-ARC-MES       PIC 9(02).
              10 WS-ARC-DIA       PIC 9(02).
           05 WS-ARC-SUM-CONTEO   PIC 9(07)    VALUE ZEROS.
           05 WS-ARC-SUM-IMPORTE  PIC 9(16)V99 VALUE ZEROS.

      * LOS CINCO ARCHIVOS QUE PROGBANC MANDA AL BANCO, EN EL ORDEN
      * DE SU TABLA DE BANCOS; LA CLAVE 000 SON LOS INTERBANCARIOS.
       01  WS-TABLA-ARCHIVOS-VAL.
           05 FILLER              PIC X(31)
              VALUE "002ARCHIVO BANAMEX   (BCO002): ".
           05 FILLER              PIC X(31)
              VALUE "012ARCHIVO BBVA      (BCO012): ".
           05 FILLER              PIC X(31)
              VALUE "014ARCHIVO SANTANDER (BCO014): ".
           05 FILLER              PIC X(31)
              VALUE "072ARCHIVO BANORTE   (BCO072): ".
           05 FILLER              PIC X(31)
              VALUE "000ARCHIVO SPEI    (DISPOTRO): ".
       01  WS-TABLA-ARCHIVOS REDEFINES WS-TABLA-ARCHIVOS-VAL.
           05 WS-ARC-RENGLON      OCCURS 5 TIMES.
              10 WS-ARC-CLAVE     PIC 9(03).
              10 WS-ARC-TEXTO     PIC X(28).

       01  WS-TOTALES-ARCHIVOS.
           05 WS-TARC-RENGLON     OCCURS 5 TIMES.
              10 WS-TARC-CONTEO   PIC 9(05).
              10 WS-TARC-IMPORTE  PIC 9(11)V99.

      * NETOS DEL REGISTRO Y DEPOSITOS POR EMPLEADO, PARA EL CRUCE
      * RENGLON CONTRA RENGLON DE LA PRIMERA PUNTA.
              10 WS-CRU-NUMERO    PIC 9(05).
              10 WS-CRU-LIBRO     PIC 9(09)V99.
              10 WS-CRU-BANCO     PIC 9(09)V99.
              10 WS-CRU-CHEQUE    PIC 9(09)V99.

       01  WS-TITULO-1.
           05 FILLER              PIC X(16)    VALUE SPACES.
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 100-CARGA-LIBRO      THRU 100-FIN
           PERFORM 120-CARGA-DISPERSION THRU 120-FIN
           PERFORM 130-CARGA-BANCOS     THRU 130-FIN
           PERFORM 147-CARGA-CHEQUES    THRU 147-FIN
           PERFORM 140-CRUZA-EMPLEADOS  THRU 140-FIN
           PERFORM 150-CUADRA-TOTALES   THRU 150-FIN
           PERFORM 160-CUADRA-POLIZA    THRU 160-FIN
           CLOSE NOMINA.
       100-FIN.  EXIT.

      * EL REVERSO (REVE) NO SACA DINERO DEL BANCO: LO DISPERSADO SE
      * SIGUE CUADRANDO CONTRA EL RENGLON ORIGINAL.
       110-CARGA-UN-NETO.
           READ NOMINA
              AT END
              OR NOM-MES NOT EQUAL WS-PER-MES
              OR NOM-DIA NOT EQUAL WS-PER-DIA
              OR NOM-NETO EQUAL ZEROS
              OR NOM-ES-REVERSO
              THEN
                  GO TO 110-FIN
           END-IF
                     TO WS-CRU-NUMERO (WS-IND-EMP)
                  MOVE ZEROS TO WS-CRU-LIBRO (WS-IND-EMP)
                                WS-CRU-BANCO (WS-IND-EMP)
                                WS-CRU-CHEQUE (WS-IND-EMP)
           END-IF.
       115-FIN.  EXIT.

           WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1.
       125-FIN.  EXIT.

      * ---------------------------------------------------------------
      * LOS ARCHIVOS POR BANCO: CADA UNO SE CUADRA CONTRA SU PROPIO
      * SUMARIO Y SU DETALLE SE SUMA AL TOTAL DE LOS BANCOS.
      * ---------------------------------------------------------------
       130-CARGA-BANCOS.
           INITIALIZE WS-TOTALES-ARCHIVOS
           MOVE 1 TO WS-IND-ARC
           PERFORM 131-ARCHIVO-BCO002 THRU 131-FIN
           MOVE 2 TO WS-IND-ARC
           PERFORM 132-ARCHIVO-BCO012 THRU 132-FIN
           MOVE 3 TO WS-IND-ARC
           PERFORM 133-ARCHIVO-BCO014 THRU 133-FIN
           MOVE 4 TO WS-IND-ARC
           PERFORM 134-ARCHIVO-BCO072 THRU 134-FIN
           MOVE 5 TO WS-IND-ARC
           PERFORM 135-ARCHIVO-OTRO   THRU 135-FIN.
       130-FIN.  EXIT.

       131-ARCHIVO-BCO002.
           OPEN INPUT BCO002
           IF NOT BCO002-OK
              THEN
                  PERFORM 137-FALTA-ARCHIVO THRU 137-FIN
                  GO TO 131-FIN
           END-IF
           PERFORM 136-INICIA-ARCHIVO THRU 136-FIN
           PERFORM 141-LEE-BCO002 THRU 141-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE BCO002
           PERFORM 139-CUADRA-ARCHIVO THRU 139-FIN.
       131-FIN.  EXIT.

       132-ARCHIVO-BCO012.
           OPEN INPUT BCO012
           IF NOT BCO012-OK
              THEN
                  PERFORM 137-FALTA-ARCHIVO THRU 137-FIN
                  GO TO 132-FIN
           END-IF
           PERFORM 136-INICIA-ARCHIVO THRU 136-FIN
           PERFORM 142-LEE-BCO012 THRU 142-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE BCO012
           PERFORM 139-CUADRA-ARCHIVO THRU 139-FIN.
       132-FIN.  EXIT.

       133-ARCHIVO-BCO014.
           OPEN INPUT BCO014
           IF NOT BCO014-OK
              THEN
                  PERFORM 137-FALTA-ARCHIVO THRU 137-FIN
                  GO TO 133-FIN
           END-IF
           PERFORM 136-INICIA-ARCHIVO THRU 136-FIN
           PERFORM 143-LEE-BCO014 THRU 143-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE BCO014
           PERFORM 139-CUADRA-ARCHIVO THRU 139-FIN.
       133-FIN.  EXIT.

       134-ARCHIVO-BCO072.
           OPEN INPUT BCO072
           IF NOT BCO072-OK
              THEN
                  PERFORM 137-FALTA-ARCHIVO THRU 137-FIN
                  GO TO 134-FIN
           END-IF
           PERFORM 136-INICIA-ARCHIVO THRU 136-FIN
           PERFORM 144-LEE-BCO072 THRU 144-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE BCO072
           PERFORM 139-CUADRA-ARCHIVO THRU 139-FIN.
       134-FIN.  EXIT.

       135-ARCHIVO-OTRO.
           OPEN INPUT DISPOTRO
           IF NOT DISPOTRO-OK
              THEN
                  PERFORM 137-FALTA-ARCHIVO THRU 137-FIN
                  GO TO 135-FIN
           END-IF
           PERFORM 136-INICIA-ARCHIVO THRU 136-FIN
           PERFORM 145-LEE-OTRO THRU 145-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE DISPOTRO
           PERFORM 139-CUADRA-ARCHIVO THRU 139-FIN.
       135-FIN.  EXIT.

       136-INICIA-ARCHIVO.
           MOVE SPACES TO SW-FIN
           MOVE "N"    TO SW-ARC-SUMARIO
           MOVE ZEROS  TO WS-ARC-FECHA
                          WS-ARC-SUM-CONTEO
                          WS-ARC-SUM-IMPORTE.
       136-FIN.  EXIT.

      * SIN UNO DE LOS ARCHIVOS EL JUEGO QUE SE MANDO AL BANCO NO SE
      * PUEDE PROBAR COMPLETO.
       137-FALTA-ARCHIVO.
           ADD 1 TO WS-DISCREPANCIAS
           MOVE "FALTA ARCHIVO DEL BANCO (CLAVE):  "
              TO WS-DIS-TEXTO
           MOVE WS-ARC-CLAVE (WS-IND-ARC) TO WS-DIS-NUMERO
           MOVE ZEROS TO WS-DIS-IMPORTE-1
                         WS-DIS-IMPORTE-2
           WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1.
       137-FIN.  EXIT.

       139-CUADRA-ARCHIVO.
           ADD WS-TARC-CONTEO (WS-IND-ARC)  TO WS-CONTEO-BANCOS
           ADD WS-TARC-IMPORTE (WS-IND-ARC) TO WS-TOT-BANCOS
           MOVE WS-ARC-CLAVE (WS-IND-ARC)   TO WS-DIS-NUMERO
           IF WS-ARC-FECHA NOT EQUAL WS-PERIODO-PEDIDO
              THEN
                  ADD 1 TO WS-DISCREPANCIAS
                  MOVE "ARCHIVO DE BANCO DE OTRO PERIODO: "
                     TO WS-DIS-TEXTO
                  MOVE ZEROS TO WS-DIS-IMPORTE-1
                                WS-DIS-IMPORTE-2
                  WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1
           END-IF
           IF NOT ARCHIVO-CON-SUMARIO
              THEN
                  ADD 1 TO WS-DISCREPANCIAS
                  MOVE "ARCHIVO DE BANCO SIN SUMARIO:     "
                     TO WS-DIS-TEXTO
                  MOVE ZEROS TO WS-DIS-IMPORTE-1
                  MOVE WS-TARC-IMPORTE (WS-IND-ARC)
                     TO WS-DIS-IMPORTE-2
                  WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1
                  GO TO 139-FIN
           END-IF
           IF WS-ARC-SUM-IMPORTE NOT EQUAL WS-TARC-IMPORTE (WS-IND-ARC)
              OR WS-ARC-SUM-CONTEO NOT EQUAL
                 WS-TARC-CONTEO (WS-IND-ARC)
              THEN
                  ADD 1 TO WS-DISCREPANCIAS
                  MOVE "SUMARIO DEL BANCO DESCUADRADO:    "
                     TO WS-DIS-TEXTO
                  MOVE WS-ARC-SUM-IMPORTE TO WS-DIS-IMPORTE-1
                  MOVE WS-TARC-IMPORTE (WS-IND-ARC)
                     TO WS-DIS-IMPORTE-2
                  WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1
           END-IF.
       139-FIN.  EXIT.

       141-LEE-BCO002.
           READ BCO002
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 141-FIN
           END-READ
           EVALUATE TRUE
              WHEN B02-ES-ENCABEZADO
                 MOVE B02-CTRL-FECHA TO WS-ARC-FECHA
              WHEN B02-ES-SUMARIO
                 SET ARCHIVO-CON-SUMARIO TO TRUE
                 MOVE B02-CTRL-REGISTROS TO WS-ARC-SUM-CONTEO
                 MOVE B02-CTRL-IMPORTE   TO WS-ARC-SUM-IMPORTE
                 MOVE "FIN" TO SW-FIN
              WHEN OTHER
                 ADD 1 TO WS-TARC-CONTEO (WS-IND-ARC)
                 ADD B02-IMPORTE TO WS-TARC-IMPORTE (WS-IND-ARC)
           END-EVALUATE.
       141-FIN.  EXIT.

       142-LEE-BCO012.
           READ BCO012
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 142-FIN
           END-READ
           EVALUATE TRUE
              WHEN B12-ES-ENCABEZADO
                 MOVE B12-CTRL-ANIO TO WS-ARC-ANIO
                 MOVE B12-CTRL-MES  TO WS-ARC-MES
                 MOVE B12-CTRL-DIA  TO WS-ARC-DIA
              WHEN B12-ES-SUMARIO
                 SET ARCHIVO-CON-SUMARIO TO TRUE
                 MOVE B12-CTRL-REGISTROS TO WS-ARC-SUM-CONTEO
                 MOVE B12-CTRL-IMPORTE   TO WS-ARC-SUM-IMPORTE
                 MOVE "FIN" TO SW-FIN
              WHEN OTHER
                 ADD 1 TO WS-TARC-CONTEO (WS-IND-ARC)
                 ADD B12-IMPORTE TO WS-TARC-IMPORTE (WS-IND-ARC)
           END-EVALUATE.
       142-FIN.  EXIT.

       143-LEE-BCO014.
           READ BCO014
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 143-FIN
           END-READ
           EVALUATE TRUE
              WHEN B14-ES-ENCABEZADO
                 MOVE B14-CTRL-FECHA TO WS-ARC-FECHA
              WHEN B14-ES-SUMARIO
                 SET ARCHIVO-CON-SUMARIO TO TRUE
                 MOVE B14-CTRL-REGISTROS TO WS-ARC-SUM-CONTEO
                 MOVE B14-CTRL-IMPORTE   TO WS-ARC-SUM-IMPORTE
                 MOVE "FIN" TO SW-FIN
              WHEN OTHER
                 ADD 1 TO WS-TARC-CONTEO (WS-IND-ARC)
                 ADD B14-IMPORTE TO WS-TARC-IMPORTE (WS-IND-ARC)
           END-EVALUATE.
       143-FIN.  EXIT.

       144-LEE-BCO072.
           READ BCO072
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 144-FIN
           END-READ
           EVALUATE TRUE
              WHEN B72-ES-ENCABEZADO
                 MOVE B72-CTRL-FECHA TO WS-ARC-FECHA
              WHEN B72-ES-SUMARIO
                 SET ARCHIVO-CON-SUMARIO TO TRUE
                 MOVE B72-CTRL-REGISTROS TO WS-ARC-SUM-CONTEO
                 MOVE B72-CTRL-IMPORTE   TO WS-ARC-SUM-IMPORTE
                 MOVE "FIN" TO SW-FIN
              WHEN OTHER
                 ADD 1 TO WS-TARC-CONTEO (WS-IND-ARC)
                 ADD B72-IMPORTE TO WS-TARC-IMPORTE (WS-IND-ARC)
           END-EVALUATE.
       144-FIN.  EXIT.

       145-LEE-OTRO.
           READ DISPOTRO
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 145-FIN
           END-READ
           EVALUATE TRUE
              WHEN DOT-ES-ENCABEZADO
                 MOVE DOT-CTRL-FECHA TO WS-ARC-FECHA
              WHEN DOT-ES-SUMARIO
                 SET ARCHIVO-CON-SUMARIO TO TRUE
                 MOVE DOT-CTRL-REGISTROS TO WS-ARC-SUM-CONTEO
                 MOVE DOT-CTRL-IMPORTE   TO WS-ARC-SUM-IMPORTE
                 MOVE "FIN" TO SW-FIN
              WHEN OTHER
                 ADD 1 TO WS-TARC-CONTEO (WS-IND-ARC)
                 ADD DOT-IMPORTE TO WS-TARC-IMPORTE (WS-IND-ARC)
           END-EVALUATE.
       145-FIN.  EXIT.

      * ---------------------------------------------------------------
      * LOS CHEQUES VIGENTES DEL PERIODO. SIN REGISTRO DE CHEQUES NO
      * HUBO EMISION Y NO HAY NADA QUE CARGAR.
      * ---------------------------------------------------------------
       147-CARGA-CHEQUES.
           OPEN INPUT CHEQUES
           IF NOT CHEQUES-OK
              THEN
                  GO TO 147-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           MOVE 1      TO CHQ-FOLIO
           START CHEQUES KEY IS NOT LESS CHQ-FOLIO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 148-CARGA-UN-CHEQUE THRU 148-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CHEQUES.
       147-FIN.  EXIT.

       148-CARGA-UN-CHEQUE.
           READ CHEQUES NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 148-FIN
           END-READ
           IF CHQ-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              OR CHQ-CANCELADO
              THEN
                  GO TO 148-FIN
           END-IF
           ADD CHQ-IMPORTE TO WS-TOT-CHEQUES
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-EMPS
              IF WS-CRU-NUMERO (WS-IND-BUSCA)
                 EQUAL CHQ-NUMERO-EMP
                 THEN
                     ADD CHQ-IMPORTE
                        TO WS-CRU-CHEQUE (WS-IND-BUSCA)
                     GO TO 148-FIN
              END-IF
           END-PERFORM
           ADD 1 TO WS-DISCREPANCIAS
           MOVE "CHEQUE SIN RENGLON DE NOMINA:     "
              TO WS-DIS-TEXTO
           MOVE CHQ-NUMERO-EMP TO WS-DIS-NUMERO
           MOVE CHQ-IMPORTE    TO WS-DIS-IMPORTE-1
           MOVE ZEROS          TO WS-DIS-IMPORTE-2
           WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1.
       148-FIN.  EXIT.

      * ---------------------------------------------------------------
      * CRUCE POR EMPLEADO Y CUADRE DE TOTALES
      * ---------------------------------------------------------------
       140-CRUZA-EMPLEADOS.
           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                   UNTIL WS-IND-EMP GREATER WS-TOTAL-EMPS
              ADD WS-CRU-BANCO (WS-IND-EMP)
                  WS-CRU-CHEQUE (WS-IND-EMP) GIVING WS-PAGADO-EMP
              IF WS-PAGADO-EMP EQUAL ZEROS
                 THEN
      * NI DEPOSITO NI CHEQUE: SIEMPRE LISTADO PARA QUE ALGUIEN LO
      * PERSIGA.
                     ADD WS-CRU-LIBRO (WS-IND-EMP)
                        TO WS-TOT-NO-DEPOSIT
                     MOVE "NETO SIN DEPOSITO NI CHEQUE:      "
                        TO WS-DIS-TEXTO
                     MOVE WS-CRU-NUMERO (WS-IND-EMP)
                        TO WS-DIS-NUMERO
                     MOVE ZEROS TO WS-DIS-IMPORTE-2
                     WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1
                 ELSE
                     IF WS-PAGADO-EMP NOT EQUAL
                        WS-CRU-LIBRO (WS-IND-EMP)
                        THEN
                            ADD 1 TO WS-DISCREPANCIAS
                            MOVE "IMPORTE LIBRO VS BANCO DIFIERE:   "
                               TO WS-DIS-TEXTO
                            IF WS-CRU-CHEQUE (WS-IND-EMP)
                               GREATER ZEROS
                               THEN
                                   MOVE
                                   "LIBRO VS BANCO+CHEQUE DIFIERE:    "
                                      TO WS-DIS-TEXTO
                            END-IF
                            MOVE WS-CRU-NUMERO (WS-IND-EMP)
                               TO WS-DIS-NUMERO
                            MOVE WS-CRU-LIBRO (WS-IND-EMP)
                               TO WS-DIS-IMPORTE-1
                            MOVE WS-PAGADO-EMP
                               TO WS-DIS-IMPORTE-2
                            WRITE REG-REPORTE FROM WS-DET-DISC
                                  AFTER 1
                  MOVE WS-TOT-DEPOSITADO  TO WS-DIS-IMPORTE-2
                  WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1
           END-IF
      * LO QUE SE MANDO A LOS BANCOS DEBE SER LA DISPERSION
      * CONSOLIDADA, NI UN DEPOSITO MAS NI UNO MENOS.
           IF WS-TOT-BANCOS NOT EQUAL WS-TOT-DEPOSITADO
              OR WS-CONTEO-BANCOS NOT EQUAL WS-DETALLE-CONTEO
              THEN
                  ADD 1 TO WS-DISCREPANCIAS
                  MOVE "DISPERSION VS ARCHIVOS DE BANCOS: "
                     TO WS-DIS-TEXTO
                  MOVE ZEROS             TO WS-DIS-NUMERO
                  MOVE WS-TOT-DEPOSITADO TO WS-DIS-IMPORTE-1
                  MOVE WS-TOT-BANCOS     TO WS-DIS-IMPORTE-2
                  WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1
           END-IF
           IF WS-TOT-NETO-LIBRO NOT EQUAL
              (WS-TOT-BANCOS + WS-TOT-CHEQUES + WS-TOT-NO-DEPOSIT)
              THEN
                  ADD 1 TO WS-DISCREPANCIAS
                  MOVE "LIBRO VS BANCOS+CHEQUES+NO-DEPOS.:"
                     TO WS-DIS-TEXTO
                  MOVE ZEROS             TO WS-DIS-NUMERO
                  MOVE WS-TOT-NETO-LIBRO TO WS-DIS-IMPORTE-1
                  ADD WS-TOT-BANCOS WS-TOT-CHEQUES
                      GIVING WS-PAGADO-EMP
                  MOVE WS-PAGADO-EMP     TO WS-DIS-IMPORTE-2
                  WRITE REG-REPORTE FROM WS-DET-DISC AFTER 1
           END-IF.
       150-FIN.  EXIT.
           MOVE "TOTAL DEPOSITADO          : " TO WS-TOT-TEXTO
           MOVE WS-TOT-DEPOSITADO TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           PERFORM 210-TOTAL-ARCHIVO THRU 210-FIN
                   VARYING WS-IND-ARC FROM 1 BY 1
                   UNTIL WS-IND-ARC GREATER 5
           MOVE "TOTAL ARCHIVOS DE BANCOS  : " TO WS-TOT-TEXTO
           MOVE WS-TOT-BANCOS     TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "TOTAL PAGADO CON CHEQUE   : " TO WS-TOT-TEXTO
           MOVE WS-TOT-CHEQUES    TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "TOTAL NO DEPOSITADO       : " TO WS-TOT-TEXTO
           MOVE WS-TOT-NO-DEPOSIT TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       210-TOTAL-ARCHIVO.
           MOVE WS-ARC-TEXTO (WS-IND-ARC)    TO WS-TOT-TEXTO
           MOVE WS-TARC-IMPORTE (WS-IND-ARC) TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1.
       210-FIN.  EXIT.
