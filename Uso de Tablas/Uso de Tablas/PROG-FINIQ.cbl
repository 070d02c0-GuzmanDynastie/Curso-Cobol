      * IMPRIME EL FINIQUITO PARA FIRMA DEL EMPLEADO Y DEJA EL        *
      * IMPORTE EN LA INTERFAZ INTFFINI (LAYOUT DE NOMINA, CONCEPTO    *
      * "FINI") QUE PROGNOMI RECOGE EN LA SIGUIENTE CORRIDA.           *
      * EN UNA BAJA POR DEFUNCION NO SE LE PAGA AL FALLECIDO: PROGREPA *
      * REPARTE EL FINIQUITO ENTRE SUS BENEFICIARIOS (COPY BENEFIC),   *
      * SE IMPRIME EL REPARTO, INTFFINI QUEDA COMO CONSTANCIA (NETO EN *
      * CEROS, COMO EN PROGBAJA) Y CADA DEPOSITO SE ENCOLA EN          *
      * FINIBANC.                                                      *
      * SIN UNA DESIGNACION QUE SUME 100 NO SE GENERA NADA.            *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               FILE STATUS IS WS-STATUS-PRESTAMO.
           SELECT INTFFINI     ASSIGN TO UT-S-INTFFINI
                               FILE STATUS IS WS-STATUS-INTFFINI.
           SELECT FINIBANC     ASSIGN TO UT-S-FINIBANC
                               FILE STATUS IS WS-STATUS-FINIBANC.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

       FD  FINIBANC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FINIBANC.
           COPY FINIBANC.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
              88 PRESTAMO-ABIERTO   VALUE "00".
           05 WS-STATUS-INTFFINI  PIC X(02)    VALUE "00".
              88 INTFFINI-OK        VALUE "00" "05".
           05 WS-STATUS-FINIBANC  PIC X(02)    VALUE "00".
              88 FINIBANC-OK        VALUE "00" "05".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-CAUSA-BAJA       PIC X(01)    VALUE SPACES.
              88 BAJA-POR-DEFUNCION  VALUE "D".
           05 WS-IND-BEN          PIC 9(02)    VALUE ZEROS.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99 VALUE ZEROS.
           05 WS-DIAS-ANIO-BAJA   PIC 9(03)    VALUE ZEROS.
           05 WS-AGUI-PROP        PIC 9(07)V99 VALUE ZEROS.
              10 WS-MES-HOY       PIC 9(02).
              10 WS-DIA-HOY       PIC 9(02).

       01  WS-PARAMETROS-REPARTO.
           05 WS-REP-NUMERO-EMP   PIC 9(05).
           05 WS-REP-IMPORTE      PIC 9(07)V99.
           05 WS-REP-RESULTADO    PIC X(01).
              88 REPARTO-OK          VALUE "S".
              88 REPARTO-SIN-BENEF   VALUE "N".
              88 REPARTO-NO-SUMA     VALUE "P".
           05 WS-REP-TOTAL-PORC   PIC 9(03)V99.
           05 WS-REP-CUANTOS      PIC 9(02).
           05 WS-REP-BENEF        OCCURS 10 TIMES.
              10 WS-REP-SECUENCIA PIC 9(02).
              10 WS-REP-NOMBRE    PIC X(30).
              10 WS-REP-NOMBRE-PARTES REDEFINES WS-REP-NOMBRE.
                 15 WS-REP-APE-PATERNO PIC X(12).
                 15 WS-REP-APE-MATERNO PIC X(10).
                 15 WS-REP-NOM-PILA    PIC X(08).
              10 WS-REP-PARENTESCO PIC X(01).
              10 WS-REP-CTA-BANCO PIC X(18).
              10 WS-REP-PORCENTAJE PIC 9(03)V99.
              10 WS-REP-IMPORTE-BEN PIC 9(07)V99.

       01  WS-TITULO-1.
           05 FILLER              PIC X(22)    VALUE SPACES.
           05 FILLER              PIC X(36)
           05 WS-CON-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(34)    VALUE SPACES.

       01  WS-LINEA-NOTA.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-NOTA-TEXTO       PIC X(60).
           05 FILLER              PIC X(16)    VALUE SPACES.

       01  WS-LINEA-BENEF.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-LBE-SECUENCIA    PIC 99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LBE-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LBE-PORC         PIC ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LBE-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LBE-CUENTA       PIC X(18).

       01  WS-LINEA-FIRMA.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(40)
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "NUMERO DE EMPLEADO DADO DE BAJA: "
           ACCEPT WS-NUMERO-PEDIDO
           DISPLAY "CAUSA DE LA BAJA (D=DEFUNCION, "
                   "OTRA TECLA=ORDINARIA): "
           ACCEPT WS-CAUSA-BAJA
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           MOVE WS-NUMERO-PEDIDO TO NUMERO-EMP
           READ EMPLEADOS
                  GOBACK
           END-IF
           PERFORM 030-CALCULA-CONCEPTOS THRU 030-FIN
           IF BAJA-POR-DEFUNCION
              THEN
                  PERFORM 035-REPARTE-BENEFICIARIOS THRU 035-FIN
                  IF NOT REPARTO-OK
                     THEN
                         MOVE 4 TO RETURN-CODE
                         PERFORM 900-CIERRA THRU 900-FIN
                         GOBACK
                  END-IF
           END-IF
           PERFORM 100-IMPRIME-FINIQUITO THRU 100-FIN
           PERFORM 110-GRABA-INTERFAZ    THRU 110-FIN
           IF BAJA-POR-DEFUNCION
              THEN
                  PERFORM 120-ENCOLA-BENEFICIARIO THRU 120-FIN
                          VARYING WS-IND-BEN FROM 1 BY 1
                          UNTIL WS-IND-BEN GREATER WS-REP-CUANTOS
           END-IF
           PERFORM 900-CIERRA THRU 900-FIN
           DISPLAY "FINIQUITO GENERADO, IMPORTE: " WS-TOTAL-FINIQUITO
           MOVE 0 TO RETURN-CODE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           IF BAJA-POR-DEFUNCION
              THEN
                  OPEN EXTEND FINIBANC
                  IF NOT FINIBANC-OK
                     THEN
                         DISPLAY "NO SE PUDO ABRIR FINIBANC, STATUS: "
                                 WS-STATUS-FINIBANC
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                  END-IF
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
           END-IF.
       030-FIN.  EXIT.

      * MISMO REPARTO QUE 035-REPARTE-BENEFICIARIOS DE PROGBAJA.
       035-REPARTE-BENEFICIARIOS.
           MOVE NUMERO-EMP         TO WS-REP-NUMERO-EMP
           MOVE WS-TOTAL-FINIQUITO TO WS-REP-IMPORTE
           CALL "PROGREPA" USING WS-PARAMETROS-REPARTO
           EVALUATE TRUE
              WHEN REPARTO-OK
                 CONTINUE
              WHEN REPARTO-SIN-BENEF
                 DISPLAY "EL EMPLEADO NO TIENE BENEFICIARIOS CON "
                         "PORCENTAJE; CAPTURELOS EN PROGBENE"
              WHEN REPARTO-NO-SUMA
                 DISPLAY "LOS PORCENTAJES DE LOS BENEFICIARIOS SUMAN "
                         WS-REP-TOTAL-PORC " Y DEBEN SUMAR 100; "
                         "CORRIJA EN PROGBENE"
              WHEN OTHER
                 DISPLAY "NO SE PUDO LEER LA DESIGNACION DE "
                         "BENEFICIARIOS"
           END-EVALUATE.
       035-FIN.  EXIT.

       100-IMPRIME-FINIQUITO.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE "TOTAL DEL FINIQUITO"    TO WS-CON-DESCRIPCION
           MOVE WS-TOTAL-FINIQUITO       TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-CONCEPTO AFTER 1
           IF BAJA-POR-DEFUNCION
              THEN
                  MOVE "BAJA POR DEFUNCION: SE PAGA A LOS BENEFICIARIOS"
                     TO WS-NOTA-TEXTO
                  WRITE REG-REPORTE FROM WS-LINEA-NOTA AFTER 2
                  PERFORM 105-IMPRIME-BENEFICIARIO THRU 105-FIN
                          VARYING WS-IND-BEN FROM 1 BY 1
                          UNTIL WS-IND-BEN GREATER WS-REP-CUANTOS
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-FIRMA AFTER 3.
       100-FIN.  EXIT.

       105-IMPRIME-BENEFICIARIO.
           MOVE WS-REP-SECUENCIA (WS-IND-BEN)   TO WS-LBE-SECUENCIA
           MOVE WS-REP-NOMBRE (WS-IND-BEN)      TO WS-LBE-NOMBRE
           MOVE WS-REP-PORCENTAJE (WS-IND-BEN)  TO WS-LBE-PORC
           MOVE WS-REP-IMPORTE-BEN (WS-IND-BEN) TO WS-LBE-IMPORTE
           IF WS-REP-CTA-BANCO (WS-IND-BEN) EQUAL SPACES
              THEN
                  MOVE "VENTANILLA" TO WS-LBE-CUENTA
              ELSE
                  MOVE WS-REP-CTA-BANCO (WS-IND-BEN) TO WS-LBE-CUENTA
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-BENEF AFTER 1.
       105-FIN.  EXIT.

       110-GRABA-INTERFAZ.
           MOVE SPACES             TO REG-NOMINA
           MOVE WS-ANIO-HOY        TO NOM-ANIO
                                      NOM-IMSS
                                      NOM-OTROS
           MOVE WS-TOTAL-FINIQUITO TO NOM-NETO
      * EN UNA DEFUNCION EL DINERO VIAJA POR FINIBANC A LOS
      * BENEFICIARIOS: EL NETO VA EN CEROS PARA QUE PROGBANC NO LO
      * DEPOSITE EN LA CUENTA DEL FALLECIDO.
           IF BAJA-POR-DEFUNCION
              THEN
                  MOVE ZEROS TO NOM-NETO
           END-IF
           WRITE REG-NOMINA.
       110-FIN.  EXIT.

       120-ENCOLA-BENEFICIARIO.
           IF WS-REP-IMPORTE-BEN (WS-IND-BEN) EQUAL ZEROS
              THEN
                  GO TO 120-FIN
           END-IF
           IF WS-REP-CTA-BANCO (WS-IND-BEN) EQUAL SPACES
              THEN
                  DISPLAY "BENEFICIARIO " WS-REP-SECUENCIA (WS-IND-BEN)
                          " SIN CLABE: TESORERIA LE PAGA EN VENTANILLA"
                  GO TO 120-FIN
           END-IF
           MOVE SPACES                           TO REG-FINIBANC
           MOVE NUMERO-EMP                       TO FIB-NUMERO-EMP
           MOVE WS-REP-APE-PATERNO (WS-IND-BEN)  TO FIB-APE-PATERNO
           MOVE WS-REP-APE-MATERNO (WS-IND-BEN)  TO FIB-APE-MATERNO
           MOVE WS-REP-NOM-PILA (WS-IND-BEN)     TO FIB-NOM-PILA
           MOVE WS-REP-CTA-BANCO (WS-IND-BEN)    TO FIB-CTA-BANCO
           MOVE WS-REP-IMPORTE-BEN (WS-IND-BEN)  TO FIB-IMPORTE
           MOVE WS-REP-SECUENCIA (WS-IND-BEN)    TO FIB-SECUENCIA-BEN
           WRITE REG-FINIBANC.
       120-FIN.  EXIT.

       900-CIERRA.
           CLOSE EMPLEADOS
           IF SALDOVAC-OK
                  CLOSE PRESTAMO
           END-IF
           CLOSE INTFFINI
           IF BAJA-POR-DEFUNCION
              THEN
                  CLOSE FINIBANC
           END-IF
           CLOSE REPORTE.
       900-FIN.  EXIT.
