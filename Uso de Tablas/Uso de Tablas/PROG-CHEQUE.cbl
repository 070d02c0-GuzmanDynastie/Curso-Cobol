       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCHEQ.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * PAGO CON CHEQUE DE LOS EMPLEADOS SIN CUENTA BANCARIA. PROGBANC *
      * LOS MANDA AL REPORTE DE EXCEPCIONES Y AHI SE QUEDABAN: SE LES  *
      * PAGABA CON CHEQUES A MANO QUE NO QUEDABAN EN NINGUN LADO. ESTE *
      * MODULO LLEVA EL REGISTRO DE CHEQUES (VER COPY CHEQUES):        *
      *   OPCION 1 - ALTA DE CHEQUERA: RANGO DE FOLIOS IMPRESOS. EL    *
      *              PRIMER FOLIO DEBE SER MAYOR AL ULTIMO USADO PARA  *
      *              QUE UN FOLIO NUNCA SE REPITA;                     *
      *   OPCION 2 - EMISION DEL PERIODO: CADA RENGLON DE NOMINA CON   *
      *              NETO DE UN EMPLEADO DEL MAESTRO SIN CUENTA RECIBE *
      *              EL SIGUIENTE FOLIO, SE GRABA COMO EMITIDO Y SE    *
      *              IMPRIME EL CHEQUE CON SU TALON. EL FOLIO USADO SE *
      *              GRABA EN EL CONTROL CHEQUE POR CHEQUE, ASI QUE    *
      *              UNA CORRIDA REPETIDA NO DUPLICA: EL RENGLON QUE   *
      *              YA TIENE CHEQUE VIGENTE SE BRINCA;                *
      *   OPCION 3 - CANCELACION DE UN CHEQUE EMITIDO. EL NETO QUEDA   *
      *              SIN PAGAR Y LA SIGUIENTE EMISION DEL PERIODO LE   *
      *              DA UN FOLIO NUEVO;                                *
      *   OPCION 4 - CONCILIACION CONTRA EL ARCHIVO DE CHEQUES PAGADOS *
      *              DEL BANCO: MARCA LOS COBRADOS, LISTA LOS COBROS   *
      *              QUE NO CUADRAN Y LOS CHEQUES EN TRANSITO. CON     *
      *              DISCREPANCIAS TERMINA CON RETORNO 8.              *
      * AUDITORIA MODO "T" VIA PROGMENU DE CADA MOVIMIENTO. PROGCUAD   *
      * CUENTA LOS CHEQUES VIGENTES COMO PAGO EXPLICADO.               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES      ASSIGN TO UT-S-CHEQUES
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CHQ-FOLIO
                               ALTERNATE RECORD KEY IS CHQ-EMP-PERIODO
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-CHEQUES.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT CHQPAGAD     ASSIGN TO UT-S-CHQPAGAD
                               FILE STATUS IS WS-STATUS-CHQPAGAD.
           SELECT CHEQIMPR     ASSIGN TO UT-S-CHEQIMPR
                               FILE STATUS IS WS-STATUS-CHEQIMPR.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
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

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

      * CHEQUES PAGADOS DEL BANCO: UN RENGLON POR CHEQUE COBRADO, CON
      * SU FOLIO, EL IMPORTE QUE SE PAGO Y LA FECHA DEL COBRO.
       FD  CHQPAGAD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CHQPAGAD.
       01  REG-CHQPAGAD.
           05 CPG-FOLIO           PIC 9(07).
           05 CPG-IMPORTE         PIC 9(07)V99.
           05 CPG-FECHA-COBRO     PIC 9(08).
           05 FILLER              PIC X(56).

       FD  CHEQIMPR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CHEQIMPR.
       01  REG-CHEQIMPR           PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CHEQUES   PIC X(02)    VALUE "00".
              88 CHEQUES-OK         VALUE "00" "02" "05".
              88 CHEQUES-NO-EXISTE  VALUE "35".
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-CHQPAGAD  PIC X(02)    VALUE "00".
              88 CHQPAGAD-OK        VALUE "00".
           05 WS-STATUS-CHEQIMPR  PIC X(02)    VALUE "00".
              88 CHEQIMPR-OK        VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-CONFIRMA         PIC X(01)    VALUE "N".
              88 MOVIMIENTO-CONFIRMADO VALUE "S".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-ALTERNA      PIC X(03)    VALUE SPACES.
           05 SW-CONTROL          PIC X(01)    VALUE "N".
              88 HAY-CHEQUERA       VALUE "S".
           05 SW-VIGENTE          PIC X(01)    VALUE "N".
              88 YA-TIENE-CHEQUE    VALUE "S".
           05 SW-AGOTADA          PIC X(01)    VALUE "N".
              88 CHEQUERA-AGOTADA   VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-PERIODO-PEDIDO.
              10 WS-PER-ANIO      PIC 9(04).
              10 WS-PER-MES       PIC 9(02).
              10 WS-PER-DIA       PIC 9(02).
           05 WS-FOLIO-PEDIDO     PIC 9(07)    VALUE ZEROS.
           05 WS-FOLIO-INI-PEDIDO PIC 9(07)    VALUE ZEROS.
           05 WS-FOLIO-FIN-PEDIDO PIC 9(07)    VALUE ZEROS.
           05 WS-FOLIO-VIGENTE    PIC 9(07)    VALUE ZEROS.
           05 WS-EMITIDOS         PIC 9(05)    VALUE ZEROS.
           05 WS-YA-EMITIDOS      PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-FOLIO        PIC 9(05)    VALUE ZEROS.
           05 WS-IMPORTE-EMITIDO  PIC 9(09)V99 VALUE ZEROS.
           05 WS-PAGADOS-LEIDOS   PIC 9(05)    VALUE ZEROS.
           05 WS-COBRADOS         PIC 9(05)    VALUE ZEROS.
           05 WS-EN-TRANSITO      PIC 9(05)    VALUE ZEROS.
           05 WS-IMPORTE-TRANSITO PIC 9(09)V99 VALUE ZEROS.
           05 WS-DISCREPANCIAS    PIC 9(05)    VALUE ZEROS.

      * COPIA DEL REGISTRO DE CONTROL: EL AREA DEL ARCHIVO SE USA PARA
      * GRABAR CADA CHEQUE Y EL CONTROL SE REGRABA DESDE AQUI.
       01  WS-CONTROL-CHEQUERA.
           05 WS-CTL-LLAVE        PIC 9(07)    VALUE ZEROS.
           05 WS-CTL-ALTERNA      PIC 9(13)    VALUE ZEROS.
           05 WS-CTL-FOLIO-INI    PIC 9(07)    VALUE ZEROS.
           05 WS-CTL-FOLIO-FIN    PIC 9(07)    VALUE ZEROS.
           05 WS-CTL-ULTIMO       PIC 9(07)    VALUE ZEROS.
           05 WS-CTL-FECHA        PIC 9(08)    VALUE ZEROS.
           05 FILLER              PIC X(31)    VALUE SPACES.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "Q".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGCHEQ".

      * CHEQUE Y TALON: EL CHEQUE VA EN HOJA NUEVA Y EL IMPORTE CON
      * ASTERISCOS DE PROTECCION.
       01  WS-CHQ-LINEA-1.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "CENTRO DE CAPACITACION".
           05 FILLER              PIC X(30)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "CHEQUE : ".
           05 WS-CHQ-FOLIO        PIC 9(07).
           05 FILLER              PIC X(02)    VALUE SPACES.

       01  WS-CHQ-LINEA-2.
           05 FILLER              PIC X(62)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "FECHA : ".
           05 WS-CHQ-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.

       01  WS-CHQ-LINEA-3.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(24)
              VALUE "PAGUESE A LA ORDEN DE: ".
           05 WS-CHQ-BENEFICIARIO PIC X(30).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-CHQ-IMPORTE      PIC $*,***,**9.99.
           05 FILLER              PIC X(08)    VALUE SPACES.

       01  WS-CHQ-LINEA-4.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(40)
              VALUE "PAGO DE NOMINA - NO NEGOCIABLE".
           05 FILLER              PIC X(38)    VALUE SPACES.

       01  WS-TAL-LINEA-1.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(16)    VALUE "TALON  PERIODO: ".
           05 WS-TAL-PERIODO      PIC 9(08).
           05 FILLER              PIC X(12)    VALUE "  EMPLEADO: ".
           05 WS-TAL-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TAL-CONCEPTO     PIC X(04).
           05 FILLER              PIC X(09)    VALUE "  FOLIO: ".
           05 WS-TAL-FOLIO        PIC 9(07).
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-TAL-LINEA-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(15)    VALUE "PERCEPCIONES: ".
           05 WS-TAL-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(15)    VALUE "  DEDUCCIONES: ".
           05 WS-TAL-DEDUCCION    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(08)    VALUE "  NETO: ".
           05 WS-TAL-NETO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUE SPACES.

       01  WS-TITULO-EMISION.
           05 FILLER              PIC X(18)    VALUE SPACES.
           05 FILLER              PIC X(35)
              VALUE "EMISION DE CHEQUES DEL PERIODO".
           05 WS-TIT-PERIODO      PIC 9(08).
           05 FILLER              PIC X(19)    VALUE SPACES.

       01  WS-TITULO-CONCILIA.
           05 FILLER              PIC X(18)    VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "CONCILIACION DE CHEQUES PAGADOS DEL BANCO".
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FOLIO        PIC 9(07).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(26).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOTA         PIC X(21).

       01  WS-DET-TOTALES.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-TEXTO        PIC X(28).
           05 WS-TOT-CUANTOS      PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-IMPORTE      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(29)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. ALTA DE CHEQUERA (RANGO DE FOLIOS)"
           DISPLAY "2. EMISION DE CHEQUES DEL PERIODO"
           DISPLAY "3. CANCELACION DE UN CHEQUE"
           DISPLAY "4. CONCILIACION CONTRA CHEQUES PAGADOS"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CHEQUERA   THRU 100-FIN
              WHEN 2
                 PERFORM 200-EMISION    THRU 200-FIN
              WHEN 3
                 PERFORM 300-CANCELA    THRU 300-FIN
              WHEN 4
                 PERFORM 400-CONCILIA   THRU 400-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

       090-ABRE-REGISTRO.
           OPEN I-O CHEQUES
           IF CHEQUES-NO-EXISTE
              THEN
                  OPEN OUTPUT CHEQUES
                  CLOSE CHEQUES
                  OPEN I-O CHEQUES
           END-IF
           IF NOT CHEQUES-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CHEQUES, STATUS: "
                          WS-STATUS-CHEQUES
                  MOVE 8 TO RETURN-CODE
           END-IF.
       090-FIN.  EXIT.

      * TRAE EL REGISTRO DE CONTROL A SU COPIA DE TRABAJO.
       095-LEE-CONTROL.
           MOVE "N"   TO SW-CONTROL
           MOVE ZEROS TO CHQ-FOLIO
           READ CHEQUES
              INVALID KEY
                 INITIALIZE WS-CONTROL-CHEQUERA
              NOT INVALID KEY
                 MOVE REG-CHEQUES TO WS-CONTROL-CHEQUERA
                 SET HAY-CHEQUERA TO TRUE
           END-READ.
       095-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: ALTA DE CHEQUERA
      * ---------------------------------------------------------------
       100-CHEQUERA.
           PERFORM 090-ABRE-REGISTRO THRU 090-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 100-FIN
           END-IF
           PERFORM 095-LEE-CONTROL THRU 095-FIN
           IF HAY-CHEQUERA
              THEN
                  DISPLAY "CHEQUERA ACTUAL: " WS-CTL-FOLIO-INI " A "
                          WS-CTL-FOLIO-FIN ", ULTIMO USADO: "
                          WS-CTL-ULTIMO
           END-IF
           DISPLAY "PRIMER FOLIO DE LA CHEQUERA NUEVA: "
           ACCEPT WS-FOLIO-INI-PEDIDO
           DISPLAY "ULTIMO FOLIO DE LA CHEQUERA NUEVA: "
           ACCEPT WS-FOLIO-FIN-PEDIDO
           IF WS-FOLIO-INI-PEDIDO EQUAL ZEROS
              OR WS-FOLIO-FIN-PEDIDO LESS WS-FOLIO-INI-PEDIDO
              OR WS-FOLIO-INI-PEDIDO NOT GREATER WS-CTL-ULTIMO
              THEN
                  DISPLAY "RANGO INVALIDO: EL PRIMER FOLIO DEBE SER "
                          "MAYOR AL ULTIMO USADO Y NO PASAR DEL FINAL"
                  MOVE "CHEQ RANG" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           IF HAY-CHEQUERA
              AND WS-CTL-ULTIMO LESS WS-CTL-FOLIO-FIN
              THEN
                  DISPLAY "AVISO: DE LA CHEQUERA ANTERIOR QUEDAN SIN "
                          "USAR LOS FOLIOS DESPUES DEL " WS-CTL-ULTIMO
           END-IF
           MOVE ZEROS               TO WS-CTL-LLAVE
                                       WS-CTL-ALTERNA
           MOVE WS-FOLIO-INI-PEDIDO TO WS-CTL-FOLIO-INI
           MOVE WS-FOLIO-FIN-PEDIDO TO WS-CTL-FOLIO-FIN
           SUBTRACT 1 FROM WS-FOLIO-INI-PEDIDO GIVING WS-CTL-ULTIMO
           MOVE WS-FECHA-HOY        TO WS-CTL-FECHA
           MOVE WS-CONTROL-CHEQUERA TO REG-CHEQUES
           IF HAY-CHEQUERA
              THEN
                  REWRITE REG-CHEQUES
                     INVALID KEY
                        MOVE "CHEQ ERR " TO WS-MENU-RESULTADO
                  END-REWRITE
              ELSE
                  WRITE REG-CHEQUES
                     INVALID KEY
                        MOVE "CHEQ ERR " TO WS-MENU-RESULTADO
                  END-WRITE
           END-IF
           IF NOT CHEQUES-OK
              THEN
                  DISPLAY "NO SE PUDO GRABAR EL CONTROL, STATUS: "
                          WS-STATUS-CHEQUES
                  MOVE "CHEQ ERR " TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           DISPLAY "CHEQUERA DADA DE ALTA"
           MOVE "CHEQ CHQR" TO WS-MENU-RESULTADO.
       100-AUDITA.
           MOVE ZEROS TO WS-MENU-NUMERO-EMP
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE CHEQUES.
       100-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: EMISION DE CHEQUES DEL PERIODO
      * ---------------------------------------------------------------
       200-EMISION.
           DISPLAY "PERIODO A PAGAR CON CHEQUE (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           PERFORM 090-ABRE-REGISTRO THRU 090-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 200-FIN
           END-IF
           PERFORM 095-LEE-CONTROL THRU 095-FIN
           IF NOT HAY-CHEQUERA
              THEN
                  DISPLAY "NO HAY CHEQUERA DADA DE ALTA, "
                          "USE LA OPCION 1"
                  MOVE 8 TO RETURN-CODE
                  CLOSE CHEQUES
                  GO TO 200-FIN
           END-IF
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO RETURN-CODE
                  CLOSE CHEQUES
                  GO TO 200-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE CHEQUES
                  CLOSE NOMINA
                  GO TO 200-FIN
           END-IF
           OPEN OUTPUT CHEQIMPR
           OPEN OUTPUT REPORTE
           MOVE WS-PERIODO-PEDIDO TO WS-TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-EMISION AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           MOVE "N"    TO SW-AGOTADA
           MOVE SPACES TO SW-FIN
           PERFORM 210-LEE-NOMINA THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE "CHEQUES EMITIDOS          : " TO WS-TOT-TEXTO
           MOVE WS-EMITIDOS        TO WS-TOT-CUANTOS
           MOVE WS-IMPORTE-EMITIDO TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "YA TENIAN CHEQUE VIGENTE  : " TO WS-TOT-TEXTO
           MOVE WS-YA-EMITIDOS     TO WS-TOT-CUANTOS
           MOVE ZEROS              TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "PENDIENTES SIN FOLIO      : " TO WS-TOT-TEXTO
           MOVE WS-SIN-FOLIO       TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           CLOSE NOMINA
           CLOSE EMPLEADOS
           CLOSE CHEQIMPR
           CLOSE REPORTE
           CLOSE CHEQUES
           DISPLAY "CHEQUES EMITIDOS         : " WS-EMITIDOS
           DISPLAY "YA TENIAN CHEQUE VIGENTE : " WS-YA-EMITIDOS
           DISPLAY "PENDIENTES SIN FOLIO     : " WS-SIN-FOLIO
           DISPLAY "ULTIMO FOLIO USADO       : " WS-CTL-ULTIMO
           IF WS-SIN-FOLIO GREATER ZEROS
              THEN
                  DISPLAY "LA CHEQUERA SE AGOTO: DE DE ALTA OTRA Y "
                          "REPITA LA EMISION DEL PERIODO"
                  MOVE 4 TO RETURN-CODE
           END-IF
           MOVE "CHEQ EMIS" TO WS-MENU-RESULTADO
           MOVE ZEROS       TO WS-MENU-NUMERO-EMP
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       200-FIN.  EXIT.

      * SOLO LOS NETOS DEL PERIODO DE EMPLEADOS DEL MAESTRO SIN
      * CUENTA: LOS QUE NO ESTAN EN EL MAESTRO SIGUEN SIENDO
      * EXCEPCION DE PROGBANC PORQUE NO HAY A NOMBRE DE QUIEN. UN
      * RENGLON REVE NO ES UN PAGO: NO LLEVA CHEQUE.
       210-LEE-NOMINA.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF NOM-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              OR NOM-NETO EQUAL ZEROS
              OR NOM-ES-REVERSO
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE NOM-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 GO TO 210-FIN
           END-READ
           IF CTA-BANCO-EMP NOT EQUAL SPACES
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE NOM-NUMERO-EMP TO WS-DET-NUMERO
           MOVE NOMBRE-EMP     TO WS-DET-NOMBRE
           MOVE NOM-NETO       TO WS-DET-IMPORTE
           PERFORM 220-BUSCA-VIGENTE THRU 220-FIN
           IF YA-TIENE-CHEQUE
              THEN
                  ADD 1 TO WS-YA-EMITIDOS
                  MOVE WS-FOLIO-VIGENTE TO WS-DET-FOLIO
                  MOVE "YA TENIA CHEQUE"  TO WS-DET-NOTA
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                  GO TO 210-FIN
           END-IF
           IF CHEQUERA-AGOTADA
              OR WS-CTL-ULTIMO NOT LESS WS-CTL-FOLIO-FIN
              THEN
                  SET CHEQUERA-AGOTADA TO TRUE
                  ADD 1 TO WS-SIN-FOLIO
                  MOVE ZEROS              TO WS-DET-FOLIO
                  MOVE "SIN FOLIO DISPONIBLE" TO WS-DET-NOTA
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                  GO TO 210-FIN
           END-IF
           PERFORM 230-GRABA-CHEQUE THRU 230-FIN.
       210-FIN.  EXIT.

      * UN CHEQUE VIGENTE (EMITIDO O COBRADO) DEL MISMO EMPLEADO,
      * PERIODO Y CONCEPTO QUIERE DECIR QUE ESTE NETO YA SE PAGO.
       220-BUSCA-VIGENTE.
           MOVE "N"            TO SW-VIGENTE
           MOVE SPACES         TO SW-FIN-ALTERNA
           MOVE NOM-NUMERO-EMP TO CHQ-NUMERO-EMP
           MOVE NOM-PERIODO    TO CHQ-PERIODO
           START CHEQUES KEY IS EQUAL CHQ-EMP-PERIODO
              INVALID KEY
                 GO TO 220-FIN
           END-START
           PERFORM 225-LEE-ALTERNA THRU 225-FIN
                   UNTIL SW-FIN-ALTERNA EQUAL "FIN"
                      OR YA-TIENE-CHEQUE.
       220-FIN.  EXIT.

       225-LEE-ALTERNA.
           READ CHEQUES NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-ALTERNA
                 GO TO 225-FIN
           END-READ
           IF CHQ-NUMERO-EMP NOT EQUAL NOM-NUMERO-EMP
              OR CHQ-PERIODO NOT EQUAL NOM-PERIODO
              THEN
                  MOVE "FIN" TO SW-FIN-ALTERNA
                  GO TO 225-FIN
           END-IF
           IF CHQ-CONCEPTO EQUAL NOM-CONCEPTO
              AND NOT CHQ-CANCELADO
              THEN
                  SET YA-TIENE-CHEQUE TO TRUE
                  MOVE CHQ-FOLIO TO WS-FOLIO-VIGENTE
           END-IF.
       225-FIN.  EXIT.

      * EL CONTROL SE REGRABA DESPUES DE CADA CHEQUE: SI LA CORRIDA
      * SE CAE, EL SIGUIENTE FOLIO SIGUE SIENDO EL CORRECTO.
       230-GRABA-CHEQUE.
           ADD 1 TO WS-CTL-ULTIMO
           MOVE SPACES            TO REG-CHEQUES
           MOVE WS-CTL-ULTIMO     TO CHQ-FOLIO
           MOVE NOM-NUMERO-EMP    TO CHQ-NUMERO-EMP
           MOVE NOM-PERIODO       TO CHQ-PERIODO
           MOVE NOM-CONCEPTO      TO CHQ-CONCEPTO
           MOVE NOMBRE-EMP        TO CHQ-BENEFICIARIO
           MOVE NOM-NETO          TO CHQ-IMPORTE
           SET CHQ-EMITIDO        TO TRUE
           MOVE WS-FECHA-HOY      TO CHQ-FECHA-EMISION
                                     CHQ-FECHA-ESTATUS
           WRITE REG-CHEQUES
              INVALID KEY
                 DISPLAY "EL FOLIO " WS-CTL-ULTIMO " YA EXISTE EN EL "
                         "REGISTRO, SE DETIENE LA EMISION"
                 SUBTRACT 1 FROM WS-CTL-ULTIMO
                 SET CHEQUERA-AGOTADA TO TRUE
                 ADD 1 TO WS-SIN-FOLIO
                 MOVE ZEROS              TO WS-DET-FOLIO
                 MOVE "SIN FOLIO DISPONIBLE" TO WS-DET-NOTA
                 WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                 GO TO 230-FIN
           END-WRITE
           MOVE WS-CONTROL-CHEQUERA TO REG-CHEQUES
           REWRITE REG-CHEQUES
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR EL CONTROL, STATUS: "
                         WS-STATUS-CHEQUES
           END-REWRITE
           ADD 1        TO WS-EMITIDOS
           ADD NOM-NETO TO WS-IMPORTE-EMITIDO
           MOVE WS-CTL-ULTIMO TO WS-DET-FOLIO
           MOVE "EMITIDO"     TO WS-DET-NOTA
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           PERFORM 240-IMPRIME-CHEQUE THRU 240-FIN.
       230-FIN.  EXIT.

       240-IMPRIME-CHEQUE.
           MOVE WS-CTL-ULTIMO  TO WS-CHQ-FOLIO
                                  WS-TAL-FOLIO
           MOVE WS-FECHA-HOY   TO WS-CHQ-FECHA
           MOVE NOMBRE-EMP     TO WS-CHQ-BENEFICIARIO
           MOVE NOM-NETO       TO WS-CHQ-IMPORTE
           MOVE NOM-PERIODO    TO WS-TAL-PERIODO
           MOVE NOM-NUMERO-EMP TO WS-TAL-NUMERO
           MOVE NOM-CONCEPTO   TO WS-TAL-CONCEPTO
           MOVE NOM-SALARIO    TO WS-TAL-SALARIO
           MOVE NOM-DEDUCCION  TO WS-TAL-DEDUCCION
           MOVE NOM-NETO       TO WS-TAL-NETO
           WRITE REG-CHEQIMPR FROM WS-CHQ-LINEA-1 AFTER PAGE
           WRITE REG-CHEQIMPR FROM WS-CHQ-LINEA-2 AFTER 1
           WRITE REG-CHEQIMPR FROM WS-CHQ-LINEA-3 AFTER 2
           WRITE REG-CHEQIMPR FROM WS-CHQ-LINEA-4 AFTER 2
           WRITE REG-CHEQIMPR FROM WS-GUIONES     AFTER 3
           WRITE REG-CHEQIMPR FROM WS-TAL-LINEA-1 AFTER 1
           WRITE REG-CHEQIMPR FROM WS-TAL-LINEA-2 AFTER 1.
       240-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: CANCELACION DE UN CHEQUE
      * ---------------------------------------------------------------
       300-CANCELA.
           PERFORM 090-ABRE-REGISTRO THRU 090-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 300-FIN
           END-IF
           MOVE ZEROS TO WS-MENU-NUMERO-EMP
           DISPLAY "FOLIO DEL CHEQUE A CANCELAR: "
           ACCEPT WS-FOLIO-PEDIDO
           MOVE WS-FOLIO-PEDIDO TO CHQ-FOLIO
           IF WS-FOLIO-PEDIDO EQUAL ZEROS
              THEN
                  DISPLAY "NO EXISTE UN CHEQUE CON ESE FOLIO"
                  MOVE "CHEQ NOEX" TO WS-MENU-RESULTADO
                  GO TO 300-AUDITA
           END-IF
           READ CHEQUES
              INVALID KEY
                 DISPLAY "NO EXISTE UN CHEQUE CON ESE FOLIO"
                 MOVE "CHEQ NOEX" TO WS-MENU-RESULTADO
                 GO TO 300-AUDITA
           END-READ
           MOVE CHQ-NUMERO-EMP TO WS-MENU-NUMERO-EMP
           DISPLAY "CHEQUE " CHQ-FOLIO " EMPLEADO " CHQ-NUMERO-EMP
                   " " CHQ-BENEFICIARIO
           DISPLAY "PERIODO " CHQ-PERIODO " IMPORTE " CHQ-IMPORTE
                   " ESTATUS " CHQ-ESTATUS
           IF NOT CHQ-EMITIDO
              THEN
                  DISPLAY "SOLO SE CANCELA UN CHEQUE EMITIDO Y NO "
                          "COBRADO"
                  MOVE "CHEQ ESTA" TO WS-MENU-RESULTADO
                  GO TO 300-AUDITA
           END-IF
           DISPLAY "CONFIRMA LA CANCELACION (S/N): "
           ACCEPT WS-CONFIRMA
           IF NOT MOVIMIENTO-CONFIRMADO
              THEN
                  DISPLAY "CANCELACION NO CONFIRMADA"
                  GO TO 300-CIERRA
           END-IF
           SET CHQ-CANCELADO TO TRUE
           MOVE WS-FECHA-HOY TO CHQ-FECHA-ESTATUS
           REWRITE REG-CHEQUES
              INVALID KEY
                 DISPLAY "NO SE PUDO CANCELAR, STATUS: "
                         WS-STATUS-CHEQUES
                 MOVE "CHEQ ERR " TO WS-MENU-RESULTADO
                 GO TO 300-AUDITA
           END-REWRITE
           DISPLAY "CHEQUE CANCELADO; EL NETO QUEDA PENDIENTE DE "
                   "PAGO HASTA LA SIGUIENTE EMISION DEL PERIODO"
           MOVE "CHEQ CANC" TO WS-MENU-RESULTADO.
       300-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       300-CIERRA.
           CLOSE CHEQUES.
       300-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 4: CONCILIACION CONTRA LOS CHEQUES PAGADOS DEL BANCO
      * ---------------------------------------------------------------
       400-CONCILIA.
           OPEN INPUT CHQPAGAD
           IF NOT CHQPAGAD-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CHQPAGAD, STATUS: "
                          WS-STATUS-CHQPAGAD
                  MOVE 8 TO RETURN-CODE
                  GO TO 400-FIN
           END-IF
           PERFORM 090-ABRE-REGISTRO THRU 090-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  CLOSE CHQPAGAD
                  GO TO 400-FIN
           END-IF
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-CONCILIA AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES         AFTER 1
           MOVE SPACES TO SW-FIN
           PERFORM 410-APLICA-PAGADO THRU 410-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CHQPAGAD
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE 1      TO CHQ-FOLIO
           MOVE SPACES TO SW-FIN
           START CHEQUES KEY IS NOT LESS CHQ-FOLIO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 420-LISTA-TRANSITO THRU 420-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE "CHEQUES COBRADOS          : " TO WS-TOT-TEXTO
           MOVE WS-COBRADOS         TO WS-TOT-CUANTOS
           MOVE ZEROS               TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "CHEQUES EN TRANSITO       : " TO WS-TOT-TEXTO
           MOVE WS-EN-TRANSITO      TO WS-TOT-CUANTOS
           MOVE WS-IMPORTE-TRANSITO TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "COBROS QUE NO CUADRAN     : " TO WS-TOT-TEXTO
           MOVE WS-DISCREPANCIAS    TO WS-TOT-CUANTOS
           MOVE ZEROS               TO WS-TOT-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           CLOSE REPORTE
           CLOSE CHEQUES
           DISPLAY "PAGADOS LEIDOS DEL BANCO : " WS-PAGADOS-LEIDOS
           DISPLAY "CHEQUES COBRADOS         : " WS-COBRADOS
           DISPLAY "CHEQUES EN TRANSITO      : " WS-EN-TRANSITO
           DISPLAY "COBROS QUE NO CUADRAN    : " WS-DISCREPANCIAS
           IF WS-DISCREPANCIAS GREATER ZEROS
              THEN
                  MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "CHEQ CONC" TO WS-MENU-RESULTADO
           MOVE ZEROS       TO WS-MENU-NUMERO-EMP
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       400-FIN.  EXIT.

      * UN COBRO SOLO MARCA EL CHEQUE SI EL FOLIO ESTA EMITIDO Y EL
      * IMPORTE ES EL MISMO; TODO LO DEMAS SE LISTA PARA ACLARARLO
      * CON EL BANCO.
       410-APLICA-PAGADO.
           READ CHQPAGAD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 410-FIN
           END-READ
           ADD 1 TO WS-PAGADOS-LEIDOS
           MOVE CPG-FOLIO   TO CHQ-FOLIO
                               WS-DET-FOLIO
           MOVE CPG-IMPORTE TO WS-DET-IMPORTE
           MOVE ZEROS       TO WS-DET-NUMERO
           MOVE SPACES      TO WS-DET-NOMBRE
           IF CPG-FOLIO EQUAL ZEROS
              THEN
                  MOVE "COBRADO SIN EMITIR" TO WS-DET-NOTA
                  GO TO 410-DISCREPANCIA
           END-IF
           READ CHEQUES
              INVALID KEY
                 MOVE "COBRADO SIN EMITIR" TO WS-DET-NOTA
                 GO TO 410-DISCREPANCIA
           END-READ
           MOVE CHQ-NUMERO-EMP   TO WS-DET-NUMERO
           MOVE CHQ-BENEFICIARIO TO WS-DET-NOMBRE
           EVALUATE TRUE
              WHEN CHQ-CANCELADO
                 MOVE "COBRADO Y CANCELADO" TO WS-DET-NOTA
                 GO TO 410-DISCREPANCIA
              WHEN CHQ-COBRADO
                 MOVE "COBRADO DOS VECES"   TO WS-DET-NOTA
                 GO TO 410-DISCREPANCIA
              WHEN CPG-IMPORTE NOT EQUAL CHQ-IMPORTE
                 MOVE "IMPORTE DIFERENTE"   TO WS-DET-NOTA
                 GO TO 410-DISCREPANCIA
           END-EVALUATE
           SET CHQ-COBRADO TO TRUE
           MOVE CPG-FECHA-COBRO TO CHQ-FECHA-ESTATUS
           REWRITE REG-CHEQUES
              INVALID KEY
                 MOVE "NO SE PUDO MARCAR"   TO WS-DET-NOTA
                 GO TO 410-DISCREPANCIA
           END-REWRITE
           ADD 1 TO WS-COBRADOS
           GO TO 410-FIN.
       410-DISCREPANCIA.
           ADD 1 TO WS-DISCREPANCIAS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       410-FIN.  EXIT.

       420-LISTA-TRANSITO.
           READ CHEQUES NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 420-FIN
           END-READ
           IF NOT CHQ-EMITIDO
              THEN
                  GO TO 420-FIN
           END-IF
           ADD 1           TO WS-EN-TRANSITO
           ADD CHQ-IMPORTE TO WS-IMPORTE-TRANSITO
           MOVE CHQ-FOLIO        TO WS-DET-FOLIO
           MOVE CHQ-NUMERO-EMP   TO WS-DET-NUMERO
           MOVE CHQ-BENEFICIARIO TO WS-DET-NOMBRE
           MOVE CHQ-IMPORTE      TO WS-DET-IMPORTE
           MOVE "EN TRANSITO"    TO WS-DET-NOTA
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       420-FIN.  EXIT.
