       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGVIAT.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * ANTICIPOS DE VIATICOS Y SU COMPROBACION (COPY VIATICOS). EL    *
      * CONTROL SE LLEVABA EN PAPEL Y LOS SALDOS SIN COMPROBAR NUNCA   *
      * SE RECUPERABAN:                                                *
      *   OPCION 1 - POR EMPLEADO: ENTREGA DE UN ANTICIPO NUEVO        *
      *              (MOTIVO, IMPORTE Y FECHA DE ENTREGA, CON EL       *
      *              SIGUIENTE FOLIO DEL EMPLEADO) Y CAPTURA DE LA     *
      *              COMPROBACION DE GASTOS O DEL REINTEGRO EN         *
      *              EFECTIVO CONTRA EL SALDO DE UN FOLIO. AUDITORIA   *
      *              MODO "T" VIA PROGMENU DE CADA MOVIMIENTO.         *
      *   OPCION 2 - ANTIGUEDAD DE LOS ANTICIPOS ABIERTOS POR          *
      *              DEPARTAMENTO Y EMPLEADO, EN TRAMOS DE 30 DIAS,    *
      *              MARCANDO LOS QUE YA PASARON DEL PLAZO PARA        *
      *              COMPROBAR. CON ALGO VENCIDO, RETURN-CODE 4.       *
      * EL PLAZO ES EL PARAMETRO DIAS-COMPROBA-VIAT DE PROGPARM (30    *
      * DIAS SI NO ESTA). VENCIDO EL PLAZO, PROGNOMI DESCUENTA EL      *
      * SALDO (CONCEPTO VIAT) Y PROGBAJA LO NETEA EN EL FINIQUITO.     *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIATICOS     ASSIGN TO UT-S-VIATICOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS VIA-LLAVE
                               FILE STATUS IS WS-STATUS-VIATICOS.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  VIATICOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-VIATICOS.
           COPY VIATICOS.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-VIATICOS  PIC X(02)    VALUE "00".
              88 VIATICOS-OK        VALUE "00" "05".
              88 VIATICOS-NO-EXISTE VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-ACCION           PIC X(01)    VALUE SPACES.
              88 ACCION-TERMINAR    VALUE "T".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-VIATICOS     PIC X(03)    VALUE SPACES.
           05 SW-DATOS            PIC X(01)    VALUE "N".
              88 DATOS-OK           VALUE "S".
           05 SW-HAY-ANTICIPO     PIC X(01)    VALUE "N".
              88 HAY-ANTICIPO       VALUE "S".
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-FOLIO-PEDIDO     PIC 9(04)    VALUE ZEROS.
           05 WS-ULTIMO-FOLIO     PIC 9(04)    VALUE ZEROS.
           05 WS-MOTIVO           PIC X(30)    VALUE SPACES.
           05 WS-IMPORTE-CAPTURA  PIC 9(07)V99 VALUE ZEROS.
           05 WS-SALDO            PIC 9(07)V99 VALUE ZEROS.
           05 WS-ABIERTOS         PIC 9(03)    VALUE ZEROS.
           05 WS-FECHA-CAPTURA    PIC 9(08)    VALUE ZEROS.
           05 WS-MES-CAPTURA      PIC 9(02)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
              10 WS-ANIO-HOY      PIC 9(04).
              10 WS-MES-HOY       PIC 9(02).
              10 WS-DIA-HOY       PIC 9(02).
           05 WS-HOY-ABS          PIC 9(07)    VALUE ZEROS.
           05 WS-ENT-ABS          PIC 9(07)    VALUE ZEROS.
           05 WS-DIAS-ANTIG       PIC S9(05)   VALUE ZEROS.
           05 WS-DIAS-PLAZO       PIC 9(03)    VALUE 30.
           05 WS-IND-TRAMO        PIC 9(01)    VALUE ZEROS.
           05 WS-DEPTO-ANT        PIC 9(03)    VALUE ZEROS.
           05 SW-PRIMER-DEPTO     PIC X(01)    VALUE "S".
              88 PRIMER-DEPTO       VALUE "S".
           05 WS-DEP-ANTICIPOS    PIC 9(05)    VALUE ZEROS.
           05 WS-DEP-SALDO        PIC 9(09)V99 VALUE ZEROS.
           05 WS-DEP-VENCIDO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-ANTICIPOS    PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-SALDO        PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-VENCIDO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-VENCIDOS     PIC 9(05)    VALUE ZEROS.
           05 WS-EDIT-IMPORTE     PIC Z,ZZZ,ZZ9.99.
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              10 LK-DEPTO-CCOSTO       PIC X(06).
              10 LK-DEPTO-ENCONTRADO   PIC X(01).
                 88 DEPTO-EXISTE          VALUE "S".
                 88 DEPTO-NO-EXISTE       VALUE "N".

      * TRAMOS DE ANTIGUEDAD DEL REPORTE, EN DIAS DESDE LA ENTREGA.
       01  WS-NOMBRES-TRAMO.
           05 FILLER              PIC X(09)    VALUE "0 A 30".
           05 FILLER              PIC X(09)    VALUE "31 A 60".
           05 FILLER              PIC X(09)    VALUE "61 A 90".
           05 FILLER              PIC X(09)    VALUE "MAS DE 90".
       01  WS-NOMBRES-TRAMO-R REDEFINES WS-NOMBRES-TRAMO.
           05 WS-NOM-TRAMO        PIC X(09)    OCCURS 4 TIMES.

       01  WS-TABLA-TRAMOS.
           05 WS-TRAMO            OCCURS 4 TIMES.
              10 WS-TRA-ANTICIPOS PIC 9(05).
              10 WS-TRA-SALDO     PIC 9(09)V99.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "S".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGVIAT".

       01  WS-TITULO-1.
           05 FILLER              PIC X(16)    VALUE SPACES.
           05 FILLER              PIC X(40)
                 VALUE "ANTICIPOS DE VIATICOS POR COMPROBAR".
           05 FILLER              PIC X(09)    VALUE "AL CORTE ".
           05 WS-TIT-1-FECHA      PIC 9(08).
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(15)    VALUE "  DEPARTAMENTO ".
           05 WS-TIT-2-DEPTO      PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TIT-2-NOMBRE     PIC X(20).
           05 FILLER              PIC X(40)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(36)
                 VALUE "EMPL. NOMBRE               FOL. ENTR".
           05 FILLER              PIC X(36)
                 VALUE "EGA       SALDO  DIAS TRAMO".
           05 FILLER              PIC X(06)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-FOLIO        PIC ZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ENTREGA      PIC 9(08).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-SALDO        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DIAS         PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-TRAMO        PIC X(09).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-VENCIDO      PIC X(07).
           05 FILLER              PIC X(03)    VALUE SPACES.

       01  WS-SUBTOTAL.
           05 FILLER              PIC X(24)
                        VALUE "    ANTICIPOS ABIERTOS: ".
           05 WS-SUB-ANTICIPOS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(09)    VALUE "  SALDO: ".
           05 WS-SUB-SALDO        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)    VALUE "  VENCIDO: ".
           05 WS-SUB-VENCIDO      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUE SPACES.

       01  WS-DET-TRAMO-TOT.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(14)    VALUE "DE ".
           05 WS-TRT-NOMBRE       PIC X(09).
           05 FILLER              PIC X(08)    VALUE " DIAS : ".
           05 WS-TRT-ANTICIPOS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(09)    VALUE "  SALDO: ".
           05 WS-TRT-SALDO        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(20)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-HOY-ABS =
                   WS-ANIO-HOY * 360 + WS-MES-HOY * 30 + WS-DIA-HOY
           PERFORM 010-LEE-PARAMETROS THRU 010-FIN
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. ANTICIPOS Y COMPROBACION POR EMPLEADO"
           DISPLAY "2. ANTIGUEDAD DE ANTICIPOS ABIERTOS POR "
                   "DEPARTAMENTO"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CAPTURA THRU 100-FIN
              WHEN 2
                 PERFORM 200-REPORTE THRU 200-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * EL PLAZO PARA COMPROBAR ES EL MISMO QUE USA PROGNOMI PARA
      * EMPEZAR A DESCONTAR; SIN PARAMETRO SE QUEDA EN 30 DIAS.
       010-LEE-PARAMETROS.
           MOVE "DIAS-COMPROBA-VIAT" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-DIAS-PLAZO
           END-IF.
       010-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: ANTICIPOS Y COMPROBACION POR EMPLEADO
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
           OPEN I-O VIATICOS
           IF VIATICOS-NO-EXISTE
              THEN
                  OPEN OUTPUT VIATICOS
                  CLOSE VIATICOS
                  OPEN I-O VIATICOS
           END-IF
           IF NOT VIATICOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR VIATICOS, STATUS: "
                          WS-STATUS-VIATICOS
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
                 MOVE "VIA NOEX " TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
              NOT INVALID KEY
                 DISPLAY "EMPLEADO: " NUMERO-EMP " " NOMBRE-EMP
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
                 MOVE SPACES TO WS-ACCION
                 PERFORM 120-UNA-ACCION THRU 120-FIN
                         UNTIL ACCION-TERMINAR
           END-READ
           CLOSE EMPLEADOS
           CLOSE VIATICOS.
       100-FIN.  EXIT.

      * LISTA LOS ANTICIPOS ABIERTOS DEL EMPLEADO Y DEJA EN
      * WS-ULTIMO-FOLIO EL ULTIMO FOLIO USADO, ABIERTO O CERRADO.
       110-MUESTRA-ACTUAL.
           MOVE ZEROS TO WS-ULTIMO-FOLIO
                         WS-ABIERTOS
           MOVE WS-NUMERO-PEDIDO TO VIA-NUMERO-EMP
           MOVE ZEROS            TO VIA-FOLIO
           MOVE SPACES           TO SW-FIN-VIATICOS
           START VIATICOS KEY IS NOT LESS VIA-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-VIATICOS
           END-START
           PERFORM 115-UN-ANTICIPO THRU 115-FIN
                   UNTIL SW-FIN-VIATICOS EQUAL "FIN"
           IF WS-ABIERTOS EQUAL ZEROS
              THEN
                  DISPLAY "SIN ANTICIPOS POR COMPROBAR"
           END-IF.
       110-FIN.  EXIT.

       115-UN-ANTICIPO.
           READ VIATICOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-VIATICOS
                 GO TO 115-FIN
           END-READ
           IF VIA-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN-VIATICOS
                  GO TO 115-FIN
           END-IF
           MOVE VIA-FOLIO TO WS-ULTIMO-FOLIO
           IF NOT VIA-ABIERTO
              THEN
                  GO TO 115-FIN
           END-IF
           ADD 1 TO WS-ABIERTOS
           COMPUTE WS-SALDO =
                   VIA-IMPORTE - VIA-COMPROBADO - VIA-DESCONTADO
           MOVE WS-SALDO TO WS-EDIT-IMPORTE
           DISPLAY "FOLIO " VIA-FOLIO " DEL " VIA-FECHA-ENTREGA
                   " " VIA-MOTIVO " SALDO: " WS-EDIT-IMPORTE.
       115-FIN.  EXIT.

       120-UNA-ACCION.
           DISPLAY "A=ANTICIPO NUEVO, C=COMPROBACION DE GASTOS, "
                   "T=TERMINAR: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "A"
                 PERFORM 130-ANTICIPO THRU 130-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "C"
                 PERFORM 140-COMPRUEBA THRU 140-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "T"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION INVALIDA"
           END-EVALUATE.
       120-FIN.  EXIT.

      * EL ANTICIPO NUEVO TOMA EL SIGUIENTE FOLIO DEL EMPLEADO. NO SE
      * LE DA ANTICIPO AL EMPLEADO DADO DE BAJA.
       130-ANTICIPO.
           IF EMP-ES-BAJA
              THEN
                  DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
                  MOVE "VIA INAC " TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           DISPLAY "MOTIVO DEL VIAJE: "
           ACCEPT WS-MOTIVO
           DISPLAY "IMPORTE ENTREGADO: "
           ACCEPT WS-IMPORTE-CAPTURA
           IF WS-IMPORTE-CAPTURA NOT GREATER ZEROS
              THEN
                  DISPLAY "IMPORTE INVALIDO, NO SE GRABA"
                  MOVE "VIA IMPO " TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           MOVE "N" TO SW-DATOS
           DISPLAY "FECHA DE ENTREGA (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-FECHA-CAPTURA
           PERFORM 165-VALIDA-FECHA THRU 165-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 130-AUDITA
           END-IF
           MOVE SPACES             TO REG-VIATICOS
           MOVE WS-NUMERO-PEDIDO   TO VIA-NUMERO-EMP
           ADD 1 WS-ULTIMO-FOLIO GIVING VIA-FOLIO
           MOVE WS-MOTIVO          TO VIA-MOTIVO
           MOVE WS-FECHA-CAPTURA   TO VIA-FECHA-ENTREGA
           MOVE WS-IMPORTE-CAPTURA TO VIA-IMPORTE
           MOVE ZEROS              TO VIA-COMPROBADO
                                      VIA-DESCONTADO
                                      VIA-FECHA-ULT-COMP
                                      VIA-FECHA-ULT-DESC
           SET VIA-ABIERTO         TO TRUE
           MOVE WS-USUARIO         TO VIA-USUARIO
           WRITE REG-VIATICOS
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR VIATICOS"
                 MOVE "VIA ERR  " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 DISPLAY "ANTICIPO GRABADO CON FOLIO " VIA-FOLIO
                         ", PLAZO PARA COMPROBAR: " WS-DIAS-PLAZO
                         " DIAS"
                 MOVE "VIA ALTA " TO WS-MENU-RESULTADO
           END-WRITE.
       130-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       130-FIN.  EXIT.

      * LA COMPROBACION (FACTURAS O REINTEGRO EN EFECTIVO) SE ABONA
      * AL SALDO; NO PUEDE SER MAYOR QUE LO QUE FALTA POR COMPROBAR.
      * CON SALDO EN CEROS EL ANTICIPO SE CIERRA.
       140-COMPRUEBA.
           DISPLAY "FOLIO DEL ANTICIPO: "
           ACCEPT WS-FOLIO-PEDIDO
           MOVE "N" TO SW-HAY-ANTICIPO
           MOVE WS-NUMERO-PEDIDO TO VIA-NUMERO-EMP
           MOVE WS-FOLIO-PEDIDO  TO VIA-FOLIO
           READ VIATICOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET HAY-ANTICIPO TO TRUE
           END-READ
           IF NOT HAY-ANTICIPO
              THEN
                  DISPLAY "EL EMPLEADO NO TIENE ESE FOLIO"
                  MOVE "VIA NOFO " TO WS-MENU-RESULTADO
                  GO TO 140-AUDITA
           END-IF
           IF VIA-CERRADO
              THEN
                  DISPLAY "EL ANTICIPO YA ESTA CERRADO"
                  MOVE "VIA CERR " TO WS-MENU-RESULTADO
                  GO TO 140-AUDITA
           END-IF
           COMPUTE WS-SALDO =
                   VIA-IMPORTE - VIA-COMPROBADO - VIA-DESCONTADO
           MOVE VIA-IMPORTE TO WS-EDIT-IMPORTE
           DISPLAY "IMPORTE ENTREGADO      : " WS-EDIT-IMPORTE
           MOVE VIA-COMPROBADO TO WS-EDIT-IMPORTE
           DISPLAY "YA COMPROBADO          : " WS-EDIT-IMPORTE
           MOVE VIA-DESCONTADO TO WS-EDIT-IMPORTE
           DISPLAY "DESCONTADO EN NOMINA   : " WS-EDIT-IMPORTE
           MOVE WS-SALDO TO WS-EDIT-IMPORTE
           DISPLAY "SALDO POR COMPROBAR    : " WS-EDIT-IMPORTE
           DISPLAY "IMPORTE COMPROBADO O REINTEGRADO: "
           ACCEPT WS-IMPORTE-CAPTURA
           IF WS-IMPORTE-CAPTURA NOT GREATER ZEROS
              OR WS-IMPORTE-CAPTURA GREATER WS-SALDO
              THEN
                  DISPLAY "IMPORTE INVALIDO, DEBE SER MAYOR QUE CERO "
                          "Y NO MAYOR QUE EL SALDO"
                  MOVE "VIA IMPO " TO WS-MENU-RESULTADO
                  GO TO 140-AUDITA
           END-IF
           ADD WS-IMPORTE-CAPTURA TO VIA-COMPROBADO
           SUBTRACT WS-IMPORTE-CAPTURA FROM WS-SALDO
           IF WS-SALDO EQUAL ZEROS
              THEN
                  SET VIA-CERRADO TO TRUE
                  DISPLAY "ANTICIPO COMPROBADO EN SU TOTAL, SE CIERRA"
           END-IF
           MOVE WS-FECHA-HOY    TO VIA-FECHA-ULT-COMP
           MOVE WS-USUARIO      TO VIA-USUARIO
           MOVE WS-NUMERO-PEDIDO TO VIA-NUMERO-EMP
           MOVE WS-FOLIO-PEDIDO  TO VIA-FOLIO
           REWRITE REG-VIATICOS
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR VIATICOS"
                 MOVE "VIA ERR  " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "VIA COMP " TO WS-MENU-RESULTADO
           END-REWRITE.
       140-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       140-FIN.  EXIT.

      * FECHA EN CEROS ES HOY; SI NO, SE VALIDA EL MES COMO EN LAS
      * DEMAS CAPTURAS. NO SE ACEPTA UNA ENTREGA A FUTURO.
       165-VALIDA-FECHA.
           IF WS-FECHA-CAPTURA EQUAL ZEROS
              THEN
                  MOVE WS-FECHA-HOY TO WS-FECHA-CAPTURA
           END-IF
           MOVE WS-FECHA-CAPTURA (5:2) TO WS-MES-CAPTURA
           IF WS-MES-CAPTURA LESS 1
              OR WS-MES-CAPTURA GREATER 12
              OR WS-FECHA-CAPTURA GREATER WS-FECHA-HOY
              THEN
                  DISPLAY "FECHA INVALIDA, NO SE GRABA"
                  MOVE "VIA FECH " TO WS-MENU-RESULTADO
                  GO TO 165-FIN
           END-IF
           SET DATOS-OK TO TRUE.
       165-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: ANTIGUEDAD DE ANTICIPOS ABIERTOS. RECORRE EL MAESTRO
      * POR LA LLAVE ALTERNA DEPTO-EMP, COMO PROGEXPE, Y POR CADA
      * EMPLEADO (AUN DE BAJA) SUS ANTICIPOS ABIERTOS. EL VENCIDO ES
      * LO QUE YA PASO DEL PLAZO PARA COMPROBAR; CON ALGO VENCIDO,
      * RETURN-CODE 4.
      * ---------------------------------------------------------------
       200-REPORTE.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT VIATICOS
           IF NOT VIATICOS-OK
              THEN
                  DISPLAY "NO HAY ANTICIPOS REGISTRADOS, STATUS: "
                          WS-STATUS-VIATICOS
                  CLOSE EMPLEADOS
                  GO TO 200-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                        VIATICOS
                  GO TO 200-FIN
           END-IF
           INITIALIZE WS-TABLA-TRAMOS
           MOVE WS-FECHA-HOY TO WS-TIT-1-FECHA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           MOVE ZEROS  TO DEPTO-EMP
           MOVE SPACES TO SW-FIN
           START EMPLEADOS KEY IS NOT LESS DEPTO-EMP
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 210-REVISA-EMPLEADO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF NOT PRIMER-DEPTO
              THEN
                  PERFORM 230-CORTE-DEPTO THRU 230-FIN
           END-IF
           MOVE WS-TOT-ANTICIPOS TO WS-SUB-ANTICIPOS
           MOVE WS-TOT-SALDO     TO WS-SUB-SALDO
           MOVE WS-TOT-VENCIDO   TO WS-SUB-VENCIDO
           WRITE REG-REPORTE FROM WS-GUIONES   AFTER 2
           WRITE REG-REPORTE FROM WS-SUBTOTAL  AFTER 1
           PERFORM 240-TOTAL-TRAMO THRU 240-FIN
                   VARYING WS-IND-TRAMO FROM 1 BY 1
                   UNTIL WS-IND-TRAMO GREATER 4
           DISPLAY "ANTICIPOS ABIERTOS: " WS-TOT-ANTICIPOS
                   " VENCIDOS: " WS-TOT-VENCIDOS
           IF WS-TOT-VENCIDOS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EMPLEADOS
                 VIATICOS
                 REPORTE.
       200-FIN.  EXIT.

       210-REVISA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE NUMERO-EMP TO VIA-NUMERO-EMP
           MOVE ZEROS      TO VIA-FOLIO
           MOVE SPACES     TO SW-FIN-VIATICOS
           START VIATICOS KEY IS NOT LESS VIA-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-VIATICOS
           END-START
           PERFORM 215-ANTICIPO-EMPLEADO THRU 215-FIN
                   UNTIL SW-FIN-VIATICOS EQUAL "FIN".
       210-FIN.  EXIT.

       215-ANTICIPO-EMPLEADO.
           READ VIATICOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-VIATICOS
                 GO TO 215-FIN
           END-READ
           IF VIA-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-VIATICOS
                  GO TO 215-FIN
           END-IF
           IF NOT VIA-ABIERTO
              THEN
                  GO TO 215-FIN
           END-IF
           COMPUTE WS-SALDO =
                   VIA-IMPORTE - VIA-COMPROBADO - VIA-DESCONTADO
           IF WS-SALDO EQUAL ZEROS
              THEN
                  GO TO 215-FIN
           END-IF
           IF PRIMER-DEPTO
              OR DEPTO-EMP NOT EQUAL WS-DEPTO-ANT
              THEN
                  IF NOT PRIMER-DEPTO
                     THEN
                         PERFORM 230-CORTE-DEPTO THRU 230-FIN
                  END-IF
                  PERFORM 220-TITULO-DEPTO THRU 220-FIN
           END-IF
      *    EDAD APROXIMADA EN DIAS CON LA CONVENCION DE MESES DE 30.
           COMPUTE WS-ENT-ABS =
                   VIA-ENT-ANIO * 360 + VIA-ENT-MES * 30 + VIA-ENT-DIA
           COMPUTE WS-DIAS-ANTIG = WS-HOY-ABS - WS-ENT-ABS
           IF WS-DIAS-ANTIG LESS ZEROS
              THEN
                  MOVE ZEROS TO WS-DIAS-ANTIG
           END-IF
           EVALUATE TRUE
              WHEN WS-DIAS-ANTIG NOT GREATER 30
                 MOVE 1 TO WS-IND-TRAMO
              WHEN WS-DIAS-ANTIG NOT GREATER 60
                 MOVE 2 TO WS-IND-TRAMO
              WHEN WS-DIAS-ANTIG NOT GREATER 90
                 MOVE 3 TO WS-IND-TRAMO
              WHEN OTHER
                 MOVE 4 TO WS-IND-TRAMO
           END-EVALUATE
           ADD 1        TO WS-TRA-ANTICIPOS (WS-IND-TRAMO)
           ADD WS-SALDO TO WS-TRA-SALDO (WS-IND-TRAMO)
           ADD 1        TO WS-DEP-ANTICIPOS
           ADD WS-SALDO TO WS-DEP-SALDO
           MOVE NUMERO-EMP        TO WS-DET-NUMERO
           MOVE NOMBRE-EMP        TO WS-DET-NOMBRE
           MOVE VIA-FOLIO         TO WS-DET-FOLIO
           MOVE VIA-FECHA-ENTREGA TO WS-DET-ENTREGA
           MOVE WS-SALDO          TO WS-DET-SALDO
           MOVE WS-DIAS-ANTIG     TO WS-DET-DIAS
           MOVE WS-NOM-TRAMO (WS-IND-TRAMO) TO WS-DET-TRAMO
           IF WS-DIAS-ANTIG GREATER WS-DIAS-PLAZO
              THEN
                  MOVE "VENCIDO" TO WS-DET-VENCIDO
                  ADD WS-SALDO   TO WS-DEP-VENCIDO
                  ADD 1          TO WS-TOT-VENCIDOS
              ELSE
                  MOVE SPACES    TO WS-DET-VENCIDO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       215-FIN.  EXIT.

       220-TITULO-DEPTO.
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
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE ZEROS TO WS-DEP-ANTICIPOS
                         WS-DEP-SALDO
                         WS-DEP-VENCIDO.
       220-FIN.  EXIT.

       230-CORTE-DEPTO.
           MOVE WS-DEP-ANTICIPOS TO WS-SUB-ANTICIPOS
           MOVE WS-DEP-SALDO     TO WS-SUB-SALDO
           MOVE WS-DEP-VENCIDO   TO WS-SUB-VENCIDO
           WRITE REG-REPORTE FROM WS-SUBTOTAL AFTER 2
           ADD WS-DEP-ANTICIPOS TO WS-TOT-ANTICIPOS
           ADD WS-DEP-SALDO     TO WS-TOT-SALDO
           ADD WS-DEP-VENCIDO   TO WS-TOT-VENCIDO.
       230-FIN.  EXIT.

       240-TOTAL-TRAMO.
           MOVE WS-NOM-TRAMO (WS-IND-TRAMO)     TO WS-TRT-NOMBRE
           MOVE WS-TRA-ANTICIPOS (WS-IND-TRAMO) TO WS-TRT-ANTICIPOS
           MOVE WS-TRA-SALDO (WS-IND-TRAMO)     TO WS-TRT-SALDO
           WRITE REG-REPORTE FROM WS-DET-TRAMO-TOT AFTER 1.
       240-FIN.  EXIT.
