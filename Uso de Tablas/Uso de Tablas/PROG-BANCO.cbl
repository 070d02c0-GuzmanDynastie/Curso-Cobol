      * DE LOS REGISTROS DE CONTROL DEL ARCHIVO EMPLEADOS, PARA QUE    *
      * EL BANCO RECHACE UN ARCHIVO DESCUADRADO EN LUGAR DE PAGARLO.   *
      * UN EMPLEADO SIN CUENTA BANCARIA GRABADA SE MANDA AL REPORTE    *
      * DE EXCEPCIONES Y NO VIAJA AL BANCO; SE LE PAGA CON CHEQUE EN   *
      * LA EMISION DE PROGCHEQ.                                        *
      * CADA RAZON SOCIAL PAGA DESDE SU PROPIA CUENTA: CADA DEPOSITO   *
      * LLEVA EL REGISTRO PATRONAL DE SU EMPLEADO (VIA PROGRPAT) Y,    *
      * CUANDO HAY MAS DE UN REGISTRO EN EL CATALOGO, SE GENERA ADEMAS *
      * DISPREGP CON UN LOTE POR REGISTRO (ENCABEZADO CON EL REGISTRO  *
      * IMSS Y EL RFC DE LA RAZON SOCIAL, SUS DEPOSITOS Y SU SUMARIO), *
      * RELEYENDO LA GENERACION DEL PERIODO UNA VEZ POR REGISTRO. EL   *
      * PERIODO SE DISPERSA COMPLETO EN UNA SOLA CORRIDA: DISPBANC NO  *
      * CAMBIA PARA PROGCUAD NI PROGRETB, Y EL REPORTE CIERRA CON LOS  *
      * TOTALES DE CONTROL DE CADA REGISTRO.                           *
      * CADA DEPOSITO SE RUTEA ADEMAS AL ARCHIVO DEL BANCO DE LA       *
      * CUENTA (LOS TRES PRIMEROS DIGITOS DE LA CLABE), EN EL LAYOUT   *
      * PROPIO DE ESE BANCO Y CON SU ENCABEZADO Y SUMARIO: BANAMEX     *
      * (COPY BCO002), BBVA (BCO012), SANTANDER (BCO014) Y BANORTE     *
      * (BCO072); LA CUENTA DE CUALQUIER OTRO BANCO VA A DISPOTRO COMO *
      * INTERBANCARIO. SE GENERAN LOS CINCO ARCHIVOS AUNQUE ALGUNO     *
      * QUEDE SIN DEPOSITOS, PARA QUE PROGCUAD CUADRE SIEMPRE EL       *
      * JUEGO COMPLETO CONTRA DISPBANC, QUE SIGUE SIENDO LA COPIA      *
      * CONSOLIDADA CONTRA LA QUE PROGRETB CASA LOS RECHAZOS. EL       *
      * REPORTE TERMINA CON UNA HOJA DEL REPARTO DEL PAGO POR BANCO.   *
      * UN CAMBIO DE CUENTA BANCARIA PENDIENTE DE APROBACION EN        *
      * CTAPEND (PROGCTAA) NO ALTERA EL MAESTRO, QUE CONSERVA LA       *
      * CUENTA ANTERIOR. SEGUN EL PARAMETRO CTA-PENDIENTE-PAGO DE      *
      * PARAMS, AL EMPLEADO SE LE DEPOSITA EN ESA CUENTA ANTERIOR      *
      * ("ANTERIOR", EL DEFAULT), ANOTADO EN EL REPORTE, O SU PAGO SE  *
      * RETIENE ("RETENER"): NO VIAJA AL BANCO, SE LISTA COMO RETENIDO *
      * Y LA CORRIDA TERMINA CON RETORNO 4, PARA QUE TESORERIA LO      *
      * PAGUE UNA VEZ DICTAMINADO EL CAMBIO.                           *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT DISPBANC     ASSIGN TO UT-S-DISPBANC
                               FILE STATUS IS WS-STATUS-DISPBANC.
           SELECT DISPREGP     ASSIGN TO UT-S-DISPREGP
                               FILE STATUS IS WS-STATUS-DISPREGP.
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
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT CTAPEND      ASSIGN TO UT-S-CTAPEND
                               FILE STATUS IS WS-STATUS-CTAPEND.

       DATA DIVISION.
       FILE SECTION.
           05 DIS-NOM-PILA        PIC X(08).
           05 DIS-CTA-BANCO       PIC X(18).
           05 DIS-IMPORTE         PIC 9(07)V99.
           05 DIS-REGISTRO-IMSS   PIC X(11).
           05 FILLER              PIC X(07).

      * EL PRIMER REGISTRO DEL ARCHIVO ES UN ENCABEZADO (NUMERO EN
      * CEROS, CON LA FECHA DEL PERIODO) Y EL ULTIMO UN SUMARIO
           05 DIS-CTRL-IMPORTE    PIC 9(11)V99.
           05 FILLER              PIC X(49).

      * MISMO LAYOUT DE DISPBANC, CON UN ENCABEZADO Y UN SUMARIO POR
      * REGISTRO PATRONAL; EL ENCABEZADO LLEVA EL REGISTRO IMSS Y EL
      * RFC DE LA RAZON SOCIAL QUE ORDENA EL PAGO.
       FD  DISPREGP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DISPREGP.
       01  REG-DISPREGP.
           05 DRG-NUMERO-EMP      PIC 9(05).
           05 DRG-APE-PATERNO     PIC X(12).
           05 DRG-APE-MATERNO     PIC X(10).
           05 DRG-NOM-PILA        PIC X(08).
           05 DRG-CTA-BANCO       PIC X(18).
           05 DRG-IMPORTE         PIC 9(07)V99.
           05 DRG-REGISTRO-IMSS   PIC X(11).
           05 FILLER              PIC X(07).

       01  REG-DISPREGP-CTRL REDEFINES REG-DISPREGP.
           05 DRG-CTRL-INDICADOR  PIC 9(05).
           05 DRG-CTRL-FECHA      PIC 9(08).
           05 DRG-CTRL-REGISTROS  PIC 9(05).
           05 DRG-CTRL-IMPORTE    PIC 9(11)V99.
           05 DRG-CTRL-REGISTRO-IMSS PIC X(11).
           05 DRG-CTRL-RFC-PATRON PIC X(13).
           05 FILLER              PIC X(25).

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

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

       FD  CTAPEND
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CTAPEND.
           COPY CTAPEND.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DISPBANC  PIC X(02)    VALUE "00".
              88 DISPBANC-OK        VALUE "00".
           05 WS-STATUS-DISPREGP  PIC X(02)    VALUE "00".
              88 DISPREGP-OK        VALUE "00".
           05 WS-IND-REG          PIC 9(02)    VALUE ZEROS.
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
           05 WS-IND-BCO          PIC 9(01)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(01)    VALUE ZEROS.
           05 WS-SEC-BCO014       PIC 9(05)    VALUE ZEROS.
           05 WS-PORC-BANCO       PIC 9(03)V99 VALUE ZEROS.
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
              10 WS-PER-DIA       PIC 9(02).
           05 WS-STATUS-PERIODOS  PIC X(02)    VALUE "00".
              88 PERIODOS-OK        VALUE "00".
           05 WS-STATUS-CTAPEND   PIC X(02)    VALUE "00".
              88 CTAPEND-OK         VALUE "00".
              88 CTAPEND-NO-EXISTE  VALUE "35".
           05 WS-RETENIDOS        PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-RETENIDO     PIC 9(11)V99 VALUE ZEROS.
           05 WS-PAGO-ANTERIOR    PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-PEND       PIC 9(04)    VALUE ZEROS.
           05 WS-IND-PEND         PIC 9(04)    VALUE ZEROS.
           05 SW-CTA-PENDIENTE    PIC X(01)    VALUE "A".
              88 PENDIENTE-ANTERIOR VALUE "A".
              88 PENDIENTE-RETIENE  VALUE "R".
           05 SW-CUENTA-EN-REVISION PIC X(01)  VALUE "N".
              88 CUENTA-EN-REVISION VALUE "S".
              88 CUENTA-APROBADA    VALUE "N".

      * EMPLEADOS CON UN CAMBIO DE CUENTA PENDIENTE EN CTAPEND.
       01  WS-TABLA-PENDIENTES.
           05 WS-PEND-NUMERO      PIC 9(05)    OCCURS 1000 TIMES.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-TOTALES-REGPAT.
           05 WS-TREG-RENGLON     OCCURS 10 TIMES.
              10 WS-TREG-DEPOSITOS PIC 9(05).
              10 WS-TREG-IMPORTE  PIC 9(11)V99.

      * BANCOS CON LAYOUT PROPIO POR SU CLAVE DE TRES DIGITOS EN LA
      * CLABE; EL QUINTO RENGLON ACUMULA LOS INTERBANCARIOS.
       01  WS-TABLA-BANCOS-VAL.
           05 FILLER              PIC X(13)    VALUE "002BANAMEX   ".
           05 FILLER              PIC X(13)    VALUE "012BBVA      ".
           05 FILLER              PIC X(13)    VALUE "014SANTANDER ".
           05 FILLER              PIC X(13)    VALUE "072BANORTE   ".
           05 FILLER              PIC X(13)    VALUE "   OTROS SPEI".
       01  WS-TABLA-BANCOS REDEFINES WS-TABLA-BANCOS-VAL.
           05 WS-BCO-RENGLON      OCCURS 5 TIMES.
              10 WS-BCO-CLAVE     PIC X(03).
              10 WS-BCO-NOMBRE    PIC X(10).

       01  WS-TOTALES-BANCO.
           05 WS-TBCO-RENGLON     OCCURS 5 TIMES.
              10 WS-TBCO-DEPOSITOS PIC 9(05).
              10 WS-TBCO-IMPORTE  PIC 9(11)V99.

       01  WS-PARAMETROS-REGPAT.
           05 WS-RGP-ACCION       PIC X(01).
           05 WS-RGP-NUMERO-EMP   PIC 9(05).
           05 WS-RGP-DEPTO        PIC 9(03).
           05 WS-RGP-INDICE       PIC 9(02).
           05 WS-RGP-CLAVE        PIC 9(02).
           05 WS-RGP-REGISTRO-IMSS PIC X(11).
           05 WS-RGP-RAZON-SOCIAL PIC X(30).
           05 WS-RGP-RFC-PATRON   PIC X(13).
           05 WS-RGP-ORIGEN       PIC X(01).
           05 WS-RGP-ENCONTRADO   PIC X(01).
              88 RGP-ENCONTRADO      VALUE "S".
           05 WS-RGP-TOTAL        PIC 9(02).

       01  WS-NOMBRE-NOMIPER.
           05 FILLER              PIC X(12)   VALUE "UT-S-NOMPER.".
           05 WS-TOT-SINCTA-R     PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-REG.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(09)    VALUE "REGISTRO ".
           05 WS-TOT-REG-CLAVE    PIC 99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-REG-IMSS     PIC X(11).
           05 FILLER              PIC X(12)    VALUE "  DEPOSITOS ".
           05 WS-TOT-REG-DEPOSITOS PIC ZZ,ZZ9.
           05 FILLER              PIC X(10)    VALUE "  IMPORTE ".
           05 WS-TOT-REG-IMPORTE  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-DET-TOT-RETENIDOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "RETENIDOS CUENTA PENDIENTE : ".
           05 WS-TOT-RETENIDOS-R  PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-TOT-RETENIDO-R   PIC $$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(24)    VALUE SPACES.

       01  WS-DET-TOT-ANTERIOR.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "PAGADOS A CUENTA ANTERIOR  : ".
           05 WS-TOT-ANTERIOR-R   PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-TITULO-BANCOS.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(40)
                        VALUE "REPARTO DEL PAGO POR BANCO".
           05 FILLER              PIC X(20)    VALUE SPACES.

       01  WS-ENC-BANCOS.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "CLAVE".
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "BANCO".
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "DEPOSITOS".
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(17)
                        VALUE "          IMPORTE".
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "  PORC".
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-DET-BANCO.
           05 FILLER              PIC X(05)    VALUE SPACES.
           05 WS-BAN-CLAVE        PIC X(03).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-BAN-NOMBRE       PIC X(10).
           05 FILLER              PIC X(07)    VALUE SPACES.
           05 WS-BAN-DEPOSITOS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-BAN-IMPORTE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-BAN-PORC         PIC ZZ9.99.
           05 FILLER              PIC X(15)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PERIODO A DISPERSAR (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           PERFORM 015-VALIDA-PERIODO   THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 025-CARGA-PENDIENTES THRU 025-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 035-GRABA-ENCABEZADO THRU 035-FIN
           PERFORM 040-LEE              THRU 040-FIN
           PERFORM 040-PROCESO          THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 300-SEPARA-REGISTROS THRU 300-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

       015-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           INITIALIZE WS-TOTALES-REGPAT
           MOVE "R" TO WS-RGP-ACCION
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE WS-PERIODO-PEDIDO TO WS-NOP-FECHA
           OPEN INPUT  NOMINA
           IF NOMINA-NO-EXISTE
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           INITIALIZE WS-TOTALES-BANCO
           OPEN OUTPUT BCO002
           IF NOT BCO002-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BCO002, STATUS: "
                          WS-STATUS-BCO002
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN OUTPUT BCO012
           IF NOT BCO012-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BCO012, STATUS: "
                          WS-STATUS-BCO012
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN OUTPUT BCO014
           IF NOT BCO014-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BCO014, STATUS: "
                          WS-STATUS-BCO014
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN OUTPUT BCO072
           IF NOT BCO072-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BCO072, STATUS: "
                          WS-STATUS-BCO072
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN OUTPUT DISPOTRO
           IF NOT DISPOTRO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR DISPOTRO, STATUS: "
                          WS-STATUS-DISPOTRO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF.
       020-FIN.  EXIT.

      * ---------------------------------------------------------------
      * CAMBIOS DE CUENTA PENDIENTES DE APROBACION Y QUE HACER CON EL
      * PAGO DE ESOS EMPLEADOS (PARAMETRO CTA-PENDIENTE-PAGO).
      * ---------------------------------------------------------------
       025-CARGA-PENDIENTES.
           MOVE "CTA-PENDIENTE-PAGO" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-VALOR EQUAL "RETENER"
              THEN
                  SET PENDIENTE-RETIENE TO TRUE
           END-IF
           MOVE ZEROS TO WS-TOTAL-PEND
           OPEN INPUT CTAPEND
           IF CTAPEND-NO-EXISTE
              THEN
                  GO TO 025-FIN
           END-IF
           IF NOT CTAPEND-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CTAPEND, STATUS: "
                          WS-STATUS-CTAPEND
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 026-LEE-PENDIENTE THRU 026-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CTAPEND
           MOVE SPACES TO SW-FIN
           IF WS-TOTAL-PEND GREATER ZEROS
              THEN
                  DISPLAY "CAMBIOS DE CUENTA PENDIENTES DE APROBACION: "
                          WS-TOTAL-PEND
           END-IF.
       025-FIN.  EXIT.

       026-LEE-PENDIENTE.
           READ CTAPEND
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 026-FIN
           END-READ
           IF NOT CTP-PENDIENTE
              THEN
                  GO TO 026-FIN
           END-IF
           IF WS-TOTAL-PEND EQUAL 1000
              THEN
                  DISPLAY "TABLA DE CUENTAS PENDIENTES LLENA, NO SE "
                          "CONSIDERA A " CTP-NUMERO-EMP
                  GO TO 026-FIN
           END-IF
           ADD 1 TO WS-TOTAL-PEND
           MOVE CTP-NUMERO-EMP TO WS-PEND-NUMERO (WS-TOTAL-PEND).
       026-FIN.  EXIT.

       030-TITULOS.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
           MOVE ZEROS             TO REG-DISPBANC
           MOVE 00000             TO DIS-CTRL-INDICADOR
           MOVE WS-PERIODO-PEDIDO TO DIS-CTRL-FECHA
           WRITE REG-DISPBANC
           MOVE ZEROS             TO REG-BCO002
           MOVE "1"               TO B02-CTRL-TIPO-REG
           MOVE WS-PERIODO-PEDIDO TO B02-CTRL-FECHA
           WRITE REG-BCO002
           MOVE ZEROS             TO REG-BCO012
           MOVE "HD"              TO B12-CTRL-TIPO-REG
           MOVE WS-PER-DIA        TO B12-CTRL-DIA
           MOVE WS-PER-MES        TO B12-CTRL-MES
           MOVE WS-PER-ANIO       TO B12-CTRL-ANIO
           WRITE REG-BCO012
           MOVE 1                 TO WS-SEC-BCO014
           MOVE ZEROS             TO REG-BCO014
           MOVE "E"               TO B14-CTRL-TIPO-REG
           MOVE WS-SEC-BCO014     TO B14-CTRL-SECUENCIA
           MOVE WS-PERIODO-PEDIDO TO B14-CTRL-FECHA
           WRITE REG-BCO014
           MOVE ZEROS             TO REG-BCO072
           MOVE "H"               TO B72-CTRL-TIPO-REG
           MOVE WS-PERIODO-PEDIDO TO B72-CTRL-FECHA
           WRITE REG-BCO072
           MOVE ZEROS             TO REG-DISPOTRO
           MOVE 00000             TO DOT-CTRL-INDICADOR
           MOVE WS-PERIODO-PEDIDO TO DOT-CTRL-FECHA
           WRITE REG-DISPOTRO.
       035-FIN.  EXIT.

       040-PROCESO.
       050-ARMA-DEPOSITO.
      * LOS RENGLONES DE NETO CERO SON CONSTANCIAS, NO PAGOS (VALES
      * EN ESPECIE, AJUSTES A CARGO, DEVOLUCIONES): AL BANCO NO LE
      * VIAJA UN DEPOSITO DE 0.00, IGUAL QUE FORMALIZA PROGCUAD. EL
      * RENGLON REVE DE PROGREVE TAMPOCO ES UN PAGO: CANCELA UNO YA
      * DEPOSITADO Y NO DEBE SALIR COMO DEPOSITO EXTRA.
           IF NOM-NETO EQUAL ZEROS
              OR NOM-ES-REVERSO
              THEN
                  GO TO 050-FIN
           END-IF
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                  ADD 1 TO WS-SIN-CUENTA
              ELSE
                  PERFORM 065-BUSCA-PENDIENTE THRU 065-FIN
                  EVALUATE TRUE
                     WHEN CTA-BANCO-EMP EQUAL SPACES
                         MOVE NOM-NUMERO-EMP TO WS-DET-NUMERO
                         MOVE NOMBRE-EMP     TO WS-DET-NOMBRE
                         MOVE NOM-NETO       TO WS-DET-IMPORTE
                         MOVE "SIN CUENTA: CHEQUE" TO WS-DET-NOTA
                         WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                         ADD 1 TO WS-SIN-CUENTA
                     WHEN CUENTA-EN-REVISION
                          AND PENDIENTE-RETIENE
                         MOVE NOM-NUMERO-EMP TO WS-DET-NUMERO
                         MOVE NOMBRE-EMP     TO WS-DET-NOMBRE
                         MOVE NOM-NETO       TO WS-DET-IMPORTE
                         MOVE "RETENIDO: CTA PEND" TO WS-DET-NOTA
                         WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                         ADD 1        TO WS-RETENIDOS
                         ADD NOM-NETO TO WS-TOT-RETENIDO
                     WHEN OTHER
                         PERFORM 070-GRABA-DEPOSITO THRU 070-FIN
                  END-EVALUATE
           END-IF.
       050-FIN.  EXIT.

           END-READ.
       060-FIN.  EXIT.

       065-BUSCA-PENDIENTE.
           SET CUENTA-APROBADA TO TRUE
           PERFORM 066-COMPARA-PENDIENTE THRU 066-FIN
                   VARYING WS-IND-PEND FROM 1 BY 1
                   UNTIL WS-IND-PEND GREATER WS-TOTAL-PEND
                   OR CUENTA-EN-REVISION.
       065-FIN.  EXIT.

       066-COMPARA-PENDIENTE.
           IF WS-PEND-NUMERO (WS-IND-PEND) EQUAL NUMERO-EMP
              THEN
                  SET CUENTA-EN-REVISION TO TRUE
           END-IF.
       066-FIN.  EXIT.

       070-GRABA-DEPOSITO.
           PERFORM 080-RESUELVE-REGISTRO THRU 080-FIN
           MOVE SPACES          TO REG-DISPBANC
           MOVE NUMERO-EMP      TO DIS-NUMERO-EMP
           MOVE APE-PATERNO-EMP TO DIS-APE-PATERNO
           MOVE NOM-PILA-EMP    TO DIS-NOM-PILA
           MOVE CTA-BANCO-EMP   TO DIS-CTA-BANCO
           MOVE NOM-NETO        TO DIS-IMPORTE
           MOVE WS-RGP-REGISTRO-IMSS TO DIS-REGISTRO-IMSS
           WRITE REG-DISPBANC
           IF NOT DISPBANC-OK
              THEN
                          WS-STATUS-DISPBANC
           END-IF
           ADD 1        TO WS-DEPOSITOS
                           WS-TREG-DEPOSITOS (WS-RGP-INDICE)
           ADD NOM-NETO TO WS-TOT-IMPORTE
                           WS-TREG-IMPORTE (WS-RGP-INDICE)
           PERFORM 090-RUTEA-BANCO THRU 090-FIN
           MOVE NUMERO-EMP TO WS-DET-NUMERO
           MOVE NOMBRE-EMP TO WS-DET-NOMBRE
           MOVE NOM-NETO   TO WS-DET-IMPORTE
           MOVE WS-BCO-NOMBRE (WS-IND-BCO) TO WS-DET-NOTA
           IF CUENTA-EN-REVISION
              THEN
                  MOVE "CTA ANTERIOR, PEND" TO WS-DET-NOTA
                  ADD 1 TO WS-PAGO-ANTERIOR
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       070-FIN.  EXIT.

      * EL REGISTRO SE RESUELVE CON EL DEPARTAMENTO CON QUE SE PAGO
      * EL RENGLON, IGUAL QUE EN LA POLIZA.
       080-RESUELVE-REGISTRO.
           MOVE "E"            TO WS-RGP-ACCION
           MOVE NOM-NUMERO-EMP TO WS-RGP-NUMERO-EMP
           MOVE NOM-DEPTO      TO WS-RGP-DEPTO
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT.
       080-FIN.  EXIT.

      * ---------------------------------------------------------------
      * RUTEO DEL DEPOSITO AL ARCHIVO DEL BANCO DE LA CLABE
      * ---------------------------------------------------------------
       090-RUTEA-BANCO.
           MOVE 5 TO WS-IND-BCO
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER 4
              IF WS-BCO-CLAVE (WS-IND-BUSCA)
                 EQUAL CTA-BANCO-EMP (1:3)
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-BCO
              END-IF
           END-PERFORM
           ADD 1        TO WS-TBCO-DEPOSITOS (WS-IND-BCO)
           ADD NOM-NETO TO WS-TBCO-IMPORTE (WS-IND-BCO)
           EVALUATE WS-IND-BCO
              WHEN 1
                 PERFORM 091-DEPOSITO-BCO002 THRU 091-FIN
              WHEN 2
                 PERFORM 092-DEPOSITO-BCO012 THRU 092-FIN
              WHEN 3
                 PERFORM 093-DEPOSITO-BCO014 THRU 093-FIN
              WHEN 4
                 PERFORM 094-DEPOSITO-BCO072 THRU 094-FIN
              WHEN OTHER
                 PERFORM 095-DEPOSITO-OTRO   THRU 095-FIN
           END-EVALUATE.
       090-FIN.  EXIT.

       091-DEPOSITO-BCO002.
           MOVE SPACES          TO REG-BCO002
           MOVE "2"             TO B02-TIPO-REG
           MOVE CTA-BANCO-EMP   TO B02-CUENTA
           MOVE NOM-NETO        TO B02-IMPORTE
           MOVE NUMERO-EMP      TO B02-REFERENCIA
           MOVE NOMBRE-EMP      TO B02-BENEFICIARIO
           WRITE REG-BCO002
           IF NOT BCO002-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO BCO002, STATUS: "
                          WS-STATUS-BCO002
           END-IF.
       091-FIN.  EXIT.

       092-DEPOSITO-BCO012.
           MOVE SPACES          TO REG-BCO012
           MOVE "DT"            TO B12-TIPO-REG
           MOVE NUMERO-EMP      TO B12-REFERENCIA
           MOVE CTA-BANCO-EMP   TO B12-CUENTA
           MOVE NOM-NETO        TO B12-IMPORTE
           MOVE NOMBRE-EMP      TO B12-NOMBRE
           WRITE REG-BCO012
           IF NOT BCO012-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO BCO012, STATUS: "
                          WS-STATUS-BCO012
           END-IF.
       092-FIN.  EXIT.

       093-DEPOSITO-BCO014.
           ADD 1 TO WS-SEC-BCO014
           MOVE SPACES          TO REG-BCO014
           MOVE "D"             TO B14-TIPO-REG
           MOVE WS-SEC-BCO014   TO B14-SECUENCIA
           MOVE CTA-BANCO-EMP   TO B14-CUENTA
           MOVE NOMBRE-EMP      TO B14-NOMBRE
           MOVE NOM-NETO        TO B14-IMPORTE
           MOVE "NOMINA"        TO B14-CONCEPTO
           WRITE REG-BCO014
           IF NOT BCO014-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO BCO014, STATUS: "
                          WS-STATUS-BCO014
           END-IF.
       093-FIN.  EXIT.

       094-DEPOSITO-BCO072.
           MOVE SPACES            TO REG-BCO072
           MOVE "D"               TO B72-TIPO-REG
           MOVE WS-PERIODO-PEDIDO TO B72-FECHA-APLIC
           MOVE CTA-BANCO-EMP     TO B72-CUENTA
           MOVE NOM-NETO          TO B72-IMPORTE
           MOVE NUMERO-EMP        TO B72-REFERENCIA
           MOVE NOMBRE-EMP        TO B72-NOMBRE
           WRITE REG-BCO072
           IF NOT BCO072-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO BCO072, STATUS: "
                          WS-STATUS-BCO072
           END-IF.
       094-FIN.  EXIT.

       095-DEPOSITO-OTRO.
           MOVE SPACES              TO REG-DISPOTRO
           MOVE NUMERO-EMP          TO DOT-NUMERO-EMP
           MOVE APE-PATERNO-EMP     TO DOT-APE-PATERNO
           MOVE APE-MATERNO-EMP     TO DOT-APE-MATERNO
           MOVE NOM-PILA-EMP        TO DOT-NOM-PILA
           MOVE CTA-BANCO-EMP       TO DOT-CTA-BANCO
           MOVE NOM-NETO            TO DOT-IMPORTE
           MOVE CTA-BANCO-EMP (1:3) TO DOT-BANCO-DESTINO
           WRITE REG-DISPOTRO
           IF NOT DISPOTRO-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO DISPOTRO, STATUS: "
                          WS-STATUS-DISPOTRO
           END-IF.
       095-FIN.  EXIT.

       200-FINAL.
           MOVE ZEROS             TO REG-DISPBANC
           MOVE 99999             TO DIS-CTRL-INDICADOR
           MOVE WS-DEPOSITOS      TO DIS-CTRL-REGISTROS
           MOVE WS-TOT-IMPORTE    TO DIS-CTRL-IMPORTE
           WRITE REG-DISPBANC
           PERFORM 250-SUMARIOS-BANCOS THRU 250-FIN
           MOVE WS-DEPOSITOS      TO WS-TOT-DEPOSITOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-DEPOSITOS AFTER 2
           MOVE WS-TOT-IMPORTE    TO WS-TOT-IMPORTE-R
           WRITE REG-REPORTE FROM WS-DET-TOT-IMPORTE   AFTER 1
           MOVE WS-SIN-CUENTA     TO WS-TOT-SINCTA-R
           WRITE REG-REPORTE FROM WS-DET-TOT-SINCTA    AFTER 1
           IF WS-RETENIDOS GREATER ZEROS
              THEN
                  MOVE WS-RETENIDOS    TO WS-TOT-RETENIDOS-R
                  MOVE WS-TOT-RETENIDO TO WS-TOT-RETENIDO-R
                  WRITE REG-REPORTE FROM WS-DET-TOT-RETENIDOS AFTER 1
           END-IF
           IF WS-PAGO-ANTERIOR GREATER ZEROS
              THEN
                  MOVE WS-PAGO-ANTERIOR TO WS-TOT-ANTERIOR-R
                  WRITE REG-REPORTE FROM WS-DET-TOT-ANTERIOR AFTER 1
           END-IF
           MOVE "I" TO WS-RGP-ACCION
           PERFORM 210-TOTAL-REGISTRO THRU 210-FIN
                   VARYING WS-IND-REG FROM 1 BY 1
                   UNTIL WS-IND-REG GREATER WS-RGP-TOTAL
           PERFORM 260-HOJA-BANCOS THRU 260-FIN
           CLOSE NOMINA
           CLOSE EMPLEADOS
           CLOSE DISPBANC
           CLOSE BCO002
           CLOSE BCO012
           CLOSE BCO014
           CLOSE BCO072
           CLOSE DISPOTRO
           CLOSE REPORTE
           DISPLAY "DISPERSION TERMINADA, DEPOSITOS: " WS-DEPOSITOS
                   " EXCLUIDOS: " WS-SIN-CUENTA
                   " RETENIDOS: " WS-RETENIDOS
           EVALUATE TRUE
              WHEN WS-DEPOSITOS EQUAL ZEROS
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-CUENTA GREATER ZEROS
              WHEN WS-RETENIDOS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE PERIODOS.
       200-FIN.  EXIT.

       210-TOTAL-REGISTRO.
           MOVE WS-IND-REG TO WS-RGP-INDICE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE WS-RGP-CLAVE                   TO WS-TOT-REG-CLAVE
           MOVE WS-RGP-REGISTRO-IMSS           TO WS-TOT-REG-IMSS
           MOVE WS-TREG-DEPOSITOS (WS-IND-REG) TO WS-TOT-REG-DEPOSITOS
           MOVE WS-TREG-IMPORTE (WS-IND-REG)   TO WS-TOT-REG-IMPORTE
           IF WS-IND-REG EQUAL 1
              THEN
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 2
              ELSE
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 1
           END-IF.
       210-FIN.  EXIT.

       250-SUMARIOS-BANCOS.
           MOVE ZEROS                  TO REG-BCO002
           MOVE "4"                    TO B02-CTRL-TIPO-REG
           MOVE WS-PERIODO-PEDIDO      TO B02-CTRL-FECHA
           MOVE WS-TBCO-DEPOSITOS (1)  TO B02-CTRL-REGISTROS
           MOVE WS-TBCO-IMPORTE (1)    TO B02-CTRL-IMPORTE
           WRITE REG-BCO002
           MOVE ZEROS                  TO REG-BCO012
           MOVE "TR"                   TO B12-CTRL-TIPO-REG
           MOVE WS-PER-DIA             TO B12-CTRL-DIA
           MOVE WS-PER-MES             TO B12-CTRL-MES
           MOVE WS-PER-ANIO            TO B12-CTRL-ANIO
           MOVE WS-TBCO-DEPOSITOS (2)  TO B12-CTRL-REGISTROS
           MOVE WS-TBCO-IMPORTE (2)    TO B12-CTRL-IMPORTE
           WRITE REG-BCO012
           ADD 1 TO WS-SEC-BCO014
           MOVE ZEROS                  TO REG-BCO014
           MOVE "S"                    TO B14-CTRL-TIPO-REG
           MOVE WS-SEC-BCO014          TO B14-CTRL-SECUENCIA
           MOVE WS-PERIODO-PEDIDO      TO B14-CTRL-FECHA
           MOVE WS-TBCO-DEPOSITOS (3)  TO B14-CTRL-REGISTROS
           MOVE WS-TBCO-IMPORTE (3)    TO B14-CTRL-IMPORTE
           WRITE REG-BCO014
           MOVE ZEROS                  TO REG-BCO072
           MOVE "T"                    TO B72-CTRL-TIPO-REG
           MOVE WS-PERIODO-PEDIDO      TO B72-CTRL-FECHA
           MOVE WS-TBCO-DEPOSITOS (4)  TO B72-CTRL-REGISTROS
           MOVE WS-TBCO-IMPORTE (4)    TO B72-CTRL-IMPORTE
           WRITE REG-BCO072
           MOVE ZEROS                  TO REG-DISPOTRO
           MOVE 99999                  TO DOT-CTRL-INDICADOR
           MOVE WS-PERIODO-PEDIDO      TO DOT-CTRL-FECHA
           MOVE WS-TBCO-DEPOSITOS (5)  TO DOT-CTRL-REGISTROS
           MOVE WS-TBCO-IMPORTE (5)    TO DOT-CTRL-IMPORTE
           WRITE REG-DISPOTRO.
       250-FIN.  EXIT.

      * HOJA APARTE CON EL REPARTO DEL PAGO POR BANCO, PARA QUE
      * TESORERIA FONDEE CADA CUENTA PAGADORA POR SU IMPORTE.
       260-HOJA-BANCOS.
           WRITE REG-REPORTE FROM WS-TITULO-BANCOS AFTER PAGE
           WRITE REG-REPORTE FROM WS-GUIONES       AFTER 1
           WRITE REG-REPORTE FROM WS-ENC-BANCOS    AFTER 1
           PERFORM 265-RENGLON-BANCO THRU 265-FIN
                   VARYING WS-IND-BCO FROM 1 BY 1
                   UNTIL WS-IND-BCO GREATER 5
           WRITE REG-REPORTE FROM WS-GUIONES       AFTER 1
           MOVE SPACES         TO WS-BAN-CLAVE
           MOVE "TOTAL"        TO WS-BAN-NOMBRE
           MOVE WS-DEPOSITOS   TO WS-BAN-DEPOSITOS
           MOVE WS-TOT-IMPORTE TO WS-BAN-IMPORTE
           MOVE ZEROS          TO WS-BAN-PORC
           IF WS-TOT-IMPORTE GREATER ZEROS
              THEN
                  MOVE 100 TO WS-BAN-PORC
           END-IF
           WRITE REG-REPORTE FROM WS-DET-BANCO AFTER 1.
       260-FIN.  EXIT.

       265-RENGLON-BANCO.
           MOVE WS-BCO-CLAVE (WS-IND-BCO)      TO WS-BAN-CLAVE
           MOVE WS-BCO-NOMBRE (WS-IND-BCO)     TO WS-BAN-NOMBRE
           MOVE WS-TBCO-DEPOSITOS (WS-IND-BCO) TO WS-BAN-DEPOSITOS
           MOVE WS-TBCO-IMPORTE (WS-IND-BCO)   TO WS-BAN-IMPORTE
           MOVE ZEROS TO WS-PORC-BANCO
           IF WS-TOT-IMPORTE GREATER ZEROS
              THEN
                  COMPUTE WS-PORC-BANCO ROUNDED =
                          WS-TBCO-IMPORTE (WS-IND-BCO) * 100
                          / WS-TOT-IMPORTE
           END-IF
           MOVE WS-PORC-BANCO TO WS-BAN-PORC
           WRITE REG-REPORTE FROM WS-DET-BANCO AFTER 1.
       265-FIN.  EXIT.

      * ---------------------------------------------------------------
      * UN LOTE DE DISPREGP POR REGISTRO PATRONAL CON DEPOSITOS; CON
      * UN SOLO REGISTRO EL ARCHIVO DISPBANC YA ES EL LOTE Y NO SE
      * GENERA.
      * ---------------------------------------------------------------
       300-SEPARA-REGISTROS.
           IF WS-RGP-TOTAL NOT GREATER 1
              OR WS-DEPOSITOS EQUAL ZEROS
              THEN
                  GO TO 300-FIN
           END-IF
           OPEN OUTPUT DISPREGP
           IF NOT DISPREGP-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR DISPREGP, STATUS: "
                          WS-STATUS-DISPREGP
                  GO TO 300-FIN
           END-IF
           PERFORM 310-LOTE-REGISTRO THRU 310-FIN
                   VARYING WS-IND-REG FROM 1 BY 1
                   UNTIL WS-IND-REG GREATER WS-RGP-TOTAL
           CLOSE DISPREGP.
       300-FIN.  EXIT.

       310-LOTE-REGISTRO.
           IF WS-TREG-DEPOSITOS (WS-IND-REG) EQUAL ZEROS
              THEN
                  GO TO 310-FIN
           END-IF
           MOVE "I"        TO WS-RGP-ACCION
           MOVE WS-IND-REG TO WS-RGP-INDICE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE ZEROS                TO REG-DISPREGP
           MOVE 00000                TO DRG-CTRL-INDICADOR
           MOVE WS-PERIODO-PEDIDO    TO DRG-CTRL-FECHA
           MOVE WS-RGP-REGISTRO-IMSS TO DRG-CTRL-REGISTRO-IMSS
           MOVE WS-RGP-RFC-PATRON    TO DRG-CTRL-RFC-PATRON
           WRITE REG-DISPREGP
           CLOSE NOMINA
           OPEN INPUT NOMINA
           MOVE SPACES TO SW-FIN
           PERFORM 320-RELEE-RENGLON THRU 320-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE ZEROS                TO REG-DISPREGP
           MOVE 99999                TO DRG-CTRL-INDICADOR
           MOVE WS-PERIODO-PEDIDO    TO DRG-CTRL-FECHA
           MOVE WS-TREG-DEPOSITOS (WS-IND-REG) TO DRG-CTRL-REGISTROS
           MOVE WS-TREG-IMPORTE (WS-IND-REG)   TO DRG-CTRL-IMPORTE
           MOVE WS-RGP-REGISTRO-IMSS TO DRG-CTRL-REGISTRO-IMSS
           WRITE REG-DISPREGP.
       310-FIN.  EXIT.

      * MISMOS FILTROS QUE 050-ARMA-DEPOSITO: SOLO VIAJA LO QUE SE
      * DEPOSITO EN DISPBANC.
       320-RELEE-RENGLON.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 320-FIN
           END-READ
           IF NOM-ANIO NOT EQUAL WS-PER-ANIO
              OR NOM-MES NOT EQUAL WS-PER-MES
              OR NOM-DIA NOT EQUAL WS-PER-DIA
              OR NOM-NETO EQUAL ZEROS
              OR NOM-ES-REVERSO
              THEN
                  GO TO 320-FIN
           END-IF
           PERFORM 080-RESUELVE-REGISTRO THRU 080-FIN
           IF WS-RGP-INDICE NOT EQUAL WS-IND-REG
              THEN
                  GO TO 320-FIN
           END-IF
           PERFORM 060-CONSULTA-MAESTRO THRU 060-FIN
           IF EMPLEADO-NO-EXISTE
              OR CTA-BANCO-EMP EQUAL SPACES
              THEN
                  GO TO 320-FIN
           END-IF
           PERFORM 065-BUSCA-PENDIENTE THRU 065-FIN
           IF CUENTA-EN-REVISION
              AND PENDIENTE-RETIENE
              THEN
                  GO TO 320-FIN
           END-IF
           MOVE SPACES               TO REG-DISPREGP
           MOVE NUMERO-EMP           TO DRG-NUMERO-EMP
           MOVE APE-PATERNO-EMP      TO DRG-APE-PATERNO
           MOVE APE-MATERNO-EMP      TO DRG-APE-MATERNO
           MOVE NOM-PILA-EMP         TO DRG-NOM-PILA
           MOVE CTA-BANCO-EMP        TO DRG-CTA-BANCO
           MOVE NOM-NETO             TO DRG-IMPORTE
           MOVE WS-RGP-REGISTRO-IMSS TO DRG-REGISTRO-IMSS
           WRITE REG-DISPREGP.
       320-FIN.  EXIT.
