       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCTAA.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * PROGCTAA - APROBACION CON DOBLE CONTROL DE LOS CAMBIOS DE      *
      * CUENTA BANCARIA.                                               *
      *                                                                *
      * UN CAMBIO DE CTA-BANCO CAPTURADO EN PROGMANT O EN PROGMOVS NO  *
      * TOCA EL MAESTRO: QUEDA PENDIENTE EN CTAPEND (PROGCTAP) Y EL    *
      * EMPLEADO SIGUE COBRANDO EN SU CUENTA ANTERIOR HASTA QUE OTRO   *
      * OPERADOR LO APRUEBA AQUI. OPCIONES:                            *
      *   1. LISTADO DE CAMBIOS PENDIENTES DE APROBACION.              *
      *   2. DICTAMEN (APROBAR O RECHAZAR) DEL CAMBIO PENDIENTE DE UN  *
      *     EMPLEADO. EXIGE CLAVE DE OPERADOR CON LA OPCION "A" DE     *
      *     PROGCTAA EN SU PERFIL; PROGMENU RECHAZA ADEMAS AL QUE      *
      *     TAMBIEN TIENE LA OPCION "3" DE PROGMANT (CONFPERF), Y AQUI *
      *     SE RECHAZA AL MISMO QUE LO CAPTURO. SI LA CUENTA DEL       *
      *     MAESTRO YA NO ES LA QUE TENIA AL CAPTURARSE, EL CAMBIO SE  *
      *     RECHAZA Y SE RECAPTURA. AL APROBAR, LA CUENTA PASA AL      *
      *     MAESTRO, EL RENGLON SE GRABA EN HISTCAMB (PROGHIST) A      *
      *     NOMBRE DE QUIEN LO CAPTURO Y SE IMPRIME LA CARTA DE AVISO  *
      *     AL EMPLEADO.                                               *
      *   3. CAMBIOS APROBADOS EN LOS N DIAS ANTERIORES A UN DIA DE    *
      *     PAGO (PARAMETRO DIAS-AVISO-CUENTA DE PARAMS, 5 SI NO ESTA) *
      *     MAS LOS QUE SIGUEN PENDIENTES, PARA REVISARLOS ANTES DE LA *
      *     DISPERSION. SI LISTA ALGUNO TERMINA CON RC 4.              *
      *   4. CARTAS DE AVISO DE LOS CAMBIOS APROBADOS QUE AUN NO LA    *
      *     TIENEN, COMO LOS QUE APLICA PROGFAPL.                      *
      *                                                                *
      * LA CARTA (AVISOCTA) MUESTRA SOLO LOS CUATRO ULTIMOS DIGITOS DE *
      * CADA CUENTA Y PIDE AL EMPLEADO AVISAR A RECURSOS HUMANOS SI NO *
      * SOLICITO EL CAMBIO. NO SE DICTAMINA MIENTRAS EL PROCESO        *
      * NOCTURNO TIENE EL CANDADO DEL MAESTRO (PROGCAND). AUDITORIA    *
      * MODO "T" VIA PROGMENU DE CADA DICTAMEN.                        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTAPEND      ASSIGN TO UT-S-CTAPEND
                               FILE STATUS IS WS-STATUS-CTAPEND.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT AVISOCTA     ASSIGN TO UT-S-AVISOCTA
                               FILE STATUS IS WS-STATUS-AVISOCTA.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  CTAPEND
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CTAPEND.
           COPY CTAPEND.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  AVISOCTA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AVISOCTA.
       01  REG-AVISOCTA           PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CTAPEND   PIC X(02)    VALUE "00".
              88 CTAPEND-OK         VALUE "00".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-AVISOCTA  PIC X(02)    VALUE "00".
              88 AVISOCTA-OK        VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-RESPUESTA        PIC X(01)    VALUE SPACES.
              88 RESP-APRUEBA       VALUE "A".
              88 RESP-RECHAZA       VALUE "R".
           05 WS-LISTADOS         PIC 9(05)    VALUE ZEROS.
           05 WS-CARTAS           PIC 9(05)    VALUE ZEROS.
           05 WS-DIAS-AVISO       PIC 9(03)    VALUE 5.
           05 WS-IND-DIA          PIC 9(03)    VALUE ZEROS.
           05 WS-COCIENTE         PIC 9(04)    VALUE ZEROS.
           05 WS-RESIDUO          PIC 9(02)    VALUE ZEROS.
           05 SW-CAMBIO           PIC X(01)    VALUE "N".
              88 CAMBIO-ENCONTRADO  VALUE "S".
              88 CAMBIO-NO-HALLADO  VALUE "N".
           05 SW-REPORTE          PIC X(01)    VALUE "P".
              88 REPORTE-PENDIENTES VALUE "P".
              88 REPORTE-PREVIO     VALUE "A".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-PAGO       PIC 9(08)    VALUE ZEROS.
      * PRIMER DIA DE LA VENTANA PREVIA AL PAGO, QUE SE CUENTA HACIA
      * ATRAS DIA POR DIA DESDE LA FECHA DE PAGO.
           05 WS-FECHA-DESDE.
              10 WS-DES-ANIO      PIC 9(04).
              10 WS-DES-MES       PIC 9(02).
              10 WS-DES-DIA       PIC 9(02).
           05 WS-FECHA-DESDE-N REDEFINES WS-FECHA-DESDE
                                  PIC 9(08).
      * FECHA A CONVERTIR EN LETRA ("15 DE OCTUBRE DE 2026").
           05 WS-FEC-TRABAJO.
              10 WS-FEC-ANIO      PIC 9(04).
              10 WS-FEC-MES       PIC 9(02).
              10 WS-FEC-DIA       PIC 9(02).
           05 WS-FEC-TRABAJO-N REDEFINES WS-FEC-TRABAJO
                                  PIC 9(08).
           05 WS-FEC-DIA-EDIT     PIC Z9.
           05 WS-FEC-LETRA        PIC X(24)    VALUE SPACES.
      * CUENTA CON SOLO SUS CUATRO ULTIMOS DIGITOS A LA VISTA.
           05 WS-CTA-ORIGEN       PIC X(18)    VALUE SPACES.
           05 WS-CTA-MASCARA      PIC X(30)    VALUE SPACES.

      * DIAS POR MES; FEBRERO SE AJUSTA POR BISIESTO AL RETROCEDER.
       01  WS-TABLA-DIAS-MES.
           05 FILLER              PIC X(24)
              VALUE "312831303130313130313031".
       01  WS-TABLA-DIAS-R REDEFINES WS-TABLA-DIAS-MES.
           05 WS-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.

       01  WS-TABLA-MESES.
           05 FILLER              PIC X(10)    VALUE "ENERO".
           05 FILLER              PIC X(10)    VALUE "FEBRERO".
           05 FILLER              PIC X(10)    VALUE "MARZO".
           05 FILLER              PIC X(10)    VALUE "ABRIL".
           05 FILLER              PIC X(10)    VALUE "MAYO".
           05 FILLER              PIC X(10)    VALUE "JUNIO".
           05 FILLER              PIC X(10)    VALUE "JULIO".
           05 FILLER              PIC X(10)    VALUE "AGOSTO".
           05 FILLER              PIC X(10)    VALUE "SEPTIEMBRE".
           05 FILLER              PIC X(10)    VALUE "OCTUBRE".
           05 FILLER              PIC X(10)    VALUE "NOVIEMBRE".
           05 FILLER              PIC X(10)    VALUE "DICIEMBRE".
       01  WS-TABLA-MESES-R REDEFINES WS-TABLA-MESES.
           05 WS-NOMBRE-MES       PIC X(10)    OCCURS 12 TIMES.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "A".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGCTAA".

       01  WS-PARAMETROS-CAND.
           05 WS-CAND-ACCION      PIC X(01)    VALUE "V".
           05 WS-CAND-ESTADO      PIC X(01)    VALUE "L".
              88 MAESTRO-EN-NOCTURNO  VALUE "O".
           05 WS-CAND-PROGRAMA    PIC X(08)    VALUE SPACES.
           05 WS-CAND-FECHA       PIC 9(08)    VALUE ZEROS.
           05 WS-CAND-HORA        PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-HIST.
           05 WS-HIST-NUMERO      PIC 9(05).
           05 WS-HIST-USUARIO     PIC X(08).
           05 WS-HIST-PROGRAMA    PIC X(08)    VALUE "PROGCTAA".
           05 WS-HIST-CAMPO       PIC X(10)    VALUE "CTA-BANCO".
           05 WS-HIST-ANTERIOR    PIC X(30).
           05 WS-HIST-NUEVO       PIC X(30).

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-TITULO-1.
           05 FILLER              PIC X(30)    VALUE SPACES.
           05 WS-TIT-TEXTO        PIC X(50)    VALUE SPACES.
           05 FILLER              PIC X(30)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(30)    VALUE SPACES.
           05 FILLER              PIC X(17)
                                  VALUE "APROBADOS DEL    ".
           05 WS-TIT-DESDE        PIC 9(08).
           05 FILLER              PIC X(04)    VALUE " AL ".
           05 WS-TIT-HASTA        PIC 9(08).
           05 FILLER              PIC X(43)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(108)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-ENCABEZADO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "EMPL.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(22)    VALUE "NOMBRE".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(18)    VALUE "CUENTA ANTERIOR".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(18)    VALUE "CUENTA NUEVA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "ESTADO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "FECHA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "CAPTURO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "APROBO".

       01  WS-DETALLE.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(22).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ANTERIOR     PIC X(18).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUEVA        PIC X(18).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ESTADO       PIC X(09).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CAPTURO      PIC X(08).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-APROBO       PIC X(08).

       01  WS-DET-TOTAL.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(29)
                             VALUE "CAMBIOS DE CUENTA LISTADOS : ".
           05 WS-TOT-LISTADOS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(74)    VALUE SPACES.

       01  WS-CAR-TITULO.
           05 FILLER              PIC X(23)    VALUE SPACES.
           05 FILLER              PIC X(34)
                      VALUE "AVISO DE CAMBIO DE CUENTA BANCARIA".
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-CAR-FECHA.
           05 FILLER              PIC X(48)    VALUE SPACES.
           05 WS-CF-FECHA         PIC X(24).
           05 FILLER              PIC X(08)    VALUE SPACES.

       01  WS-CAR-TEXTO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-CT-TEXTO         PIC X(72).
           05 FILLER              PIC X(04)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CAMBIOS DE CUENTA PENDIENTES DE APROBACION"
           DISPLAY "2. APROBAR O RECHAZAR UN CAMBIO DE CUENTA"
           DISPLAY "3. CAMBIOS APROBADOS ANTES DE UN DIA DE PAGO"
           DISPLAY "4. EMITIR CARTAS DE AVISO PENDIENTES"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-PENDIENTES  THRU 100-FIN
              WHEN 2
                 PERFORM 200-DICTAMINA   THRU 200-FIN
              WHEN 3
                 PERFORM 300-PREVIO-PAGO THRU 300-FIN
              WHEN 4
                 PERFORM 400-AVISOS      THRU 400-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * OPCION 1: CAMBIOS PENDIENTES DE APROBACION
      * ---------------------------------------------------------------
       100-PENDIENTES.
           SET REPORTE-PENDIENTES TO TRUE
           MOVE "CAMBIOS DE CUENTA BANCARIA PENDIENTES DE APROBAR"
              TO WS-TIT-TEXTO
           PERFORM 500-REPORTE THRU 500-FIN.
       100-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: DICTAMEN DE UN CAMBIO PENDIENTE. EL APROBADOR DEBE
      * TENER LA OPCION "A" DE PROGCTAA EN SU PERFIL (PROGMENU MODO
      * "P", QUE ADEMAS RECHAZA AL QUE TAMBIEN PUEDE CAPTURAR CAMBIOS
      * EN PROGMANT) Y NO PUEDE SER QUIEN CAPTURO LA CUENTA.
      * ---------------------------------------------------------------
       200-DICTAMINA.
           IF WS-USUARIO EQUAL SPACES
              THEN
                  DISPLAY "SIN CLAVE DE OPERADOR NO SE DICTAMINA"
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           MOVE "P" TO WS-MENU-MODO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "T" TO WS-MENU-MODO
           IF MENU-ERROR
              THEN
                  DISPLAY "USUARIO " WS-USUARIO " NO AUTORIZADO PARA "
                          "APROBAR CAMBIOS DE CUENTA ("
                          WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
      * EL MAESTRO NO SE TOCA MIENTRAS EL PROCESO NOCTURNO TRAE
      * PUESTO EL CANDADO; UN CANDADO HUERFANO SE LIBERA CON PROGLIBC.
           CALL "PROGCAND" USING WS-PARAMETROS-CAND
           IF MAESTRO-EN-NOCTURNO
              THEN
                  DISPLAY "MAESTRO EN PROCESO NOCTURNO ("
                          WS-CAND-PROGRAMA "), INTENTE MAS TARDE"
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
           OPEN I-O CTAPEND
           IF NOT CTAPEND-OK
              THEN
                  DISPLAY "SIN ARCHIVO CTAPEND, NADA QUE DICTAMINAR, "
                          "STATUS: " WS-STATUS-CTAPEND
                  GO TO 200-FIN
           END-IF
           OPEN I-O EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  CLOSE CTAPEND
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           SET CAMBIO-NO-HALLADO TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 210-BUSCA-CAMBIO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF CAMBIO-NO-HALLADO
              THEN
                  DISPLAY "EL EMPLEADO " WS-NUMERO-PEDIDO
                          " NO TIENE CAMBIO DE CUENTA PENDIENTE"
                  MOVE "CTA NOPEN" TO WS-MENU-RESULTADO
           END-IF
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE CTAPEND
           CLOSE EMPLEADOS.
       200-FIN.  EXIT.

       210-BUSCA-CAMBIO.
           READ CTAPEND
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF NOT CTP-PENDIENTE
              OR CTP-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  GO TO 210-FIN
           END-IF
           SET CAMBIO-ENCONTRADO TO TRUE
           MOVE "FIN" TO SW-FIN
           PERFORM 220-DICTAMINA-UNO THRU 220-FIN.
       210-FIN.  EXIT.

       220-DICTAMINA-UNO.
           IF CTP-USUARIO-CAPTURA EQUAL WS-USUARIO
              THEN
                  DISPLAY "EL CAMBIO LO CAPTURO " CTP-USUARIO-CAPTURA
                          "; LO APRUEBA OTRO OPERADOR"
                  MOVE "CTA MISMO" TO WS-MENU-RESULTADO
                  MOVE 4 TO RETURN-CODE
                  GO TO 220-FIN
           END-IF
           MOVE CTP-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "EL EMPLEADO YA NO ESTA EN EL MAESTRO; EL "
                         "CAMBIO SE RECHAZA"
                 MOVE "CTA NOEX " TO WS-MENU-RESULTADO
                 PERFORM 240-RECHAZA THRU 240-FIN
                 GO TO 220-FIN
           END-READ
      * SI LA CUENTA DEL MAESTRO YA NO ES LA QUE TENIA AL CAPTURARSE,
      * EL CAMBIO SE HIZO SOBRE DATOS VIEJOS: SE RECHAZA Y SE VUELVE
      * A CAPTURAR.
           IF CTA-BANCO-EMP NOT EQUAL CTP-CTA-ANTERIOR
              THEN
                  DISPLAY "LA CUENTA DEL MAESTRO CAMBIO DESPUES DE LA "
                          "CAPTURA; EL CAMBIO SE RECHAZA, RECAPTURE"
                  MOVE "CTA DIFER" TO WS-MENU-RESULTADO
                  PERFORM 240-RECHAZA THRU 240-FIN
                  MOVE 4 TO RETURN-CODE
                  GO TO 220-FIN
           END-IF
           DISPLAY "EMPLEADO       : " NUMERO-EMP " " NOMBRE-EMP
           DISPLAY "CUENTA ACTUAL  : " CTP-CTA-ANTERIOR
           DISPLAY "CUENTA NUEVA   : " CTP-CTA-NUEVA
           DISPLAY "CAPTURADA POR  : " CTP-USUARIO-CAPTURA
                   " (" CTP-PROGRAMA ") EL " CTP-FECHA-CAPTURA
           DISPLAY "DICTAMEN (A=APROBAR, R=RECHAZAR, OTRO=SALIR): "
           ACCEPT WS-RESPUESTA
           EVALUATE TRUE
              WHEN RESP-APRUEBA
                 PERFORM 230-APRUEBA THRU 230-FIN
              WHEN RESP-RECHAZA
                 PERFORM 240-RECHAZA THRU 240-FIN
                 DISPLAY "CAMBIO DE CUENTA RECHAZADO"
                 MOVE "CTA RECH " TO WS-MENU-RESULTADO
              WHEN OTHER
                 DISPLAY "DICTAMEN CANCELADO, EL CAMBIO SIGUE "
                         "PENDIENTE"
                 MOVE "CTA CANC " TO WS-MENU-RESULTADO
           END-EVALUATE.
       220-FIN.  EXIT.

      * LA CUENTA NUEVA PASA AL MAESTRO CON SU RASTRO EN HISTCAMB A
      * NOMBRE DE QUIEN LA CAPTURO, Y AL EMPLEADO SE LE IMPRIME SU
      * CARTA DE AVISO EN ESE MOMENTO.
       230-APRUEBA.
           MOVE CTP-CTA-NUEVA TO CTA-BANCO-EMP
           REWRITE REG-EMPLEADOS
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR EL MAESTRO, STATUS: "
                         WS-STATUS-EMPLEADOS
                 MOVE "CTA ERR  " TO WS-MENU-RESULTADO
                 MOVE 8 TO RETURN-CODE
                 GO TO 230-FIN
           END-REWRITE
           MOVE NUMERO-EMP          TO WS-HIST-NUMERO
           MOVE CTP-USUARIO-CAPTURA TO WS-HIST-USUARIO
           MOVE CTP-CTA-ANTERIOR    TO WS-HIST-ANTERIOR
           MOVE CTP-CTA-NUEVA       TO WS-HIST-NUEVO
           CALL "PROGHIST" USING WS-PARAMETROS-HIST
           SET CTP-APROBADO TO TRUE
           MOVE WS-FECHA-HOY TO CTP-FECHA-DICTAMEN
           MOVE WS-USUARIO   TO CTP-USUARIO-DICTAMEN
           OPEN OUTPUT AVISOCTA
           IF AVISOCTA-OK
              THEN
                  PERFORM 450-IMPRIME-CARTA THRU 450-FIN
                  CLOSE AVISOCTA
              ELSE
                  DISPLAY "NO SE PUDO ABRIR AVISOCTA, STATUS: "
                          WS-STATUS-AVISOCTA "; LA CARTA SALE EN LA "
                          "OPCION 4"
           END-IF
           REWRITE REG-CTAPEND
           DISPLAY "CAMBIO DE CUENTA APROBADO"
           MOVE "CTA APROB" TO WS-MENU-RESULTADO.
       230-FIN.  EXIT.

       240-RECHAZA.
           SET CTP-RECHAZADO TO TRUE
           MOVE WS-FECHA-HOY TO CTP-FECHA-DICTAMEN
           MOVE WS-USUARIO   TO CTP-USUARIO-DICTAMEN
           REWRITE REG-CTAPEND.
       240-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: CAMBIOS APROBADOS EN LOS N DIAS PREVIOS A UN DIA DE
      * PAGO (PARAMETRO DIAS-AVISO-CUENTA, 5 SI NO ESTA EN PARAMS),
      * MAS LOS QUE SIGUEN PENDIENTES, PARA REVISARLOS ANTES DE QUE
      * PROGBANC DISPERSE.
      * ---------------------------------------------------------------
       300-PREVIO-PAGO.
           DISPLAY "DIA DE PAGO (AAAAMMDD): "
           ACCEPT WS-FECHA-PAGO
           MOVE "DIAS-AVISO-CUENTA" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-DIAS-AVISO
           END-IF
           MOVE WS-FECHA-PAGO TO WS-FECHA-DESDE-N
           PERFORM 310-RETROCEDE-UN-DIA THRU 310-FIN
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER WS-DIAS-AVISO
           SET REPORTE-PREVIO TO TRUE
           MOVE "CAMBIOS DE CUENTA BANCARIA PREVIOS AL DIA DE PAGO"
              TO WS-TIT-TEXTO
           PERFORM 500-REPORTE THRU 500-FIN.
       300-FIN.  EXIT.

      * REGLA SIMPLE DE BISIESTO, VALIDA DE 1901 A 2099.
       310-RETROCEDE-UN-DIA.
           IF WS-DES-DIA GREATER 1
              THEN
                  SUBTRACT 1 FROM WS-DES-DIA
                  GO TO 310-FIN
           END-IF
           IF WS-DES-MES GREATER 1
              THEN
                  SUBTRACT 1 FROM WS-DES-MES
              ELSE
                  MOVE 12 TO WS-DES-MES
                  SUBTRACT 1 FROM WS-DES-ANIO
           END-IF
           MOVE WS-DIAS-MES (WS-DES-MES) TO WS-DES-DIA
           IF WS-DES-MES EQUAL 2
              THEN
                  DIVIDE WS-DES-ANIO BY 4 GIVING WS-COCIENTE
                         REMAINDER WS-RESIDUO
                  IF WS-RESIDUO EQUAL ZEROS
                     THEN
                         MOVE 29 TO WS-DES-DIA
                  END-IF
           END-IF.
       310-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 4: CARTAS DE AVISO DE LOS CAMBIOS APROBADOS QUE AUN NO
      * LA TIENEN (LOS QUE APLICA PROGFAPL, O UNA APROBACION CUYA
      * CARTA NO SE PUDO IMPRIMIR).
      * ---------------------------------------------------------------
       400-AVISOS.
           OPEN I-O CTAPEND
           IF NOT CTAPEND-OK
              THEN
                  DISPLAY "SIN ARCHIVO CTAPEND, NO HAY AVISOS, "
                          "STATUS: " WS-STATUS-CTAPEND
                  GO TO 400-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  CLOSE CTAPEND
                  MOVE 8 TO RETURN-CODE
                  GO TO 400-FIN
           END-IF
           OPEN OUTPUT AVISOCTA
           IF NOT AVISOCTA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR AVISOCTA, STATUS: "
                          WS-STATUS-AVISOCTA
                  CLOSE CTAPEND
                  CLOSE EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 400-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 410-AVISA-UNO THRU 410-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CTAPEND
           CLOSE EMPLEADOS
           CLOSE AVISOCTA
           DISPLAY "CARTAS DE AVISO EMITIDAS: " WS-CARTAS.
       400-FIN.  EXIT.

       410-AVISA-UNO.
           READ CTAPEND
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 410-FIN
           END-READ
           IF NOT CTP-APROBADO
              OR CTP-AVISO-EMITIDO
              THEN
                  GO TO 410-FIN
           END-IF
           MOVE CTP-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "EL EMPLEADO " CTP-NUMERO-EMP
                         " YA NO ESTA EN EL MAESTRO, SIN CARTA"
                 GO TO 410-FIN
           END-READ
           PERFORM 450-IMPRIME-CARTA THRU 450-FIN
           REWRITE REG-CTAPEND.
       410-FIN.  EXIT.

      * LA CARTA MUESTRA SOLO LOS CUATRO ULTIMOS DIGITOS DE CADA
      * CUENTA; SI EL EMPLEADO NO PIDIO EL CAMBIO, TIENE HASTA EL
      * SIGUIENTE DIA DE PAGO PARA AVISAR.
       450-IMPRIME-CARTA.
           WRITE REG-AVISOCTA FROM WS-CAR-TITULO AFTER PAGE
           MOVE WS-FECHA-HOY TO WS-FEC-TRABAJO-N
           PERFORM 470-FECHA-LETRA THRU 470-FIN
           MOVE WS-FEC-LETRA TO WS-CF-FECHA
           WRITE REG-AVISOCTA FROM WS-CAR-FECHA AFTER 3
           MOVE SPACES TO WS-CT-TEXTO
           STRING "C. " DELIMITED BY SIZE
                  NOMBRE-EMP DELIMITED BY "  "
                  INTO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 3
           MOVE SPACES TO WS-CT-TEXTO
           STRING "NUMERO DE EMPLEADO " NUMERO-EMP
                  DELIMITED BY SIZE
                  INTO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 1
           MOVE "P R E S E N T E" TO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 1
           MOVE CTP-FECHA-DICTAMEN TO WS-FEC-TRABAJO-N
           PERFORM 470-FECHA-LETRA THRU 470-FIN
           MOVE SPACES TO WS-CT-TEXTO
           STRING "EL " WS-FEC-LETRA
                  DELIMITED BY "  "
                  " SE AUTORIZO EL CAMBIO DE LA CUENTA"
                  DELIMITED BY SIZE
                  INTO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 3
           MOVE "BANCARIA EN LA QUE SE DEPOSITA SU NOMINA:"
              TO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 1
           MOVE CTP-CTA-ANTERIOR TO WS-CTA-ORIGEN
           PERFORM 460-ENMASCARA THRU 460-FIN
           MOVE SPACES TO WS-CT-TEXTO
           STRING "    CUENTA ANTERIOR: " WS-CTA-MASCARA
                  DELIMITED BY SIZE
                  INTO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 2
           MOVE CTP-CTA-NUEVA TO WS-CTA-ORIGEN
           PERFORM 460-ENMASCARA THRU 460-FIN
           MOVE SPACES TO WS-CT-TEXTO
           STRING "    CUENTA NUEVA   : " WS-CTA-MASCARA
                  DELIMITED BY SIZE
                  INTO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 1
           MOVE "A PARTIR DEL SIGUIENTE DIA DE PAGO SU NETO SE DEPOSITA"
              TO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 2
           MOVE "EN LA CUENTA NUEVA. SI USTED NO SOLICITO ESTE CAMBIO,"
              TO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 1
           MOVE "COMUNIQUESE DE INMEDIATO CON RECURSOS HUMANOS."
              TO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 1
           MOVE "ATENTAMENTE" TO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 3
           MOVE "______________________________" TO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 4
           MOVE "RECURSOS HUMANOS" TO WS-CT-TEXTO
           WRITE REG-AVISOCTA FROM WS-CAR-TEXTO AFTER 1
           MOVE "S" TO CTP-AVISO
           ADD 1 TO WS-CARTAS.
       450-FIN.  EXIT.

       460-ENMASCARA.
           IF WS-CTA-ORIGEN EQUAL SPACES
              THEN
                  MOVE "SIN CUENTA (PAGO CON CHEQUE)" TO WS-CTA-MASCARA
                  GO TO 460-FIN
           END-IF
           MOVE ALL "*"              TO WS-CTA-MASCARA
           MOVE SPACES               TO WS-CTA-MASCARA (19:12)
           MOVE WS-CTA-ORIGEN (15:4) TO WS-CTA-MASCARA (15:4).
       460-FIN.  EXIT.

       470-FECHA-LETRA.
           MOVE SPACES     TO WS-FEC-LETRA
           MOVE WS-FEC-DIA TO WS-FEC-DIA-EDIT
           IF WS-FEC-MES LESS 1
              OR WS-FEC-MES GREATER 12
              THEN
                  STRING WS-FEC-DIA "/" WS-FEC-MES "/" WS-FEC-ANIO
                         DELIMITED BY SIZE
                         INTO WS-FEC-LETRA
                  GO TO 470-FIN
           END-IF
           IF WS-FEC-DIA LESS 10
              THEN
                  STRING WS-FEC-DIA-EDIT (2:1) " DE "
                         DELIMITED BY SIZE
                         WS-NOMBRE-MES (WS-FEC-MES) DELIMITED BY SPACE
                         " DE " WS-FEC-ANIO DELIMITED BY SIZE
                         INTO WS-FEC-LETRA
              ELSE
                  STRING WS-FEC-DIA-EDIT " DE " DELIMITED BY SIZE
                         WS-NOMBRE-MES (WS-FEC-MES) DELIMITED BY SPACE
                         " DE " WS-FEC-ANIO DELIMITED BY SIZE
                         INTO WS-FEC-LETRA
           END-IF.
       470-FIN.  EXIT.

      * ---------------------------------------------------------------
      * REPORTE DE LAS OPCIONES 1 Y 3
      * ---------------------------------------------------------------
       500-REPORTE.
           OPEN INPUT CTAPEND
           IF NOT CTAPEND-OK
              THEN
                  DISPLAY "SIN ARCHIVO CTAPEND, NO HAY CAMBIOS DE "
                          "CUENTA, STATUS: " WS-STATUS-CTAPEND
                  GO TO 500-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  CLOSE CTAPEND
                  MOVE 8 TO RETURN-CODE
                  GO TO 500-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  CLOSE CTAPEND
                  CLOSE EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 500-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           IF REPORTE-PREVIO
              THEN
                  MOVE WS-FECHA-DESDE-N TO WS-TIT-DESDE
                  MOVE WS-FECHA-PAGO    TO WS-TIT-HASTA
                  WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES    AFTER 1
           WRITE REG-REPORTE FROM WS-ENCABEZADO AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES    AFTER 1
           MOVE SPACES TO SW-FIN
           PERFORM 510-LISTA-UNO THRU 510-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE WS-LISTADOS TO WS-TOT-LISTADOS
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 2
           CLOSE CTAPEND
           CLOSE EMPLEADOS
           CLOSE REPORTE
           DISPLAY "CAMBIOS DE CUENTA LISTADOS: " WS-LISTADOS
           IF REPORTE-PREVIO
              AND WS-LISTADOS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF.
       500-FIN.  EXIT.

      * OPCION 1: SOLO PENDIENTES. OPCION 3: APROBADOS CON DICTAMEN
      * DENTRO DE LA VENTANA, MAS LOS PENDIENTES CAPTURADOS HASTA EL
      * DIA DE PAGO.
       510-LISTA-UNO.
           READ CTAPEND
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 510-FIN
           END-READ
           EVALUATE TRUE
              WHEN CTP-PENDIENTE
                   AND REPORTE-PENDIENTES
                 MOVE "PENDIENTE"        TO WS-DET-ESTADO
                 MOVE CTP-FECHA-CAPTURA  TO WS-DET-FECHA
              WHEN CTP-PENDIENTE
                   AND CTP-FECHA-CAPTURA NOT GREATER WS-FECHA-PAGO
                   AND REPORTE-PREVIO
                 MOVE "PENDIENTE"        TO WS-DET-ESTADO
                 MOVE CTP-FECHA-CAPTURA  TO WS-DET-FECHA
              WHEN CTP-APROBADO
                   AND CTP-FECHA-DICTAMEN NOT LESS WS-FECHA-DESDE-N
                   AND CTP-FECHA-DICTAMEN NOT GREATER WS-FECHA-PAGO
                   AND REPORTE-PREVIO
                 MOVE "APROBADO"         TO WS-DET-ESTADO
                 MOVE CTP-FECHA-DICTAMEN TO WS-DET-FECHA
              WHEN OTHER
                 GO TO 510-FIN
           END-EVALUATE
           MOVE CTP-NUMERO-EMP TO NUMERO-EMP
           MOVE SPACES         TO WS-DET-NOMBRE
           READ EMPLEADOS
              INVALID KEY
                 MOVE "NO ESTA EN MAESTRO" TO WS-DET-NOMBRE
              NOT INVALID KEY
                 MOVE NOMBRE-EMP TO WS-DET-NOMBRE
           END-READ
           ADD 1 TO WS-LISTADOS
           MOVE CTP-NUMERO-EMP       TO WS-DET-NUMERO
           MOVE CTP-CTA-ANTERIOR     TO WS-DET-ANTERIOR
           MOVE CTP-CTA-NUEVA        TO WS-DET-NUEVA
           MOVE CTP-USUARIO-CAPTURA  TO WS-DET-CAPTURO
           MOVE CTP-USUARIO-DICTAMEN TO WS-DET-APROBO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       510-FIN.  EXIT.
