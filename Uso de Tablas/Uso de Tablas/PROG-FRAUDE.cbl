       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGFRAU.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL, SOLO AUDITORIA INTERNA.
      * -------------------------------------------------------------- *
      * INDICADORES DE EMPLEADO FANTASMA Y FRAUDE EN NOMINA. PROGDUPC  *
      * SOLO VE CUENTAS BANCARIAS REPETIDAS; ESTA CORRIDA PERIODICA    *
      * TOMA A CADA EMPLEADO QUE COBRO RENGLON NORMAL EN UN PERIODO    *
      * DEL CATALOGO Y LO COTEJA CONTRA SEIS INDICADORES, CADA UNO CON *
      * SU PESO:                                                       *
      *   - SCH (3) PAGADO SIN NINGUNA CHECADA DEL RELOJ ENTRE EL      *
      *     CORTE DEL PERIODO ANTERIOR Y EL DE ESTE (CHECADAS EN EL    *
      *     FORMATO DE PROGRELO, CONCATENANDO LOS ARCHIVOS DIARIOS DEL *
      *     PERIODO);                                                  *
      *   - PDB (5) PAGADO CON FECHA-BAJA-EMP ANTERIOR AL PERIODO, O   *
      *     SIN REGISTRO EN EL MAESTRO;                                *
      *   - SSU (1) SIN RENGLON EN SUPERVIS;                           *
      *   - DOM (2) DAT-DOMICILIO IGUAL AL DE OTRO EMPLEADO DE         *
      *     EMPDATOS, ACTIVO O NO;                                     *
      *   - CTA (4) CTA-BANCO CAMBIADA EN HISTCAMB DENTRO DE LOS N     *
      *     DIAS PREVIOS AL PAGO (PARAMS FRAUDE-DIAS-CUENTA, 15 DE     *
      *     CASA) CON UN NETO DEL PERIODO DE AL MENOS FRAUDE-PAGO-ALTO *
      *     (20,000.00 DE CASA);                                       *
      *   - SAL (4) SALARIO DEL RENGLON NORMAL DISTINTO AL DEL PERIODO *
      *     ANTERIOR SIN RENGLON "SALARIO" EN HISTCAMB DESDE ENTONCES. *
      * LA SUMA DE LOS PESOS ES LA CALIFICACION DE RIESGO (8 O MAS     *
      * ALTO, 4 O MAS MEDIO). EL REPORTE VA DE MAYOR A MENOR RIESGO    *
      * CON UN RENGLON POR INDICADOR DISPARADO, Y AVISA EN EL          *
      * ENCABEZADO SI FALTO ALGUN ARCHIVO Y CUAL INDICADOR NO SE       *
      * EVALUO. TERMINA CON RC 4 SI SENALO A ALGUIEN.                  *
      *                                                                *
      * ES SOLO PARA AUDITORIA INTERNA: EXIGE CLAVE DE OPERADOR CON LA *
      * OPCION "R" DE PROGFRAU EN PERFILES (PROGMENU MODO "P"), SALE   *
      * EN SU PROPIO ARCHIVO AUDFRAUD Y NO EN LA COLA GENERAL DE       *
      * REPORTE, Y DEJA AUDITORIA MODO "T" VIA PROGMENU DE CADA        *
      * CORRIDA CON EL OPERADOR.                                       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PER-FECHA-PAGO
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT CHECADAS     ASSIGN TO UT-S-CHECADAS
                               FILE STATUS IS WS-STATUS-CHECADAS.
           SELECT HISTCAMB     ASSIGN TO UT-S-HISTCAMB
                               FILE STATUS IS WS-STATUS-HISTCAMB.
           SELECT EMPDATOS     ASSIGN TO UT-S-EMPDATOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS DAT-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-DATOS.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT SUPERVIS     ASSIGN TO UT-S-SUPERVIS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SUP-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SUPERVIS.
           SELECT AUDFRAUD     ASSIGN TO UT-S-AUDFRAUD
                               FILE STATUS IS WS-STATUS-AUDFRAUD.
           SELECT ARCHIVO-SORT ASSIGN TO UT-S-SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

       FD  PERIODOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

      * CHECADAS DEL RELOJ EN EL FORMATO QUE RECIBE PROGRELO; PARA
      * ESTA CORRIDA SE CONCATENAN LOS ARCHIVOS DIARIOS DEL PERIODO.
       FD  CHECADAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CHECADAS.
       01  REG-CHECADAS.
           05 CHE-NUMERO-EMP      PIC 9(05).
           05 CHE-FECHA           PIC 9(08).
           05 CHE-HORA-ENTRADA    PIC 9(04).
           05 CHE-HORA-SALIDA     PIC 9(04).
           05 FILLER              PIC X(09).

       FD  HISTCAMB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTCAMB.
           COPY HISTCAMB.

       FD  EMPDATOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPDATOS.
           COPY EMPDATOS.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  SUPERVIS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-SUPERVIS.
           COPY SUPERVIS.

       FD  AUDFRAUD
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDFRAUD.
       01  REG-AUDFRAUD           PIC X(110).

       SD  ARCHIVO-SORT
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS REG-SORT.
       01  REG-SORT.
           05 SORT-PUNTOS         PIC 9(02).
           05 SORT-NUMERO-EMP     PIC 9(05).
           05 SORT-NOMBRE-EMP     PIC X(30).
           05 SORT-DEPTO-EMP      PIC 9(03).
           05 SORT-NETO           PIC 9(09)V99.
           05 SORT-INDICADORES.
              10 SORT-IND         PIC X(01)    OCCURS 6 TIMES.
           05 SORT-FECHA-BAJA     PIC 9(08).
           05 SORT-FECHA-CTA      PIC 9(08).
           05 SORT-DOM-CON        PIC 9(05).
           05 SORT-SAL-ANTERIOR   PIC 9(07)V99.
           05 SORT-SAL-ACTUAL     PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-PERIODOS  PIC X(02)    VALUE "00".
              88 PERIODOS-OK        VALUE "00".
           05 WS-STATUS-CHECADAS  PIC X(02)    VALUE "00".
              88 CHECADAS-OK        VALUE "00".
           05 WS-STATUS-HISTCAMB  PIC X(02)    VALUE "00".
              88 HISTCAMB-OK        VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-SUPERVIS  PIC X(02)    VALUE "00".
              88 SUPERVIS-OK        VALUE "00".
           05 WS-STATUS-AUDFRAUD  PIC X(02)    VALUE "00".
              88 AUDFRAUD-OK        VALUE "00".
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-PERIODO-PEDIDO   PIC 9(08)    VALUE ZEROS.
           05 WS-FRECUENCIA       PIC X(01)    VALUE SPACES.
      * VENTANA DE CHECADAS DEL PERIODO: DESPUES DEL CORTE ANTERIOR
      * Y HASTA EL CORTE DE ESTE PERIODO.
           05 WS-CORTE-ANTERIOR   PIC 9(08)    VALUE ZEROS.
           05 WS-CORTE-ACTUAL     PIC 9(08)    VALUE ZEROS.
           05 WS-PAGO-ALTO        PIC 9(07)V99 VALUE 20000.00.
           05 WS-DIAS-CUENTA      PIC 9(03)    VALUE 15.
           05 WS-IND-DIA          PIC 9(03)    VALUE ZEROS.
           05 WS-COCIENTE         PIC 9(04)    VALUE ZEROS.
           05 WS-RESIDUO          PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-FRA        PIC 9(04)    VALUE ZEROS.
           05 WS-IND-FRA          PIC 9(04)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(04)    VALUE ZEROS.
           05 WS-NUMERO-BUSCADO   PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-DOM        PIC 9(04)    VALUE ZEROS.
           05 WS-IND-DOM          PIC 9(04)    VALUE ZEROS.
           05 WS-IND-OTRO         PIC 9(04)    VALUE ZEROS.
           05 WS-IND-INICIO       PIC 9(04)    VALUE ZEROS.
           05 WS-IND-CODIGO       PIC 9(01)    VALUE ZEROS.
           05 WS-PUNTOS           PIC 9(02)    VALUE ZEROS.
           05 WS-MARCADOS         PIC 9(05)    VALUE ZEROS.
           05 WS-NIVEL-ALTO       PIC 9(05)    VALUE ZEROS.
           05 WS-EDIT-IMPORTE     PIC ZZZ,ZZ9.99.
           05 WS-EDIT-IMPORTE-2   PIC ZZZ,ZZ9.99.
           05 SW-TABLA-LLENA      PIC X(01)    VALUE "N".
              88 TABLA-FRA-LLENA    VALUE "S".
           05 SW-DOM-LLENA        PIC X(01)    VALUE "N".
              88 TABLA-DOM-LLENA    VALUE "S".
           05 SW-SIN-CHECADAS     PIC X(01)    VALUE "N".
              88 SIN-ARCHIVO-CHECADAS VALUE "S".
           05 SW-SIN-HISTCAMB     PIC X(01)    VALUE "N".
              88 SIN-ARCHIVO-HISTCAMB VALUE "S".
           05 SW-SIN-DATOS        PIC X(01)    VALUE "N".
              88 SIN-ARCHIVO-DATOS    VALUE "S".
           05 SW-SIN-SUPERVIS     PIC X(01)    VALUE "N".
              88 SIN-ARCHIVO-SUPERVIS VALUE "S".
      * PRIMER DIA DE LA VENTANA DE CAMBIOS DE CUENTA, QUE SE CUENTA
      * HACIA ATRAS DIA POR DIA DESDE LA FECHA DE PAGO.
           05 WS-FECHA-CTA-DESDE.
              10 WS-DES-ANIO      PIC 9(04).
              10 WS-DES-MES       PIC 9(02).
              10 WS-DES-DIA       PIC 9(02).
           05 WS-FECHA-CTA-DESDE-N REDEFINES WS-FECHA-CTA-DESDE
                                  PIC 9(08).

      * DIAS POR MES; FEBRERO SE AJUSTA POR BISIESTO AL RETROCEDER.
       01  WS-TABLA-DIAS-MES.
           05 FILLER              PIC X(24)
              VALUE "312831303130313130313031".
       01  WS-TABLA-DIAS-R REDEFINES WS-TABLA-DIAS-MES.
           05 WS-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.

      * CATALOGO DE INDICADORES: CODIGO, PESO EN LA CALIFICACION DE
      * RIESGO Y LEYENDA DEL REPORTE. EL ORDEN ES EL DE SORT-IND Y
      * FRA-IND.
       01  WS-TABLA-INDICADORES.
           05 FILLER              PIC X(45)    VALUE
              "SCH03PAGADO SIN CHECADAS EN EL PERIODO".
           05 FILLER              PIC X(45)    VALUE
              "PDB05PAGADO DESPUES DE SU BAJA".
           05 FILLER              PIC X(45)    VALUE
              "SSU01SIN SUPERVISOR EN SUPERVIS".
           05 FILLER              PIC X(45)    VALUE
              "DOM02DOMICILIO COMPARTIDO CON OTRO EMPLEADO".
           05 FILLER              PIC X(45)    VALUE
              "CTA04CUENTA CAMBIADA ANTES DE UN PAGO ALTO".
           05 FILLER              PIC X(45)    VALUE
              "SAL04SALARIO CAMBIADO SIN RENGLON EN HISTCAMB".
       01  WS-TABLA-INDICADORES-R REDEFINES WS-TABLA-INDICADORES.
           05 WS-INDICADOR        OCCURS 6 TIMES.
              10 WS-IND-CLAVE     PIC X(03).
              10 WS-IND-PESO      PIC 9(02).
              10 WS-IND-LEYENDA   PIC X(40).

      * EMPLEADOS PAGADOS EN EL PERIODO (RENGLON NORMAL) CON LO QUE
      * CADA PASADA DE ARCHIVO VA ANOTANDO PARA CALIFICARLOS.
       01  WS-TABLA-FRAUDE.
           05 WS-FRA-EMPLEADO     OCCURS 1000 TIMES.
              10 FRA-NUMERO       PIC 9(05).
              10 FRA-NETO         PIC 9(09)V99.
              10 FRA-SALARIO      PIC 9(07)V99.
              10 FRA-SAL-ANTERIOR PIC 9(07)V99.
              10 FRA-FEC-ANTERIOR PIC 9(08).
              10 FRA-CHECADAS     PIC 9(03).
              10 FRA-FECHA-CTA    PIC 9(08).
              10 FRA-DOM-CON      PIC 9(05).
              10 FRA-HIST-SALARIO PIC X(01).
                 88 FRA-CON-HIST-SALARIO VALUE "S".

      * DOMICILIOS DE TODO EMPDATOS, ACTIVOS O NO: UN PAGADO QUE
      * COMPARTE DOMICILIO CON UN DADO DE BAJA TAMBIEN SE SENALA.
       01  WS-TABLA-DOMICILIOS.
           05 WS-DOM-RENGLON      OCCURS 2000 TIMES.
              10 DOM-NUMERO       PIC 9(05).
              10 DOM-DOMICILIO    PIC X(40).
              10 DOM-COMPARTE-CON PIC 9(05).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "R".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGFRAU".

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-TITULO-1.
           05 FILLER              PIC X(27)    VALUE SPACES.
           05 FILLER              PIC X(56)    VALUE
             "INDICADORES DE FRAUDE EN NOMINA (SOLO AUDITORIA INTERNA)".
           05 FILLER              PIC X(27)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(18)
                                  VALUE "PERIODO DE PAGO : ".
           05 WS-TIT-PERIODO      PIC 9(08).
           05 FILLER              PIC X(14)    VALUE "  CHECADAS DEL".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-DESDE        PIC 9(08).
           05 FILLER              PIC X(04)    VALUE " AL ".
           05 WS-TIT-HASTA        PIC 9(08).
           05 FILLER              PIC X(11)    VALUE "  OPERADOR ".
           05 WS-TIT-USUARIO      PIC X(08).
           05 FILLER              PIC X(10)    VALUE SPACES.

       01  WS-TITULO-AVISO.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-AVI-TEXTO        PIC X(100).
           05 FILLER              PIC X(08)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(108)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DET-EMPLEADO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DE-NUMERO        PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DE-NOMBRE        PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DE-DEPTO         PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DE-NETO          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "PUNTOS: ".
           05 WS-DE-PUNTOS        PIC Z9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DE-NIVEL         PIC X(12).
           05 FILLER              PIC X(26)    VALUE SPACES.

       01  WS-DET-INDICADOR.
           05 FILLER              PIC X(10)    VALUE SPACES.
           05 WS-DI-CLAVE         PIC X(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DI-LEYENDA       PIC X(40).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DI-DETALLE       PIC X(40).
           05 FILLER              PIC X(13)    VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-LEYENDA      PIC X(29).
           05 WS-TOT-CUENTA       PIC ZZ,ZZ9.
           05 FILLER              PIC X(74)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           PERFORM 050-VERIFICA-PERMISO THRU 050-FIN
           IF MENU-ERROR
              THEN
                  GOBACK
           END-IF
           DISPLAY "FECHA DE PAGO DEL PERIODO (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           PERFORM 060-VALIDA-PERIODO THRU 060-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GOBACK
           END-IF
           PERFORM 070-LEE-PARAMETROS THRU 070-FIN
           PERFORM 100-CARGA-PAGADOS THRU 100-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GOBACK
           END-IF
           IF WS-TOTAL-FRA EQUAL ZEROS
              THEN
                  DISPLAY "NADIE COBRO RENGLON NORMAL EN EL PERIODO "
                          WS-PERIODO-PEDIDO
                  MOVE "FRAU SIN " TO WS-MENU-RESULTADO
                  CALL "PROGMENU" USING WS-PARAMETROS-MENU
                  GOBACK
           END-IF
           PERFORM 200-SALARIO-ANTERIOR THRU 200-FIN
           PERFORM 300-CHECADAS         THRU 300-FIN
           PERFORM 400-HISTORIA         THRU 400-FIN
           PERFORM 500-DOMICILIOS       THRU 500-FIN
           SORT ARCHIVO-SORT ON DESCENDING KEY SORT-PUNTOS
                             ON ASCENDING  KEY SORT-NUMERO-EMP
           INPUT  PROCEDURE 600-CALIFICA THRU 600-FIN
           OUTPUT PROCEDURE 700-REPORTE  THRU 700-FIN
           PERFORM 800-FINAL THRU 800-FIN
           GOBACK.

      * EL REPORTE ES SOLO PARA AUDITORIA INTERNA: EL PERFIL DEL
      * OPERADOR DEBE TRAER LA OPCION "R" DE PROGFRAU.
       050-VERIFICA-PERMISO.
           MOVE "P"    TO WS-MENU-MODO
           MOVE ZEROS  TO WS-MENU-NUMERO-EMP
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "T"    TO WS-MENU-MODO
           IF MENU-ERROR
              THEN
                  DISPLAY "USUARIO " WS-USUARIO " NO AUTORIZADO PARA "
                          "EL REPORTE DE INDICADORES DE FRAUDE ("
                          WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
           END-IF.
       050-FIN.  EXIT.

      * LA FECHA DEBE SER UN PERIODO DEL CATALOGO. EL CORTE ANTERIOR
      * ES EL DEL PERIODO PREVIO DE LA MISMA POBLACION (QUINCENAL O
      * SEMANAL); SIN PERIODO PREVIO EN EL CATALOGO LA VENTANA DE
      * CHECADAS ES EL MES DEL CORTE.
       060-VALIDA-PERIODO.
           OPEN INPUT PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PERIODOS, STATUS: "
                          WS-STATUS-PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 060-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO PER-FECHA-PAGO
           READ PERIODOS
              INVALID KEY
                 DISPLAY "LA FECHA " WS-PERIODO-PEDIDO
                         " NO ES UN PERIODO DEL CATALOGO"
                 CLOSE PERIODOS
                 MOVE 8 TO RETURN-CODE
                 GO TO 060-FIN
           END-READ
           MOVE PER-FECHA-CORTE TO WS-CORTE-ACTUAL
           IF PER-ES-QUINCENAL
              THEN
                  MOVE "Q" TO WS-FRECUENCIA
              ELSE
                  MOVE PER-FRECUENCIA TO WS-FRECUENCIA
           END-IF
           MOVE WS-CORTE-ACTUAL TO WS-CORTE-ANTERIOR
           MOVE "00"            TO WS-CORTE-ANTERIOR (7:2)
           MOVE ZEROS TO PER-FECHA-PAGO
           START PERIODOS KEY IS NOT LESS PER-FECHA-PAGO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
              NOT INVALID KEY
                 MOVE SPACES TO SW-FIN
           END-START
           PERFORM 065-PERIODO-PREVIO THRU 065-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PERIODOS.
       060-FIN.  EXIT.

       065-PERIODO-PREVIO.
           READ PERIODOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 065-FIN
           END-READ
           IF PER-FECHA-PAGO NOT LESS WS-PERIODO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 065-FIN
           END-IF
           IF PER-ES-ESPECIAL
              THEN
                  GO TO 065-FIN
           END-IF
           IF PER-ES-AMBAS
              OR WS-FRECUENCIA EQUAL "A"
              OR (PER-ES-QUINCENAL AND WS-FRECUENCIA EQUAL "Q")
              OR (PER-ES-SEMANAL   AND WS-FRECUENCIA EQUAL "S")
              THEN
                  MOVE PER-FECHA-CORTE TO WS-CORTE-ANTERIOR
           END-IF.
       065-FIN.  EXIT.

      * UMBRALES DE PARAMS; SIN RENGLON QUEDAN LOS DE CASA.
       070-LEE-PARAMETROS.
           MOVE "FRAUDE-PAGO-ALTO" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-PAGO-ALTO
           END-IF
           MOVE "FRAUDE-DIAS-CUENTA" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-DIAS-CUENTA
           END-IF
           MOVE WS-PERIODO-PEDIDO TO WS-FECHA-CTA-DESDE-N
           PERFORM 075-RETROCEDE-UN-DIA THRU 075-FIN
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER WS-DIAS-CUENTA.
       070-FIN.  EXIT.

      * REGLA SIMPLE DE BISIESTO, VALIDA DE 1901 A 2099.
       075-RETROCEDE-UN-DIA.
           IF WS-DES-DIA GREATER 1
              THEN
                  SUBTRACT 1 FROM WS-DES-DIA
                  GO TO 075-FIN
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
       075-FIN.  EXIT.

      * ---------------------------------------------------------------
      * PRIMERA PASADA DE NOMINA: QUIEN COBRO RENGLON NORMAL EN EL
      * PERIODO, CON CUANTO Y CON QUE SALARIO.
      * ---------------------------------------------------------------
       100-CARGA-PAGADOS.
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 110-LEE-PAGADO THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMINA.
       100-FIN.  EXIT.

       110-LEE-PAGADO.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-READ
           IF NOM-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              OR NOT NOM-ES-NORMAL
              THEN
                  GO TO 110-FIN
           END-IF
           MOVE NOM-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 900-BUSCA-EMPLEADO THRU 900-FIN
           IF WS-IND-FRA EQUAL ZEROS
              THEN
                  IF WS-TOTAL-FRA EQUAL 1000
                     THEN
                         IF NOT TABLA-FRA-LLENA
                            THEN
                                DISPLAY "CAPACIDAD EXCEDIDA: MAS DE "
                                        "1000 PAGADOS EN EL PERIODO, "
                                        "EL EXCEDENTE NO SE REVISA"
                                SET TABLA-FRA-LLENA TO TRUE
                         END-IF
                         GO TO 110-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-FRA
                  MOVE WS-TOTAL-FRA TO WS-IND-FRA
                  INITIALIZE WS-FRA-EMPLEADO (WS-IND-FRA)
                  MOVE NOM-NUMERO-EMP TO FRA-NUMERO (WS-IND-FRA)
                  MOVE "N" TO FRA-HIST-SALARIO (WS-IND-FRA)
           END-IF
           ADD  NOM-NETO    TO FRA-NETO    (WS-IND-FRA)
           MOVE NOM-SALARIO TO FRA-SALARIO (WS-IND-FRA).
       110-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SEGUNDA PASADA DE NOMINA: EL SALARIO DEL ULTIMO RENGLON NORMAL
      * ANTERIOR AL PERIODO DE CADA PAGADO.
      * ---------------------------------------------------------------
       200-SALARIO-ANTERIOR.
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO REABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  GO TO 200-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 210-LEE-ANTERIOR THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMINA.
       200-FIN.  EXIT.

       210-LEE-ANTERIOR.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF NOM-PERIODO NOT LESS WS-PERIODO-PEDIDO
              OR NOT NOM-ES-NORMAL
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE NOM-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 900-BUSCA-EMPLEADO THRU 900-FIN
           IF WS-IND-FRA EQUAL ZEROS
              THEN
                  GO TO 210-FIN
           END-IF
           IF NOM-PERIODO NOT LESS FRA-FEC-ANTERIOR (WS-IND-FRA)
              THEN
                  MOVE NOM-PERIODO TO FRA-FEC-ANTERIOR (WS-IND-FRA)
                  MOVE NOM-SALARIO TO FRA-SAL-ANTERIOR (WS-IND-FRA)
           END-IF.
       210-FIN.  EXIT.

      * ---------------------------------------------------------------
      * CHECADAS DEL RELOJ DENTRO DE LA VENTANA DEL PERIODO. SIN EL
      * ARCHIVO EL INDICADOR SCH NO SE EVALUA Y EL REPORTE LO DICE.
      * ---------------------------------------------------------------
       300-CHECADAS.
           OPEN INPUT CHECADAS
           IF NOT CHECADAS-OK
              THEN
                  DISPLAY "SIN ARCHIVO CHECADAS (STATUS "
                          WS-STATUS-CHECADAS "), NO SE EVALUA SCH"
                  SET SIN-ARCHIVO-CHECADAS TO TRUE
                  GO TO 300-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 310-LEE-CHECADA THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CHECADAS.
       300-FIN.  EXIT.

       310-LEE-CHECADA.
           READ CHECADAS
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           IF CHE-FECHA NOT GREATER WS-CORTE-ANTERIOR
              OR CHE-FECHA GREATER WS-CORTE-ACTUAL
              THEN
                  GO TO 310-FIN
           END-IF
           MOVE CHE-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 900-BUSCA-EMPLEADO THRU 900-FIN
           IF WS-IND-FRA NOT EQUAL ZEROS
              AND FRA-CHECADAS (WS-IND-FRA) LESS 999
              THEN
                  ADD 1 TO FRA-CHECADAS (WS-IND-FRA)
           END-IF.
       310-FIN.  EXIT.

      * ---------------------------------------------------------------
      * HISTCAMB: CAMBIOS DE CUENTA DENTRO DE LA VENTANA PREVIA AL
      * PAGO Y CAMBIOS DE SALARIO ENTRE EL PERIODO ANTERIOR Y ESTE.
      * ---------------------------------------------------------------
       400-HISTORIA.
           OPEN INPUT HISTCAMB
           IF NOT HISTCAMB-OK
              THEN
                  DISPLAY "SIN ARCHIVO HISTCAMB (STATUS "
                          WS-STATUS-HISTCAMB "), NO SE EVALUAN CTA "
                          "NI SAL"
                  SET SIN-ARCHIVO-HISTCAMB TO TRUE
                  GO TO 400-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 410-LEE-CAMBIO THRU 410-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HISTCAMB.
       400-FIN.  EXIT.

       410-LEE-CAMBIO.
           READ HISTCAMB
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 410-FIN
           END-READ
           IF HC-FECHA GREATER WS-PERIODO-PEDIDO
              THEN
                  GO TO 410-FIN
           END-IF
           MOVE HC-NUMERO-EMP TO WS-NUMERO-BUSCADO
           PERFORM 900-BUSCA-EMPLEADO THRU 900-FIN
           IF WS-IND-FRA EQUAL ZEROS
              THEN
                  GO TO 410-FIN
           END-IF
           EVALUATE HC-CAMPO
              WHEN "CTA-BANCO"
                 IF HC-FECHA NOT LESS WS-FECHA-CTA-DESDE-N
                    AND HC-FECHA GREATER FRA-FECHA-CTA (WS-IND-FRA)
                    THEN
                        MOVE HC-FECHA TO FRA-FECHA-CTA (WS-IND-FRA)
                 END-IF
              WHEN "SALARIO"
                 IF HC-FECHA NOT LESS FRA-FEC-ANTERIOR (WS-IND-FRA)
                    THEN
                        MOVE "S" TO FRA-HIST-SALARIO (WS-IND-FRA)
                 END-IF
           END-EVALUATE.
       410-FIN.  EXIT.

      * ---------------------------------------------------------------
      * DOMICILIOS: SE CARGA EMPDATOS COMPLETO Y SE COMPARA CADA
      * DOMICILIO CONTRA LOS QUE LE SIGUEN EN LA TABLA.
      * ---------------------------------------------------------------
       500-DOMICILIOS.
           OPEN INPUT EMPDATOS
           IF NOT DATOS-OK
              THEN
                  DISPLAY "SIN ARCHIVO EMPDATOS (STATUS "
                          WS-STATUS-DATOS "), NO SE EVALUA DOM"
                  SET SIN-ARCHIVO-DATOS TO TRUE
                  GO TO 500-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 510-LEE-DOMICILIO THRU 510-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EMPDATOS
           PERFORM 520-COMPARA-DOMICILIO THRU 520-FIN
                   VARYING WS-IND-DOM FROM 1 BY 1
                   UNTIL WS-IND-DOM NOT LESS WS-TOTAL-DOM.
       500-FIN.  EXIT.

       510-LEE-DOMICILIO.
           READ EMPDATOS
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 510-FIN
           END-READ
           IF DAT-DOMICILIO EQUAL SPACES
              THEN
                  GO TO 510-FIN
           END-IF
           IF WS-TOTAL-DOM EQUAL 2000
              THEN
                  IF NOT TABLA-DOM-LLENA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 2000 "
                                 "DOMICILIOS, EL EXCEDENTE NO SE "
                                 "COMPARA"
                         SET TABLA-DOM-LLENA TO TRUE
                  END-IF
                  GO TO 510-FIN
           END-IF
           ADD 1 TO WS-TOTAL-DOM
           MOVE DAT-NUMERO-EMP TO DOM-NUMERO       (WS-TOTAL-DOM)
           MOVE DAT-DOMICILIO  TO DOM-DOMICILIO    (WS-TOTAL-DOM)
           MOVE ZEROS          TO DOM-COMPARTE-CON (WS-TOTAL-DOM).
       510-FIN.  EXIT.

       520-COMPARA-DOMICILIO.
           COMPUTE WS-IND-INICIO = WS-IND-DOM + 1
           PERFORM 525-COMPARA-PAREJA THRU 525-FIN
                   VARYING WS-IND-OTRO FROM WS-IND-INICIO BY 1
                   UNTIL WS-IND-OTRO GREATER WS-TOTAL-DOM.
       520-FIN.  EXIT.

      * CADA EMPLEADO PAGADO DE LA PAREJA QUEDA SENALADO CON EL
      * NUMERO DEL OTRO.
       525-COMPARA-PAREJA.
           IF DOM-DOMICILIO (WS-IND-DOM)
              NOT EQUAL DOM-DOMICILIO (WS-IND-OTRO)
              THEN
                  GO TO 525-FIN
           END-IF
           MOVE DOM-NUMERO (WS-IND-DOM) TO WS-NUMERO-BUSCADO
           PERFORM 900-BUSCA-EMPLEADO THRU 900-FIN
           IF WS-IND-FRA NOT EQUAL ZEROS
              THEN
                  MOVE DOM-NUMERO (WS-IND-OTRO)
                    TO FRA-DOM-CON (WS-IND-FRA)
           END-IF
           MOVE DOM-NUMERO (WS-IND-OTRO) TO WS-NUMERO-BUSCADO
           PERFORM 900-BUSCA-EMPLEADO THRU 900-FIN
           IF WS-IND-FRA NOT EQUAL ZEROS
              THEN
                  MOVE DOM-NUMERO (WS-IND-DOM)
                    TO FRA-DOM-CON (WS-IND-FRA)
           END-IF.
       525-FIN.  EXIT.

      * ---------------------------------------------------------------
      * CALIFICACION: CADA PAGADO SE COTEJA CONTRA EL MAESTRO Y
      * SUPERVIS, SE SUMAN LOS PESOS DE LOS INDICADORES QUE DISPARO Y
      * SOLO LOS QUE TIENEN PUNTOS PASAN AL SORT.
      * ---------------------------------------------------------------
       600-CALIFICA.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 600-FIN
           END-IF
           OPEN INPUT SUPERVIS
           IF NOT SUPERVIS-OK
              THEN
                  DISPLAY "SIN ARCHIVO SUPERVIS (STATUS "
                          WS-STATUS-SUPERVIS "), NO SE EVALUA SSU"
                  SET SIN-ARCHIVO-SUPERVIS TO TRUE
           END-IF
           PERFORM 610-CALIFICA-UNO THRU 610-FIN
                   VARYING WS-IND-FRA FROM 1 BY 1
                   UNTIL WS-IND-FRA GREATER WS-TOTAL-FRA
           CLOSE EMPLEADOS
           IF NOT SIN-ARCHIVO-SUPERVIS
              THEN
                  CLOSE SUPERVIS
           END-IF.
       600-FIN.  EXIT.

       610-CALIFICA-UNO.
           MOVE SPACES TO REG-SORT
           MOVE "NNNNNN" TO SORT-INDICADORES
           MOVE FRA-NUMERO       (WS-IND-FRA) TO SORT-NUMERO-EMP
           MOVE FRA-NETO         (WS-IND-FRA) TO SORT-NETO
           MOVE FRA-SAL-ANTERIOR (WS-IND-FRA) TO SORT-SAL-ANTERIOR
           MOVE FRA-SALARIO      (WS-IND-FRA) TO SORT-SAL-ACTUAL
           MOVE FRA-FECHA-CTA    (WS-IND-FRA) TO SORT-FECHA-CTA
           MOVE FRA-DOM-CON      (WS-IND-FRA) TO SORT-DOM-CON
           MOVE ZEROS TO SORT-FECHA-BAJA
                         SORT-DEPTO-EMP
           MOVE FRA-NUMERO (WS-IND-FRA) TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
      * PAGADO SIN REGISTRO EN EL MAESTRO: CUENTA COMO PAGO DESPUES
      * DE BAJA, CON LA FECHA EN CEROS.
                 MOVE "NO ESTA EN EL MAESTRO" TO SORT-NOMBRE-EMP
                 MOVE "S" TO SORT-IND (2)
              NOT INVALID KEY
                 MOVE NOMBRE-EMP     TO SORT-NOMBRE-EMP
                 MOVE DEPTO-EMP      TO SORT-DEPTO-EMP
                 MOVE FECHA-BAJA-EMP TO SORT-FECHA-BAJA
                 IF SORT-FECHA-BAJA GREATER ZEROS
                    AND SORT-FECHA-BAJA NOT GREATER WS-CORTE-ANTERIOR
                    THEN
                        MOVE "S" TO SORT-IND (2)
                 END-IF
           END-READ
           IF NOT SIN-ARCHIVO-CHECADAS
              AND FRA-CHECADAS (WS-IND-FRA) EQUAL ZEROS
              THEN
                  MOVE "S" TO SORT-IND (1)
           END-IF
           IF NOT SIN-ARCHIVO-SUPERVIS
              THEN
                  MOVE FRA-NUMERO (WS-IND-FRA) TO SUP-NUMERO-EMP
                  READ SUPERVIS
                     INVALID KEY
                        MOVE "S" TO SORT-IND (3)
                  END-READ
           END-IF
           IF FRA-DOM-CON (WS-IND-FRA) NOT EQUAL ZEROS
              THEN
                  MOVE "S" TO SORT-IND (4)
           END-IF
           IF FRA-FECHA-CTA (WS-IND-FRA) NOT EQUAL ZEROS
              AND FRA-NETO (WS-IND-FRA) NOT LESS WS-PAGO-ALTO
              THEN
                  MOVE "S" TO SORT-IND (5)
           END-IF
           IF NOT SIN-ARCHIVO-HISTCAMB
              AND FRA-FEC-ANTERIOR (WS-IND-FRA) NOT EQUAL ZEROS
              AND FRA-SALARIO (WS-IND-FRA)
                  NOT EQUAL FRA-SAL-ANTERIOR (WS-IND-FRA)
              AND NOT FRA-CON-HIST-SALARIO (WS-IND-FRA)
              THEN
                  MOVE "S" TO SORT-IND (6)
           END-IF
           MOVE ZEROS TO WS-PUNTOS
           PERFORM 620-SUMA-PESO THRU 620-FIN
                   VARYING WS-IND-CODIGO FROM 1 BY 1
                   UNTIL WS-IND-CODIGO GREATER 6
           IF WS-PUNTOS GREATER ZEROS
              THEN
                  MOVE WS-PUNTOS TO SORT-PUNTOS
                  RELEASE REG-SORT
           END-IF.
       610-FIN.  EXIT.

       620-SUMA-PESO.
           IF SORT-IND (WS-IND-CODIGO) EQUAL "S"
              THEN
                  ADD WS-IND-PESO (WS-IND-CODIGO) TO WS-PUNTOS
           END-IF.
       620-FIN.  EXIT.

      * ---------------------------------------------------------------
      * REPORTE PARA AUDITORIA INTERNA, DE MAYOR A MENOR RIESGO: UN
      * RENGLON POR EMPLEADO Y DEBAJO UNO POR INDICADOR DISPARADO.
      * ---------------------------------------------------------------
       700-REPORTE.
           OPEN OUTPUT AUDFRAUD
           IF NOT AUDFRAUD-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR AUDFRAUD, STATUS: "
                          WS-STATUS-AUDFRAUD
                  MOVE 8 TO RETURN-CODE
                  GO TO 700-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO WS-TIT-PERIODO
           MOVE WS-CORTE-ANTERIOR TO WS-TIT-DESDE
           MOVE WS-CORTE-ACTUAL   TO WS-TIT-HASTA
           MOVE WS-USUARIO        TO WS-TIT-USUARIO
           WRITE REG-AUDFRAUD FROM WS-TITULO-1 AFTER PAGE
           WRITE REG-AUDFRAUD FROM WS-TITULO-2 AFTER 1
           PERFORM 710-AVISOS THRU 710-FIN
           WRITE REG-AUDFRAUD FROM WS-GUIONES  AFTER 1
           MOVE SPACES TO SW-FIN
           PERFORM 720-ESCRIBE-EMPLEADO THRU 720-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           WRITE REG-AUDFRAUD FROM WS-GUIONES AFTER 1
           MOVE "PAGADOS REVISADOS          : " TO WS-TOT-LEYENDA
           MOVE WS-TOTAL-FRA TO WS-TOT-CUENTA
           WRITE REG-AUDFRAUD FROM WS-DET-TOTAL AFTER 1
           MOVE "EMPLEADOS CON INDICADORES  : " TO WS-TOT-LEYENDA
           MOVE WS-MARCADOS TO WS-TOT-CUENTA
           WRITE REG-AUDFRAUD FROM WS-DET-TOTAL AFTER 1
           MOVE "CON RIESGO ALTO            : " TO WS-TOT-LEYENDA
           MOVE WS-NIVEL-ALTO TO WS-TOT-CUENTA
           WRITE REG-AUDFRAUD FROM WS-DET-TOTAL AFTER 1
           CLOSE AUDFRAUD.
       700-FIN.  EXIT.

      * LOS INDICADORES QUE NO SE PUDIERON EVALUAR SE DICEN EN EL
      * ENCABEZADO: UN REPORTE LIMPIO SIN ESE AVISO NO ES LO MISMO.
       710-AVISOS.
           MOVE SPACES TO WS-AVI-TEXTO
           STRING "UMBRAL DE PAGO ALTO PARA CTA: " DELIMITED BY SIZE
                  INTO WS-AVI-TEXTO
           MOVE WS-PAGO-ALTO TO WS-EDIT-IMPORTE
           MOVE WS-EDIT-IMPORTE TO WS-AVI-TEXTO (31:10)
           MOVE ", CAMBIOS DE CUENTA DESDE EL " TO WS-AVI-TEXTO (41:29)
           MOVE WS-FECHA-CTA-DESDE-N TO WS-AVI-TEXTO (70:8)
           WRITE REG-AUDFRAUD FROM WS-TITULO-AVISO AFTER 1
           IF SIN-ARCHIVO-CHECADAS
              THEN
                  MOVE "*** SIN ARCHIVO CHECADAS, SCH NO SE EVALUO"
                    TO WS-AVI-TEXTO
                  WRITE REG-AUDFRAUD FROM WS-TITULO-AVISO AFTER 1
           END-IF
           IF SIN-ARCHIVO-HISTCAMB
              THEN
                  MOVE "*** SIN HISTCAMB, CTA Y SAL NO SE EVALUARON"
                    TO WS-AVI-TEXTO
                  WRITE REG-AUDFRAUD FROM WS-TITULO-AVISO AFTER 1
           END-IF
           IF SIN-ARCHIVO-DATOS
              THEN
                  MOVE "*** SIN ARCHIVO EMPDATOS, DOM NO SE EVALUO"
                    TO WS-AVI-TEXTO
                  WRITE REG-AUDFRAUD FROM WS-TITULO-AVISO AFTER 1
           END-IF
           IF SIN-ARCHIVO-SUPERVIS
              THEN
                  MOVE "*** SIN ARCHIVO SUPERVIS, SSU NO SE EVALUO"
                    TO WS-AVI-TEXTO
                  WRITE REG-AUDFRAUD FROM WS-TITULO-AVISO AFTER 1
           END-IF.
       710-FIN.  EXIT.

       720-ESCRIBE-EMPLEADO.
           RETURN ARCHIVO-SORT
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 720-FIN
           END-RETURN
           ADD 1 TO WS-MARCADOS
           MOVE SORT-NUMERO-EMP TO WS-DE-NUMERO
           MOVE SORT-NOMBRE-EMP TO WS-DE-NOMBRE
           MOVE SORT-DEPTO-EMP  TO WS-DE-DEPTO
           MOVE SORT-NETO       TO WS-DE-NETO
           MOVE SORT-PUNTOS     TO WS-DE-PUNTOS
           EVALUATE TRUE
              WHEN SORT-PUNTOS NOT LESS 8
                 MOVE "RIESGO ALTO" TO WS-DE-NIVEL
                 ADD 1 TO WS-NIVEL-ALTO
              WHEN SORT-PUNTOS NOT LESS 4
                 MOVE "RIESGO MEDIO" TO WS-DE-NIVEL
              WHEN OTHER
                 MOVE "RIESGO BAJO" TO WS-DE-NIVEL
           END-EVALUATE
           WRITE REG-AUDFRAUD FROM WS-DET-EMPLEADO AFTER 2
           PERFORM 730-ESCRIBE-INDICADOR THRU 730-FIN
                   VARYING WS-IND-CODIGO FROM 1 BY 1
                   UNTIL WS-IND-CODIGO GREATER 6.
       720-FIN.  EXIT.

       730-ESCRIBE-INDICADOR.
           IF SORT-IND (WS-IND-CODIGO) NOT EQUAL "S"
              THEN
                  GO TO 730-FIN
           END-IF
           MOVE WS-IND-CLAVE   (WS-IND-CODIGO) TO WS-DI-CLAVE
           MOVE WS-IND-LEYENDA (WS-IND-CODIGO) TO WS-DI-LEYENDA
           MOVE SPACES TO WS-DI-DETALLE
           EVALUATE WS-IND-CODIGO
              WHEN 1
                 STRING "NINGUNA DEL " WS-CORTE-ANTERIOR " AL "
                        WS-CORTE-ACTUAL DELIMITED BY SIZE
                        INTO WS-DI-DETALLE
              WHEN 2
                 IF SORT-FECHA-BAJA EQUAL ZEROS
                    THEN
                        MOVE "NO EXISTE EN EL MAESTRO" TO WS-DI-DETALLE
                    ELSE
                        STRING "BAJA DEL " SORT-FECHA-BAJA
                               DELIMITED BY SIZE
                               INTO WS-DI-DETALLE
                 END-IF
              WHEN 3
                 MOVE "NO TIENE A QUIEN REPORTAR" TO WS-DI-DETALLE
              WHEN 4
                 STRING "EL MISMO QUE EL EMPLEADO " SORT-DOM-CON
                        DELIMITED BY SIZE
                        INTO WS-DI-DETALLE
              WHEN 5
                 STRING "CAMBIO DEL " SORT-FECHA-CTA
                        " EN HISTCAMB" DELIMITED BY SIZE
                        INTO WS-DI-DETALLE
              WHEN 6
                 MOVE SORT-SAL-ANTERIOR TO WS-EDIT-IMPORTE
                 MOVE SORT-SAL-ACTUAL   TO WS-EDIT-IMPORTE-2
                 STRING "DE " WS-EDIT-IMPORTE " A " WS-EDIT-IMPORTE-2
                        DELIMITED BY SIZE
                        INTO WS-DI-DETALLE
           END-EVALUATE
           WRITE REG-AUDFRAUD FROM WS-DET-INDICADOR AFTER 1.
       730-FIN.  EXIT.

       800-FINAL.
           DISPLAY "INDICADORES DE FRAUDE, PERIODO " WS-PERIODO-PEDIDO
           DISPLAY "PAGADOS REVISADOS     : " WS-TOTAL-FRA
           DISPLAY "CON INDICADORES       : " WS-MARCADOS
           DISPLAY "CON RIESGO ALTO       : " WS-NIVEL-ALTO
           DISPLAY "EL REPORTE QUEDO EN AUDFRAUD"
           MOVE "FRAU OK  " TO WS-MENU-RESULTADO
           IF RETURN-CODE NOT EQUAL 8
              AND WS-MARCADOS GREATER ZEROS
              THEN
                  MOVE "FRAU ALER" TO WS-MENU-RESULTADO
                  MOVE 4 TO RETURN-CODE
           END-IF
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       800-FIN.  EXIT.

      * BUSQUEDA LINEAL DE UN NUMERO EN LA TABLA DE PAGADOS; DEJA EL
      * RENGLON EN WS-IND-FRA, O CEROS SI NO ESTA.
       900-BUSCA-EMPLEADO.
           MOVE ZEROS TO WS-IND-FRA
           PERFORM 905-COMPARA-NUMERO THRU 905-FIN
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-FRA
                      OR WS-IND-FRA NOT EQUAL ZEROS.
       900-FIN.  EXIT.

       905-COMPARA-NUMERO.
           IF FRA-NUMERO (WS-IND-BUSCA) EQUAL WS-NUMERO-BUSCADO
              THEN
                  MOVE WS-IND-BUSCA TO WS-IND-FRA
           END-IF.
       905-FIN.  EXIT.
