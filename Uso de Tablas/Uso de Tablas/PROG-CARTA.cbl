       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCART.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CONSTANCIA LABORAL A SOLICITUD DEL EMPLEADO (PARA CREDITOS     *
      * BANCARIOS, VISAS, ETC.), QUE ANTES SE CAPTURABA A MANO TOMANDO *
      * LOS DATOS DE LA CONSULTA 360. CON EL NUMERO DE EMPLEADO Y EL   *
      * TIPO DE CONSTANCIA:                                            *
      *   1 - SIN SUELDO: NOMBRE, RFC (EMPDATOS), PUESTO (PROGPUES),   *
      *     DEPARTAMENTO (PROGDEPT), FECHA DE INGRESO Y ANTIGUEDAD; A  *
      *     UN DADO DE BAJA SE LE CERTIFICA EL PERIODO QUE LABORO;     *
      *   2 - ADEMAS EL SUELDO MENSUAL DEL MAESTRO;                    *
      *   3 - ADEMAS LO PAGADO EN NOMINA (PERCEPCIONES, DEDUCCIONES Y  *
      *     NETO) EN CADA UNO DE LOS TRES MESES ANTERIORES.            *
      * LOS TIPOS CON SUELDO REQUIEREN EL PRIVILEGIO DE SALARIOS "$"   *
      * DEL PERFIL DE PROG360. CADA CONSTANCIA TOMA EL SIGUIENTE FOLIO *
      * DE CARTAS, QUEDA REGISTRADA AHI Y EN AUDITORIA MODO "T" VIA    *
      * PROGMENU (RESULTADO "CL" MAS EL FOLIO, OPCION = TIPO) Y SE     *
      * IMPRIME EN CONSTANC. LOS RECHAZOS TAMBIEN QUEDAN EN AUDITORIA. *
      * RETURN-CODE 4 SI SE RECHAZA, 8 SI FALLA UN ARCHIVO.            *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT CARTAS       ASSIGN TO UT-S-CARTAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CAR-FOLIO
                               FILE STATUS IS WS-STATUS-CARTAS.
           SELECT CONSTANCIA   ASSIGN TO UT-S-CONSTANC
                               FILE STATUS IS WS-STATUS-CONSTANCIA.

       DATA DIVISION.
       FILE SECTION.
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

       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

       FD  CARTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CARTAS.
           COPY CARTAS.

       FD  CONSTANCIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CONSTANCIA.
       01  REG-CONSTANCIA         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-CARTAS    PIC X(02)    VALUE "00".
              88 CARTAS-OK          VALUE "00" "02" "05".
              88 CARTAS-NO-EXISTE   VALUE "35".
           05 WS-STATUS-CONSTANCIA PIC X(02)   VALUE "00".
              88 CONSTANCIA-OK      VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-CARTA            PIC X(01)    VALUE "N".
              88 CARTA-VALIDA       VALUE "S".
              88 CARTA-RECHAZADA    VALUE "N".
           05 SW-CONTROL          PIC X(01)    VALUE "N".
              88 HAY-CONTROL        VALUE "S".
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-TIPO-PEDIDO      PIC X(01)    VALUE SPACES.
              88 TIPO-SIN-SUELDO    VALUE "1".
              88 TIPO-CON-SUELDO    VALUE "2".
              88 TIPO-CON-NOMINA    VALUE "3".
              88 TIPO-VALIDO        VALUE "1" "2" "3".
           05 WS-DESTINATARIO     PIC X(30)    VALUE SPACES.
           05 WS-RFC              PIC X(13)    VALUE SPACES.
           05 WS-PUESTO           PIC X(20)    VALUE SPACES.
           05 WS-DEPTO            PIC X(20)    VALUE SPACES.
           05 WS-FOLIO            PIC 9(07)    VALUE ZEROS.
           05 WS-ANIOS-SERVICIO   PIC S9(03)   VALUE ZEROS.
           05 WS-ANIOS-EDIT       PIC ZZ9.
           05 WS-FECHA-HOY.
              10 WS-ANIO-HOY      PIC 9(04).
              10 WS-MES-HOY       PIC 9(02).
              10 WS-DIA-HOY       PIC 9(02).
           05 WS-HORA-HOY         PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-FIN.
              10 WS-ANIO-FIN      PIC 9(04).
              10 WS-MES-FIN       PIC 9(02).
              10 WS-DIA-FIN       PIC 9(02).
      * FECHA A CONVERTIR EN LETRA ("15 DE OCTUBRE DE 2026").
           05 WS-FEC-TRABAJO.
              10 WS-FEC-ANIO      PIC 9(04).
              10 WS-FEC-MES       PIC 9(02).
              10 WS-FEC-DIA       PIC 9(02).
           05 WS-FEC-DIA-EDIT     PIC Z9.
           05 WS-FEC-LETRA        PIC X(24)    VALUE SPACES.
           05 WS-FEC-ALTA-LETRA   PIC X(24)    VALUE SPACES.
           05 WS-FEC-BAJA-LETRA   PIC X(24)    VALUE SPACES.
           05 WS-FEC-HOY-LETRA    PIC X(24)    VALUE SPACES.
      * IMPORTE EDITADO SIN LOS BLANCOS DE LA IZQUIERDA, PARA QUE
      * QUEDE PEGADO AL TEXTO DE LA CONSTANCIA.
           05 WS-EDIT-SALARIO     PIC $$,$$$,$$9.99.
           05 WS-EDIT-TEXTO       PIC X(15)    VALUE SPACES.
           05 WS-EDIT-INICIO      PIC 9(02)    VALUE ZEROS.
      * MESES DEL DETALLE DE NOMINA, CONTADOS DESDE EL ANIO CERO.
           05 WS-MES-PRIMERO      PIC 9(06)    VALUE ZEROS.
           05 WS-MES-RENGLON      PIC 9(06)    VALUE ZEROS.
           05 WS-IND-MES          PIC S9(06)   VALUE ZEROS.
           05 WS-RENGLONES-NOM    PIC 9(05)    VALUE ZEROS.
           05 WS-IMP-BRUTO        PIC S9(09)V99 VALUE ZEROS.
           05 WS-IMP-DEDUCC       PIC S9(09)V99 VALUE ZEROS.
           05 WS-IMP-NETO         PIC S9(09)V99 VALUE ZEROS.
           05 WS-TOT-BRUTO        PIC S9(09)V99 VALUE ZEROS.
           05 WS-TOT-DEDUCC       PIC S9(09)V99 VALUE ZEROS.
           05 WS-TOT-NETO         PIC S9(09)V99 VALUE ZEROS.
           05 LK-PARAMETROS-PUESTO.
              10 LK-PUESTO-CODIGO      PIC 9(02).
              10 LK-PUESTO-DESCRIPCION PIC X(20).
              10 LK-PUESTO-ENCONTRADO  PIC X(01).
                 88 PUESTO-ENCONTRADO     VALUE "S".
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              10 LK-DEPTO-CCOSTO       PIC X(06).
              10 LK-DEPTO-ENCONTRADO   PIC X(01).
                 88 DEPTO-EXISTE          VALUE "S".

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

      * LO PAGADO EN NOMINA EN CADA UNO DE LOS TRES MESES ANTERIORES
      * AL DE LA EMISION: EL BRUTO ES NETO + DEDUCCION + PRESTAMO,
      * COMO EN PROGPATR, Y UN REVE RESTA LO QUE SU ORIGINAL SUMO.
       01  WS-TABLA-NOMINA.
           05 WS-NOM-MES          OCCURS 3 TIMES.
              10 WS-NMS-ANIO      PIC 9(04).
              10 WS-NMS-MES       PIC 9(02).
              10 WS-NMS-BRUTO     PIC S9(09)V99.
              10 WS-NMS-DEDUCC    PIC S9(09)V99.
              10 WS-NMS-NETO      PIC S9(09)V99.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE SPACES.
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-RESULTADO-R REDEFINES WS-MENU-RESULTADO.
              10 WS-MENU-RES-PREFIJO PIC X(02).
              10 WS-MENU-RES-FOLIO   PIC 9(07).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-OK             VALUE "S".
              88 MENU-ERROR          VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGCART".

       01  WS-CAR-TITULO.
           05 FILLER              PIC X(31)    VALUE SPACES.
           05 FILLER              PIC X(18)
                                  VALUE "CONSTANCIA LABORAL".
           05 FILLER              PIC X(31)    VALUE SPACES.

       01  WS-CAR-FOLIO.
           05 FILLER              PIC X(48)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "FOLIO: ".
           05 WS-CF-FOLIO         PIC 9(07).
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-CAR-FECHA.
           05 FILLER              PIC X(48)    VALUE SPACES.
           05 WS-CF-FECHA         PIC X(24).
           05 FILLER              PIC X(08)    VALUE SPACES.

       01  WS-CAR-TEXTO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-CT-TEXTO         PIC X(72).
           05 FILLER              PIC X(04)    VALUE SPACES.

       01  WS-CAR-ENCAB-NOM.
           05 FILLER              PIC X(08)    VALUE SPACES.
           05 FILLER              PIC X(36)
              VALUE "MES                   PERCEPCIONES  ".
           05 FILLER              PIC X(36)
              VALUE "DEDUCCIONES          NETO          ".

       01  WS-CAR-DET-NOM.
           05 FILLER              PIC X(08)    VALUE SPACES.
           05 WS-CDN-MES          PIC X(10).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-CDN-ANIO         PIC X(04).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-CDN-BRUTO        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-CDN-DEDUCC       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-CDN-NETO         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER              PIC X(11)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY  FROM TIME
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           PERFORM 100-CAPTURA  THRU 100-FIN
           IF CARTA-VALIDA
              THEN
                  PERFORM 200-FOLIO THRU 200-FIN
           END-IF
           IF CARTA-VALIDA
              THEN
                  PERFORM 300-IMPRIME THRU 300-FIN
                  DISPLAY "CONSTANCIA EMITIDA CON FOLIO " WS-FOLIO
                  MOVE "CL"     TO WS-MENU-RES-PREFIJO
                  MOVE WS-FOLIO TO WS-MENU-RES-FOLIO
           END-IF
           IF WS-MENU-RESULTADO NOT EQUAL SPACES
              THEN
                  MOVE "T"              TO WS-MENU-MODO
                  MOVE WS-TIPO-PEDIDO   TO WS-MENU-OPCION
                  MOVE "PROGCART"       TO WS-MENU-PROGRAMA
                  CALL "PROGMENU" USING WS-PARAMETROS-MENU
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * CAPTURA Y VALIDACION: EMPLEADO, TIPO DE CONSTANCIA, PRIVILEGIO
      * DE SALARIOS Y DESTINATARIO; REUNE LOS DATOS DE LA CONSTANCIA.
      * ---------------------------------------------------------------
       100-CAPTURA.
           MOVE SPACES TO WS-MENU-RESULTADO
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO NUMERO-EMP
                                    WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "CAR NOEX " TO WS-MENU-RESULTADO
                 MOVE 4 TO RETURN-CODE
                 CLOSE EMPLEADOS
                 GO TO 100-FIN
           END-READ
           CLOSE EMPLEADOS
           DISPLAY "EMPLEADO: " NUMERO-EMP " " NOMBRE-EMP
           IF FECHA-ALTA-EMP EQUAL ZEROS
              THEN
                  DISPLAY "EL EMPLEADO NO TIENE FECHA DE INGRESO "
                          "CAPTURADA; CORRIJALA ANTES DE EMITIR LA "
                          "CONSTANCIA"
                  MOVE "CAR SFEC " TO WS-MENU-RESULTADO
                  MOVE 4 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           DISPLAY "1. CONSTANCIA SIN SUELDO"
           DISPLAY "2. CONSTANCIA CON SUELDO"
           DISPLAY "3. CON SUELDO Y NOMINA DE LOS ULTIMOS TRES MESES"
           DISPLAY "TIPO DE CONSTANCIA: "
           ACCEPT WS-TIPO-PEDIDO
           IF NOT TIPO-VALIDO
              THEN
                  DISPLAY "TIPO DE CONSTANCIA INVALIDO"
                  MOVE "CAR TIPO " TO WS-MENU-RESULTADO
                  MOVE 4 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
      * EL SUELDO SOLO LO IMPRIME QUIEN TIENE EL PRIVILEGIO "$" DE LA
      * CONSULTA 360 (PERFILES VIA PROGMENU EN MODO "P"): EL OPERADOR
      * QUE AHI VE EL SALARIO ENMASCARADO TAMPOCO LO PUEDE SACAR EN
      * UNA CONSTANCIA.
           IF NOT TIPO-SIN-SUELDO
              THEN
                  MOVE "$"       TO WS-MENU-OPCION
                  MOVE "P"       TO WS-MENU-MODO
                  MOVE "PROG360" TO WS-MENU-PROGRAMA
                  CALL "PROGMENU" USING WS-PARAMETROS-MENU
                  IF NOT MENU-OK
                     THEN
                         DISPLAY "PERFIL SIN PRIVILEGIO DE SALARIOS: "
                                 "SOLO PUEDE EMITIR LA CONSTANCIA SIN "
                                 "SUELDO"
                         MOVE "CAR NEGA " TO WS-MENU-RESULTADO
                         MOVE 4 TO RETURN-CODE
                         GO TO 100-FIN
                  END-IF
                  MOVE SPACES TO WS-MENU-RESULTADO
           END-IF
           DISPLAY "DIRIGIDA A (EN BLANCO = A QUIEN CORRESPONDA): "
           ACCEPT WS-DESTINATARIO
           IF WS-DESTINATARIO EQUAL SPACES
              THEN
                  MOVE "A QUIEN CORRESPONDA" TO WS-DESTINATARIO
           END-IF
           PERFORM 110-DATOS-EMPLEADO THRU 110-FIN
           IF TIPO-CON-NOMINA
              THEN
                  PERFORM 150-NOMINA THRU 150-FIN
                  IF NOT NOMINA-OK
                     AND WS-STATUS-NOMINA NOT EQUAL "10"
                     THEN
                         MOVE "CAR ERR  " TO WS-MENU-RESULTADO
                         MOVE 8 TO RETURN-CODE
                         GO TO 100-FIN
                  END-IF
           END-IF
           SET CARTA-VALIDA TO TRUE.
       100-FIN.  EXIT.

      * PUESTO (PROGPUES), DEPARTAMENTO (PROGDEPT), RFC (EMPDATOS),
      * FECHAS EN LETRA Y ANTIGUEDAD EN ANIOS CUMPLIDOS AL DIA DE HOY
      * O, SI YA ES BAJA, A SU FECHA DE BAJA.
       110-DATOS-EMPLEADO.
           MOVE PUESTO-EMP TO LK-PUESTO-CODIGO
           CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
           MOVE LK-PUESTO-DESCRIPCION TO WS-PUESTO
           IF NOT PUESTO-ENCONTRADO
              OR WS-PUESTO EQUAL SPACES
              THEN
                  MOVE "NO REGISTRADO" TO WS-PUESTO
           END-IF
           MOVE DEPTO-EMP TO LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           MOVE LK-DEPTO-NOMBRE TO WS-DEPTO
           IF NOT DEPTO-EXISTE
              OR WS-DEPTO EQUAL SPACES
              THEN
                  MOVE "NO REGISTRADO" TO WS-DEPTO
           END-IF
           MOVE "NO REGISTRADO" TO WS-RFC
           OPEN INPUT EMPDATOS
           IF DATOS-OK
              THEN
                  MOVE NUMERO-EMP TO DAT-NUMERO-EMP
                  READ EMPDATOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF DAT-RFC NOT EQUAL SPACES
                           THEN
                               MOVE DAT-RFC TO WS-RFC
                        END-IF
                  END-READ
                  CLOSE EMPDATOS
           END-IF
           IF WS-RFC EQUAL "NO REGISTRADO"
              THEN
                  DISPLAY "AVISO: EL EMPLEADO NO TIENE RFC EN EMPDATOS"
           END-IF
           MOVE FECHA-ALTA-EMP TO WS-FEC-TRABAJO
           PERFORM 170-FECHA-LETRA THRU 170-FIN
           MOVE WS-FEC-LETRA   TO WS-FEC-ALTA-LETRA
           MOVE WS-FECHA-HOY   TO WS-FEC-TRABAJO
           PERFORM 170-FECHA-LETRA THRU 170-FIN
           MOVE WS-FEC-LETRA   TO WS-FEC-HOY-LETRA
           IF EMP-ES-BAJA
              THEN
                  MOVE FECHA-BAJA-EMP TO WS-FECHA-FIN
                                         WS-FEC-TRABAJO
                  PERFORM 170-FECHA-LETRA THRU 170-FIN
                  MOVE WS-FEC-LETRA   TO WS-FEC-BAJA-LETRA
              ELSE
                  MOVE WS-FECHA-HOY   TO WS-FECHA-FIN
           END-IF
           COMPUTE WS-ANIOS-SERVICIO = WS-ANIO-FIN - ANIO-ALTA-EMP
           IF MES-ALTA-EMP GREATER WS-MES-FIN
              OR (MES-ALTA-EMP EQUAL WS-MES-FIN
                  AND DIA-ALTA-EMP GREATER WS-DIA-FIN)
              THEN
                  SUBTRACT 1 FROM WS-ANIOS-SERVICIO
           END-IF
           IF WS-ANIOS-SERVICIO LESS ZEROS
              THEN
                  MOVE ZEROS TO WS-ANIOS-SERVICIO
           END-IF.
       110-FIN.  EXIT.

      * LOS TRES MESES CALENDARIO COMPLETOS ANTERIORES AL DE LA
      * EMISION (EL MES EN CURSO TODAVIA NO SE TERMINA DE PAGAR).
       150-NOMINA.
           INITIALIZE WS-TABLA-NOMINA
           COMPUTE WS-MES-PRIMERO =
                   WS-ANIO-HOY * 12 + WS-MES-HOY - 1 - 3
           PERFORM 155-NOMBRA-MES THRU 155-FIN
                   VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES GREATER 3
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  GO TO 150-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 160-LEE-NOMINA THRU 160-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMINA
           IF WS-RENGLONES-NOM EQUAL ZEROS
              THEN
                  DISPLAY "AVISO: EL EMPLEADO NO TIENE NOMINA PAGADA "
                          "EN LOS TRES MESES ANTERIORES"
           END-IF.
       150-FIN.  EXIT.

       155-NOMBRA-MES.
           COMPUTE WS-MES-RENGLON = WS-MES-PRIMERO + WS-IND-MES - 1
           DIVIDE WS-MES-RENGLON BY 12
                  GIVING WS-NMS-ANIO (WS-IND-MES)
                  REMAINDER WS-NMS-MES (WS-IND-MES)
           ADD 1 TO WS-NMS-MES (WS-IND-MES).
       155-FIN.  EXIT.

       160-LEE-NOMINA.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 160-FIN
           END-READ
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR AL LEER NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE "FIN" TO SW-FIN
                  GO TO 160-FIN
           END-IF
           IF NOM-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  GO TO 160-FIN
           END-IF
           COMPUTE WS-IND-MES = NOM-ANIO * 12 + NOM-MES - 1
                                - WS-MES-PRIMERO + 1
           IF WS-IND-MES LESS 1
              OR WS-IND-MES GREATER 3
              THEN
                  GO TO 160-FIN
           END-IF
           COMPUTE WS-IMP-BRUTO =
                   NOM-NETO + NOM-DEDUCCION + NOM-PRESTAMO
           COMPUTE WS-IMP-DEDUCC = NOM-DEDUCCION + NOM-PRESTAMO
           MOVE NOM-NETO TO WS-IMP-NETO
           IF NOM-ES-REVERSO
              THEN
                  SUBTRACT WS-IMP-BRUTO  FROM WS-NMS-BRUTO (WS-IND-MES)
                  SUBTRACT WS-IMP-DEDUCC FROM
                           WS-NMS-DEDUCC (WS-IND-MES)
                  SUBTRACT WS-IMP-NETO   FROM WS-NMS-NETO (WS-IND-MES)
              ELSE
                  ADD WS-IMP-BRUTO  TO WS-NMS-BRUTO (WS-IND-MES)
                  ADD WS-IMP-DEDUCC TO WS-NMS-DEDUCC (WS-IND-MES)
                  ADD WS-IMP-NETO   TO WS-NMS-NETO (WS-IND-MES)
           END-IF
           ADD 1 TO WS-RENGLONES-NOM.
       160-FIN.  EXIT.

       170-FECHA-LETRA.
           MOVE SPACES     TO WS-FEC-LETRA
           MOVE WS-FEC-DIA TO WS-FEC-DIA-EDIT
           IF WS-FEC-MES LESS 1
              OR WS-FEC-MES GREATER 12
              THEN
                  STRING WS-FEC-DIA "/" WS-FEC-MES "/" WS-FEC-ANIO
                         DELIMITED BY SIZE
                         INTO WS-FEC-LETRA
                  GO TO 170-FIN
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
       170-FIN.  EXIT.

      * DEJA EN WS-EDIT-INICIO LA POSICION DEL PRIMER CARACTER NO
      * BLANCO DE WS-EDIT-TEXTO.
       180-QUITA-BLANCOS.
           MOVE ZEROS TO WS-EDIT-INICIO
           INSPECT WS-EDIT-TEXTO TALLYING WS-EDIT-INICIO
                   FOR LEADING SPACES
           ADD 1 TO WS-EDIT-INICIO.
       180-FIN.  EXIT.

      * ---------------------------------------------------------------
      * FOLIO: EL SIGUIENTE AL ULTIMO DEL REGISTRO DE CONTROL. EL
      * CONTROL SE ACTUALIZA ANTES DE GRABAR LA CONSTANCIA, PARA QUE
      * DOS EMISIONES NUNCA TOMEN EL MISMO FOLIO.
      * ---------------------------------------------------------------
       200-FOLIO.
           OPEN I-O CARTAS
           IF CARTAS-NO-EXISTE
              THEN
                  OPEN OUTPUT CARTAS
                  CLOSE CARTAS
                  OPEN I-O CARTAS
           END-IF
           IF NOT CARTAS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CARTAS, STATUS: "
                          WS-STATUS-CARTAS
                  GO TO 200-ERROR
           END-IF
           OPEN OUTPUT CONSTANCIA
           IF NOT CONSTANCIA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CONSTANC, STATUS: "
                          WS-STATUS-CONSTANCIA
                  CLOSE CARTAS
                  GO TO 200-ERROR
           END-IF
           MOVE ZEROS TO CAR-CTRL-LLAVE
           MOVE "S"   TO SW-CONTROL
           READ CARTAS
              INVALID KEY
                 MOVE "N" TO SW-CONTROL
                 MOVE SPACES TO REG-CARTAS
                 MOVE ZEROS  TO CAR-CTRL-LLAVE
                                CAR-CTRL-ULTIMO
           END-READ
           ADD 1 CAR-CTRL-ULTIMO GIVING WS-FOLIO
           MOVE WS-FOLIO     TO CAR-CTRL-ULTIMO
           MOVE WS-FECHA-HOY TO CAR-CTRL-FECHA
           IF HAY-CONTROL
              THEN
                  REWRITE REG-CARTAS-CTRL
                     INVALID KEY
                        MOVE "N" TO SW-CONTROL
                  END-REWRITE
              ELSE
                  WRITE REG-CARTAS-CTRL
                     INVALID KEY
                        MOVE "N" TO SW-CONTROL
                     NOT INVALID KEY
                        MOVE "S" TO SW-CONTROL
                  END-WRITE
           END-IF
           IF NOT HAY-CONTROL
              THEN
                  DISPLAY "NO SE PUDO ACTUALIZAR EL FOLIO DE CARTAS, "
                          "STATUS: " WS-STATUS-CARTAS
                  CLOSE CARTAS
                  CLOSE CONSTANCIA
                  GO TO 200-ERROR
           END-IF
           MOVE SPACES           TO REG-CARTAS
           MOVE WS-FOLIO         TO CAR-FOLIO
           MOVE WS-NUMERO-PEDIDO TO CAR-NUMERO-EMP
           MOVE WS-TIPO-PEDIDO   TO CAR-TIPO
           MOVE WS-FECHA-HOY     TO CAR-FECHA
           MOVE WS-HORA-HOY      TO CAR-HORA
           MOVE WS-USUARIO       TO CAR-USUARIO
           MOVE WS-DESTINATARIO  TO CAR-DESTINATARIO
           MOVE ZEROS            TO CAR-SALARIO
           IF NOT TIPO-SIN-SUELDO
              THEN
                  MOVE SALARIO-EMP TO CAR-SALARIO
           END-IF
           WRITE REG-CARTAS
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR LA CONSTANCIA " WS-FOLIO
                         ", STATUS: " WS-STATUS-CARTAS
                 CLOSE CARTAS
                 CLOSE CONSTANCIA
                 GO TO 200-ERROR
           END-WRITE
           CLOSE CARTAS
           GO TO 200-FIN.
       200-ERROR.
           MOVE "CAR ERR  " TO WS-MENU-RESULTADO
           MOVE 8 TO RETURN-CODE
           SET CARTA-RECHAZADA TO TRUE.
       200-FIN.  EXIT.

      * ---------------------------------------------------------------
      * IMPRESION DE LA CONSTANCIA
      * ---------------------------------------------------------------
       300-IMPRIME.
           WRITE REG-CONSTANCIA FROM WS-CAR-TITULO AFTER PAGE
           MOVE WS-FOLIO TO WS-CF-FOLIO
           WRITE REG-CONSTANCIA FROM WS-CAR-FOLIO AFTER 3
           MOVE WS-FEC-HOY-LETRA TO WS-CF-FECHA
           WRITE REG-CONSTANCIA FROM WS-CAR-FECHA AFTER 1
           MOVE WS-DESTINATARIO TO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 3
           MOVE "P R E S E N T E" TO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 1
           MOVE "POR MEDIO DE LA PRESENTE SE HACE CONSTAR QUE EL(LA) C."
              TO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 3
           MOVE SPACES TO WS-CT-TEXTO
           STRING NOMBRE-EMP DELIMITED BY "  "
                  ", NUMERO DE EMPLEADO " WS-NUMERO-PEDIDO ","
                  DELIMITED BY SIZE
                  INTO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 1
           MOVE SPACES TO WS-CT-TEXTO
           IF EMP-ES-BAJA
              THEN
                  STRING "CON R.F.C. " WS-RFC
                         ", PRESTO SUS SERVICIOS EN ESTA EMPRESA"
                         DELIMITED BY SIZE
                         INTO WS-CT-TEXTO
                  WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 1
                  MOVE SPACES TO WS-CT-TEXTO
                  STRING "DEL " WS-FEC-ALTA-LETRA DELIMITED BY "  "
                         " AL " WS-FEC-BAJA-LETRA DELIMITED BY "  "
                         "," DELIMITED BY SIZE
                         INTO WS-CT-TEXTO
              ELSE
                  STRING "CON R.F.C. " WS-RFC
                         ", PRESTA SUS SERVICIOS EN ESTA EMPRESA"
                         DELIMITED BY SIZE
                         INTO WS-CT-TEXTO
                  WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 1
                  MOVE SPACES TO WS-CT-TEXTO
                  STRING "DESDE EL " WS-FEC-ALTA-LETRA DELIMITED BY "  "
                         "," DELIMITED BY SIZE
                         INTO WS-CT-TEXTO
           END-IF
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 1
           MOVE SPACES TO WS-CT-TEXTO
           STRING "DESEMPENANDO EL PUESTO DE " DELIMITED BY SIZE
                  WS-PUESTO DELIMITED BY "  "
                  " EN EL DEPARTAMENTO" DELIMITED BY SIZE
                  INTO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 1
           MOVE WS-ANIOS-SERVICIO TO WS-ANIOS-EDIT
           MOVE WS-ANIOS-EDIT     TO WS-EDIT-TEXTO
           PERFORM 180-QUITA-BLANCOS THRU 180-FIN
           MOVE SPACES TO WS-CT-TEXTO
           EVALUATE WS-ANIOS-SERVICIO
              WHEN ZEROS
                 STRING "DE " DELIMITED BY SIZE
                        WS-DEPTO DELIMITED BY "  "
                        ", CON MENOS DE UN ANIO DE ANTIGUEDAD."
                        DELIMITED BY SIZE
                        INTO WS-CT-TEXTO
              WHEN 1
                 STRING "DE " DELIMITED BY SIZE
                        WS-DEPTO DELIMITED BY "  "
                        ", CON UNA ANTIGUEDAD DE 1 ANIO."
                        DELIMITED BY SIZE
                        INTO WS-CT-TEXTO
              WHEN OTHER
                 STRING "DE " DELIMITED BY SIZE
                        WS-DEPTO DELIMITED BY "  "
                        ", CON UNA ANTIGUEDAD DE " DELIMITED BY SIZE
                        WS-EDIT-TEXTO (WS-EDIT-INICIO:)
                        DELIMITED BY SPACE
                        " ANIOS." DELIMITED BY SIZE
                        INTO WS-CT-TEXTO
           END-EVALUATE
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 1
           IF NOT TIPO-SIN-SUELDO
              THEN
                  PERFORM 310-SUELDO THRU 310-FIN
           END-IF
           IF TIPO-CON-NOMINA
              THEN
                  PERFORM 320-NOMINA THRU 320-FIN
           END-IF
           MOVE "SE EXTIENDE LA PRESENTE A PETICION DEL INTERESADO PARA"
              TO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 2
           MOVE "LOS FINES QUE A SU INTERES CONVENGAN."
              TO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 1
           MOVE "ATENTAMENTE" TO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 3
           MOVE "______________________________" TO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 4
           MOVE "RECURSOS HUMANOS" TO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 1
           MOVE SPACES TO WS-CT-TEXTO
           STRING "LA AUTENTICIDAD DE ESTA CONSTANCIA SE PUEDE "
                  "CONFIRMAR CON SU FOLIO " WS-FOLIO "."
                  DELIMITED BY SIZE
                  INTO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 3
           CLOSE CONSTANCIA.
       300-FIN.  EXIT.

       310-SUELDO.
           MOVE SALARIO-EMP     TO WS-EDIT-SALARIO
           MOVE WS-EDIT-SALARIO TO WS-EDIT-TEXTO
           PERFORM 180-QUITA-BLANCOS THRU 180-FIN
           MOVE SPACES TO WS-CT-TEXTO
           IF EMP-ES-BAJA
              THEN
                  STRING "SU ULTIMO SUELDO MENSUAL BRUTO FUE DE "
                         DELIMITED BY SIZE
                         WS-EDIT-TEXTO (WS-EDIT-INICIO:)
                         DELIMITED BY SPACE
                         "." DELIMITED BY SIZE
                         INTO WS-CT-TEXTO
              ELSE
                  STRING "PERCIBE UN SUELDO MENSUAL BRUTO DE "
                         DELIMITED BY SIZE
                         WS-EDIT-TEXTO (WS-EDIT-INICIO:)
                         DELIMITED BY SPACE
                         "." DELIMITED BY SIZE
                         INTO WS-CT-TEXTO
           END-IF
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 2.
       310-FIN.  EXIT.

       320-NOMINA.
           MOVE "LO PAGADO EN NOMINA EN LOS TRES MESES ANTERIORES FUE:"
              TO WS-CT-TEXTO
           WRITE REG-CONSTANCIA FROM WS-CAR-TEXTO AFTER 2
           WRITE REG-CONSTANCIA FROM WS-CAR-ENCAB-NOM AFTER 2
           MOVE ZEROS TO WS-TOT-BRUTO
                         WS-TOT-DEDUCC
                         WS-TOT-NETO
           PERFORM 325-MES-NOMINA THRU 325-FIN
                   VARYING WS-IND-MES FROM 1 BY 1
                   UNTIL WS-IND-MES GREATER 3
           MOVE "TOTAL"       TO WS-CDN-MES
           MOVE SPACES        TO WS-CDN-ANIO
           MOVE WS-TOT-BRUTO  TO WS-CDN-BRUTO
           MOVE WS-TOT-DEDUCC TO WS-CDN-DEDUCC
           MOVE WS-TOT-NETO   TO WS-CDN-NETO
           WRITE REG-CONSTANCIA FROM WS-CAR-DET-NOM AFTER 2.
       320-FIN.  EXIT.

       325-MES-NOMINA.
           MOVE WS-NOMBRE-MES (WS-NMS-MES (WS-IND-MES)) TO WS-CDN-MES
           MOVE WS-NMS-ANIO (WS-IND-MES)   TO WS-CDN-ANIO
           MOVE WS-NMS-BRUTO (WS-IND-MES)  TO WS-CDN-BRUTO
           MOVE WS-NMS-DEDUCC (WS-IND-MES) TO WS-CDN-DEDUCC
           MOVE WS-NMS-NETO (WS-IND-MES)   TO WS-CDN-NETO
           WRITE REG-CONSTANCIA FROM WS-CAR-DET-NOM AFTER 1
           ADD WS-NMS-BRUTO (WS-IND-MES)  TO WS-TOT-BRUTO
           ADD WS-NMS-DEDUCC (WS-IND-MES) TO WS-TOT-DEDUCC
           ADD WS-NMS-NETO (WS-IND-MES)   TO WS-TOT-NETO.
       325-FIN.  EXIT.
