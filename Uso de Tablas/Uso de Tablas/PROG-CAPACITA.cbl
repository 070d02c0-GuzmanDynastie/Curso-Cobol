       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCAPA.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              14/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CAPACITACION DEL PERSONAL. LA SECRETARIA DEL TRABAJO PIDE LA   *
      * CONSTANCIA DC-3 DE CADA CURSO APROBADO Y EL INFORME ANUAL      *
      * DC-4, Y NADA DE ESO VIVIA EN EL SISTEMA. SE LLAMA DESDE EL     *
      * MENU PRINCIPAL (PROGFRON).                                     *
      *   OPCION 1 - CATALOGO DE CURSOS (CATCURSO): ALTA O CAMBIO DE   *
      *              UN CURSO CON SU AREA TEMATICA, HORAS Y AGENTE     *
      *              CAPACITADOR.                                      *
      *   OPCION 2 - CAPTURA DE UN CURSO TOMADO POR UN EMPLEADO EN LA  *
      *              HISTORIA (HISTCAPA), O CIERRE DE UNO EN CURSO     *
      *              CON SU FECHA DE TERMINO Y RESULTADO. AUDITORIA    *
      *              MODO "T" VIA PROGMENU.                            *
      *   OPCION 3 - CONSTANCIAS DC-3 DE LOS CURSOS APROBADOS QUE      *
      *              TERMINARON EN EL ANIO, DE UN EMPLEADO O DE TODOS, *
      *              CON NOMBRE, CURP (EMPDATOS) Y OCUPACION (PUESTO   *
      *              QUE TENIA AL TOMAR EL CURSO, VIA PROGPUES).       *
      *   OPCION 4 - INFORME ANUAL DC-4: CURSOS, APROBADOS Y HORAS DEL *
      *              ANIO POR DEPARTAMENTO Y PUESTO.                   *
      * LA HISTORIA NO SE BORRA CON LA BAJA DEL EMPLEADO; PROG360 LA   *
      * MUESTRA JUNTO CON EL RESTO DE SU EXPEDIENTE.                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATCURSO     ASSIGN TO UT-S-CATCURSO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CUR-CLAVE
                               FILE STATUS IS WS-STATUS-CATCURSO.
           SELECT HISTCAPA     ASSIGN TO UT-S-HISTCAPA
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS HCP-LLAVE
                               FILE STATUS IS WS-STATUS-HISTCAPA.
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
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  CATCURSO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-CATCURSO.
           COPY CATCURSO.

       FD  HISTCAPA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-HISTCAPA.
           COPY HISTCAPA.

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

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CATCURSO  PIC X(02)    VALUE "00".
              88 CATCURSO-OK        VALUE "00".
              88 CATCURSO-NO-EXISTE VALUE "35".
           05 WS-STATUS-HISTCAPA  PIC X(02)    VALUE "00".
              88 HISTCAPA-OK        VALUE "00".
              88 HISTCAPA-NO-EXISTE VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-HAY-DATOS        PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-DATOS  VALUE "S".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-TABLA-LLENA      PIC X(01)    VALUE "N".
              88 TABLA-DC4-LLENA    VALUE "S".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-CLAVE-CURSO      PIC X(06)    VALUE SPACES.
           05 WS-LLAVE-CAPTURA    PIC X(19)    VALUE SPACES.
           05 WS-ANIO-PEDIDO      PIC 9(04)    VALUE ZEROS.
           05 WS-EMP-PEDIDO       PIC 9(05)    VALUE ZEROS.
           05 WS-RFC-PATRON       PIC X(13)    VALUE SPACES.
           05 WS-CONSTANCIAS      PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-DC4        PIC 9(03)    VALUE ZEROS.
           05 WS-IND-DC4          PIC 9(03)    VALUE ZEROS.
           05 WS-IND-MUEVE        PIC 9(03)    VALUE ZEROS.
           05 WS-TOT-CURSOS       PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-APROBADOS    PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-HORAS        PIC 9(07)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 LK-PARAMETROS-PUESTO.
              10 LK-PUESTO-CODIGO      PIC 9(02).
              10 LK-PUESTO-DESCRIPCION PIC X(20).
              10 LK-PUESTO-ENCONTRADO  PIC X(01).
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              10 LK-DEPTO-CCOSTO       PIC X(06).
              10 LK-DEPTO-ENCONTRADO   PIC X(01).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION       PIC X(01)    VALUE "C".
           05 WS-MENU-USUARIO      PIC X(08).
           05 WS-MENU-RESULTADO    PIC X(09).
           05 WS-MENU-NUMERO-EMP   PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO         PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU       PIC X(01).
           05 WS-MENU-PROGRAMA     PIC X(08)    VALUE "PROGCAPA".

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

      * ACUMULADO DC-4 POR DEPARTAMENTO Y PUESTO, MANTENIDO EN ORDEN
      * ASCENDENTE AL INSERTAR PARA IMPRIMIRLO SIN CLASIFICAR.
       01  WS-TABLA-DC4.
           05 WS-DC4              OCCURS 300 TIMES.
              10 WS-DC4-LLAVE.
                 15 WS-DC4-DEPTO  PIC 9(03).
                 15 WS-DC4-PUESTO PIC 9(02).
              10 WS-DC4-CURSOS    PIC 9(05).
              10 WS-DC4-APROBADOS PIC 9(05).
              10 WS-DC4-HORAS     PIC 9(07).

       01  WS-LLAVE-DC4.
           05 WS-LLA-DEPTO        PIC 9(03).
           05 WS-LLA-PUESTO       PIC 9(02).

       01  WS-TITULO-1.
           05 FILLER              PIC X(10)    VALUE SPACES.
           05 WS-TIT-1-TEXTO      PIC X(60).
           05 FILLER              PIC X(10)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(13)    VALUE "  EJERCICIO: ".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(12)    VALUE "   EMITIDO: ".
           05 WS-TIT-2-HOY        PIC 9(08).
           05 FILLER              PIC X(15)    VALUE "   RFC PATRON: ".
           05 WS-TIT-2-RFC        PIC X(13).
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-IGUALES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "=".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DC3-1.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "NOMBRE  : ".
           05 WS-DC3-NOMBRE       PIC X(30).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-DC3-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(17)    VALUE SPACES.

       01  WS-DC3-2.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "CURP    : ".
           05 WS-DC3-CURP         PIC X(18).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(12)    VALUE "OCUPACION : ".
           05 WS-DC3-PUESTO       PIC X(20).
           05 FILLER              PIC X(12)    VALUE SPACES.

       01  WS-DC3-3.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "CURSO   : ".
           05 WS-DC3-CURSO        PIC X(06).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DC3-CURSO-NOM    PIC X(40).
           05 FILLER              PIC X(19)    VALUE SPACES.

       01  WS-DC3-4.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "AREA    : ".
           05 WS-DC3-AREA         PIC 9(04).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "DURACION: ".
           05 WS-DC3-HORAS        PIC ZZ9.
           05 FILLER              PIC X(06)    VALUE " HORAS".
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "DEL ".
           05 WS-DC3-INICIO       PIC 9(08).
           05 FILLER              PIC X(04)    VALUE " AL ".
           05 WS-DC3-FIN          PIC 9(08).
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-DC3-5.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "AGENTE  : ".
           05 WS-DC3-AGENTE       PIC X(30).
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-DC3-6.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "INSTRUCT: ".
           05 WS-DC3-INSTRUCTOR   PIC X(30).
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-SUB-TITULO-DC4.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "DEPTO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(20)    VALUE "NOMBRE".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(03)    VALUE "PTO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(20)    VALUE "PUESTO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "CURSOS".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "APROB.".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "    HORAS".
           05 FILLER              PIC X(03)    VALUE SPACES.

       01  WS-DETALLE-DC4.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO-NOM    PIC X(20).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PUESTO       PIC 9(02).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-PUESTO-DES   PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-CURSOS       PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-APROBADOS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-HORAS        PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.

       01  WS-DET-TOT-DC4.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 FILLER              PIC X(51)
              VALUE "TOTAL DE LA EMPRESA".
           05 WS-TOT-CURSOS-R     PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-APROBADOS-R  PIC ZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-HORAS-R      PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CATALOGO DE CURSOS"
           DISPLAY "2. CAPTURA DE CURSO TOMADO POR UN EMPLEADO"
           DISPLAY "3. CONSTANCIAS DC-3 DEL ANIO"
           DISPLAY "4. INFORME ANUAL DC-4"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CATALOGO THRU 100-FIN
              WHEN 2
                 PERFORM 200-CAPTURA THRU 200-FIN
              WHEN 3
                 PERFORM 300-CONSTANCIAS THRU 300-FIN
              WHEN 4
                 PERFORM 400-INFORME-DC4 THRU 400-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * CATCURSO E HISTCAPA SE CREAN VACIOS LA PRIMERA VEZ QUE SE
      * USAN.
       090-ABRE-CATCURSO.
           OPEN I-O CATCURSO
           IF CATCURSO-NO-EXISTE
              THEN
                  OPEN OUTPUT CATCURSO
                  CLOSE CATCURSO
                  OPEN I-O CATCURSO
           END-IF
           IF NOT CATCURSO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CATCURSO, STATUS: "
                          WS-STATUS-CATCURSO
                  MOVE 8 TO RETURN-CODE
           END-IF.
       090-FIN.  EXIT.

       095-ABRE-HISTCAPA.
           OPEN I-O HISTCAPA
           IF HISTCAPA-NO-EXISTE
              THEN
                  OPEN OUTPUT HISTCAPA
                  CLOSE HISTCAPA
                  OPEN I-O HISTCAPA
           END-IF
           IF NOT HISTCAPA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR HISTCAPA, STATUS: "
                          WS-STATUS-HISTCAPA
                  MOVE 8 TO RETURN-CODE
           END-IF.
       095-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: CATALOGO DE CURSOS
      * ---------------------------------------------------------------
       100-CATALOGO.
           PERFORM 090-ABRE-CATCURSO THRU 090-FIN
           IF NOT CATCURSO-OK
              THEN
                  GO TO 100-FIN
           END-IF
           DISPLAY "CLAVE DEL CURSO: "
           ACCEPT WS-CLAVE-CURSO
           IF WS-CLAVE-CURSO EQUAL SPACES
              THEN
                  DISPLAY "LA CLAVE ES OBLIGATORIA"
                  MOVE "CURS CLAV" TO WS-MENU-RESULTADO
              ELSE
                  MOVE WS-CLAVE-CURSO TO CUR-CLAVE
                  READ CATCURSO
                     INVALID KEY
                        PERFORM 110-ALTA-CURSO THRU 110-FIN
                     NOT INVALID KEY
                        PERFORM 120-CAMBIO-CURSO THRU 120-FIN
                  END-READ
           END-IF
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE CATCURSO.
       100-FIN.  EXIT.

       110-ALTA-CURSO.
           MOVE SPACES         TO REG-CATCURSO
           MOVE WS-CLAVE-CURSO TO CUR-CLAVE
           PERFORM 130-PIDE-DATOS-CURSO THRU 130-FIN
           IF CUR-NOMBRE EQUAL SPACES
              OR CUR-HORAS EQUAL ZEROS
              THEN
                  DISPLAY "EL NOMBRE Y LAS HORAS SON OBLIGATORIOS"
                  MOVE "CURS DATO" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           MOVE "V" TO CUR-ESTADO
           WRITE REG-CATCURSO
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR CATCURSO: " CUR-CLAVE
                 MOVE "CURS ERR " TO WS-MENU-RESULTADO
                 GO TO 110-FIN
           END-WRITE
           MOVE "CURS ALTA" TO WS-MENU-RESULTADO.
       110-FIN.  EXIT.

       120-CAMBIO-CURSO.
           DISPLAY "CURSO: " CUR-NOMBRE
           DISPLAY "AREA: " CUR-AREA-TEMATICA " HORAS: " CUR-HORAS
                   " ESTADO: " CUR-ESTADO
           DISPLAY "AGENTE: " CUR-AGENTE
           PERFORM 130-PIDE-DATOS-CURSO THRU 130-FIN
           IF CUR-NOMBRE EQUAL SPACES
              OR CUR-HORAS EQUAL ZEROS
              THEN
                  DISPLAY "EL NOMBRE Y LAS HORAS SON OBLIGATORIOS"
                  MOVE "CURS DATO" TO WS-MENU-RESULTADO
                  GO TO 120-FIN
           END-IF
           DISPLAY "ESTADO (V=VIGENTE, B=BAJA): "
           ACCEPT CUR-ESTADO
           IF NOT CUR-VIGENTE
              AND NOT CUR-DE-BAJA
              THEN
                  DISPLAY "ESTADO INVALIDO"
                  MOVE "CURS EDO " TO WS-MENU-RESULTADO
                  GO TO 120-FIN
           END-IF
           REWRITE REG-CATCURSO
              INVALID KEY
                 DISPLAY "NO SE PUDO ACTUALIZAR CATCURSO: " CUR-CLAVE
                 MOVE "CURS ERR " TO WS-MENU-RESULTADO
                 GO TO 120-FIN
           END-REWRITE
           MOVE "CURS CAMB" TO WS-MENU-RESULTADO.
       120-FIN.  EXIT.

       130-PIDE-DATOS-CURSO.
           DISPLAY "NOMBRE DEL CURSO: "
           ACCEPT CUR-NOMBRE
           DISPLAY "AREA TEMATICA (CATALOGO STPS, 9999): "
           ACCEPT CUR-AREA-TEMATICA
           DISPLAY "DURACION EN HORAS: "
           ACCEPT CUR-HORAS
           DISPLAY "AGENTE CAPACITADOR: "
           ACCEPT CUR-AGENTE.
       130-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: CAPTURA DE CURSO TOMADO
      * ---------------------------------------------------------------
       200-CAPTURA.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           PERFORM 090-ABRE-CATCURSO THRU 090-FIN
           IF NOT CATCURSO-OK
              THEN
                  CLOSE EMPLEADOS
                  GO TO 200-FIN
           END-IF
           PERFORM 095-ABRE-HISTCAPA THRU 095-FIN
           IF NOT HISTCAPA-OK
              THEN
                  CLOSE EMPLEADOS
                  CLOSE CATCURSO
                  GO TO 200-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           MOVE NUMERO-EMP TO WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "CAPA NOEX" TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 PERFORM 210-CAPTURA-CURSO THRU 210-FIN
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE EMPLEADOS
           CLOSE CATCURSO
           CLOSE HISTCAPA.
       200-FIN.  EXIT.

      * SI YA EXISTE EL RENGLON (MISMO CURSO Y FECHA DE INICIO) Y ESTA
      * EN CURSO, LA CAPTURA LO CIERRA; ESO SE PERMITE AUNQUE EL
      * EMPLEADO YA SEA BAJA. UN CURSO NUEVO SOLO PARA NO BAJAS.
       210-CAPTURA-CURSO.
           MOVE SPACES     TO REG-HISTCAPA
           MOVE NUMERO-EMP TO HCP-NUMERO-EMP
           DISPLAY "CLAVE DEL CURSO: "
           ACCEPT HCP-CURSO
           DISPLAY "FECHA DE INICIO (AAAAMMDD): "
           ACCEPT HCP-FECHA-INICIO
           MOVE HCP-LLAVE TO WS-LLAVE-CAPTURA
           READ HISTCAPA
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 220-CIERRA-CURSO THRU 220-FIN
                 GO TO 210-FIN
           END-READ
           IF EMP-ES-BAJA
              THEN
                  DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
                  MOVE "CAPA BAJA" TO WS-MENU-RESULTADO
                  GO TO 210-FIN
           END-IF
           MOVE SPACES           TO REG-HISTCAPA
           MOVE WS-LLAVE-CAPTURA TO HCP-LLAVE
           MOVE HCP-CURSO        TO CUR-CLAVE
           READ CATCURSO
              INVALID KEY
                 DISPLAY "NO EXISTE EL CURSO, DELO DE ALTA EN LA "
                         "OPCION 1"
                 MOVE "CAPA CURS" TO WS-MENU-RESULTADO
                 GO TO 210-FIN
           END-READ
           IF CUR-DE-BAJA
              THEN
                  DISPLAY "EL CURSO ESTA DADO DE BAJA EN EL CATALOGO"
                  MOVE "CAPA CURS" TO WS-MENU-RESULTADO
                  GO TO 210-FIN
           END-IF
           DISPLAY "CURSO: " CUR-NOMBRE
           MOVE CUR-HORAS  TO HCP-HORAS
           MOVE CUR-AGENTE TO HCP-INSTRUCTOR
           MOVE DEPTO-EMP  TO HCP-DEPTO
           MOVE PUESTO-EMP TO HCP-PUESTO
           DISPLAY "HORAS (CERO = LAS DEL CATALOGO, " CUR-HORAS "): "
           ACCEPT HCP-HORAS
           IF HCP-HORAS EQUAL ZEROS
              THEN
                  MOVE CUR-HORAS TO HCP-HORAS
           END-IF
           DISPLAY "INSTRUCTOR (EN BLANCO = AGENTE DEL CATALOGO): "
           ACCEPT HCP-INSTRUCTOR
           IF HCP-INSTRUCTOR EQUAL SPACES
              THEN
                  MOVE CUR-AGENTE TO HCP-INSTRUCTOR
           END-IF
           PERFORM 230-PIDE-RESULTADO THRU 230-FIN
           IF HCP-RESULTADO EQUAL SPACES
              THEN
                  GO TO 210-FIN
           END-IF
           ACCEPT HCP-FECHA-CAPTURA FROM DATE YYYYMMDD
           WRITE REG-HISTCAPA
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR HISTCAPA: " HCP-LLAVE
                 MOVE "CAPA ERR " TO WS-MENU-RESULTADO
                 GO TO 210-FIN
           END-WRITE
           MOVE "CAPA OK  " TO WS-MENU-RESULTADO.
       210-FIN.  EXIT.

       220-CIERRA-CURSO.
           IF NOT HCP-EN-CURSO
              THEN
                  DISPLAY "EL CURSO YA ESTA REGISTRADO CON RESULTADO "
                          HCP-RESULTADO
                  MOVE "CAPA DUPL" TO WS-MENU-RESULTADO
                  GO TO 220-FIN
           END-IF
           DISPLAY "CURSO EN PROCESO, SE CAPTURA SU CIERRE"
           PERFORM 230-PIDE-RESULTADO THRU 230-FIN
           IF HCP-RESULTADO EQUAL SPACES
              OR HCP-EN-CURSO
              THEN
                  MOVE "CAPA RESU" TO WS-MENU-RESULTADO
                  GO TO 220-FIN
           END-IF
           REWRITE REG-HISTCAPA
              INVALID KEY
                 DISPLAY "NO SE PUDO ACTUALIZAR HISTCAPA: " HCP-LLAVE
                 MOVE "CAPA ERR " TO WS-MENU-RESULTADO
                 GO TO 220-FIN
           END-REWRITE
           MOVE "CAPA CIER" TO WS-MENU-RESULTADO.
       220-FIN.  EXIT.

      * UN CURSO TERMINADO (APROBADO O NO) LLEVA FECHA DE TERMINO NO
      * ANTERIOR AL INICIO; UNO EN CURSO SE QUEDA CON ELLA EN CEROS.
      * SI ALGO FALLA EL RESULTADO QUEDA EN BLANCO.
       230-PIDE-RESULTADO.
           DISPLAY "RESULTADO (A=APROBADO, R=NO APROBADO, C=EN CURSO): "
           ACCEPT HCP-RESULTADO
           IF NOT HCP-APROBADO
              AND NOT HCP-NO-APROBADO
              AND NOT HCP-EN-CURSO
              THEN
                  DISPLAY "RESULTADO INVALIDO"
                  MOVE "CAPA RESU" TO WS-MENU-RESULTADO
                  MOVE SPACES TO HCP-RESULTADO
                  GO TO 230-FIN
           END-IF
           IF HCP-EN-CURSO
              THEN
                  MOVE ZEROS TO HCP-FECHA-FIN
                  GO TO 230-FIN
           END-IF
           DISPLAY "FECHA DE TERMINO (AAAAMMDD): "
           ACCEPT HCP-FECHA-FIN
           IF HCP-FECHA-FIN LESS HCP-FECHA-INICIO
              THEN
                  DISPLAY "EL TERMINO ES ANTERIOR AL INICIO"
                  MOVE "CAPA FECH" TO WS-MENU-RESULTADO
                  MOVE SPACES TO HCP-RESULTADO
           END-IF.
       230-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: CONSTANCIAS DC-3
      * ---------------------------------------------------------------
       300-CONSTANCIAS.
           DISPLAY "ANIO DE TERMINO DE LOS CURSOS (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           DISPLAY "NUMERO DE EMPLEADO (CEROS = TODOS): "
           ACCEPT WS-EMP-PEDIDO
           PERFORM 310-ABRE-CONSULTA THRU 310-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GO TO 300-FIN
           END-IF
           MOVE "CONSTANCIA DE COMPETENCIAS O HABILIDADES LABORALES"
              TO WS-TIT-1-TEXTO
           MOVE WS-ANIO-PEDIDO TO WS-TIT-2-ANIO
           MOVE WS-FECHA-HOY   TO WS-TIT-2-HOY
           MOVE WS-RFC-PATRON  TO WS-TIT-2-RFC
           MOVE SPACES         TO SW-FIN
           MOVE LOW-VALUES     TO HCP-LLAVE
           MOVE WS-EMP-PEDIDO  TO HCP-NUMERO-EMP
           START HISTCAPA KEY IS NOT LESS HCP-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 320-CONSTANCIA THRU 320-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 390-CIERRA-CONSULTA THRU 390-FIN
           DISPLAY "CONSTANCIAS DC-3 EMITIDAS: " WS-CONSTANCIAS.
       300-FIN.  EXIT.

      * EMPDATOS ES OPCIONAL: SIN EL, LAS CONSTANCIAS SALEN SIN CURP,
      * COMO EN PROGCONS. EL RFC DEL PATRON SALE DEL PARAMETRO
      * RFC-PATRON.
       310-ABRE-CONSULTA.
           MOVE ZEROS TO RETURN-CODE
           OPEN INPUT HISTCAPA
           IF NOT HISTCAPA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR HISTCAPA, STATUS: "
                          WS-STATUS-HISTCAPA
                  MOVE 8 TO RETURN-CODE
                  GO TO 310-FIN
           END-IF
           OPEN INPUT CATCURSO
           IF NOT CATCURSO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CATCURSO, STATUS: "
                          WS-STATUS-CATCURSO
                  MOVE 8 TO RETURN-CODE
                  CLOSE HISTCAPA
                  GO TO 310-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE HISTCAPA
                  CLOSE CATCURSO
                  GO TO 310-FIN
           END-IF
           OPEN INPUT EMPDATOS
           IF DATOS-OK
              THEN
                  SET HAY-ARCHIVO-DATOS TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO EMPDATOS, LAS CONSTANCIAS "
                          "SALEN SIN CURP, STATUS: " WS-STATUS-DATOS
           END-IF
           MOVE "RFC-PATRON" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-VALOR (1:13) TO WS-RFC-PATRON
           END-IF
           OPEN OUTPUT REPORTE.
       310-FIN.  EXIT.

       320-CONSTANCIA.
           READ HISTCAPA NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 320-FIN
           END-READ
           IF WS-EMP-PEDIDO NOT EQUAL ZEROS
              AND HCP-NUMERO-EMP NOT EQUAL WS-EMP-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 320-FIN
           END-IF
           IF NOT HCP-APROBADO
              OR HCP-ANIO-FIN NOT EQUAL WS-ANIO-PEDIDO
              THEN
                  GO TO 320-FIN
           END-IF
           MOVE HCP-NUMERO-EMP TO WS-DC3-NUMERO
                                  NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 MOVE "YA NO ESTA EN EL MAESTRO" TO WS-DC3-NOMBRE
              NOT INVALID KEY
                 MOVE NOMBRE-EMP TO WS-DC3-NOMBRE
           END-READ
           MOVE SPACES TO WS-DC3-CURP
           IF HAY-ARCHIVO-DATOS
              THEN
                  MOVE HCP-NUMERO-EMP TO DAT-NUMERO-EMP
                  READ EMPDATOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE DAT-CURP TO WS-DC3-CURP
                  END-READ
           END-IF
           MOVE HCP-PUESTO TO LK-PUESTO-CODIGO
           CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
           MOVE LK-PUESTO-DESCRIPCION TO WS-DC3-PUESTO
           MOVE HCP-CURSO TO WS-DC3-CURSO
                             CUR-CLAVE
           READ CATCURSO
              INVALID KEY
                 MOVE "CURSO FUERA DE CATALOGO" TO WS-DC3-CURSO-NOM
                 MOVE ZEROS                     TO WS-DC3-AREA
                 MOVE SPACES                    TO WS-DC3-AGENTE
              NOT INVALID KEY
                 MOVE CUR-NOMBRE        TO WS-DC3-CURSO-NOM
                 MOVE CUR-AREA-TEMATICA TO WS-DC3-AREA
                 MOVE CUR-AGENTE        TO WS-DC3-AGENTE
           END-READ
           MOVE HCP-HORAS         TO WS-DC3-HORAS
           MOVE HCP-FECHA-INICIO  TO WS-DC3-INICIO
           MOVE HCP-FECHA-FIN     TO WS-DC3-FIN
           MOVE HCP-INSTRUCTOR    TO WS-DC3-INSTRUCTOR
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 2
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-IGUALES  AFTER 1
           WRITE REG-REPORTE FROM WS-DC3-1    AFTER 1
           WRITE REG-REPORTE FROM WS-DC3-2    AFTER 1
           WRITE REG-REPORTE FROM WS-DC3-3    AFTER 1
           WRITE REG-REPORTE FROM WS-DC3-4    AFTER 1
           WRITE REG-REPORTE FROM WS-DC3-5    AFTER 1
           WRITE REG-REPORTE FROM WS-DC3-6    AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           ADD 1 TO WS-CONSTANCIAS.
       320-FIN.  EXIT.

       390-CIERRA-CONSULTA.
           CLOSE HISTCAPA
           CLOSE CATCURSO
           CLOSE EMPLEADOS
           CLOSE REPORTE
           IF HAY-ARCHIVO-DATOS
              THEN
                  CLOSE EMPDATOS
           END-IF.
       390-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 4: INFORME ANUAL DC-4
      * ---------------------------------------------------------------
      * CUENTAN LOS CURSOS QUE EMPEZARON EN EL ANIO, CON EL
      * DEPARTAMENTO Y EL PUESTO QUE EL EMPLEADO TENIA AL TOMARLOS.
       400-INFORME-DC4.
           DISPLAY "ANIO DEL INFORME (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           OPEN INPUT HISTCAPA
           IF NOT HISTCAPA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR HISTCAPA, STATUS: "
                          WS-STATUS-HISTCAPA
                  MOVE 8 TO RETURN-CODE
                  GO TO 400-FIN
           END-IF
           MOVE SPACES     TO SW-FIN
           MOVE LOW-VALUES TO HCP-LLAVE
           START HISTCAPA KEY IS NOT LESS HCP-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 410-ACUMULA-DC4 THRU 410-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HISTCAPA
           OPEN OUTPUT REPORTE
           PERFORM 430-IMPRIME-DC4 THRU 430-FIN
           CLOSE REPORTE
           DISPLAY "RENGLONES DC-4: " WS-TOTAL-DC4
                   " CURSOS: " WS-TOT-CURSOS
           IF TABLA-DC4-LLENA
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF.
       400-FIN.  EXIT.

       410-ACUMULA-DC4.
           READ HISTCAPA NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 410-FIN
           END-READ
           IF HCP-ANIO-INICIO NOT EQUAL WS-ANIO-PEDIDO
              THEN
                  GO TO 410-FIN
           END-IF
           MOVE HCP-DEPTO  TO WS-LLA-DEPTO
           MOVE HCP-PUESTO TO WS-LLA-PUESTO
           PERFORM 420-UBICA-DC4 THRU 420-FIN
           IF WS-IND-DC4 EQUAL ZEROS
              THEN
                  GO TO 410-FIN
           END-IF
           ADD 1         TO WS-DC4-CURSOS (WS-IND-DC4)
           ADD HCP-HORAS TO WS-DC4-HORAS  (WS-IND-DC4)
           IF HCP-APROBADO
              THEN
                  ADD 1 TO WS-DC4-APROBADOS (WS-IND-DC4)
           END-IF.
       410-FIN.  EXIT.

      * BUSCA LA LLAVE; SI NO ESTA, LA INSERTA EN SU LUGAR RECORRIENDO
      * HACIA ABAJO LAS MAYORES. CON LA TABLA LLENA REGRESA CERO.
       420-UBICA-DC4.
           MOVE ZEROS TO WS-IND-DC4
           PERFORM VARYING WS-IND-MUEVE FROM 1 BY 1
                   UNTIL WS-IND-MUEVE GREATER WS-TOTAL-DC4
                      OR WS-IND-DC4 NOT EQUAL ZEROS
              IF WS-DC4-LLAVE (WS-IND-MUEVE) NOT LESS WS-LLAVE-DC4
                 THEN
                     MOVE WS-IND-MUEVE TO WS-IND-DC4
              END-IF
           END-PERFORM
           IF WS-IND-DC4 NOT EQUAL ZEROS
              THEN
                  IF WS-DC4-LLAVE (WS-IND-DC4) EQUAL WS-LLAVE-DC4
                     THEN
                         GO TO 420-FIN
                  END-IF
              ELSE
                  COMPUTE WS-IND-DC4 = WS-TOTAL-DC4 + 1
           END-IF
           IF WS-TOTAL-DC4 EQUAL 300
              THEN
                  IF NOT TABLA-DC4-LLENA
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 300 "
                                 "DEPARTAMENTOS Y PUESTOS, EL "
                                 "EXCEDENTE NO SE ACUMULA"
                         SET TABLA-DC4-LLENA TO TRUE
                  END-IF
                  MOVE ZEROS TO WS-IND-DC4
                  GO TO 420-FIN
           END-IF
           PERFORM VARYING WS-IND-MUEVE FROM WS-TOTAL-DC4 BY -1
                   UNTIL WS-IND-MUEVE LESS WS-IND-DC4
              MOVE WS-DC4 (WS-IND-MUEVE) TO WS-DC4 (WS-IND-MUEVE + 1)
           END-PERFORM
           ADD 1 TO WS-TOTAL-DC4
           MOVE WS-LLAVE-DC4 TO WS-DC4-LLAVE (WS-IND-DC4)
           MOVE ZEROS TO WS-DC4-CURSOS    (WS-IND-DC4)
                         WS-DC4-APROBADOS (WS-IND-DC4)
                         WS-DC4-HORAS     (WS-IND-DC4).
       420-FIN.  EXIT.

       430-IMPRIME-DC4.
           MOVE "INFORME ANUAL DE CAPACITACION (DC-4)" TO WS-TIT-1-TEXTO
           MOVE WS-ANIO-PEDIDO TO WS-TIT-2-ANIO
           MOVE WS-FECHA-HOY   TO WS-TIT-2-HOY
           MOVE "RFC-PATRON" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-VALOR (1:13) TO WS-RFC-PATRON
           END-IF
           MOVE WS-RFC-PATRON  TO WS-TIT-2-RFC
           WRITE REG-REPORTE FROM WS-TITULO-1       AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2       AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-DC4 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           PERFORM VARYING WS-IND-DC4 FROM 1 BY 1
                   UNTIL WS-IND-DC4 GREATER WS-TOTAL-DC4
              MOVE WS-DC4-DEPTO  (WS-IND-DC4) TO WS-DET-DEPTO
                                                 LK-DEPTO-CODIGO
              CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
              MOVE LK-DEPTO-NOMBRE            TO WS-DET-DEPTO-NOM
              MOVE WS-DC4-PUESTO (WS-IND-DC4) TO WS-DET-PUESTO
                                                 LK-PUESTO-CODIGO
              CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
              MOVE LK-PUESTO-DESCRIPCION      TO WS-DET-PUESTO-DES
              MOVE WS-DC4-CURSOS    (WS-IND-DC4) TO WS-DET-CURSOS
              MOVE WS-DC4-APROBADOS (WS-IND-DC4) TO WS-DET-APROBADOS
              MOVE WS-DC4-HORAS     (WS-IND-DC4) TO WS-DET-HORAS
              WRITE REG-REPORTE FROM WS-DETALLE-DC4 AFTER 1
              ADD WS-DC4-CURSOS    (WS-IND-DC4) TO WS-TOT-CURSOS
              ADD WS-DC4-APROBADOS (WS-IND-DC4) TO WS-TOT-APROBADOS
              ADD WS-DC4-HORAS     (WS-IND-DC4) TO WS-TOT-HORAS
           END-PERFORM
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-TOT-CURSOS    TO WS-TOT-CURSOS-R
           MOVE WS-TOT-APROBADOS TO WS-TOT-APROBADOS-R
           MOVE WS-TOT-HORAS     TO WS-TOT-HORAS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-DC4 AFTER 1.
       430-FIN.  EXIT.
