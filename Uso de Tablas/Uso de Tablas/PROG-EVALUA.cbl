       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGEVDS.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CICLO ANUAL DE EVALUACION DE DESEMPENO SOBRE EL ARCHIVO        *
      * EVALDES (COPY EVALDES), QUE SUSTITUYE LOS FORMATOS EN PAPEL.   *
      * UN RENGLON POR EMPLEADO Y ANIO CON CALIFICACION, EVALUADOR (DE *
      * SUPERVIS), FECHA Y ESTADO:                                     *
      *   OPCION 1 - RH ABRE EL CICLO: PENDIENTE PARA CADA ACTIVO, CON *
      *              SU SUPERVISOR COMO EVALUADOR.                     *
      *   OPCION 2 - CAPTURA POR SUPERVISOR: CALIFICA DE 1 A 5 A       *
      *              QUIENES LE REPORTAN DIRECTO EN SUPERVIS; QUEDAN   *
      *              ENVIADAS.                                         *
      *   OPCION 3 - RH CALIBRA LAS ENVIADAS Y QUEDAN CALIBRADAS; SOLO *
      *              ESTAS ENTRAN A LA MATRIZ DE MERITO DE PROGPROP.   *
      *   OPCION 4 - AVANCE POR DEPARTAMENTO CON LA LISTA DE QUIEN AUN *
      *              NO TIENE SU EVALUACION ENVIADA.                   *
      *   OPCION 5 - DISTRIBUCION DE CALIFICACIONES POR DEPARTAMENTO   *
      *              CONTRA LA EMPRESA.                                *
      * CADA OPCION REQUIERE SU LETRA EN EL PERFIL (PROGMENU MODO "P") *
      * Y CADA ALTA, ENVIO Y CALIBRACION QUEDA EN AUDITORIA.           *
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
           SELECT SUPERVIS     ASSIGN TO UT-S-SUPERVIS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SUP-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SUPERVIS.
           SELECT EVALDES      ASSIGN TO UT-S-EVALDES
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS EVA-LLAVE
                               FILE STATUS IS WS-STATUS-EVALDES.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
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

       FD  EVALDES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-EVALDES.
           COPY EVALDES.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-SUPERVIS  PIC X(02)    VALUE "00".
              88 SUPERVIS-OK        VALUE "00" "05".
              88 SUPERVIS-NO-EXISTE VALUE "35".
           05 WS-STATUS-EVALDES   PIC X(02)    VALUE "00".
              88 EVALDES-OK         VALUE "00" "05".
              88 EVALDES-NO-EXISTE  VALUE "35".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-HOY-PARTES REDEFINES WS-FECHA-HOY.
              10 WS-ANIO-HOY      PIC 9(04).
              10 FILLER           PIC X(04).
           05 WS-ANIO-CICLO       PIC 9(04)    VALUE ZEROS.
           05 WS-SUPERVISOR       PIC 9(05)    VALUE ZEROS.
           05 WS-EMPLEADO-PEDIDO  PIC 9(05)    VALUE ZEROS.
           05 WS-CALIF-CAPTURA    PIC 9(01)    VALUE ZEROS.
           05 WS-DEPTO-ACTUAL     PIC 9(03)    VALUE ZEROS.
           05 WS-PORCENTAJE       PIC 9(03)V9  VALUE ZEROS.
           05 WS-IND-CALIF        PIC 9(01)    VALUE ZEROS.
           05 SW-SIN-SUPERVIS     PIC X(01)    VALUE "N".
              88 SIN-ARCHIVO-SUPERVIS VALUE "S".
           05 SW-SIN-EVALDES      PIC X(01)    VALUE "N".
              88 SIN-ARCHIVO-EVALDES  VALUE "S".
           05 SW-EVAL-ENCONTRADA  PIC X(01)    VALUE "N".
              88 EVAL-ENCONTRADA     VALUE "S".
              88 EVAL-NO-ENCONTRADA  VALUE "N".
           05 SW-EMPLEADO-VALIDO  PIC X(01)    VALUE "N".
              88 EMPLEADO-VALIDO     VALUE "S".
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              10 LK-DEPTO-CCOSTO       PIC X(06).
              10 LK-DEPTO-ENCONTRADO   PIC X(01).

       01  WS-CONTADORES.
           05 WS-ABIERTAS         PIC 9(05)    VALUE ZEROS.
           05 WS-YA-EXISTIAN      PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-EVALUADOR    PIC 9(05)    VALUE ZEROS.
           05 WS-REPORTES         PIC 9(05)    VALUE ZEROS.
           05 WS-CAPTURADAS       PIC 9(05)    VALUE ZEROS.
           05 WS-PENDIENTES       PIC 9(05)    VALUE ZEROS.
           05 WS-CALIBRADAS       PIC 9(05)    VALUE ZEROS.
           05 WS-DEP-ACTIVOS      PIC 9(05)    VALUE ZEROS.
           05 WS-DEP-FALTAN       PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-ACTIVOS      PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-FALTAN       PIC 9(05)    VALUE ZEROS.

      * CONTEO POR CALIFICACION DE UN DEPARTAMENTO Y DE LA EMPRESA;
      * WS-CONTEO-IMPRIME RECIBE CUALQUIERA DE LOS DOS PARA EL RENGLON.
       01  WS-CONTEO-DEPTO.
           05 WS-CD-EVALUADOS     PIC 9(05).
           05 WS-CD-SUMA          PIC 9(07).
           05 WS-CD-CALIF         PIC 9(05) OCCURS 5 TIMES.
       01  WS-CONTEO-EMPRESA.
           05 WS-CE-EVALUADOS     PIC 9(05).
           05 WS-CE-SUMA          PIC 9(07).
           05 WS-CE-CALIF         PIC 9(05) OCCURS 5 TIMES.
       01  WS-CONTEO-IMPRIME.
           05 WS-CI-EVALUADOS     PIC 9(05).
           05 WS-CI-SUMA          PIC 9(07).
           05 WS-CI-CALIF         PIC 9(05) OCCURS 5 TIMES.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE SPACES.
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "P".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGEVDS".

       01  WS-TITULO-AVANCE.
           05 FILLER              PIC X(15)    VALUE SPACES.
           05 FILLER              PIC X(45)    VALUE
              "AVANCE DEL CICLO DE EVALUACION DE DESEMPENO -".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TAV-ANIO         PIC 9(04).
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-TITULO-DISTRIB.
           05 FILLER              PIC X(15)    VALUE SPACES.
           05 FILLER              PIC X(45)    VALUE
              "DISTRIBUCION DE CALIFICACIONES POR DEPTO   -".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TDI-ANIO         PIC 9(04).
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DET-FALTA.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-FAL-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-FAL-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-FAL-ESTADO       PIC X(12).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(11)    VALUE "EVALUADOR: ".
           05 WS-FAL-EVALUADOR    PIC ZZZZ9.
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-DET-AVANCE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-AVA-ETIQUETA     PIC X(06)    VALUE "DEPTO ".
           05 WS-AVA-DEPTO        PIC X(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-AVA-NOMBRE       PIC X(20).
           05 FILLER              PIC X(09)    VALUE " ACTIVOS:".
           05 WS-AVA-ACTIVOS      PIC ZZZZ9.
           05 FILLER              PIC X(08)    VALUE " FALTAN:".
           05 WS-AVA-FALTAN       PIC ZZZZ9.
           05 FILLER              PIC X(08)    VALUE " AVANCE:".
           05 WS-AVA-PORCENTAJE   PIC ZZ9.9.
           05 FILLER              PIC X(01)    VALUE "%".
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-SUB-DISTRIB.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "DEP ".
           05 FILLER              PIC X(16)    VALUE "NOMBRE".
           05 FILLER              PIC X(05)    VALUE "EVAL.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(35)    VALUE
              "%CAL1  %CAL2  %CAL3  %CAL4  %CAL5  ".
           05 FILLER              PIC X(04)    VALUE "PROM".
           05 FILLER              PIC X(12)    VALUE SPACES.

       01  WS-DET-DISTRIB.
           05 FILLER              PIC X(02).
           05 WS-DIS-DEPTO        PIC X(03).
           05 FILLER              PIC X(01).
           05 WS-DIS-NOMBRE       PIC X(16).
           05 WS-DIS-EVALUADOS    PIC ZZZZ9.
           05 FILLER              PIC X(02).
           05 WS-DIS-COLUMNA      OCCURS 5 TIMES.
              10 WS-DIS-PCT       PIC ZZ9.9.
              10 FILLER           PIC X(02).
           05 WS-DIS-PROMEDIO     PIC 9.99.
           05 FILLER              PIC X(12).

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "ANIO DEL CICLO (AAAA, 0 = ANIO EN CURSO): "
           ACCEPT WS-ANIO-CICLO
           IF WS-ANIO-CICLO EQUAL ZEROS
              THEN
                  MOVE WS-ANIO-HOY TO WS-ANIO-CICLO
           END-IF
           DISPLAY "1. ABRIR EL CICLO DEL ANIO (RH)"
           DISPLAY "2. CAPTURA DE CALIFICACIONES POR SUPERVISOR"
           DISPLAY "3. CALIBRACION DE CALIFICACIONES (RH)"
           DISPLAY "4. REPORTE DE AVANCE POR DEPARTAMENTO"
           DISPLAY "5. DISTRIBUCION DE CALIFICACIONES POR DEPARTAMENTO"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 MOVE "A" TO WS-MENU-OPCION
                 PERFORM 050-VERIFICA-PERMISO THRU 050-FIN
                 PERFORM 100-ABRE-CICLO       THRU 100-FIN
              WHEN 2
                 MOVE "E" TO WS-MENU-OPCION
                 PERFORM 050-VERIFICA-PERMISO THRU 050-FIN
                 PERFORM 200-CAPTURA          THRU 200-FIN
              WHEN 3
                 MOVE "C" TO WS-MENU-OPCION
                 PERFORM 050-VERIFICA-PERMISO THRU 050-FIN
                 PERFORM 300-CALIBRA          THRU 300-FIN
              WHEN 4
                 MOVE "R" TO WS-MENU-OPCION
                 PERFORM 050-VERIFICA-PERMISO THRU 050-FIN
                 PERFORM 400-AVANCE           THRU 400-FIN
              WHEN 5
                 MOVE "R" TO WS-MENU-OPCION
                 PERFORM 050-VERIFICA-PERMISO THRU 050-FIN
                 PERFORM 500-DISTRIBUCION     THRU 500-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * CADA OPCION PIDE SU LETRA EN EL PERFIL DE PROGEVDS (PROGMENU
      * MODO "P"): A = ABRIR CICLO, E = CAPTURA DE SUPERVISOR,
      * C = CALIBRACION, R = REPORTES. DESPUES SE AUDITA EN MODO "T".
       050-VERIFICA-PERMISO.
           MOVE "P" TO WS-MENU-MODO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           IF MENU-ERROR
              THEN
                  DISPLAY "USUARIO " WS-USUARIO " NO AUTORIZADO PARA "
                          "ESTA OPCION (" WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE "T" TO WS-MENU-MODO.
       050-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: ABRE EL CICLO. UN RENGLON PENDIENTE POR CADA ACTIVO
      * QUE AUN NO LO TENGA, CON SU EVALUADOR SEGUN SUPERVIS. SE PUEDE
      * CORRER DE NUEVO PARA LOS QUE ENTRARON DESPUES: NO TOCA LOS QUE
      * YA EXISTEN.
      * ---------------------------------------------------------------
       100-ABRE-CICLO.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           PERFORM 090-ABRE-EVALDES-IO THRU 090-FIN
           IF NOT EVALDES-OK
              THEN
                  CLOSE EMPLEADOS
                  GO TO 100-FIN
           END-IF
           OPEN INPUT SUPERVIS
           IF SUPERVIS-NO-EXISTE
              THEN
                  DISPLAY "AVISO: NO EXISTE SUPERVIS, EL CICLO SE "
                          "ABRE SIN EVALUADORES"
                  SET SIN-ARCHIVO-SUPERVIS TO TRUE
           END-IF
           MOVE ZEROS TO NUMERO-EMP
           START EMPLEADOS KEY IS NOT LESS NUMERO-EMP
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 110-ABRE-UNO THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EMPLEADOS
           CLOSE EVALDES
           IF NOT SIN-ARCHIVO-SUPERVIS
              THEN
                  CLOSE SUPERVIS
           END-IF
           DISPLAY "CICLO " WS-ANIO-CICLO " ABIERTO. PENDIENTES "
                   "NUEVAS: " WS-ABIERTAS " YA EXISTIAN: "
                   WS-YA-EXISTIAN
           IF WS-SIN-EVALUADOR GREATER ZEROS
              THEN
                  DISPLAY "SIN SUPERVISOR EN SUPERVIS: "
                          WS-SIN-EVALUADOR
                  MOVE 4 TO RETURN-CODE
           END-IF
           MOVE ZEROS       TO WS-MENU-NUMERO-EMP
           MOVE "EVAL ABRE" TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       100-FIN.  EXIT.

       110-ABRE-UNO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              OR NOT EMP-ES-ACTIVO
              THEN
                  GO TO 110-FIN
           END-IF
           PERFORM 620-BUSCA-EVALUACION THRU 620-FIN
           IF EVAL-ENCONTRADA
              THEN
                  ADD 1 TO WS-YA-EXISTIAN
                  GO TO 110-FIN
           END-IF
           MOVE SPACES         TO REG-EVALDES
           MOVE NUMERO-EMP     TO EVA-NUMERO-EMP
           MOVE WS-ANIO-CICLO  TO EVA-ANIO
           MOVE ZEROS          TO EVA-CALIFICACION
                                  EVA-CALIF-ORIGINAL
           MOVE WS-FECHA-HOY   TO EVA-FECHA
           MOVE WS-USUARIO     TO EVA-USUARIO
           SET EVA-PENDIENTE   TO TRUE
           PERFORM 115-BUSCA-EVALUADOR THRU 115-FIN
           WRITE REG-EVALDES
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR EVALDES, EMPLEADO: "
                         NUMERO-EMP
                 GO TO 110-FIN
           END-WRITE
           ADD 1 TO WS-ABIERTAS.
       110-FIN.  EXIT.

       115-BUSCA-EVALUADOR.
           MOVE ZEROS TO EVA-EVALUADOR
           IF SIN-ARCHIVO-SUPERVIS
              THEN
                  ADD 1 TO WS-SIN-EVALUADOR
                  GO TO 115-FIN
           END-IF
           MOVE NUMERO-EMP TO SUP-NUMERO-EMP
           READ SUPERVIS
              INVALID KEY
                 ADD 1 TO WS-SIN-EVALUADOR
                 DISPLAY "SIN SUPERVISOR: " NUMERO-EMP " "
                         NOMBRE-EMP
                 GO TO 115-FIN
           END-READ
           MOVE SUP-SUPERVISOR TO EVA-EVALUADOR.
       115-FIN.  EXIT.

      * EVALDES SE CREA LA PRIMERA VEZ, COMO SUPERVIS EN PROGSUPV.
       090-ABRE-EVALDES-IO.
           OPEN I-O EVALDES
           IF EVALDES-NO-EXISTE
              THEN
                  OPEN OUTPUT EVALDES
                  CLOSE EVALDES
                  OPEN I-O EVALDES
           END-IF
           IF NOT EVALDES-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EVALDES, STATUS: "
                          WS-STATUS-EVALDES
                  MOVE 8 TO RETURN-CODE
           END-IF.
       090-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: EL SUPERVISOR CALIFICA A QUIENES LE REPORTAN DIRECTO
      * SEGUN SUPERVIS HOY. LA CALIFICADA QUEDA ENVIADA CON ESTE
      * SUPERVISOR COMO EVALUADOR; LA CALIBRADA YA NO SE TOCA.
      * ---------------------------------------------------------------
       200-CAPTURA.
           DISPLAY "NUMERO DE EMPLEADO DEL SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           MOVE WS-SUPERVISOR TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "EL SUPERVISOR NO EXISTE EN EL MAESTRO"
                 MOVE 4 TO RETURN-CODE
                 CLOSE EMPLEADOS
                 GO TO 200-FIN
           END-READ
           OPEN INPUT SUPERVIS
           IF NOT SUPERVIS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SUPERVIS, STATUS: "
                          WS-STATUS-SUPERVIS
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 200-FIN
           END-IF
           PERFORM 090-ABRE-EVALDES-IO THRU 090-FIN
           IF NOT EVALDES-OK
              THEN
                  CLOSE EMPLEADOS
                  CLOSE SUPERVIS
                  GO TO 200-FIN
           END-IF
           DISPLAY "SUPERVISOR: " WS-SUPERVISOR " " NOMBRE-EMP
                   " CICLO " WS-ANIO-CICLO
           MOVE ZEROS TO SUP-NUMERO-EMP
           START SUPERVIS KEY IS NOT LESS SUP-NUMERO-EMP
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 210-EVALUA-UNO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EMPLEADOS
           CLOSE SUPERVIS
           CLOSE EVALDES
           IF WS-REPORTES EQUAL ZEROS
              THEN
                  DISPLAY "EL SUPERVISOR NO TIENE PERSONAL ACTIVO A "
                          "SU CARGO EN SUPERVIS"
                  MOVE 4 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           DISPLAY "A SU CARGO: " WS-REPORTES " ENVIADAS: "
                   WS-CAPTURADAS " PENDIENTES: " WS-PENDIENTES.
       200-FIN.  EXIT.

       210-EVALUA-UNO.
           READ SUPERVIS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF SUP-SUPERVISOR NOT EQUAL WS-SUPERVISOR
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE SUP-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 GO TO 210-FIN
           END-READ
           IF NOT EMP-ES-ACTIVO
              THEN
                  GO TO 210-FIN
           END-IF
           ADD 1 TO WS-REPORTES
           PERFORM 620-BUSCA-EVALUACION THRU 620-FIN
           IF EVAL-NO-ENCONTRADA
              THEN
                  MOVE SPACES        TO REG-EVALDES
                  MOVE NUMERO-EMP    TO EVA-NUMERO-EMP
                  MOVE WS-ANIO-CICLO TO EVA-ANIO
                  MOVE ZEROS         TO EVA-CALIFICACION
                                        EVA-CALIF-ORIGINAL
                  SET EVA-PENDIENTE  TO TRUE
           END-IF
           IF EVA-CALIBRADA
              THEN
                  DISPLAY NUMERO-EMP " " NOMBRE-EMP
                          " YA CALIBRADA (" EVA-CALIFICACION
                          "), NO SE MODIFICA"
                  GO TO 210-FIN
           END-IF
           DISPLAY NUMERO-EMP " " NOMBRE-EMP
                   " ACTUAL: " EVA-CALIFICACION " ESTADO: " EVA-ESTADO
           DISPLAY "CALIFICACION 1 A 5 (0 = DEJAR COMO ESTA): "
           ACCEPT WS-CALIF-CAPTURA
           IF WS-CALIF-CAPTURA EQUAL ZEROS
              OR WS-CALIF-CAPTURA GREATER 5
              THEN
                  IF WS-CALIF-CAPTURA GREATER 5
                     THEN
                         DISPLAY "CALIFICACION INVALIDA, NO SE GRABA"
                  END-IF
                  IF EVA-PENDIENTE
                     THEN
                         ADD 1 TO WS-PENDIENTES
                  END-IF
                  GO TO 210-FIN
           END-IF
           MOVE WS-CALIF-CAPTURA TO EVA-CALIFICACION
           MOVE WS-SUPERVISOR    TO EVA-EVALUADOR
           MOVE WS-FECHA-HOY     TO EVA-FECHA
           MOVE WS-USUARIO       TO EVA-USUARIO
           SET EVA-ENVIADA       TO TRUE
           PERFORM 630-GRABA-EVALUACION THRU 630-FIN
           ADD 1 TO WS-CAPTURADAS
           MOVE NUMERO-EMP  TO WS-MENU-NUMERO-EMP
           MOVE "EVAL ENV " TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       210-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: RH CALIBRA LAS ENVIADAS. LA PRIMERA CALIBRACION
      * GUARDA EN EVA-CALIF-ORIGINAL LO QUE MANDO EL SUPERVISOR.
      * ---------------------------------------------------------------
       300-CALIBRA.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           OPEN I-O EVALDES
           IF NOT EVALDES-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EVALDES, STATUS: "
                          WS-STATUS-EVALDES
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 300-FIN
           END-IF
           PERFORM 310-CALIBRA-UNO THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EMPLEADOS
           CLOSE EVALDES
           DISPLAY "CALIBRADAS: " WS-CALIBRADAS.
       300-FIN.  EXIT.

       310-CALIBRA-UNO.
           DISPLAY "NUMERO DE EMPLEADO A CALIBRAR (0 = TERMINAR): "
           ACCEPT WS-EMPLEADO-PEDIDO
           IF WS-EMPLEADO-PEDIDO EQUAL ZEROS
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 310-FIN
           END-IF
           MOVE WS-EMPLEADO-PEDIDO TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 MOVE SPACES TO NOMBRE-EMP
           END-READ
           PERFORM 620-BUSCA-EVALUACION THRU 620-FIN
           IF EVAL-NO-ENCONTRADA
              THEN
                  DISPLAY "EL EMPLEADO NO TIENE EVALUACION EN EL CICLO "
                          WS-ANIO-CICLO
                  GO TO 310-FIN
           END-IF
           IF EVA-PENDIENTE
              THEN
                  DISPLAY "EL SUPERVISOR AUN NO ENVIA LA EVALUACION"
                  GO TO 310-FIN
           END-IF
           DISPLAY NUMERO-EMP " " NOMBRE-EMP " CALIFICACION: "
                   EVA-CALIFICACION " ESTADO: " EVA-ESTADO
                   " EVALUADOR: " EVA-EVALUADOR
           DISPLAY "CALIFICACION CALIBRADA 1 A 5 (0 = CONFIRMAR): "
           ACCEPT WS-CALIF-CAPTURA
           IF WS-CALIF-CAPTURA GREATER 5
              THEN
                  DISPLAY "CALIFICACION INVALIDA, NO SE GRABA"
                  GO TO 310-FIN
           END-IF
           IF EVA-ENVIADA
              THEN
                  MOVE EVA-CALIFICACION TO EVA-CALIF-ORIGINAL
           END-IF
           IF WS-CALIF-CAPTURA GREATER ZEROS
              THEN
                  MOVE WS-CALIF-CAPTURA TO EVA-CALIFICACION
           END-IF
           MOVE WS-USUARIO       TO EVA-USUARIO
           SET EVA-CALIBRADA     TO TRUE
           PERFORM 630-GRABA-EVALUACION THRU 630-FIN
           ADD 1 TO WS-CALIBRADAS
           MOVE NUMERO-EMP  TO WS-MENU-NUMERO-EMP
           MOVE "EVAL CAL " TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       310-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 4: AVANCE POR DEPARTAMENTO. LISTA A CADA ACTIVO SIN
      * EVALUACION ENVIADA (SIN RENGLON O PENDIENTE) CON SU EVALUADOR,
      * Y CIERRA CADA DEPARTAMENTO CON ACTIVOS, FALTANTES Y AVANCE.
      * ---------------------------------------------------------------
       400-AVANCE.
           PERFORM 600-ABRE-REPORTES THRU 600-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GO TO 400-FIN
           END-IF
           MOVE WS-ANIO-CICLO TO WS-TAV-ANIO
           WRITE REG-REPORTE FROM WS-TITULO-AVANCE AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES       AFTER 1
           PERFORM 610-LEE-DEPTO THRU 610-FIN
           MOVE DEPTO-EMP TO WS-DEPTO-ACTUAL
           PERFORM 410-AVANCE-UNO THRU 410-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-DEP-ACTIVOS GREATER ZEROS
              THEN
                  PERFORM 420-CORTE-AVANCE THRU 420-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE "TOTAL "       TO WS-AVA-ETIQUETA
           MOVE SPACES         TO WS-AVA-DEPTO
           MOVE "EMPRESA"      TO WS-AVA-NOMBRE
           MOVE WS-TOT-ACTIVOS TO WS-DEP-ACTIVOS
           MOVE WS-TOT-FALTAN  TO WS-DEP-FALTAN
           PERFORM 425-IMPRIME-AVANCE THRU 425-FIN
           PERFORM 690-CIERRA-REPORTES THRU 690-FIN
           DISPLAY "ACTIVOS: " WS-TOT-ACTIVOS
                   " SIN EVALUACION: " WS-TOT-FALTAN.
       400-FIN.  EXIT.

       410-AVANCE-UNO.
           IF DEPTO-EMP NOT EQUAL WS-DEPTO-ACTUAL
              THEN
                  PERFORM 420-CORTE-AVANCE THRU 420-FIN
                  MOVE DEPTO-EMP TO WS-DEPTO-ACTUAL
           END-IF
           ADD 1 TO WS-DEP-ACTIVOS
           PERFORM 620-BUSCA-EVALUACION THRU 620-FIN
           IF EVAL-ENCONTRADA
              AND NOT EVA-PENDIENTE
              THEN
                  GO TO 410-LEE
           END-IF
           ADD 1 TO WS-DEP-FALTAN
           MOVE NUMERO-EMP TO WS-FAL-NUMERO
           MOVE NOMBRE-EMP TO WS-FAL-NOMBRE
           IF EVAL-ENCONTRADA
              THEN
                  MOVE "PENDIENTE"    TO WS-FAL-ESTADO
                  MOVE EVA-EVALUADOR  TO WS-FAL-EVALUADOR
              ELSE
                  MOVE "SIN REGISTRO" TO WS-FAL-ESTADO
                  MOVE ZEROS          TO WS-FAL-EVALUADOR
           END-IF
           WRITE REG-REPORTE FROM WS-DET-FALTA AFTER 1.
       410-LEE.
           PERFORM 610-LEE-DEPTO THRU 610-FIN.
       410-FIN.  EXIT.

       420-CORTE-AVANCE.
           MOVE "DEPTO "        TO WS-AVA-ETIQUETA
           MOVE WS-DEPTO-ACTUAL TO WS-AVA-DEPTO
                                   LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           MOVE LK-DEPTO-NOMBRE TO WS-AVA-NOMBRE
           PERFORM 425-IMPRIME-AVANCE THRU 425-FIN
           ADD WS-DEP-ACTIVOS TO WS-TOT-ACTIVOS
           ADD WS-DEP-FALTAN  TO WS-TOT-FALTAN
           MOVE ZEROS TO WS-DEP-ACTIVOS
                         WS-DEP-FALTAN.
       420-FIN.  EXIT.

       425-IMPRIME-AVANCE.
           MOVE WS-DEP-ACTIVOS TO WS-AVA-ACTIVOS
           MOVE WS-DEP-FALTAN  TO WS-AVA-FALTAN
           MOVE ZEROS          TO WS-PORCENTAJE
           IF WS-DEP-ACTIVOS GREATER ZEROS
              THEN
                  COMPUTE WS-PORCENTAJE ROUNDED =
                          (WS-DEP-ACTIVOS - WS-DEP-FALTAN) * 100
                          / WS-DEP-ACTIVOS
           END-IF
           MOVE WS-PORCENTAJE  TO WS-AVA-PORCENTAJE
           WRITE REG-REPORTE FROM WS-DET-AVANCE AFTER 2.
       425-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 5: DISTRIBUCION DE CALIFICACIONES (ENVIADAS Y
      * CALIBRADAS) POR DEPARTAMENTO, EN PORCENTAJE DE LOS EVALUADOS
      * Y CON EL PROMEDIO, PARA COMPARAR DEPARTAMENTOS CONTRA LA
      * EMPRESA.
      * ---------------------------------------------------------------
       500-DISTRIBUCION.
           PERFORM 600-ABRE-REPORTES THRU 600-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GO TO 500-FIN
           END-IF
           INITIALIZE WS-CONTEO-DEPTO
                      WS-CONTEO-EMPRESA
           MOVE WS-ANIO-CICLO TO WS-TDI-ANIO
           WRITE REG-REPORTE FROM WS-TITULO-DISTRIB AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-DISTRIB    AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           PERFORM 610-LEE-DEPTO THRU 610-FIN
           MOVE DEPTO-EMP TO WS-DEPTO-ACTUAL
           PERFORM 510-DISTRIB-UNO THRU 510-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-DEP-ACTIVOS GREATER ZEROS
              THEN
                  PERFORM 520-CORTE-DISTRIB THRU 520-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-CONTEO-EMPRESA TO WS-CONTEO-IMPRIME
           MOVE SPACES            TO WS-DET-DISTRIB
           MOVE "TOT"             TO WS-DIS-DEPTO
           MOVE "EMPRESA"         TO WS-DIS-NOMBRE
           PERFORM 530-IMPRIME-DISTRIB THRU 530-FIN
           PERFORM 690-CIERRA-REPORTES THRU 690-FIN
           DISPLAY "EVALUADOS: " WS-CE-EVALUADOS.
       500-FIN.  EXIT.

       510-DISTRIB-UNO.
           IF DEPTO-EMP NOT EQUAL WS-DEPTO-ACTUAL
              THEN
                  PERFORM 520-CORTE-DISTRIB THRU 520-FIN
                  MOVE DEPTO-EMP TO WS-DEPTO-ACTUAL
           END-IF
           ADD 1 TO WS-DEP-ACTIVOS
           PERFORM 620-BUSCA-EVALUACION THRU 620-FIN
           IF EVAL-ENCONTRADA
              AND NOT EVA-PENDIENTE
              AND EVA-CALIF-VALIDA
              THEN
                  ADD 1                TO WS-CD-EVALUADOS
                                          WS-CE-EVALUADOS
                  ADD EVA-CALIFICACION TO WS-CD-SUMA
                                          WS-CE-SUMA
                  ADD 1 TO WS-CD-CALIF (EVA-CALIFICACION)
                           WS-CE-CALIF (EVA-CALIFICACION)
           END-IF
           PERFORM 610-LEE-DEPTO THRU 610-FIN.
       510-FIN.  EXIT.

       520-CORTE-DISTRIB.
           MOVE WS-CONTEO-DEPTO TO WS-CONTEO-IMPRIME
           MOVE SPACES          TO WS-DET-DISTRIB
           MOVE WS-DEPTO-ACTUAL TO WS-DIS-DEPTO
                                   LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           MOVE LK-DEPTO-NOMBRE TO WS-DIS-NOMBRE
           PERFORM 530-IMPRIME-DISTRIB THRU 530-FIN
           INITIALIZE WS-CONTEO-DEPTO
           MOVE ZEROS TO WS-DEP-ACTIVOS.
       520-FIN.  EXIT.

       530-IMPRIME-DISTRIB.
           MOVE WS-CI-EVALUADOS TO WS-DIS-EVALUADOS
           MOVE ZEROS           TO WS-DIS-PROMEDIO
           IF WS-CI-EVALUADOS GREATER ZEROS
              THEN
                  COMPUTE WS-DIS-PROMEDIO ROUNDED =
                          WS-CI-SUMA / WS-CI-EVALUADOS
           END-IF
           PERFORM 535-PORCENTAJE THRU 535-FIN
                   VARYING WS-IND-CALIF FROM 1 BY 1
                   UNTIL WS-IND-CALIF GREATER 5
           WRITE REG-REPORTE FROM WS-DET-DISTRIB AFTER 1.
       530-FIN.  EXIT.

       535-PORCENTAJE.
           MOVE ZEROS TO WS-PORCENTAJE
           IF WS-CI-EVALUADOS GREATER ZEROS
              THEN
                  COMPUTE WS-PORCENTAJE ROUNDED =
                          WS-CI-CALIF (WS-IND-CALIF) * 100
                          / WS-CI-EVALUADOS
           END-IF
           MOVE WS-PORCENTAJE TO WS-DIS-PCT (WS-IND-CALIF).
       535-FIN.  EXIT.

      * ---------------------------------------------------------------
      * RUTINAS COMUNES DE LOS REPORTES: EL MAESTRO SE RECORRE POR LA
      * LLAVE ALTERNA DE DEPARTAMENTO, SOLO ACTIVOS. SIN EVALDES TODOS
      * CUENTAN COMO SIN REGISTRO.
      * ---------------------------------------------------------------
       600-ABRE-REPORTES.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 600-FIN
           END-IF
           OPEN INPUT EVALDES
           IF EVALDES-NO-EXISTE
              THEN
                  DISPLAY "AVISO: NO EXISTE EVALDES, NINGUN CICLO "
                          "ABIERTO"
                  SET SIN-ARCHIVO-EVALDES TO TRUE
              ELSE
                  IF NOT EVALDES-OK
                     THEN
                         DISPLAY "NO SE PUDO ABRIR EVALDES, STATUS: "
                                 WS-STATUS-EVALDES
                         MOVE 8 TO RETURN-CODE
                         CLOSE EMPLEADOS
                         GO TO 600-FIN
                  END-IF
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  IF NOT SIN-ARCHIVO-EVALDES
                     THEN
                         CLOSE EVALDES
                  END-IF
                  GO TO 600-FIN
           END-IF
           MOVE ZEROS TO DEPTO-EMP
           START EMPLEADOS KEY IS NOT LESS DEPTO-EMP
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START.
       600-FIN.  EXIT.

       610-LEE-DEPTO.
           MOVE "N" TO SW-EMPLEADO-VALIDO
           PERFORM 615-LEE-SIGUIENTE THRU 615-FIN
                   UNTIL EMPLEADO-VALIDO
                   OR SW-FIN EQUAL "FIN".
       610-FIN.  EXIT.

       615-LEE-SIGUIENTE.
           IF SW-FIN EQUAL "FIN"
              THEN
                  GO TO 615-FIN
           END-IF
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 615-FIN
           END-READ
           IF NOT CTRL-ES-ENCABEZADO
              AND NOT CTRL-ES-SUMARIO
              AND EMP-ES-ACTIVO
              THEN
                  SET EMPLEADO-VALIDO TO TRUE
           END-IF.
       615-FIN.  EXIT.

       620-BUSCA-EVALUACION.
           SET EVAL-NO-ENCONTRADA TO TRUE
           IF SIN-ARCHIVO-EVALDES
              THEN
                  GO TO 620-FIN
           END-IF
           MOVE NUMERO-EMP    TO EVA-NUMERO-EMP
           MOVE WS-ANIO-CICLO TO EVA-ANIO
           READ EVALDES
              INVALID KEY
                 GO TO 620-FIN
           END-READ
           SET EVAL-ENCONTRADA TO TRUE.
       620-FIN.  EXIT.

       630-GRABA-EVALUACION.
           IF EVAL-ENCONTRADA
              THEN
                  REWRITE REG-EVALDES
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR EVALDES, "
                                "EMPLEADO: " EVA-NUMERO-EMP
                  END-REWRITE
              ELSE
                  WRITE REG-EVALDES
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR EVALDES, "
                                "EMPLEADO: " EVA-NUMERO-EMP
                  END-WRITE
           END-IF.
       630-FIN.  EXIT.

       690-CIERRA-REPORTES.
           CLOSE EMPLEADOS
           CLOSE REPORTE
           IF NOT SIN-ARCHIVO-EVALDES
              THEN
                  CLOSE EVALDES
           END-IF.
       690-FIN.  EXIT.
