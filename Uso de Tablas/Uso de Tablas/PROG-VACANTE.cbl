       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGVACN.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              14/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * PLANTILLA DE PLAZAS AUTORIZADAS POR DEPARTAMENTO Y PUESTO (VER *
      * COPY PLAZAS). EL ALTA DE PROGMANT YA NO ENTRA SIN UNA PLAZA    *
      * VACANTE (PROGPLAZ LA OCUPA, LA BAJA LA LIBERA Y EL TRASLADO LA *
      * MUEVE); AQUI SE ADMINISTRA LA PLANTILLA:                       *
      *   OPCION 1 - ALTA DE PLAZAS: N PLAZAS VACANTES NUEVAS PARA UN  *
      *              DEPARTAMENTO (TABDEPTO) Y PUESTO (TABPUESTO).     *
      *   OPCION 2 - CANCELACION DE UNA PLAZA VACANTE (UNA OCUPADA NO  *
      *              SE CANCELA: PRIMERO SE DA DE BAJA O SE MUEVE AL   *
      *              OCUPANTE).                                        *
      *   OPCION 3 - REPORTE DE VACANTES POR DEPARTAMENTO Y PUESTO:    *
      *              AUTORIZADAS, OCUPADAS Y VACANTES, CON CADA PLAZA  *
      *              VACANTE Y DESDE CUANDO LO ESTA. SUSTITUYE A LA    *
      *              HOJA DE CALCULO QUE LLEVABA RECURSOS HUMANOS.     *
      *   OPCION 4 - CARGA INICIAL: A CADA EMPLEADO ACTIVO O EN        *
      *              LICENCIA QUE NO TIENE PLAZA LE CREA UNA OCUPADA   *
      *              EN SU DEPARTAMENTO Y PUESTO, PARA ARRANCAR LA     *
      *              PLANTILLA CON LA GENTE QUE YA ESTA.               *
      * CADA MOVIMIENTO DEJA AUDITORIA MODO "T" VIA PROGMENU.          *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAZAS       ASSIGN TO UT-S-PLAZAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PLZ-NUMERO
                               ALTERNATE RECORD KEY IS PLZ-DEPTO-PUESTO
                                   WITH DUPLICATES
                               ALTERNATE RECORD KEY IS PLZ-NUMERO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-PLAZAS.
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
       FD  PLAZAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-PLAZAS.
           COPY PLAZAS.

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
           05 WS-STATUS-PLAZAS    PIC X(02)    VALUE "00".
              88 PLAZAS-OK          VALUE "00".
              88 PLAZAS-NO-EXISTE   VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-EMP          PIC X(03)    VALUE SPACES.
           05 SW-PRIMERA          PIC X(01)    VALUE "S".
              88 PRIMERA-PLAZA      VALUE "S".
           05 SW-CON-PLAZA        PIC X(01)    VALUE "N".
              88 EMPLEADO-CON-PLAZA VALUE "S".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-DEPTO-PEDIDO     PIC 9(03)    VALUE ZEROS.
           05 WS-PUESTO-PEDIDO    PIC 9(02)    VALUE ZEROS.
           05 WS-CANTIDAD         PIC 9(03)    VALUE ZEROS.
           05 WS-CREADAS          PIC 9(05)    VALUE ZEROS.
           05 WS-PLAZA-PEDIDA     PIC 9(05)    VALUE ZEROS.
           05 WS-ULTIMA-PLAZA     PIC 9(05)    VALUE ZEROS.
           05 WS-DEPTO-ANT        PIC 9(03)    VALUE ZEROS.
           05 WS-PUESTO-ANT       PIC 9(02)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              10 LK-DEPTO-CCOSTO       PIC X(06).
              10 LK-DEPTO-ENCONTRADO   PIC X(01).
                 88 DEPTO-EXISTE          VALUE "S".
                 88 DEPTO-NO-EXISTE       VALUE "N".
           05 LK-PARAMETROS-PUESTO.
              10 LK-PUESTO-CODIGO      PIC 9(02).
              10 LK-PUESTO-DESCRIPCION PIC X(20).
              10 LK-PUESTO-ENCONTRADO  PIC X(01).
                 88 PUESTO-EXISTE         VALUE "S".
                 88 PUESTO-NO-EXISTE      VALUE "N".

      * CONTADORES DEL PUESTO, DEL DEPARTAMENTO Y DE LA EMPRESA, EN
      * ESE ORDEN: AUTORIZADAS, OCUPADAS, VACANTES.
       01  WS-CONTADORES.
           05 WS-CONTADOR         OCCURS 3 TIMES.
              10 WS-CNT-AUTORIZADAS PIC 9(05).
              10 WS-CNT-OCUPADAS    PIC 9(05).
              10 WS-CNT-VACANTES    PIC 9(05).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION       PIC X(01)    VALUE "P".
           05 WS-MENU-USUARIO      PIC X(08).
           05 WS-MENU-RESULTADO    PIC X(09).
           05 WS-MENU-NUMERO-EMP   PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO         PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU       PIC X(01).
           05 WS-MENU-PROGRAMA     PIC X(08)    VALUE "PROGVACN".

       01  WS-TITULO-1.
           05 FILLER              PIC X(14)    VALUE SPACES.
           05 FILLER              PIC X(52)
              VALUE "REPORTE DE PLAZAS VACANTES POR DEPARTAMENTO".
           05 FILLER              PIC X(14)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(11)    VALUE "  EMITIDO: ".
           05 WS-TIT-HOY          PIC 9(08).
           05 FILLER              PIC X(61)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-LINEA-DEPTO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(14)    VALUE "DEPARTAMENTO: ".
           05 WS-LDE-DEPTO        PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LDE-NOMBRE       PIC X(20).
           05 FILLER              PIC X(40)    VALUE SPACES.

       01  WS-LINEA-PUESTO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "PUESTO: ".
           05 WS-LPU-PUESTO       PIC 9(02).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LPU-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-LINEA-VACANTE.
           05 FILLER              PIC X(08)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "PLAZA ".
           05 WS-LVA-PLAZA        PIC 9(05).
           05 FILLER              PIC X(17)
              VALUE "  VACANTE DESDE: ".
           05 WS-LVA-DESDE        PIC 9(08).
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-LTO-TEXTO        PIC X(20).
           05 FILLER              PIC X(13)    VALUE "AUTORIZADAS: ".
           05 WS-LTO-AUTORIZADAS  PIC ZZZZ9.
           05 FILLER              PIC X(12)    VALUE "  OCUPADAS: ".
           05 WS-LTO-OCUPADAS     PIC ZZZZ9.
           05 FILLER              PIC X(12)    VALUE "  VACANTES: ".
           05 WS-LTO-VACANTES     PIC ZZZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. ALTA DE PLAZAS AUTORIZADAS"
           DISPLAY "2. CANCELACION DE UNA PLAZA VACANTE"
           DISPLAY "3. REPORTE DE VACANTES POR DEPARTAMENTO"
           DISPLAY "4. CARGA INICIAL DE PLAZAS OCUPADAS"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-ALTA-PLAZAS THRU 100-FIN
              WHEN 2
                 PERFORM 200-CANCELA-PLAZA THRU 200-FIN
              WHEN 3
                 PERFORM 300-REPORTE THRU 300-FIN
              WHEN 4
                 PERFORM 400-CARGA-INICIAL THRU 400-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * PLAZAS SE CREA VACIO LA PRIMERA VEZ QUE SE USA.
       090-ABRE-PLAZAS.
           OPEN I-O PLAZAS
           IF PLAZAS-NO-EXISTE
              THEN
                  OPEN OUTPUT PLAZAS
                  CLOSE PLAZAS
                  OPEN I-O PLAZAS
           END-IF
           IF NOT PLAZAS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PLAZAS, STATUS: "
                          WS-STATUS-PLAZAS
                  MOVE 8 TO RETURN-CODE
           END-IF.
       090-FIN.  EXIT.

      * EL NUMERO DE PLAZA ES CONSECUTIVO: SE RECORRE EL ARCHIVO POR
      * SU LLAVE PRIMARIA HASTA EL ULTIMO REGISTRO.
       095-ULTIMA-PLAZA.
           MOVE ZEROS  TO WS-ULTIMA-PLAZA
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO PLZ-NUMERO
           START PLAZAS KEY IS NOT LESS PLZ-NUMERO
              INVALID KEY
                 GO TO 095-FIN
           END-START
           PERFORM 096-LEE-ULTIMA THRU 096-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       095-FIN.  EXIT.

       096-LEE-ULTIMA.
           READ PLAZAS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 096-FIN
           END-READ
           MOVE PLZ-NUMERO TO WS-ULTIMA-PLAZA.
       096-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: ALTA DE PLAZAS AUTORIZADAS
      * ---------------------------------------------------------------
       100-ALTA-PLAZAS.
           DISPLAY "DEPARTAMENTO: "
           ACCEPT WS-DEPTO-PEDIDO
           MOVE WS-DEPTO-PEDIDO TO LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           IF DEPTO-NO-EXISTE
              THEN
                  DISPLAY "EL DEPARTAMENTO NO EXISTE EN TABDEPTO"
                  MOVE "PLAZ DEPT" TO WS-MENU-RESULTADO
                  GO TO 190-AUDITA
           END-IF
           DISPLAY "PUESTO: "
           ACCEPT WS-PUESTO-PEDIDO
           MOVE WS-PUESTO-PEDIDO TO LK-PUESTO-CODIGO
           CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
           IF PUESTO-NO-EXISTE
              THEN
                  DISPLAY "EL PUESTO NO EXISTE EN TABPUESTO"
                  MOVE "PLAZ PTO " TO WS-MENU-RESULTADO
                  GO TO 190-AUDITA
           END-IF
           DISPLAY "NUMERO DE PLAZAS A AUTORIZAR: "
           ACCEPT WS-CANTIDAD
           IF WS-CANTIDAD EQUAL ZEROS
              THEN
                  DISPLAY "LA CANTIDAD DEBE SER MAYOR A CERO"
                  MOVE "PLAZ CANT" TO WS-MENU-RESULTADO
                  GO TO 190-AUDITA
           END-IF
           PERFORM 090-ABRE-PLAZAS THRU 090-FIN
           IF NOT PLAZAS-OK
              THEN
                  MOVE "PLAZ ERR " TO WS-MENU-RESULTADO
                  GO TO 190-AUDITA
           END-IF
           PERFORM 095-ULTIMA-PLAZA THRU 095-FIN
           MOVE ZEROS TO WS-CREADAS
           PERFORM 110-CREA-PLAZA THRU 110-FIN
                   WS-CANTIDAD TIMES
           CLOSE PLAZAS
           DISPLAY "PLAZAS CREADAS: " WS-CREADAS
                   " ULTIMA PLAZA: " WS-ULTIMA-PLAZA
           MOVE "PLAZ ALTA" TO WS-MENU-RESULTADO.
       190-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       100-FIN.  EXIT.

       110-CREA-PLAZA.
           ADD 1 TO WS-ULTIMA-PLAZA
           MOVE SPACES           TO REG-PLAZAS
           MOVE WS-ULTIMA-PLAZA  TO PLZ-NUMERO
           MOVE WS-DEPTO-PEDIDO  TO PLZ-DEPTO
           MOVE WS-PUESTO-PEDIDO TO PLZ-PUESTO
           MOVE "V"              TO PLZ-ESTADO
           MOVE ZEROS            TO PLZ-NUMERO-EMP
           MOVE WS-FECHA-HOY     TO PLZ-FECHA-CREACION
                                    PLZ-FECHA-MOVIMIENTO
           WRITE REG-PLAZAS
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR LA PLAZA " PLZ-NUMERO
                 GO TO 110-FIN
           END-WRITE
           ADD 1 TO WS-CREADAS.
       110-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: CANCELACION DE UNA PLAZA VACANTE
      * ---------------------------------------------------------------
       200-CANCELA-PLAZA.
           PERFORM 090-ABRE-PLAZAS THRU 090-FIN
           IF NOT PLAZAS-OK
              THEN
                  MOVE "PLAZ ERR " TO WS-MENU-RESULTADO
                  GO TO 290-AUDITA
           END-IF
           DISPLAY "NUMERO DE PLAZA: "
           ACCEPT WS-PLAZA-PEDIDA
           MOVE WS-PLAZA-PEDIDA TO PLZ-NUMERO
           READ PLAZAS
              INVALID KEY
                 DISPLAY "NO EXISTE ESA PLAZA"
                 MOVE "PLAZ NOEX" TO WS-MENU-RESULTADO
                 GO TO 280-CIERRA
           END-READ
           DISPLAY "DEPTO: " PLZ-DEPTO " PUESTO: " PLZ-PUESTO
                   " ESTADO: " PLZ-ESTADO
           IF NOT PLZ-VACANTE
              THEN
                  DISPLAY "SOLO SE CANCELA UNA PLAZA VACANTE"
                  MOVE "PLAZ EDO " TO WS-MENU-RESULTADO
                  GO TO 280-CIERRA
           END-IF
           MOVE "C"          TO PLZ-ESTADO
           MOVE WS-FECHA-HOY TO PLZ-FECHA-MOVIMIENTO
           REWRITE REG-PLAZAS
              INVALID KEY
                 DISPLAY "NO SE PUDO CANCELAR LA PLAZA " PLZ-NUMERO
                 MOVE "PLAZ ERR " TO WS-MENU-RESULTADO
                 GO TO 280-CIERRA
           END-REWRITE
           DISPLAY "PLAZA CANCELADA"
           MOVE "PLAZ CANC" TO WS-MENU-RESULTADO.
       280-CIERRA.
           CLOSE PLAZAS.
       290-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       200-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: REPORTE DE VACANTES POR DEPARTAMENTO Y PUESTO
      * ---------------------------------------------------------------
      * SE LEE POR LA LLAVE ALTERNA DE DEPARTAMENTO+PUESTO, QUE YA
      * ENTREGA LAS PLAZAS EN EL ORDEN DEL CORTE; LAS CANCELADAS NO
      * CUENTAN COMO AUTORIZADAS.
       300-REPORTE.
           OPEN INPUT PLAZAS
           IF NOT PLAZAS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PLAZAS, STATUS: "
                          WS-STATUS-PLAZAS
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  CLOSE PLAZAS
                  GO TO 300-FIN
           END-IF
           INITIALIZE WS-CONTADORES
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           MOVE WS-FECHA-HOY TO WS-TIT-HOY
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE SPACES TO SW-FIN
           MOVE "S"    TO SW-PRIMERA
           MOVE ZEROS  TO PLZ-DEPTO-PUESTO
           START PLAZAS KEY IS NOT LESS PLZ-DEPTO-PUESTO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 310-LEE-PLAZA THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF NOT PRIMERA-PLAZA
              THEN
                  PERFORM 330-CIERRA-PUESTO THRU 330-FIN
                  PERFORM 340-CIERRA-DEPTO  THRU 340-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE "TOTAL EMPRESA"        TO WS-LTO-TEXTO
           MOVE WS-CNT-AUTORIZADAS (3) TO WS-LTO-AUTORIZADAS
           MOVE WS-CNT-OCUPADAS (3)    TO WS-LTO-OCUPADAS
           MOVE WS-CNT-VACANTES (3)    TO WS-LTO-VACANTES
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER 1
           CLOSE PLAZAS
           CLOSE REPORTE
           DISPLAY "PLAZAS AUTORIZADAS: " WS-CNT-AUTORIZADAS (3)
                   " VACANTES: " WS-CNT-VACANTES (3).
       300-FIN.  EXIT.

       310-LEE-PLAZA.
           READ PLAZAS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           IF PLZ-CANCELADA
              THEN
                  GO TO 310-FIN
           END-IF
           IF PRIMERA-PLAZA
              THEN
                  MOVE "N" TO SW-PRIMERA
                  PERFORM 320-ABRE-DEPTO  THRU 320-FIN
                  PERFORM 325-ABRE-PUESTO THRU 325-FIN
              ELSE
                  IF PLZ-DEPTO NOT EQUAL WS-DEPTO-ANT
                     THEN
                         PERFORM 330-CIERRA-PUESTO THRU 330-FIN
                         PERFORM 340-CIERRA-DEPTO  THRU 340-FIN
                         PERFORM 320-ABRE-DEPTO    THRU 320-FIN
                         PERFORM 325-ABRE-PUESTO   THRU 325-FIN
                     ELSE
                         IF PLZ-PUESTO NOT EQUAL WS-PUESTO-ANT
                            THEN
                                PERFORM 330-CIERRA-PUESTO THRU 330-FIN
                                PERFORM 325-ABRE-PUESTO   THRU 325-FIN
                         END-IF
                  END-IF
           END-IF
           ADD 1 TO WS-CNT-AUTORIZADAS (1)
           IF PLZ-OCUPADA
              THEN
                  ADD 1 TO WS-CNT-OCUPADAS (1)
              ELSE
                  ADD 1 TO WS-CNT-VACANTES (1)
                  MOVE PLZ-NUMERO           TO WS-LVA-PLAZA
                  MOVE PLZ-FECHA-MOVIMIENTO TO WS-LVA-DESDE
                  WRITE REG-REPORTE FROM WS-LINEA-VACANTE AFTER 1
           END-IF.
       310-FIN.  EXIT.

       320-ABRE-DEPTO.
           MOVE PLZ-DEPTO TO WS-DEPTO-ANT
                             LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           MOVE PLZ-DEPTO       TO WS-LDE-DEPTO
           MOVE LK-DEPTO-NOMBRE TO WS-LDE-NOMBRE
           WRITE REG-REPORTE FROM WS-LINEA-DEPTO AFTER 2.
       320-FIN.  EXIT.

       325-ABRE-PUESTO.
           MOVE PLZ-PUESTO TO WS-PUESTO-ANT
                              LK-PUESTO-CODIGO
           CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
           MOVE PLZ-PUESTO            TO WS-LPU-PUESTO
           MOVE LK-PUESTO-DESCRIPCION TO WS-LPU-DESCRIPCION
           WRITE REG-REPORTE FROM WS-LINEA-PUESTO AFTER 1.
       325-FIN.  EXIT.

       330-CIERRA-PUESTO.
           MOVE "TOTAL PUESTO"         TO WS-LTO-TEXTO
           MOVE WS-CNT-AUTORIZADAS (1) TO WS-LTO-AUTORIZADAS
           MOVE WS-CNT-OCUPADAS (1)    TO WS-LTO-OCUPADAS
           MOVE WS-CNT-VACANTES (1)    TO WS-LTO-VACANTES
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER 1
           ADD WS-CNT-AUTORIZADAS (1) TO WS-CNT-AUTORIZADAS (2)
           ADD WS-CNT-OCUPADAS (1)    TO WS-CNT-OCUPADAS (2)
           ADD WS-CNT-VACANTES (1)    TO WS-CNT-VACANTES (2)
           MOVE ZEROS TO WS-CNT-AUTORIZADAS (1)
                         WS-CNT-OCUPADAS (1)
                         WS-CNT-VACANTES (1).
       330-FIN.  EXIT.

       340-CIERRA-DEPTO.
           MOVE "TOTAL DEPARTAMENTO"   TO WS-LTO-TEXTO
           MOVE WS-CNT-AUTORIZADAS (2) TO WS-LTO-AUTORIZADAS
           MOVE WS-CNT-OCUPADAS (2)    TO WS-LTO-OCUPADAS
           MOVE WS-CNT-VACANTES (2)    TO WS-LTO-VACANTES
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER 1
           ADD WS-CNT-AUTORIZADAS (2) TO WS-CNT-AUTORIZADAS (3)
           ADD WS-CNT-OCUPADAS (2)    TO WS-CNT-OCUPADAS (3)
           ADD WS-CNT-VACANTES (2)    TO WS-CNT-VACANTES (3)
           MOVE ZEROS TO WS-CNT-AUTORIZADAS (2)
                         WS-CNT-OCUPADAS (2)
                         WS-CNT-VACANTES (2).
       340-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 4: CARGA INICIAL DE PLAZAS OCUPADAS
      * ---------------------------------------------------------------
      * SE PUEDE CORRER MAS DE UNA VEZ: QUIEN YA TIENE PLAZA SE BRINCA.
       400-CARGA-INICIAL.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 400-FIN
           END-IF
           PERFORM 090-ABRE-PLAZAS THRU 090-FIN
           IF NOT PLAZAS-OK
              THEN
                  CLOSE EMPLEADOS
                  GO TO 400-FIN
           END-IF
           PERFORM 095-ULTIMA-PLAZA THRU 095-FIN
           MOVE ZEROS  TO WS-CREADAS
           MOVE SPACES TO SW-FIN-EMP
           PERFORM 410-LEE-EMPLEADO THRU 410-FIN
                   UNTIL SW-FIN-EMP EQUAL "FIN"
           CLOSE EMPLEADOS
           CLOSE PLAZAS
           DISPLAY "PLAZAS OCUPADAS CREADAS: " WS-CREADAS
           MOVE "PLAZ CARG" TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       400-FIN.  EXIT.

       410-LEE-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-EMP
                 GO TO 410-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              OR EMP-ES-BAJA
              THEN
                  GO TO 410-FIN
           END-IF
           MOVE "N"        TO SW-CON-PLAZA
           MOVE NUMERO-EMP TO PLZ-NUMERO-EMP
           START PLAZAS KEY IS EQUAL PLZ-NUMERO-EMP
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET EMPLEADO-CON-PLAZA TO TRUE
           END-START
           IF EMPLEADO-CON-PLAZA
              THEN
                  GO TO 410-FIN
           END-IF
           ADD 1 TO WS-ULTIMA-PLAZA
           MOVE SPACES          TO REG-PLAZAS
           MOVE WS-ULTIMA-PLAZA TO PLZ-NUMERO
           MOVE DEPTO-EMP       TO PLZ-DEPTO
           MOVE PUESTO-EMP      TO PLZ-PUESTO
           MOVE "O"             TO PLZ-ESTADO
           MOVE NUMERO-EMP      TO PLZ-NUMERO-EMP
           MOVE WS-FECHA-HOY    TO PLZ-FECHA-CREACION
                                   PLZ-FECHA-MOVIMIENTO
           WRITE REG-PLAZAS
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR LA PLAZA DEL EMPLEADO "
                         NUMERO-EMP
                 GO TO 410-FIN
           END-WRITE
           ADD 1 TO WS-CREADAS.
       410-FIN.  EXIT.
