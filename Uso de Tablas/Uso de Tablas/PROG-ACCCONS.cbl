       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGACON.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CONSULTA DE LA BITACORA DE CONSULTAS DE SALARIO (ACCESAL).     *
      * AUDITORIA CONTESTA QUIEN CAMBIO UN DATO; ESTE PROGRAMA         *
      * CONTESTA QUIEN LO VIO. DOS MODALIDADES, AMBAS CON RANGO DE     *
      * FECHAS:                                                        *
      *   OPCION 1 - POR EMPLEADO CONSULTADO: TODOS LOS OPERADORES QUE *
      *              ABRIERON SU REGISTRO.                             *
      *   OPCION 2 - POR OPERADOR (BLANCO = TODOS): TODO LO QUE ESE    *
      *              OPERADOR CONSULTO.                                *
      * EL DEPARTAMENTO DEL OPERADOR SALE DEL ARCHIVO OPERADOR (CLAVE  *
      * CONTRA NUMERO DE EMPLEADO) Y DEL MAESTRO. TODA VISTA CON       *
      * SALARIO A UN EMPLEADO DE OTRO DEPARTAMENTO, O DE UN OPERADOR   *
      * SIN DEPARTAMENTO CONOCIDO, SALE MARCADA CON "***" Y DEJA       *
      * RETURN-CODE 4.                                                 *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESAL      ASSIGN TO UT-S-ACCESAL
                               FILE STATUS IS WS-STATUS-ACCESAL.
           SELECT OPERADOR     ASSIGN TO UT-S-OPERADOR
                               FILE STATUS IS WS-STATUS-OPERADOR.
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
       FD  ACCESAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACCESAL.
           COPY ACCESAL.

       FD  OPERADOR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-OPERADOR.
           COPY OPERADOR.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-ACCESAL   PIC X(02)    VALUE "00".
              88 ACCESAL-OK         VALUE "00".
           05 WS-STATUS-OPERADOR  PIC X(02)    VALUE "00".
              88 OPERADOR-OK        VALUE "00".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-HAY-EMPLEADOS    PIC X(01)    VALUE "N".
              88 HAY-MAESTRO         VALUE "S".
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-LISTADOS         PIC 9(07)    VALUE ZEROS.
           05 WS-VISIBLES         PIC 9(07)    VALUE ZEROS.
           05 WS-FUERA-DEPTO      PIC 9(07)    VALUE ZEROS.
           05 WS-FECHA-DESDE      PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-HASTA      PIC 9(08)    VALUE 99999999.
           05 WS-FIL-USUARIO      PIC X(08)    VALUE SPACES.
           05 WS-FIL-NUMERO       PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-OPERADORES PIC 9(03)    VALUE ZEROS.
           05 WS-INDICE           PIC 9(03)    VALUE ZEROS.
           05 WS-IND-OPE          PIC 9(03)    VALUE ZEROS.
           05 WS-DEPTO-OPERADOR   PIC 9(03)    VALUE ZEROS.
           05 SW-DEPTO-OPERADOR   PIC X(01)    VALUE "N".
              88 OPERADOR-CON-DEPTO  VALUE "S".
              88 OPERADOR-SIN-DEPTO  VALUE "N".

      * OPERADOR -> SU DEPARTAMENTO DE HOY SEGUN EL MAESTRO. SE
      * RESUELVE UNA SOLA VEZ AL CARGAR, NO POR CADA RENGLON LEIDO.
       01  WS-TABLA-OPERADORES.
           05 WS-OPERADOR         OCCURS 200 TIMES.
              10 WS-OPE-USUARIO   PIC X(08).
              10 WS-OPE-NUMERO    PIC 9(05).
              10 WS-OPE-DEPTO     PIC 9(03).
              10 WS-OPE-CON-DEPTO PIC X(01).

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGACON".
           05 WS-BITA-HORA-INICIO PIC 9(08).
           05 WS-BITA-LEIDOS      PIC 9(07).
           05 WS-BITA-SELECC      PIC 9(07).
           05 WS-BITA-ESCRITOS    PIC 9(07).
           05 WS-BITA-RETORNO     PIC 9(02).

       01  WS-TITULO-1.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(40)
              VALUE "CONSULTAS DE SALARIO POR OPERADOR".
           05 FILLER              PIC X(25)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "FECHA".
           05 FILLER              PIC X(10)    VALUE "HORA".
           05 FILLER              PIC X(10)    VALUE "OPERADOR".
           05 FILLER              PIC X(06)    VALUE "DEPTO".
           05 FILLER              PIC X(07)    VALUE "EMPL.".
           05 FILLER              PIC X(06)    VALUE "DEPTO".
           05 FILLER              PIC X(10)    VALUE "PROGRAMA".
           05 FILLER              PIC X(06)    VALUE "VISTA".
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(88)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-HORA         PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-USUARIO      PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO-OPE    PIC X(03).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO-EMP    PIC 9(03).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-PROGRAMA     PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-VISTA        PIC X(04).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-MARCA        PIC X(23)    VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER              PIC X(01).
           05 WS-DET-TOT-TEXTO    PIC X(40).
           05 WS-DET-TOT-CUENTA   PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(40)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           MOVE ZEROS  TO WS-LEIDOS WS-LISTADOS WS-VISIBLES
                          WS-FUERA-DEPTO WS-TOTAL-OPERADORES
           MOVE SPACES TO WS-FIL-USUARIO
           MOVE ZEROS  TO WS-FIL-NUMERO
           DISPLAY "1. CONSULTAS A UN EMPLEADO"
           DISPLAY "2. CONSULTAS HECHAS POR UN OPERADOR"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 DISPLAY "NUMERO DE EMPLEADO CONSULTADO: "
                 ACCEPT WS-FIL-NUMERO
                 IF WS-FIL-NUMERO EQUAL ZEROS
                    THEN
                        DISPLAY "EL NUMERO DE EMPLEADO ES OBLIGATORIO"
                        MOVE 4 TO RETURN-CODE
                        GOBACK
                 END-IF
              WHEN 2
                 DISPLAY "OPERADOR (BLANCO = TODOS): "
                 ACCEPT WS-FIL-USUARIO
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
                 MOVE 4 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           DISPLAY "FECHA DESDE (AAAAMMDD, CEROS = SIN LIMITE): "
           ACCEPT WS-FECHA-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD, CEROS = SIN LIMITE): "
           ACCEPT WS-FECHA-HASTA
           IF WS-FECHA-HASTA EQUAL ZEROS
              THEN
                  MOVE 99999999 TO WS-FECHA-HASTA
           END-IF
           PERFORM 020-ABRE-ARCHIVOS   THRU 020-FIN
           PERFORM 030-CARGA-OPERADOR  THRU 030-FIN
           MOVE SPACES TO SW-FIN
           PERFORM 100-LEE-ACCESO      THRU 100-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 200-TOTALES         THRU 200-FIN
           CLOSE ACCESAL
           CLOSE REPORTE
           IF HAY-MAESTRO
              THEN
                  CLOSE EMPLEADOS
           END-IF
           PERFORM 900-BITACORA        THRU 900-FIN
           GOBACK.

       020-ABRE-ARCHIVOS.
           OPEN INPUT ACCESAL
           IF NOT ACCESAL-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACCESAL, STATUS: "
                          WS-STATUS-ACCESAL
                  MOVE 8 TO RETURN-CODE
                  PERFORM 900-BITACORA THRU 900-FIN
                  GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  CLOSE ACCESAL
                  MOVE 8 TO RETURN-CODE
                  PERFORM 900-BITACORA THRU 900-FIN
                  GOBACK
           END-IF
           MOVE "N" TO SW-HAY-EMPLEADOS
           OPEN INPUT EMPLEADOS
           IF EMPLEADOS-OK
              THEN
                  SET HAY-MAESTRO TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO EMPLEADOS, NO SE CONOCE EL "
                          "DEPTO DE LOS OPERADORES, STATUS: "
                          WS-STATUS-EMPLEADOS
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       020-FIN.  EXIT.

      * ---------------------------------------------------------------
      * TABLA DE OPERADORES: CADA CLAVE CON SU NUMERO DE EMPLEADO Y EL
      * DEPARTAMENTO QUE ESE NUMERO TRAE HOY EN EL MAESTRO. SIN
      * ARCHIVO OPERADOR NINGUNA CONSULTA CON SALARIO SE PUEDE DAR
      * POR DEL PROPIO DEPARTAMENTO, ASI QUE TODAS SALEN MARCADAS.
      * ---------------------------------------------------------------
       030-CARGA-OPERADOR.
           OPEN INPUT OPERADOR
           IF NOT OPERADOR-OK
              THEN
                  DISPLAY "SIN ARCHIVO OPERADOR, STATUS: "
                          WS-STATUS-OPERADOR
                  GO TO 030-FIN
           END-IF
           PERFORM 035-LEE-OPERADOR THRU 035-FIN
                   UNTIL WS-STATUS-OPERADOR NOT EQUAL "00"
           CLOSE OPERADOR.
       030-FIN.  EXIT.

       035-LEE-OPERADOR.
           READ OPERADOR
              AT END
                 GO TO 035-FIN
           END-READ
           IF WS-TOTAL-OPERADORES EQUAL 200
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 200 OPERADORES"
                  MOVE 4 TO RETURN-CODE
                  MOVE "10" TO WS-STATUS-OPERADOR
                  GO TO 035-FIN
           END-IF
           ADD 1 TO WS-TOTAL-OPERADORES
           MOVE WS-TOTAL-OPERADORES TO WS-IND-OPE
           MOVE OPE-USUARIO    TO WS-OPE-USUARIO (WS-IND-OPE)
           MOVE OPE-NUMERO-EMP TO WS-OPE-NUMERO  (WS-IND-OPE)
           MOVE ZEROS          TO WS-OPE-DEPTO   (WS-IND-OPE)
           MOVE "N"            TO WS-OPE-CON-DEPTO (WS-IND-OPE)
           IF NOT HAY-MAESTRO
              THEN
                  GO TO 035-FIN
           END-IF
           MOVE OPE-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE DEPTO-EMP TO WS-OPE-DEPTO (WS-IND-OPE)
                 MOVE "S"       TO WS-OPE-CON-DEPTO (WS-IND-OPE)
           END-READ
           MOVE "00" TO WS-STATUS-OPERADOR.
       035-FIN.  EXIT.

      * ---------------------------------------------------------------
      * LECTURA DE ACCESAL CON LOS FILTROS DE LA OPCION
      * ---------------------------------------------------------------
       100-LEE-ACCESO.
           READ ACCESAL
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 100-FIN
           END-READ
           ADD 1 TO WS-LEIDOS
           IF ACC-FECHA LESS WS-FECHA-DESDE
              OR ACC-FECHA GREATER WS-FECHA-HASTA
              THEN
                  GO TO 100-FIN
           END-IF
           IF WS-FIL-NUMERO NOT EQUAL ZEROS
              AND ACC-NUMERO-EMP NOT EQUAL WS-FIL-NUMERO
              THEN
                  GO TO 100-FIN
           END-IF
           IF WS-FIL-USUARIO NOT EQUAL SPACES
              AND ACC-USUARIO NOT EQUAL WS-FIL-USUARIO
              THEN
                  GO TO 100-FIN
           END-IF
           PERFORM 110-DEPTO-OPERADOR THRU 110-FIN
           PERFORM 120-DETALLE        THRU 120-FIN.
       100-FIN.  EXIT.

       110-DEPTO-OPERADOR.
           SET OPERADOR-SIN-DEPTO TO TRUE
           MOVE ZEROS TO WS-DEPTO-OPERADOR
           PERFORM 115-BUSCA-OPERADOR THRU 115-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-TOTAL-OPERADORES
                      OR OPERADOR-CON-DEPTO.
       110-FIN.  EXIT.

       115-BUSCA-OPERADOR.
           IF WS-OPE-USUARIO (WS-INDICE) EQUAL ACC-USUARIO
              AND WS-OPE-CON-DEPTO (WS-INDICE) EQUAL "S"
              THEN
                  SET OPERADOR-CON-DEPTO TO TRUE
                  MOVE WS-OPE-DEPTO (WS-INDICE) TO WS-DEPTO-OPERADOR
           END-IF.
       115-FIN.  EXIT.

      * UNA VISTA CON SALARIO A UN EMPLEADO DE OTRO DEPARTAMENTO, O
      * DE UN OPERADOR CUYO DEPARTAMENTO NO SE CONOCE, SALE MARCADA.
      * LAS VISTAS ENMASCARADAS NO SE MARCAN: NO MOSTRARON SALARIO.
       120-DETALLE.
           ADD 1 TO WS-LISTADOS
           MOVE ACC-FECHA      TO WS-DET-FECHA
           MOVE ACC-HORA       TO WS-DET-HORA
           MOVE ACC-USUARIO    TO WS-DET-USUARIO
           MOVE ACC-NUMERO-EMP TO WS-DET-NUMERO
           MOVE ACC-DEPTO-EMP  TO WS-DET-DEPTO-EMP
           MOVE ACC-PROGRAMA   TO WS-DET-PROGRAMA
           MOVE SPACES         TO WS-DET-MARCA
           IF OPERADOR-CON-DEPTO
              THEN
                  MOVE WS-DEPTO-OPERADOR TO WS-DET-DEPTO-OPE
              ELSE
                  MOVE "???"             TO WS-DET-DEPTO-OPE
           END-IF
           IF ACC-SALARIO-VISIBLE
              THEN
                  MOVE "SAL." TO WS-DET-VISTA
                  ADD 1 TO WS-VISIBLES
              ELSE
                  MOVE "MASC" TO WS-DET-VISTA
                  GO TO 120-ESCRIBE
           END-IF
           IF OPERADOR-SIN-DEPTO
              THEN
                  MOVE "*** OPERADOR SIN DEPTO" TO WS-DET-MARCA
                  ADD 1 TO WS-FUERA-DEPTO
              ELSE
                  IF WS-DEPTO-OPERADOR NOT EQUAL ACC-DEPTO-EMP
                     THEN
                         MOVE "*** FUERA DE SU DEPTO" TO WS-DET-MARCA
                         ADD 1 TO WS-FUERA-DEPTO
                  END-IF
           END-IF.
       120-ESCRIBE.
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       120-FIN.  EXIT.

       200-TOTALES.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE "RENGLONES LEIDOS EN ACCESAL      : "
              TO WS-DET-TOT-TEXTO
           MOVE WS-LEIDOS TO WS-DET-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "CONSULTAS LISTADAS               : "
              TO WS-DET-TOT-TEXTO
           MOVE WS-LISTADOS TO WS-DET-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "CON SALARIO A LA VISTA           : "
              TO WS-DET-TOT-TEXTO
           MOVE WS-VISIBLES TO WS-DET-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "*** CON SALARIO FUERA DE SU DEPTO: "
              TO WS-DET-TOT-TEXTO
           MOVE WS-FUERA-DEPTO TO WS-DET-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           DISPLAY "CONSULTAS LISTADAS: " WS-LISTADOS
                   " FUERA DE SU DEPTO: " WS-FUERA-DEPTO
           IF WS-FUERA-DEPTO GREATER ZEROS
              AND RETURN-CODE LESS 4
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       900-BITACORA.
           MOVE WS-LEIDOS      TO WS-BITA-LEIDOS
           MOVE WS-LISTADOS    TO WS-BITA-SELECC
           MOVE WS-LISTADOS    TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE    TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       900-FIN.  EXIT.
