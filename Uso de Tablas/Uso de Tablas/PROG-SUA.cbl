      * ESPIRITU DE LOS REGISTROS DE CONTROL DEL ARCHIVO EMPLEADOS.    *
      * UN ACTIVO SIN DATOS PERSONALES VIAJA CON RFC/CURP EN BLANCO    *
      * Y SE AVISA, PORQUE EL SEGURO LO VA A RECHAZAR.                 *
      * EL SDI SE TOMA TAL CUAL DE SDIEMP, QUE PROGSDI RECALCULA CADA  *
      * BIMESTRE CON ANTIGUEDAD Y PERCEPCIONES VARIABLES; SOLO QUIEN   *
      * AUN NO TIENE SDI GUARDADO (ALTAS RECIENTES) SE INTEGRA CON EL  *
      * FACTOR MINIMO, Y SE CUENTA PARA QUE SE CORRA PROGSDI.          *
      * CADA REGISTRO PATRONAL SE DECLARA POR SEPARADO: LA CORRIDA     *
      * PIDE LA CLAVE DEL REGISTRO (PROGRPAT RESUELVE EL DE CADA       *
      * EMPLEADO) Y SOLO EXTRAE A LOS SUYOS, CON EL NUMERO DE          *
      * REGISTRO IMSS EN EL ENCABEZADO Y EN CADA DETALLE. CON CLAVE 00 *
      * EXTRAE A TODOS Y MUESTRA LOS TOTALES DE CONTROL DE CADA        *
      * REGISTRO AL FINAL.                                             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DAT-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-DATOS.
           SELECT SDIEMP       ASSIGN TO UT-S-SDIEMP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SDI-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SDIEMP.
           SELECT SUAEXT       ASSIGN TO UT-S-SUAEXT
                               FILE STATUS IS WS-STATUS-SUAEXT.

           DATA RECORD IS REG-EMPDATOS.
           COPY EMPDATOS.

       FD  SDIEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS REG-SDIEMP.
           COPY SDIEMP.

       FD  SUAEXT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 64 CHARACTERS
           05 SUA-RFC             PIC X(13).
           05 SUA-CURP            PIC X(18).
           05 SUA-SDI             PIC 9(07)V99.
           05 SUA-REGISTRO-IMSS   PIC X(11).
           05 FILLER              PIC X(08).

       01  REG-SUAEXT-CTRL REDEFINES REG-SUAEXT.
           05 SUA-CTRL-INDICADOR  PIC 9(05).
           05 SUA-CTRL-FECHA      PIC 9(08).
           05 SUA-CTRL-REGISTROS  PIC 9(05).
           05 SUA-CTRL-IMPORTE    PIC 9(11)V99.
           05 SUA-CTRL-REGISTRO-IMSS PIC X(11).
           05 FILLER              PIC X(22).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-SDIEMP    PIC X(02)    VALUE "00".
              88 SDIEMP-OK          VALUE "00".
           05 WS-STATUS-SUAEXT    PIC X(02)    VALUE "00".
              88 SUAEXT-OK          VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-HAY-EMPDATOS     PIC X(01)    VALUE "N".
              88 HAY-EMPDATOS        VALUE "S".
           05 SW-HAY-SDIEMP       PIC X(01)    VALUE "N".
              88 HAY-SDIEMP          VALUE "S".
           05 WS-SIN-SDI          PIC 9(05)    VALUE ZEROS.
           05 WS-EXTRAIDOS        PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-DATOS        PIC 9(05)    VALUE ZEROS.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOT-SDI          PIC 9(11)V99 VALUE ZEROS.
           05 WS-FACTOR-INTEGRA   PIC 9(01)V9999 VALUE 1.0452.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-REG-PEDIDO       PIC 9(02)    VALUE ZEROS.
              88 TODOS-LOS-REGISTROS VALUE ZEROS.
           05 WS-REG-IMSS-PEDIDO  PIC X(11)    VALUE SPACES.
           05 WS-IND-REG          PIC 9(02)    VALUE ZEROS.

       01  WS-TOTALES-REGPAT.
           05 WS-TREG-RENGLON     OCCURS 10 TIMES.
              10 WS-TREG-REGISTROS PIC 9(05).
              10 WS-TREG-IMPORTE  PIC 9(11)V99.

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

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 015-PIDE-REGISTRO THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           MOVE ZEROS             TO REG-SUAEXT
           MOVE 00000             TO SUA-CTRL-INDICADOR
           MOVE WS-FECHA-HOY      TO SUA-CTRL-FECHA
           MOVE WS-REG-IMSS-PEDIDO TO SUA-CTRL-REGISTRO-IMSS
           WRITE REG-SUAEXT
           PERFORM 040-LEE     THRU 040-FIN
           PERFORM 040-PROCESO THRU 040-FIN
           PERFORM 200-FINAL   THRU 200-FIN
           GOBACK.

       015-PIDE-REGISTRO.
           INITIALIZE WS-TOTALES-REGPAT
           DISPLAY "REGISTRO PATRONAL (CLAVE, 00 = TODOS): "
           ACCEPT WS-REG-PEDIDO
           MOVE "R" TO WS-RGP-ACCION
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           IF TODOS-LOS-REGISTROS
              THEN
                  GO TO 015-FIN
           END-IF
           MOVE "C"           TO WS-RGP-ACCION
           MOVE WS-REG-PEDIDO TO WS-RGP-CLAVE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           IF NOT RGP-ENCONTRADO
              THEN
                  DISPLAY "NO EXISTE EL REGISTRO PATRONAL "
                          WS-REG-PEDIDO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE WS-RGP-REGISTRO-IMSS TO WS-REG-IMSS-PEDIDO
           DISPLAY "EXTRACTO DEL REGISTRO " WS-RGP-REGISTRO-IMSS " "
                   WS-RGP-RAZON-SOCIAL.
       015-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
                  DISPLAY "SIN EMPDATOS, RFC Y CURP VIAJAN EN "
                          "BLANCO, STATUS: " WS-STATUS-DATOS
           END-IF
           OPEN INPUT SDIEMP
           IF SDIEMP-OK
              THEN
                  SET HAY-SDIEMP TO TRUE
              ELSE
                  DISPLAY "SIN SDIEMP, TODOS SE INTEGRAN CON EL "
                          "FACTOR MINIMO, STATUS: " WS-STATUS-SDIEMP
           END-IF
           OPEN OUTPUT SUAEXT
           IF NOT SUAEXT-OK
              THEN
       040-FIN.  EXIT.

       050-EXTRAE.
           MOVE "E"        TO WS-RGP-ACCION
           MOVE NUMERO-EMP TO WS-RGP-NUMERO-EMP
           MOVE DEPTO-EMP  TO WS-RGP-DEPTO
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           IF NOT TODOS-LOS-REGISTROS
              AND WS-RGP-CLAVE NOT EQUAL WS-REG-PEDIDO
              THEN
                  GO TO 050-FIN
           END-IF
           IF HAY-SDIEMP
              THEN
                  MOVE NUMERO-EMP TO SDI-NUMERO-EMP
                  READ SDIEMP
                     INVALID KEY
                        PERFORM 055-INTEGRA-MINIMO THRU 055-FIN
                     NOT INVALID KEY
                        MOVE SDI-IMPORTE TO WS-SDI
                  END-READ
              ELSE
                  PERFORM 055-INTEGRA-MINIMO THRU 055-FIN
           END-IF
           MOVE SPACES     TO REG-SUAEXT
           MOVE NUMERO-EMP TO SUA-NUMERO-EMP
           IF HAY-EMPDATOS
              ELSE
                  PERFORM 060-SIN-DATOS THRU 060-FIN
           END-IF
           MOVE WS-SDI               TO SUA-SDI
           MOVE WS-RGP-REGISTRO-IMSS TO SUA-REGISTRO-IMSS
           WRITE REG-SUAEXT
           ADD 1      TO WS-EXTRAIDOS
           ADD WS-SDI TO WS-TOT-SDI
           ADD 1      TO WS-TREG-REGISTROS (WS-RGP-INDICE)
           ADD WS-SDI TO WS-TREG-IMPORTE (WS-RGP-INDICE).
       050-FIN.  EXIT.

       055-INTEGRA-MINIMO.
           COMPUTE WS-SALARIO-DIARIO ROUNDED = SALARIO-EMP / 30
           COMPUTE WS-SDI ROUNDED =
                   WS-SALARIO-DIARIO * WS-FACTOR-INTEGRA
              ON SIZE ERROR
                 MOVE ZEROS TO WS-SDI
                 DISPLAY "DESBORDE DE SDI, EMPLEADO: " NUMERO-EMP
           END-COMPUTE
           ADD 1 TO WS-SIN-SDI.
       055-FIN.  EXIT.

       060-SIN-DATOS.
           MOVE SPACES TO SUA-RFC
                          SUA-CURP
              THEN
                  CLOSE EMPDATOS
           END-IF
           IF HAY-SDIEMP
              THEN
                  CLOSE SDIEMP
           END-IF
           DISPLAY "EXTRACTO SUA TERMINADO, EMPLEADOS: "
                   WS-EXTRAIDOS " SIN DATOS PERSONALES: "
                   WS-SIN-DATOS
           DISPLAY "SIN SDI BIMESTRAL, INTEGRADOS CON FACTOR "
                   "MINIMO: " WS-SIN-SDI
           IF TODOS-LOS-REGISTROS
              THEN
                  MOVE "I" TO WS-RGP-ACCION
                  PERFORM 210-TOTAL-REGISTRO THRU 210-FIN
                          VARYING WS-IND-REG FROM 1 BY 1
                          UNTIL WS-IND-REG GREATER WS-RGP-TOTAL
           END-IF
           IF WS-SIN-DATOS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       210-TOTAL-REGISTRO.
           MOVE WS-IND-REG TO WS-RGP-INDICE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           DISPLAY "REGISTRO " WS-RGP-CLAVE " " WS-RGP-REGISTRO-IMSS
                   " EMPLEADOS: " WS-TREG-REGISTROS (WS-IND-REG)
                   " SDI: " WS-TREG-IMPORTE (WS-IND-REG).
       210-FIN.  EXIT.
