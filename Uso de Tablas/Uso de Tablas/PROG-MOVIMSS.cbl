      *     MANTENIMIENTO);                                            *
      *   - LOS CAMBIOS DE SALARIO DE HISTCAMB (CAMPO "SALARIO"),      *
      *     CON EL SALARIO NUEVO PARSEADO DEL VALOR DESPUES;           *
      * LES UNE RFC Y CURP DE EMPDATOS, TOMA EL SALARIO DIARIO         *
      * INTEGRADO DE SDIEMP (FACTOR MINIMO SI NO ESTA), Y ESCRIBE EL   *
      * ARCHIVO DE MOVIMIENTOS DE ANCHO FIJO CON ENCABEZADO Y SUMARIO  *
      * DE CONTROL, MAS EL REPORTE DE LO EXTRAIDO POR TIPO.            *
      * LOS AVISOS SE PRESENTAN POR REGISTRO PATRONAL: LA CORRIDA PIDE *
      * LA CLAVE DEL REGISTRO, PROGRPAT RESUELVE EL DE CADA EMPLEADO Y *
      * SOLO SE EXTRAEN LOS SUYOS, CON EL NUMERO DE REGISTRO IMSS EN   *
      * EL ENCABEZADO Y EN CADA AVISO. CON CLAVE 00 SE EXTRAEN TODOS Y *
      * EL REPORTE CIERRA CON LOS AVISOS DE CADA REGISTRO.             *
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
           SELECT MOVIMSS      ASSIGN TO UT-S-MOVIMSS
                               FILE STATUS IS WS-STATUS-MOVIMSS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
           DATA RECORD IS REG-EMPDATOS.
           COPY EMPDATOS.

       FD  SDIEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS REG-SDIEMP.
           COPY SDIEMP.

       FD  MOVIMSS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           05 MI-RFC              PIC X(13).
           05 MI-CURP             PIC X(18).
           05 MI-SDI              PIC 9(07)V99.
           05 MI-REGISTRO-IMSS    PIC X(11).
           05 FILLER              PIC X(15).

       01  REG-MOVIMSS-CTRL REDEFINES REG-MOVIMSS.
           05 MI-CTRL-INDICADOR   PIC 9(05).
              88 MI-ES-SUMARIO       VALUE 99999.
           05 MI-CTRL-FECHA       PIC 9(08).
           05 MI-CTRL-REGISTROS   PIC 9(05).
           05 MI-CTRL-REGISTRO-IMSS PIC X(11).
           05 FILLER              PIC X(51).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-SDIEMP    PIC X(02)    VALUE "00".
              88 SDIEMP-OK          VALUE "00".
           05 SW-HAY-SDIEMP       PIC X(01)    VALUE "N".
              88 HAY-SDIEMP          VALUE "S".
           05 WS-FACTOR-INTEGRA   PIC 9(01)V9999 VALUE 1.0452.
           05 WS-SIN-SDI          PIC 9(05)    VALUE ZEROS.
           05 WS-STATUS-MOVIMSS   PIC X(02)    VALUE "00".
              88 MOVIMSS-OK         VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
           05 WS-EXTRAIDOS        PIC 9(05)    VALUE ZEROS.
           05 WS-SALARIO-NUEVO    PIC 9(07)V99 VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-REG-PEDIDO       PIC 9(02)    VALUE ZEROS.
              88 TODOS-LOS-REGISTROS VALUE ZEROS.
           05 WS-REG-IMSS-PEDIDO  PIC X(11)    VALUE SPACES.
           05 WS-IND-REG          PIC 9(02)    VALUE ZEROS.

       01  WS-TOTALES-REGPAT.
           05 WS-TREG-AVISOS      PIC 9(05)    OCCURS 10 TIMES.

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

      * VISTA PARA PARSEAR EL SALARIO NUEVO DE HISTCAMB, QUE VIENE
      * EDITADO COMO "9999999.99" EN HC-VALOR-NUEVO.
           05 WS-TOT-MODIFS-R     PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-REG.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(09)    VALUE "REGISTRO ".
           05 WS-TOT-REG-CLAVE    PIC 99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-REG-IMSS     PIC X(11).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-REG-RAZON    PIC X(30).
           05 FILLER              PIC X(02)    VALUE ": ".
           05 WS-TOT-REG-AVISOS   PIC ZZ,ZZ9.
           05 FILLER              PIC X(17)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
              THEN
                  MOVE WS-FECHA-HOY TO WS-FECHA-HASTA
           END-IF
           PERFORM 015-PIDE-REGISTRO     THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS     THRU 020-FIN
           PERFORM 100-COSECHA-AUDITORIA THRU 100-FIN
           PERFORM 150-COSECHA-HISTCAMB  THRU 150-FIN
           PERFORM 200-FINAL             THRU 200-FIN
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
           DISPLAY "AVISOS DEL REGISTRO " WS-RGP-REGISTRO-IMSS " "
                   WS-RGP-RAZON-SOCIAL.
       015-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN INPUT SDIEMP
           IF SDIEMP-OK
              THEN
                  SET HAY-SDIEMP TO TRUE
              ELSE
                  DISPLAY "SIN SDIEMP, TODOS SE INTEGRAN CON EL "
                          "FACTOR MINIMO, STATUS: " WS-STATUS-SDIEMP
           END-IF
           OPEN OUTPUT MOVIMSS
           IF NOT MOVIMSS-OK
              THEN
           MOVE ZEROS        TO REG-MOVIMSS
           MOVE 00000        TO MI-CTRL-INDICADOR
           MOVE WS-FECHA-HOY TO MI-CTRL-FECHA
           MOVE WS-REG-IMSS-PEDIDO TO MI-CTRL-REGISTRO-IMSS
           WRITE REG-MOVIMSS.
       020-FIN.  EXIT.

           EVALUATE TRUE
              WHEN AUD-RESULTADO (1:7) EQUAL "ALTA OK"
                 MOVE "A" TO MI-TIPO
                 MOVE "ALTA"         TO WS-DET-TIPO
              WHEN AUD-RESULTADO (1:7) EQUAL "BAJA OK"
                 MOVE "B" TO MI-TIPO
                 MOVE "BAJA"         TO WS-DET-TIPO
              WHEN OTHER
                 GO TO 110-FIN
           END-IF
           MOVE "M"           TO MI-TIPO
           MOVE "MODIFICACION" TO WS-DET-TIPO
           MOVE HC-NUMERO-EMP TO MI-NUMERO-EMP
           MOVE HC-FECHA      TO MI-FECHA
           PERFORM 160-COMPLETA-Y-GRABA THRU 160-FIN.
       155-FIN.  EXIT.

      * COMPLETA EL AVISO CON RFC Y CURP DE EMPDATOS Y EL SALARIO
      * DIARIO INTEGRADO DE SDIEMP (VER 170); LA BAJA VIAJA CON SDI
      * EN CEROS. UN AVISO SIN DATOS PERSONALES VIAJA CON RFC/CURP EN
      * BLANCO Y SE MARCA, PORQUE EL SEGURO LO VA A RECHAZAR. EL
      * AVISO DE UN EMPLEADO DE OTRO REGISTRO PATRONAL NO SE EXTRAE
      * NI SE CUENTA.
       160-COMPLETA-Y-GRABA.
           PERFORM 165-RESUELVE-REGISTRO THRU 165-FIN
           IF NOT TODOS-LOS-REGISTROS
              AND WS-RGP-CLAVE NOT EQUAL WS-REG-PEDIDO
              THEN
                  GO TO 160-FIN
           END-IF
           EVALUATE TRUE
              WHEN MI-ES-ALTA
                 ADD 1 TO WS-ALTAS
              WHEN MI-ES-BAJA
                 ADD 1 TO WS-BAJAS
              WHEN OTHER
                 ADD 1 TO WS-MODIFS
           END-EVALUATE
           ADD 1 TO WS-TREG-AVISOS (WS-RGP-INDICE)
           MOVE WS-RGP-REGISTRO-IMSS TO MI-REGISTRO-IMSS
           MOVE SPACES TO MI-RFC
                          MI-CURP
                          WS-DET-NOTA
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       160-FIN.  EXIT.

      * EL REGISTRO SE RESUELVE CON EL DEPARTAMENTO DEL MAESTRO; SI
      * EL EMPLEADO YA NO ESTA, SOLO CUENTA SU ASIGNACION DIRECTA.
       165-RESUELVE-REGISTRO.
           MOVE MI-NUMERO-EMP TO NUMERO-EMP
                                 WS-RGP-NUMERO-EMP
           MOVE ZEROS         TO WS-RGP-DEPTO
           READ EMPLEADOS
              NOT INVALID KEY
                 MOVE DEPTO-EMP TO WS-RGP-DEPTO
           END-READ
           MOVE "E" TO WS-RGP-ACCION
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT.
       165-FIN.  EXIT.

       170-CALCULA-SDI.
           IF MI-ES-MODIF
              THEN
                        MOVE SALARIO-EMP TO WS-SALARIO-NUEVO
                  END-READ
           END-IF
           IF MI-ES-MODIF
              AND WS-SALARIO-NUEVO EQUAL ZEROS
              THEN
                  GO TO 170-FIN
           END-IF
           IF HAY-SDIEMP
              THEN
                  MOVE MI-NUMERO-EMP TO SDI-NUMERO-EMP
                  READ SDIEMP
                     INVALID KEY
                        PERFORM 175-INTEGRA-MINIMO THRU 175-FIN
                     NOT INVALID KEY
                        PERFORM 172-TOMA-SDIEMP THRU 172-FIN
                  END-READ
              ELSE
                  PERFORM 175-INTEGRA-MINIMO THRU 175-FIN
           END-IF.
       170-FIN.  EXIT.

      * EL ALTA AVISA EL SDI VIGENTE TAL CUAL. LA MODIFICACION AVISA
      * EL SALARIO NUEVO INTEGRADO CON EL FACTOR DEL EMPLEADO MAS SU
      * PARTE VARIABLE, PORQUE SDIEMP TODAVIA TRAE EL SALARIO VIEJO
      * HASTA QUE PROGSDI LO RECALCULE.
       172-TOMA-SDIEMP.
           IF NOT MI-ES-MODIF
              THEN
                  MOVE SDI-IMPORTE TO MI-SDI
                  GO TO 172-FIN
           END-IF
           COMPUTE MI-SDI ROUNDED =
                   WS-SALARIO-NUEVO / 30 * SDI-FACTOR
                   + SDI-PARTE-VARIABLE
              ON SIZE ERROR
                 MOVE ZEROS TO MI-SDI
           END-COMPUTE.
       172-FIN.  EXIT.

      * SIN SDI VIGENTE SE INTEGRA EL SALARIO ENTRE 30 CON EL FACTOR
      * MINIMO, COMO EN PROGSUA.
       175-INTEGRA-MINIMO.
           COMPUTE MI-SDI ROUNDED =
                   WS-SALARIO-NUEVO / 30 * WS-FACTOR-INTEGRA
              ON SIZE ERROR
                 MOVE ZEROS TO MI-SDI
           END-COMPUTE
           ADD 1 TO WS-SIN-SDI.
       175-FIN.  EXIT.

       200-FINAL.
           MOVE ZEROS        TO REG-MOVIMSS
           WRITE REG-REPORTE FROM WS-DET-TOT-BAJAS  AFTER 1
           MOVE WS-MODIFS TO WS-TOT-MODIFS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-MODIFS AFTER 1
           IF TODOS-LOS-REGISTROS
              THEN
                  MOVE "I" TO WS-RGP-ACCION
                  PERFORM 210-TOTAL-REGISTRO THRU 210-FIN
                          VARYING WS-IND-REG FROM 1 BY 1
                          UNTIL WS-IND-REG GREATER WS-RGP-TOTAL
           END-IF
           CLOSE EMPLEADOS
           CLOSE EMPDATOS
           IF HAY-SDIEMP
              THEN
                  CLOSE SDIEMP
           END-IF
           CLOSE MOVIMSS
           CLOSE REPORTE
           DISPLAY "AVISOS EXTRAIDOS: " WS-EXTRAIDOS
                   " SIN DATOS PERSONALES: " WS-SIN-DATOS
           DISPLAY "AVISOS INTEGRADOS CON EL FACTOR MINIMO: "
                   WS-SIN-SDI
           EVALUATE TRUE
              WHEN WS-EXTRAIDOS EQUAL ZEROS
                 MOVE 4 TO RETURN-CODE
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       200-FIN.  EXIT.

       210-TOTAL-REGISTRO.
           MOVE WS-IND-REG TO WS-RGP-INDICE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE WS-RGP-CLAVE               TO WS-TOT-REG-CLAVE
           MOVE WS-RGP-REGISTRO-IMSS       TO WS-TOT-REG-IMSS
           MOVE WS-RGP-RAZON-SOCIAL        TO WS-TOT-REG-RAZON
           MOVE WS-TREG-AVISOS (WS-IND-REG) TO WS-TOT-REG-AVISOS
           IF WS-IND-REG EQUAL 1
              THEN
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 2
              ELSE
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 1
           END-IF.
       210-FIN.  EXIT.
