       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGFONA.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              14/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * MODULO DE CREDITOS FONACOT (VER COPY FONACOT):                 *
      *   OPCION 1 - CARGA DE LA CEDULA MENSUAL: CADA RENGLON DE LA    *
      *              CEDULA (EMPLEADO, CREDITO, RFC, MES Y RETENCION   *
      *              MENSUAL) CREA O REEMPLAZA SU CREDITO CON LO       *
      *              RETENIDO EN CEROS. UN EMPLEADO QUE NO ESTA EN EL  *
      *              MAESTRO SE RECHAZA; UNO DADO DE BAJA SE CARGA     *
      *              CON INCIDENCIA B PARA QUE VIAJE EN LA DEVOLUCION. *
      *   OPCION 2 - PAGO MENSUAL AL INSTITUTO: POR CADA CREDITO DE    *
      *              LA CEDULA DEL MES GRABA EN FONAPAGO LO RETENIDO   *
      *              POR PROGNOMI, CON ENCABEZADO Y SUMARIO DE         *
      *              CONTROL, Y LISTA LAS INCIDENCIAS (BAJA O NETO     *
      *              INSUFICIENTE) PARA EL REPORTE DE DEVOLUCION, EN   *
      *              LUGAR DE QUE UN CREDITO SIN COBRAR PASE CALLADO.  *
      *              LO REVERTIDO POR PROGREVE (RENGLONES FONA DEL MES *
      *              EN LA BITACORA NOMREVE) SE QUITA DE LO RETENIDO   *
      *              DE LOS CREDITOS DEL EMPLEADO ANTES DE PAGAR. EL   *
      *              ATRASO DE MESES ANTERIORES QUE PROGNOMI COBRO EN  *
      *              EL MES VIAJA EN EL PAGO DEL CREDITO QUE LO        *
      *              RECIBIO, SEPARADO EN FP-ATRASO.                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEDFONA      ASSIGN TO UT-S-CEDFONA
                               FILE STATUS IS WS-STATUS-CEDULA.
           SELECT FONACOT      ASSIGN TO UT-S-FONACOT
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS FON-LLAVE
                               FILE STATUS IS WS-STATUS-FONACOT.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT NOMREVE      ASSIGN TO UT-S-NOMREVE
                               FILE STATUS IS WS-STATUS-NOMREVE.
           SELECT FONAPAGO     ASSIGN TO UT-S-FONAPAGO
                               FILE STATUS IS WS-STATUS-FONAPAGO.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * CEDULA MENSUAL DEL INSTITUTO, UN RENGLON POR CREDITO.
       FD  CEDFONA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CEDFONA.
       01  REG-CEDFONA.
           05 CED-NUMERO-EMP      PIC 9(05).
           05 CED-CREDITO         PIC X(10).
           05 CED-RFC             PIC X(13).
           05 CED-MES.
              10 CED-ANIO         PIC 9(04).
              10 CED-MES-NUM      PIC 9(02).
           05 CED-RETENCION       PIC 9(07)V99.
           05 FILLER              PIC X(37).

       FD  FONACOT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS REG-FONACOT.
           COPY FONACOT.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

      * BITACORA DE RENGLONES REVERTIDOS DE PROGREVE, CON EL CONCEPTO
      * ORIGINAL (LAYOUT DE NOMINA). PUEDE NO EXISTIR.
       FD  NOMREVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

      * PAGO MENSUAL AL INSTITUTO, AL ESTILO DEL ARCHIVO DE
      * DISPERSION DE PROGBANC: ENCABEZADO, UN RENGLON POR CREDITO
      * DE LA CEDULA Y SUMARIO CON CONTEO E IMPORTE RETENIDO.
       FD  FONAPAGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FONAPAGO.
       01  REG-FONAPAGO.
           05 FP-NUMERO-EMP       PIC 9(05).
           05 FP-CREDITO          PIC X(10).
           05 FP-RFC              PIC X(13).
           05 FP-MES              PIC 9(06).
           05 FP-RETENCION        PIC 9(07)V99.
           05 FP-RETENIDO         PIC 9(07)V99.
           05 FP-INCIDENCIA       PIC X(01).
           05 FP-ATRASO           PIC 9(07)V99.
           05 FILLER              PIC X(18).

       01  REG-FONAPAGO-CTRL REDEFINES REG-FONAPAGO.
           05 FP-CTRL-INDICADOR   PIC 9(05).
              88 FP-ES-ENCABEZADO    VALUE 00000.
              88 FP-ES-SUMARIO       VALUE 99999.
           05 FP-CTRL-FECHA       PIC 9(08).
           05 FP-CTRL-REGISTROS   PIC 9(05).
           05 FP-CTRL-IMPORTE     PIC 9(11)V99.
           05 FILLER              PIC X(49).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CEDULA    PIC X(02)    VALUE "00".
              88 CEDULA-OK          VALUE "00".
           05 WS-STATUS-FONACOT   PIC X(02)    VALUE "00".
              88 FONACOT-OK         VALUE "00" "05".
              88 FONACOT-NO-EXISTE  VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-FONAPAGO  PIC X(02)    VALUE "00".
              88 FONAPAGO-OK        VALUE "00".
           05 WS-STATUS-NOMREVE   PIC X(02)    VALUE "00".
              88 NOMREVE-OK         VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-CREDITO-EXISTE   PIC X(01)    VALUE "N".
              88 CREDITO-EXISTE      VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-MES-PEDIDO       PIC 9(06)    VALUE ZEROS.
           05 WS-CARGADOS         PIC 9(05)    VALUE ZEROS.
           05 WS-RECHAZADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-BAJAS            PIC 9(05)    VALUE ZEROS.
           05 WS-CREDITOS         PIC 9(05)    VALUE ZEROS.
           05 WS-INCIDENCIAS      PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-CEDULA       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-RETENIDO     PIC 9(11)V99 VALUE ZEROS.
           05 WS-INCIDENCIA       PIC X(01)    VALUE SPACES.
           05 SW-FIN-REV          PIC X(03)    VALUE SPACES.
           05 SW-REV-LLENA        PIC X(01)    VALUE "N".
              88 TABLA-REV-LLENA    VALUE "S".
           05 WS-MES-RENGLON      PIC 9(06)    VALUE ZEROS.
           05 WS-TOTAL-REV        PIC 9(03)    VALUE ZEROS.
           05 WS-IND-REV          PIC 9(03)    VALUE ZEROS.
           05 WS-IND-BUSCA-REV    PIC 9(03)    VALUE ZEROS.
           05 WS-NUMERO-REV       PIC 9(05)    VALUE ZEROS.
           05 WS-RETENIDO-NETO    PIC 9(07)V99 VALUE ZEROS.
           05 WS-ATRASO-CRED      PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOT-ATRASO       PIC 9(11)V99 VALUE ZEROS.
           05 WS-QUITA-REV        PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOT-REVERTIDO    PIC 9(11)V99 VALUE ZEROS.

      * RETENCION FONA DEL MES QUE PROGREVE REVIRTIO, POR EMPLEADO;
      * SE VA CONSUMIENDO CONTRA SUS CREDITOS EN ORDEN DE LLAVE.
       01  WS-TABLA-REVERTIDOS.
           05 WS-REVERTIDO        OCCURS 500 TIMES.
              10 WS-REV-NUMERO    PIC 9(05).
              10 WS-REV-IMPORTE   PIC 9(07)V99.

       01  WS-TITULO-1.
           05 FILLER              PIC X(16)    VALUE SPACES.
           05 WS-TIT-1-TEXTO      PIC X(48)    VALUE SPACES.
           05 FILLER              PIC X(16)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CREDITO      PIC X(10).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CEDULA       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-RETENIDO     PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-MOTIVO       PIC X(27).

       01  WS-DET-TOT-CEDULA.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CREDITOS / IMPORTE CEDULA  : ".
           05 WS-TOT-CREDITOS-R   PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE " / ".
           05 WS-TOT-CEDULA-R     PIC $$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(24)    VALUE SPACES.

       01  WS-DET-TOT-PAGO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "INCIDENCIAS / IMPORTE PAGO : ".
           05 WS-TOT-INCIDEN-R    PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE " / ".
           05 WS-TOT-RETENIDO-R   PIC $$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(24)    VALUE SPACES.

       01  WS-DET-TOT-CARGA.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CARGADOS / RECHAZADOS      : ".
           05 WS-TOT-CARGADOS-R   PIC ZZ,ZZ9.
           05 FILLER              PIC X(03)    VALUE " / ".
           05 WS-TOT-RECHAZADOS-R PIC ZZ,ZZ9.
           05 FILLER              PIC X(35)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "1. CARGA DE LA CEDULA MENSUAL FONACOT"
           DISPLAY "2. PAGO MENSUAL E INCIDENCIAS AL INSTITUTO"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CARGA-CEDULA THRU 100-FIN
              WHEN 2
                 PERFORM 200-PAGO-MENSUAL THRU 200-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * OPCION 1: CARGA DE LA CEDULA
      * ---------------------------------------------------------------
       100-CARGA-CEDULA.
           OPEN INPUT CEDFONA
           IF NOT CEDULA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CEDFONA, STATUS: "
                          WS-STATUS-CEDULA
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE CEDFONA
                  GO TO 100-FIN
           END-IF
           OPEN I-O FONACOT
           IF FONACOT-NO-EXISTE
              THEN
                  OPEN OUTPUT FONACOT
                  CLOSE FONACOT
                  OPEN I-O FONACOT
           END-IF
           IF NOT FONACOT-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR FONACOT, STATUS: "
                          WS-STATUS-FONACOT
                  MOVE 8 TO RETURN-CODE
                  CLOSE CEDFONA
                  CLOSE EMPLEADOS
                  GO TO 100-FIN
           END-IF
           OPEN OUTPUT REPORTE
           MOVE "CARGA DE CEDULA FONACOT - RECHAZOS Y BAJAS"
              TO WS-TIT-1-TEXTO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE SPACES TO SW-FIN
           PERFORM 110-CARGA-RENGLON THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-CARGADOS   TO WS-TOT-CARGADOS-R
           MOVE WS-RECHAZADOS TO WS-TOT-RECHAZADOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-CARGA AFTER 1
           CLOSE CEDFONA
           CLOSE EMPLEADOS
           CLOSE FONACOT
           CLOSE REPORTE
           DISPLAY "CEDULA CARGADA, CREDITOS: " WS-CARGADOS
                   " RECHAZADOS: " WS-RECHAZADOS
                   " BAJAS: " WS-BAJAS
           IF WS-RECHAZADOS GREATER ZEROS
              OR WS-BAJAS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF.
       100-FIN.  EXIT.

       110-CARGA-RENGLON.
           READ CEDFONA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-READ
           MOVE CED-NUMERO-EMP TO WS-DET-NUMERO
           MOVE CED-CREDITO    TO WS-DET-CREDITO
           MOVE CED-RETENCION  TO WS-DET-CEDULA
           MOVE ZEROS          TO WS-DET-RETENIDO
           MOVE CED-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 ADD 1 TO WS-RECHAZADOS
                 MOVE "NO ESTA EN EL MAESTRO" TO WS-DET-MOTIVO
                 WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                 GO TO 110-FIN
           END-READ
           MOVE "N" TO SW-CREDITO-EXISTE
           MOVE CED-NUMERO-EMP TO FON-NUMERO-EMP
           MOVE CED-CREDITO    TO FON-CREDITO
           READ FONACOT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET CREDITO-EXISTE TO TRUE
           END-READ
           MOVE SPACES         TO REG-FONACOT
           MOVE CED-NUMERO-EMP TO FON-NUMERO-EMP
           MOVE CED-CREDITO    TO FON-CREDITO
           MOVE CED-RFC        TO FON-RFC
           MOVE CED-MES        TO FON-MES-CEDULA
           MOVE CED-RETENCION  TO FON-RETENCION-MES
           MOVE ZEROS          TO FON-RETENIDO-MES
                                  FON-ATRASO-COBRADO
           MOVE WS-FECHA-HOY   TO FON-FECHA-CARGA
      * UN EMPLEADO YA DADO DE BAJA NO COBRA EN PROGNOMI: SE CARGA
      * CON SU INCIDENCIA PARA QUE LA DEVOLUCION LA REPORTE.
           IF EMP-ES-BAJA
              THEN
                  MOVE "B" TO FON-INCIDENCIA
                  ADD 1 TO WS-BAJAS
                  MOVE "BAJA, VA EN LA DEVOLUCION" TO WS-DET-MOTIVO
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           END-IF
           IF CREDITO-EXISTE
              THEN
                  REWRITE REG-FONACOT
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR FONACOT: "
                                FON-LLAVE
                  END-REWRITE
              ELSE
                  WRITE REG-FONACOT
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR FONACOT: "
                                FON-LLAVE
                  END-WRITE
           END-IF
           ADD 1 TO WS-CARGADOS.
       110-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: PAGO MENSUAL E INCIDENCIAS
      * ---------------------------------------------------------------
       200-PAGO-MENSUAL.
           DISPLAY "MES DE LA CEDULA A PAGAR (AAAAMM): "
           ACCEPT WS-MES-PEDIDO
           OPEN INPUT FONACOT
           IF NOT FONACOT-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR FONACOT, STATUS: "
                          WS-STATUS-FONACOT
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE FONACOT
                  GO TO 200-FIN
           END-IF
           OPEN OUTPUT FONAPAGO
           IF NOT FONAPAGO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR FONAPAGO, STATUS: "
                          WS-STATUS-FONAPAGO
                  MOVE 8 TO RETURN-CODE
                  CLOSE FONACOT
                  CLOSE EMPLEADOS
                  GO TO 200-FIN
           END-IF
           OPEN OUTPUT REPORTE
           PERFORM 205-CARGA-REVERTIDOS THRU 205-FIN
           MOVE "PAGO FONACOT - INCIDENCIAS PARA LA DEVOLUCION"
              TO WS-TIT-1-TEXTO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE ZEROS         TO REG-FONAPAGO-CTRL
           MOVE 00000         TO FP-CTRL-INDICADOR
           MOVE WS-FECHA-HOY  TO FP-CTRL-FECHA
           WRITE REG-FONAPAGO
           MOVE LOW-VALUES TO FON-LLAVE
           START FONACOT KEY IS NOT LESS FON-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 210-PAGA-CREDITO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE ZEROS           TO REG-FONAPAGO-CTRL
           MOVE 99999           TO FP-CTRL-INDICADOR
           MOVE WS-FECHA-HOY    TO FP-CTRL-FECHA
           MOVE WS-CREDITOS     TO FP-CTRL-REGISTROS
           MOVE WS-TOT-RETENIDO TO FP-CTRL-IMPORTE
           WRITE REG-FONAPAGO
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-CREDITOS     TO WS-TOT-CREDITOS-R
           MOVE WS-TOT-CEDULA   TO WS-TOT-CEDULA-R
           WRITE REG-REPORTE FROM WS-DET-TOT-CEDULA AFTER 1
           MOVE WS-INCIDENCIAS  TO WS-TOT-INCIDEN-R
           MOVE WS-TOT-RETENIDO TO WS-TOT-RETENIDO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-PAGO AFTER 1
           CLOSE FONACOT
           CLOSE EMPLEADOS
           CLOSE FONAPAGO
           CLOSE REPORTE
           DISPLAY "PAGO FONACOT TERMINADO, CREDITOS: " WS-CREDITOS
                   " INCIDENCIAS: " WS-INCIDENCIAS
                   " IMPORTE: " WS-TOT-RETENIDO
           IF WS-TOT-ATRASO GREATER ZEROS
              THEN
                  DISPLAY "ATRASO DE MESES ANTERIORES INCLUIDO: "
                          WS-TOT-ATRASO
           END-IF
           IF WS-TOT-REVERTIDO GREATER ZEROS
              THEN
                  DISPLAY "RETENCION REVERTIDA, NO SE PAGA: "
                          WS-TOT-REVERTIDO
           END-IF
           EVALUATE TRUE
              WHEN WS-CREDITOS EQUAL ZEROS
                 DISPLAY "NINGUN CREDITO EN LA CEDULA DEL MES "
                         WS-MES-PEDIDO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-INCIDENCIAS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       200-FIN.  EXIT.

       205-CARGA-REVERTIDOS.
           MOVE ZEROS TO WS-TOTAL-REV
           OPEN INPUT NOMREVE
           IF NOT NOMREVE-OK
              THEN
                  GO TO 205-FIN
           END-IF
           MOVE SPACES TO SW-FIN-REV
           PERFORM 206-CARGA-UNO THRU 206-FIN
                   UNTIL SW-FIN-REV EQUAL "FIN"
           CLOSE NOMREVE.
       205-FIN.  EXIT.

       206-CARGA-UNO.
           READ NOMREVE
              AT END
                 MOVE "FIN" TO SW-FIN-REV
                 GO TO 206-FIN
           END-READ
           COMPUTE WS-MES-RENGLON = (NOM-ANIO * 100) + NOM-MES
           IF NOM-CONCEPTO NOT EQUAL "FONA"
              OR WS-MES-RENGLON NOT EQUAL WS-MES-PEDIDO
              THEN
                  GO TO 206-FIN
           END-IF
           MOVE NOM-NUMERO-EMP TO WS-NUMERO-REV
           PERFORM 207-BUSCA-EMPLEADO THRU 207-FIN
           IF WS-IND-REV EQUAL ZEROS
              THEN
                  IF WS-TOTAL-REV EQUAL 500
                     THEN
                         IF NOT TABLA-REV-LLENA
                            THEN
                                DISPLAY "CAPACIDAD EXCEDIDA: MAS DE "
                                        "500 EMPLEADOS CON FONACOT "
                                        "REVERTIDO"
                                SET TABLA-REV-LLENA TO TRUE
                         END-IF
                         GO TO 206-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-REV
                  MOVE WS-TOTAL-REV   TO WS-IND-REV
                  MOVE NOM-NUMERO-EMP TO WS-REV-NUMERO (WS-IND-REV)
                  MOVE ZEROS          TO WS-REV-IMPORTE (WS-IND-REV)
           END-IF
           ADD NOM-DEDUCCION TO WS-REV-IMPORTE (WS-IND-REV).
       206-FIN.  EXIT.

       207-BUSCA-EMPLEADO.
           MOVE ZEROS TO WS-IND-REV
           PERFORM VARYING WS-IND-BUSCA-REV FROM 1 BY 1
                   UNTIL WS-IND-BUSCA-REV GREATER WS-TOTAL-REV
              IF WS-REV-NUMERO (WS-IND-BUSCA-REV) EQUAL WS-NUMERO-REV
                 THEN
                     MOVE WS-IND-BUSCA-REV TO WS-IND-REV
              END-IF
           END-PERFORM.
       207-FIN.  EXIT.

      * LA INCIDENCIA QUE DEJO PROGNOMI SE RESPETA; LA BAJA SE VUELVE
      * A CHECAR CONTRA EL MAESTRO PORQUE PUDO OCURRIR DESPUES DE LA
      * CARGA. UN CREDITO SIN INCIDENCIA QUE NO SE COMPLETO TAMBIEN
      * VA COMO NETO INSUFICIENTE: NADA SE QUEDA SIN EXPLICAR. EL
      * ATRASO COBRADO SE PAGA CON EL CREDITO PERO NO CUENTA PARA
      * COMPLETAR LA RETENCION DEL MES.
       210-PAGA-CREDITO.
           READ FONACOT NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF FON-MES-CEDULA NOT EQUAL WS-MES-PEDIDO
              THEN
                  GO TO 210-FIN
           END-IF
           ADD 1 TO WS-CREDITOS
           PERFORM 215-QUITA-REVERTIDO THRU 215-FIN
           ADD FON-RETENCION-MES TO WS-TOT-CEDULA
           ADD WS-RETENIDO-NETO  TO WS-TOT-RETENIDO
           MOVE FON-INCIDENCIA TO WS-INCIDENCIA
           MOVE FON-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 MOVE "B" TO WS-INCIDENCIA
              NOT INVALID KEY
                 IF EMP-ES-BAJA
                    THEN
                        MOVE "B" TO WS-INCIDENCIA
                 END-IF
           END-READ
           IF WS-INCIDENCIA EQUAL SPACE
              AND WS-RETENIDO-NETO LESS
                  FON-RETENCION-MES + WS-ATRASO-CRED
              THEN
                  MOVE "I" TO WS-INCIDENCIA
           END-IF
           MOVE SPACES            TO REG-FONAPAGO
           MOVE FON-NUMERO-EMP    TO FP-NUMERO-EMP
           MOVE FON-CREDITO       TO FP-CREDITO
           MOVE FON-RFC           TO FP-RFC
           MOVE FON-MES-CEDULA    TO FP-MES
           MOVE FON-RETENCION-MES TO FP-RETENCION
           MOVE WS-RETENIDO-NETO  TO FP-RETENIDO
           MOVE WS-INCIDENCIA     TO FP-INCIDENCIA
           MOVE WS-ATRASO-CRED    TO FP-ATRASO
           WRITE REG-FONAPAGO
           IF WS-INCIDENCIA EQUAL SPACE
              THEN
                  GO TO 210-FIN
           END-IF
           ADD 1 TO WS-INCIDENCIAS
           MOVE FON-NUMERO-EMP    TO WS-DET-NUMERO
           MOVE FON-CREDITO       TO WS-DET-CREDITO
           MOVE FON-RETENCION-MES TO WS-DET-CEDULA
           MOVE WS-RETENIDO-NETO  TO WS-DET-RETENIDO
           IF WS-INCIDENCIA EQUAL "B"
              THEN
                  MOVE "B - BAJA DEL EMPLEADO" TO WS-DET-MOTIVO
              ELSE
                  MOVE "I - NETO INSUFICIENTE" TO WS-DET-MOTIVO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       210-FIN.  EXIT.

      * LO RETENIDO QUE SE REVIRTIO NO SE PAGA: SE QUITA DEL PRIMER
      * CREDITO DEL EMPLEADO HASTA DONDE ALCANCE LO RETENIDO (CON
      * EL ATRASO COBRADO) Y EL RESTO DEL SIGUIENTE. EL CREDITO QUEDA
      * CORTO Y SALE COMO NETO INSUFICIENTE EN LA DEVOLUCION.
       215-QUITA-REVERTIDO.
           MOVE ZEROS TO WS-ATRASO-CRED
           IF FON-ATRASO-COBRADO NUMERIC
              THEN
                  MOVE FON-ATRASO-COBRADO TO WS-ATRASO-CRED
           END-IF
           ADD WS-ATRASO-CRED TO WS-TOT-ATRASO
           COMPUTE WS-RETENIDO-NETO =
                   FON-RETENIDO-MES + WS-ATRASO-CRED
           MOVE FON-NUMERO-EMP   TO WS-NUMERO-REV
           PERFORM 207-BUSCA-EMPLEADO THRU 207-FIN
           IF WS-IND-REV EQUAL ZEROS
              THEN
                  GO TO 215-FIN
           END-IF
           IF WS-REV-IMPORTE (WS-IND-REV) GREATER WS-RETENIDO-NETO
              THEN
                  MOVE WS-RETENIDO-NETO TO WS-QUITA-REV
              ELSE
                  MOVE WS-REV-IMPORTE (WS-IND-REV) TO WS-QUITA-REV
           END-IF
           SUBTRACT WS-QUITA-REV FROM WS-RETENIDO-NETO
           SUBTRACT WS-QUITA-REV FROM WS-REV-IMPORTE (WS-IND-REV)
           ADD WS-QUITA-REV TO WS-TOT-REVERTIDO.
       215-FIN.  EXIT.
