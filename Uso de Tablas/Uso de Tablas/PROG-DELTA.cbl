       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGDLTA.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * EXTRACCION NOCTURNA DEL DELTA DE CAMBIOS DE EMPLEADOS (COPY    *
      * DELTAEMP) PARA CONTROL DE ACCESO, COMEDOR Y EL DIRECTORIO DE   *
      * LA INTRANET, QUE RECIBIAN EL MAESTRO COMPLETO Y LO COMPARABAN  *
      * CADA UNO A SU MANERA. SE ARMA CON LOS EVENTOS DE AUDITORIA     *
      * (TRANSACCIONES COMPLETADAS) Y DE HISTCAMB POSTERIORES A LA     *
      * MARCA DE LA ULTIMA EXTRACCION TERMINADA (CTRLDLTA) Y HASTA EL  *
      * MOMENTO DE ARRANCAR:                                           *
      *   - UN DETALLE POR EMPLEADO TOCADO, CON SUS VALORES DE HOY EN  *
      *     EL MAESTRO Y EL TIPO DE CAMBIO NETO (ALTA, CAMBIO, BAJA,   *
      *     REINSTALACION O LICENCIA).                                 *
      *   - ENCABEZADO CON CONSECUTIVO Y VENTANA, SUMARIO CON CONTEOS. *
      * LA MARCA SOLO AVANZA CUANDO EL DELTA QUEDO COMPLETO; UNA NOCHE *
      * CAIDA SE RECOGE EN LA SIGUIENTE SIN HUECOS NI DUPLICADOS. CADA *
      * GENERACION SE REGISTRA EN CATALOGO (PROGCATA). CORRE COMO PASO *
      * DEL NOCTURNO DE PROGLOTE, DESPUES DE LOS CAMBIOS CON FECHA     *
      * EFECTIVA.                                                      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTRLDLTA     ASSIGN TO UT-S-CTRLDLTA
                               FILE STATUS IS WS-STATUS-CTRLDLTA.
           SELECT AUDITORIA    ASSIGN TO UT-S-AUDITORIA
                               FILE STATUS IS WS-STATUS-AUDITORIA.
           SELECT HISTCAMB     ASSIGN TO UT-S-HISTCAMB
                               FILE STATUS IS WS-STATUS-HISTCAMB.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT DELTAEMP     ASSIGN TO UT-S-DELTAEMP
                               FILE STATUS IS WS-STATUS-DELTAEMP.

       DATA DIVISION.
       FILE SECTION.
      * REGISTRO UNICO DE CONTROL DE LA EXTRACCION: CONSECUTIVO Y
      * MARCA (FECHA Y HORA) HASTA DONDE LLEGO LA ULTIMA EXTRACCION
      * TERMINADA. SOLO SE REESCRIBE AL CERRAR BIEN EL DELTA, ASI QUE
      * UNA NOCHE CAIDA DEJA LA MARCA DONDE ESTABA Y LA SIGUIENTE
      * CORRIDA CUBRE LAS DOS NOCHES SIN HUECO.
       FD  CTRLDLTA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-CTRLDLTA.
       01  REG-CTRLDLTA.
           05 CDL-CONSECUTIVO     PIC 9(06).
           05 CDL-MARCA-FECHA     PIC 9(08).
           05 CDL-MARCA-HORA      PIC 9(08).
           05 CDL-FECHA-CORRIDA   PIC 9(08).
           05 CDL-DETALLES        PIC 9(07).
           05 FILLER              PIC X(03).

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-FECHA           PIC 9(08).
           05 AUD-HORA            PIC 9(08).
           05 AUD-USUARIO         PIC X(08).
           05 AUD-OPCION          PIC X(01).
           05 AUD-RESULTADO       PIC X(09).
           05 AUD-NUMERO-EMP      PIC 9(05).
           05 AUD-MODO            PIC X(01).

       FD  HISTCAMB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 107 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HISTCAMB.
           COPY HISTCAMB.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  DELTAEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-DELTAEMP.
           COPY DELTAEMP.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CTRLDLTA  PIC X(02)    VALUE "00".
              88 CTRLDLTA-OK        VALUE "00".
              88 CTRLDLTA-NO-EXISTE VALUE "35".
           05 WS-STATUS-AUDITORIA PIC X(02)    VALUE "00".
              88 AUDITORIA-OK       VALUE "00".
           05 WS-STATUS-HISTCAMB  PIC X(02)    VALUE "00".
              88 HISTCAMB-OK        VALUE "00".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DELTAEMP  PIC X(02)    VALUE "00".
              88 DELTAEMP-OK        VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-ERROR            PIC X(01)    VALUE "N".
              88 HUBO-ERROR          VALUE "S".
           05 WS-CONSECUTIVO      PIC 9(06)    VALUE ZEROS.
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-EVENTOS          PIC 9(07)    VALUE ZEROS.
           05 WS-ESCRITOS         PIC 9(07)    VALUE ZEROS.
           05 WS-CUENTA-OK        PIC 9(02)    VALUE ZEROS.
           05 WS-ALTAS            PIC 9(07)    VALUE ZEROS.
           05 WS-CAMBIOS          PIC 9(07)    VALUE ZEROS.
           05 WS-BAJAS            PIC 9(07)    VALUE ZEROS.
           05 WS-REINSTALA        PIC 9(07)    VALUE ZEROS.
           05 WS-LICENCIAS        PIC 9(07)    VALUE ZEROS.
           05 WS-EVT-ALTA         PIC X(01)    VALUE "N".
           05 WS-EVT-REIN         PIC X(01)    VALUE "N".
           05 WS-EVT-NUMERO       PIC 9(05)    VALUE ZEROS.

      * LA MARCA Y EL CORTE SE COMPARAN COMO UN SOLO NUMERO DE 16
      * DIGITOS (FECHA Y HORA), IGUAL QUE CADA EVENTO LEIDO. UN
      * EVENTO ENTRA SI ES POSTERIOR A LA MARCA Y NO POSTERIOR AL
      * CORTE; LO QUE SE GRABE DURANTE LA CORRIDA QUEDA PARA LA
      * SIGUIENTE, NI SE PIERDE NI SE REPITE.
       01  WS-MARCA.
           05 WS-MARCA-FECHA      PIC 9(08)    VALUE ZEROS.
           05 WS-MARCA-HORA       PIC 9(08)    VALUE ZEROS.
       01  WS-MARCA-NUM REDEFINES WS-MARCA
                                  PIC 9(16).
       01  WS-CORTE.
           05 WS-CORTE-FECHA      PIC 9(08)    VALUE ZEROS.
           05 WS-CORTE-HORA       PIC 9(08)    VALUE ZEROS.
       01  WS-CORTE-NUM REDEFINES WS-CORTE
                                  PIC 9(16).
       01  WS-EVENTO.
           05 WS-EVENTO-FECHA     PIC 9(08)    VALUE ZEROS.
           05 WS-EVENTO-HORA      PIC 9(08)    VALUE ZEROS.
       01  WS-EVENTO-NUM REDEFINES WS-EVENTO
                                  PIC 9(16).

      * EMPLEADOS TOCADOS EN LA VENTANA, UNO POR RENGLON, CON LO QUE
      * SUS EVENTOS DICEN DE ALTA O REINSTALACION Y EL EVENTO MAS
      * RECIENTE.
       01  WS-TABLA-CAMBIOS.
           05 WS-TOTAL-CAMBIOS    PIC 9(05)    VALUE ZEROS.
           05 WS-CAMBIO           OCCURS 5000 TIMES
                                  INDEXED BY WS-IND-CAM.
              10 WS-CAM-NUMERO    PIC 9(05).
              10 WS-CAM-ALTA      PIC X(01).
              10 WS-CAM-REIN      PIC X(01).
              10 WS-CAM-ULTIMO    PIC 9(16).

       01  WS-PARAMETROS-CATA.
           05 WS-CATA-NOMBRE      PIC X(20)    VALUE "DELTAEMP".
           05 WS-CATA-RUNID       PIC X(06).
           05 WS-CATA-REGISTROS   PIC 9(07).

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGDLTA".
           05 WS-BITA-HORA-INICIO PIC 9(08).
           05 WS-BITA-LEIDOS      PIC 9(07).
           05 WS-BITA-SELECC      PIC 9(07).
           05 WS-BITA-ESCRITOS    PIC 9(07).
           05 WS-BITA-RETORNO     PIC 9(02).

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           MOVE ZEROS TO WS-LEIDOS WS-EVENTOS WS-ESCRITOS
                         WS-TOTAL-CAMBIOS WS-ALTAS WS-CAMBIOS
                         WS-BAJAS WS-REINSTALA WS-LICENCIAS
           MOVE "N" TO SW-ERROR
           PERFORM 010-LEE-CONTROL    THRU 010-FIN
           IF HUBO-ERROR
              THEN
                  GO TO 000-TERMINA
           END-IF
           PERFORM 020-ABRE-ARCHIVOS  THRU 020-FIN
           IF HUBO-ERROR
              THEN
                  GO TO 000-TERMINA
           END-IF
           PERFORM 100-LEE-AUDITORIA  THRU 100-FIN
           PERFORM 200-LEE-HISTCAMB   THRU 200-FIN
           IF NOT HUBO-ERROR
              THEN
                  PERFORM 400-GRABA-DELTA THRU 400-FIN
           END-IF
           CLOSE AUDITORIA
           CLOSE HISTCAMB
           CLOSE EMPLEADOS
           CLOSE DELTAEMP
           IF HUBO-ERROR
              THEN
                  DISPLAY "DELTA INCOMPLETO: LA MARCA NO SE MUEVE Y "
                          "LA SIGUIENTE CORRIDA CUBRE ESTA VENTANA"
              ELSE
                  PERFORM 500-GRABA-CONTROL THRU 500-FIN
           END-IF.
       000-TERMINA.
           IF HUBO-ERROR
              THEN
                  MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "EVENTOS EN VENTANA: " WS-EVENTOS
                   " EMPLEADOS EN EL DELTA: " WS-ESCRITOS
           MOVE WS-LEIDOS      TO WS-BITA-LEIDOS
           MOVE WS-EVENTOS     TO WS-BITA-SELECC
           MOVE WS-ESCRITOS    TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE    TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA
           GOBACK.

      * ---------------------------------------------------------------
      * VENTANA DE LA CORRIDA: DESDE LA MARCA DE LA ULTIMA EXTRACCION
      * TERMINADA HASTA ESTE MOMENTO. SIN CTRLDLTA ES LA PRIMERA
      * CORRIDA Y LA VENTANA ARRANCA EN CEROS (TODA LA HISTORIA).
      * ---------------------------------------------------------------
       010-LEE-CONTROL.
           MOVE ZEROS TO WS-MARCA-NUM WS-CONSECUTIVO
           OPEN INPUT CTRLDLTA
           IF CTRLDLTA-NO-EXISTE
              THEN
                  DISPLAY "SIN CTRLDLTA: PRIMERA EXTRACCION, SE TOMA "
                          "TODA LA HISTORIA"
                  GO TO 010-CORTE
           END-IF
           IF NOT CTRLDLTA-OK
              THEN
                  DISPLAY "NO SE PUDO LEER CTRLDLTA, STATUS: "
                          WS-STATUS-CTRLDLTA
                  SET HUBO-ERROR TO TRUE
                  GO TO 010-FIN
           END-IF
           READ CTRLDLTA
              AT END
                 DISPLAY "CTRLDLTA VACIO: PRIMERA EXTRACCION, SE "
                         "TOMA TODA LA HISTORIA"
              NOT AT END
                 MOVE CDL-CONSECUTIVO TO WS-CONSECUTIVO
                 MOVE CDL-MARCA-FECHA TO WS-MARCA-FECHA
                 MOVE CDL-MARCA-HORA  TO WS-MARCA-HORA
           END-READ
           CLOSE CTRLDLTA.
       010-CORTE.
           ACCEPT WS-CORTE-FECHA FROM DATE YYYYMMDD
           ACCEPT WS-CORTE-HORA  FROM TIME
           IF WS-CORTE-NUM NOT GREATER WS-MARCA-NUM
              THEN
                  DISPLAY "LA MARCA DE CTRLDLTA (" WS-MARCA-FECHA " "
                          WS-MARCA-HORA ") NO ES ANTERIOR A LA HORA "
                          "ACTUAL; REVISE EL RELOJ O EL CONTROL"
                  SET HUBO-ERROR TO TRUE
                  GO TO 010-FIN
           END-IF
           ADD 1 TO WS-CONSECUTIVO
           DISPLAY "EXTRACCION " WS-CONSECUTIVO " DESDE "
                   WS-MARCA-FECHA " " WS-MARCA-HORA " HASTA "
                   WS-CORTE-FECHA " " WS-CORTE-HORA.
       010-FIN.  EXIT.

      * SIN AUDITORIA O SIN HISTCAMB NO SE PUEDE GARANTIZAR QUE NO
      * FALTE NADA: LA CORRIDA SE DETIENE SIN MOVER LA MARCA.
       020-ABRE-ARCHIVOS.
           OPEN INPUT AUDITORIA
           IF NOT AUDITORIA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR AUDITORIA, STATUS: "
                          WS-STATUS-AUDITORIA
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           OPEN INPUT HISTCAMB
           IF NOT HISTCAMB-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR HISTCAMB, STATUS: "
                          WS-STATUS-HISTCAMB
                  CLOSE AUDITORIA
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  CLOSE AUDITORIA HISTCAMB
                  SET HUBO-ERROR TO TRUE
                  GO TO 020-FIN
           END-IF
           OPEN OUTPUT DELTAEMP
           IF NOT DELTAEMP-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR DELTAEMP, STATUS: "
                          WS-STATUS-DELTAEMP
                  CLOSE AUDITORIA HISTCAMB EMPLEADOS
                  SET HUBO-ERROR TO TRUE
           END-IF.
       020-FIN.  EXIT.

      * ---------------------------------------------------------------
      * AUDITORIA: SOLO TRANSACCIONES COMPLETADAS (MODO T) CON
      * EMPLEADO Y RESULTADO "OK". LAS VALIDACIONES (MODO M) Y LOS
      * RECHAZOS NO CAMBIARON EL MAESTRO.
      * ---------------------------------------------------------------
       100-LEE-AUDITORIA.
           MOVE SPACES TO SW-FIN
           PERFORM 110-EVALUA-AUDITORIA THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN"
                      OR HUBO-ERROR.
       100-FIN.  EXIT.

       110-EVALUA-AUDITORIA.
           READ AUDITORIA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 110-FIN
           END-READ
           ADD 1 TO WS-LEIDOS
           IF AUD-MODO NOT EQUAL "T"
              OR AUD-NUMERO-EMP EQUAL ZEROS
              THEN
                  GO TO 110-FIN
           END-IF
           MOVE AUD-FECHA TO WS-EVENTO-FECHA
           MOVE AUD-HORA  TO WS-EVENTO-HORA
           IF WS-EVENTO-NUM NOT GREATER WS-MARCA-NUM
              OR WS-EVENTO-NUM GREATER WS-CORTE-NUM
              THEN
                  GO TO 110-FIN
           END-IF
           MOVE ZEROS TO WS-CUENTA-OK
           INSPECT AUD-RESULTADO TALLYING WS-CUENTA-OK FOR ALL "OK"
           IF WS-CUENTA-OK EQUAL ZEROS
              THEN
                  GO TO 110-FIN
           END-IF
           MOVE "N" TO WS-EVT-ALTA WS-EVT-REIN
           IF AUD-RESULTADO (1:4) EQUAL "ALTA"
              THEN
                  MOVE "S" TO WS-EVT-ALTA
           END-IF
           IF AUD-RESULTADO (1:4) EQUAL "REIN"
              THEN
                  MOVE "S" TO WS-EVT-REIN
           END-IF
           MOVE AUD-NUMERO-EMP TO WS-EVT-NUMERO
           PERFORM 300-REGISTRA-CAMBIO THRU 300-FIN.
       110-FIN.  EXIT.

      * ---------------------------------------------------------------
      * HISTCAMB: TODO CAMBIO DE CAMPO EN LA VENTANA. UN STATUS QUE
      * PASA DE BAJA (0) A ACTIVO (1) ES UNA REINSTALACION, VENGA DE
      * DONDE VENGA.
      * ---------------------------------------------------------------
       200-LEE-HISTCAMB.
           IF HUBO-ERROR
              THEN
                  GO TO 200-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 210-EVALUA-HISTCAMB THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
                      OR HUBO-ERROR.
       200-FIN.  EXIT.

       210-EVALUA-HISTCAMB.
           READ HISTCAMB
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           ADD 1 TO WS-LEIDOS
           IF HC-NUMERO-EMP EQUAL ZEROS
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE HC-FECHA TO WS-EVENTO-FECHA
           MOVE HC-HORA  TO WS-EVENTO-HORA
           IF WS-EVENTO-NUM NOT GREATER WS-MARCA-NUM
              OR WS-EVENTO-NUM GREATER WS-CORTE-NUM
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE "N" TO WS-EVT-ALTA WS-EVT-REIN
           IF HC-CAMPO EQUAL "STATUS"
              AND HC-VALOR-ANTERIOR (1:1) EQUAL "0"
              AND HC-VALOR-NUEVO (1:1) EQUAL "1"
              THEN
                  MOVE "S" TO WS-EVT-REIN
           END-IF
           MOVE HC-NUMERO-EMP TO WS-EVT-NUMERO
           PERFORM 300-REGISTRA-CAMBIO THRU 300-FIN.
       210-FIN.  EXIT.

      * UN RENGLON POR EMPLEADO; CADA EVENTO NUEVO SOLO SUMA SUS
      * INDICADORES Y ADELANTA LA FECHA DEL ULTIMO CAMBIO. UNA TABLA
      * LLENA ES ERROR: UN DELTA TRUNCO SERIA UN HUECO.
       300-REGISTRA-CAMBIO.
           ADD 1 TO WS-EVENTOS
           SET WS-IND-CAM TO 1
           SEARCH WS-CAMBIO
              AT END
                 PERFORM 310-AGREGA-CAMBIO THRU 310-FIN
              WHEN WS-IND-CAM GREATER WS-TOTAL-CAMBIOS
                 PERFORM 310-AGREGA-CAMBIO THRU 310-FIN
              WHEN WS-CAM-NUMERO (WS-IND-CAM) EQUAL WS-EVT-NUMERO
                 CONTINUE
           END-SEARCH
           IF HUBO-ERROR
              THEN
                  GO TO 300-FIN
           END-IF
           IF WS-EVT-ALTA EQUAL "S"
              THEN
                  MOVE "S" TO WS-CAM-ALTA (WS-IND-CAM)
           END-IF
           IF WS-EVT-REIN EQUAL "S"
              THEN
                  MOVE "S" TO WS-CAM-REIN (WS-IND-CAM)
           END-IF
           IF WS-EVENTO-NUM GREATER WS-CAM-ULTIMO (WS-IND-CAM)
              THEN
                  MOVE WS-EVENTO-NUM TO WS-CAM-ULTIMO (WS-IND-CAM)
           END-IF.
       300-FIN.  EXIT.

       310-AGREGA-CAMBIO.
           IF WS-TOTAL-CAMBIOS EQUAL 5000
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 5000 EMPLEADOS "
                          "CAMBIADOS EN LA VENTANA"
                  SET HUBO-ERROR TO TRUE
                  GO TO 310-FIN
           END-IF
           ADD 1 TO WS-TOTAL-CAMBIOS
           SET WS-IND-CAM TO WS-TOTAL-CAMBIOS
           MOVE WS-EVT-NUMERO TO WS-CAM-NUMERO (WS-IND-CAM)
           MOVE "N"           TO WS-CAM-ALTA   (WS-IND-CAM)
                                 WS-CAM-REIN   (WS-IND-CAM)
           MOVE ZEROS         TO WS-CAM-ULTIMO (WS-IND-CAM).
       310-FIN.  EXIT.

      * ---------------------------------------------------------------
      * ARCHIVO DELTA: ENCABEZADO, UN DETALLE POR EMPLEADO CON SUS
      * VALORES DE HOY EN EL MAESTRO Y SUMARIO. SE GRABA AUNQUE NO
      * HAYA CAMBIOS, PARA QUE EL RECEPTOR VEA QUE LA NOCHE CORRIO.
      * ---------------------------------------------------------------
       400-GRABA-DELTA.
           MOVE SPACES TO REG-DELTAEMP
           MOVE "E"            TO DLT-ENC-TIPO-REG
           MOVE WS-CONSECUTIVO TO DLT-ENC-CONSECUTIVO
           MOVE WS-MARCA-FECHA TO DLT-ENC-DESDE-FECHA
           MOVE WS-MARCA-HORA  TO DLT-ENC-DESDE-HORA
           MOVE WS-CORTE-FECHA TO DLT-ENC-HASTA-FECHA
                                  DLT-ENC-FECHA-GEN
           MOVE WS-CORTE-HORA  TO DLT-ENC-HASTA-HORA
           WRITE REG-DELTAEMP
           PERFORM 410-DETALLE THRU 410-FIN
                   VARYING WS-IND-CAM FROM 1 BY 1
                   UNTIL WS-IND-CAM GREATER WS-TOTAL-CAMBIOS
           MOVE SPACES TO REG-DELTAEMP
           MOVE "S"            TO DLT-SUM-TIPO-REG
           MOVE WS-CONSECUTIVO TO DLT-SUM-CONSECUTIVO
           MOVE WS-ESCRITOS    TO DLT-SUM-DETALLES
           MOVE WS-ALTAS       TO DLT-SUM-ALTAS
           MOVE WS-CAMBIOS     TO DLT-SUM-CAMBIOS
           MOVE WS-BAJAS       TO DLT-SUM-BAJAS
           MOVE WS-REINSTALA   TO DLT-SUM-REINSTALA
           MOVE WS-LICENCIAS   TO DLT-SUM-LICENCIAS
           WRITE REG-DELTAEMP
           IF NOT DELTAEMP-OK
              THEN
                  DISPLAY "ERROR AL GRABAR DELTAEMP, STATUS: "
                          WS-STATUS-DELTAEMP
                  SET HUBO-ERROR TO TRUE
           END-IF
           DISPLAY "ALTAS: " WS-ALTAS " CAMBIOS: " WS-CAMBIOS
                   " BAJAS: " WS-BAJAS " REINSTALACIONES: "
                   WS-REINSTALA " LICENCIAS: " WS-LICENCIAS.
       400-FIN.  EXIT.

      * EL TIPO SALE DEL ESTADO DE HOY: BAJA O LICENCIA MANDAN; UN
      * ACTIVO ES ALTA SI ENTRO EN LA VENTANA, REINSTALACION SI
      * VOLVIO DE UNA BAJA Y CAMBIO EN CUALQUIER OTRO CASO (INCLUSO
      * EL REGRESO DE UNA LICENCIA). UN NUMERO QUE YA NO ESTA EN EL
      * MAESTRO FUE RETIRADO (BORRADO) Y VIAJA COMO BAJA SIN DATOS.
       410-DETALLE.
           MOVE SPACES TO REG-DELTAEMP
           MOVE "D" TO DLT-TIPO-REG
           MOVE WS-CAM-NUMERO (WS-IND-CAM) TO DLT-NUMERO-EMP
           MOVE WS-CAM-ULTIMO (WS-IND-CAM) TO WS-EVENTO-NUM
           MOVE WS-EVENTO-FECHA TO DLT-FECHA-CAMBIO
           MOVE WS-EVENTO-HORA  TO DLT-HORA-CAMBIO
           MOVE WS-CAM-NUMERO (WS-IND-CAM) TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 MOVE "B"   TO DLT-TIPO-CAMBIO
                 MOVE ZEROS TO DLT-STATUS DLT-DEPTO DLT-PUESTO
                               DLT-FECHA-ALTA DLT-FECHA-BAJA
                 ADD 1 TO WS-BAJAS
                 GO TO 410-GRABA
           END-READ
           MOVE NOMBRE-EMP     TO DLT-NOMBRE
           MOVE STATUS-EMP     TO DLT-STATUS
           MOVE DEPTO-EMP      TO DLT-DEPTO
           MOVE PUESTO-EMP     TO DLT-PUESTO
           MOVE FECHA-ALTA-EMP TO DLT-FECHA-ALTA
           MOVE FECHA-BAJA-EMP TO DLT-FECHA-BAJA
           EVALUATE TRUE
              WHEN EMP-ES-BAJA
                 MOVE "B" TO DLT-TIPO-CAMBIO
                 ADD 1 TO WS-BAJAS
              WHEN EMP-EN-LICENCIA
                 MOVE "L" TO DLT-TIPO-CAMBIO
                 ADD 1 TO WS-LICENCIAS
              WHEN WS-CAM-ALTA (WS-IND-CAM) EQUAL "S"
                 MOVE "A" TO DLT-TIPO-CAMBIO
                 ADD 1 TO WS-ALTAS
              WHEN WS-CAM-REIN (WS-IND-CAM) EQUAL "S"
                 MOVE "R" TO DLT-TIPO-CAMBIO
                 ADD 1 TO WS-REINSTALA
              WHEN OTHER
                 MOVE "C" TO DLT-TIPO-CAMBIO
                 ADD 1 TO WS-CAMBIOS
           END-EVALUATE.
       410-GRABA.
           WRITE REG-DELTAEMP
           ADD 1 TO WS-ESCRITOS.
       410-FIN.  EXIT.

      * EL DELTA YA QUEDO CERRADO: AHORA SI SE ADELANTA LA MARCA AL
      * CORTE DE ESTA CORRIDA Y LA GENERACION QUEDA EN EL CATALOGO
      * CON SU CONSECUTIVO.
       500-GRABA-CONTROL.
           OPEN OUTPUT CTRLDLTA
           IF NOT CTRLDLTA-OK
              THEN
                  DISPLAY "NO SE PUDO GRABAR CTRLDLTA, STATUS: "
                          WS-STATUS-CTRLDLTA
                  DISPLAY "EL DELTA " WS-CONSECUTIVO " SE VOLVERA A "
                          "GENERAR CON LA MISMA VENTANA"
                  SET HUBO-ERROR TO TRUE
                  MOVE 8 TO RETURN-CODE
                  GO TO 500-FIN
           END-IF
           MOVE SPACES         TO REG-CTRLDLTA
           MOVE WS-CONSECUTIVO TO CDL-CONSECUTIVO
           MOVE WS-CORTE-FECHA TO CDL-MARCA-FECHA
                                  CDL-FECHA-CORRIDA
           MOVE WS-CORTE-HORA  TO CDL-MARCA-HORA
           MOVE WS-ESCRITOS    TO CDL-DETALLES
           WRITE REG-CTRLDLTA
           CLOSE CTRLDLTA
           MOVE WS-CONSECUTIVO TO WS-CATA-RUNID
           ADD 2 WS-ESCRITOS GIVING WS-CATA-REGISTROS
           CALL "PROGCATA" USING WS-PARAMETROS-CATA.
       500-FIN.  EXIT.
