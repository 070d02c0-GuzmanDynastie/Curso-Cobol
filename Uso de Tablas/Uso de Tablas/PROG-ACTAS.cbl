       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGACTA.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * REGISTRO DE ACTAS ADMINISTRATIVAS (COPY ACTAS). LAS            *
      * AMONESTACIONES Y SUSPENSIONES VIVIAN EN CARPETAS DE PAPEL Y,   *
      * CUANDO SE DEMANDABA UNA RESCISION, NO HABIA COMO MOSTRAR LA    *
      * HISTORIA.                                                      *
      *   OPCION 1 - LEVANTA UN ACTA CONTRA UN EMPLEADO ACTIVO: FECHA, *
      *              TIPO (VERBAL, ESCRITA O SUSPENSION SIN GOCE),     *
      *              HASTA TRES FECHAS DE INCIDEN QUE LA MOTIVAN       *
      *              (DEBEN EXISTIR), EL SUPERVISOR QUE TIENE EN       *
      *              SUPERVIS, DOS TESTIGOS (OBLIGATORIOS SALVO EN LA  *
      *              VERBAL) Y EL MOTIVO. LA SUSPENSION (1 A 8 DIAS)   *
      *              SE GRABA ADEMAS EN INCIDEN COMO TIPO S PARA QUE   *
      *              PROGNOMI DESCUENTE LOS DIAS.                      *
      *   OPCION 2 - HISTORIAL DISCIPLINARIO DE UN EMPLEADO, AUNQUE YA *
      *              SEA BAJA.                                         *
      * AUDITORIA MODO "T" VIA PROGMENU DE CADA ACTA. PROGBAJA MUESTRA *
      * EL MISMO HISTORIAL ANTES DE CONFIRMAR UNA RESCISION            *
      * JUSTIFICADA.                                                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTAS        ASSIGN TO UT-S-ACTAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACT-LLAVE
                               FILE STATUS IS WS-STATUS-ACTAS.
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
           SELECT INCIDEN      ASSIGN TO UT-S-INCIDEN
                               FILE STATUS IS WS-STATUS-INCIDEN.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS REG-ACTAS.
           COPY ACTAS.

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

       FD  INCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INCIDEN.
           COPY INCIDEN.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-ACTAS     PIC X(02)    VALUE "00".
              88 ACTAS-OK           VALUE "00" "05".
              88 ACTAS-NO-EXISTE    VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-SUPERVIS  PIC X(02)    VALUE "00".
              88 SUPERVIS-OK        VALUE "00".
           05 SW-HAY-SUPERVIS     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-SUPERVIS VALUE "S".
           05 WS-STATUS-INCIDEN   PIC X(02)    VALUE "00".
              88 INCIDEN-OK         VALUE "00".
              88 INCIDEN-NO-EXISTE  VALUE "35".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-PEDIDA     PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-PED-R REDEFINES WS-FECHA-PEDIDA.
              10 WS-FPE-ANIO      PIC 9(04).
              10 WS-FPE-MES       PIC 9(02).
              10 WS-FPE-DIA       PIC 9(02).
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-IND-INC          PIC 9(01)    VALUE ZEROS.
           05 WS-INC-LIGADAS      PIC 9(01)    VALUE ZEROS.
           05 WS-INC-HALLADAS     PIC 9(01)    VALUE ZEROS.
           05 WS-RENGLONES        PIC 9(03)    VALUE ZEROS.
           05 WS-TIPO-TEXTO       PIC X(10)    VALUE SPACES.

      * FECHAS DE INCIDENCIA CAPTURADAS PARA EL ACTA Y SI YA SE
      * ENCONTRARON EN INCIDEN.
       01  WS-TABLA-LIGADAS.
           05 WS-LIGADA OCCURS 3 TIMES.
              10 WS-LIG-FECHA     PIC 9(08).
              10 WS-LIG-HALLADA   PIC X(01).
                 88 LIGADA-HALLADA   VALUE "S".

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "M".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGACTA".

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. LEVANTAR ACTA ADMINISTRATIVA"
           DISPLAY "2. HISTORIAL DISCIPLINARIO DE UN EMPLEADO"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-ALTA      THRU 100-FIN
              WHEN 2
                 PERFORM 200-HISTORIAL THRU 200-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * FECHA AAAAMMDD CON MES Y DIA VALIDOS; SI NO, QUEDA EN CEROS.
       090-VALIDA-FECHA.
           IF WS-FECHA-PEDIDA NOT NUMERIC
              OR WS-FPE-MES LESS 1
              OR WS-FPE-MES GREATER 12
              OR WS-FPE-DIA LESS 1
              OR WS-FPE-DIA GREATER 31
              THEN
                  MOVE ZEROS TO WS-FECHA-PEDIDA
           END-IF.
       090-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: LEVANTAR ACTA
      * ---------------------------------------------------------------
       100-ALTA.
           OPEN I-O ACTAS
           IF ACTAS-NO-EXISTE
              THEN
                  OPEN OUTPUT ACTAS
                  CLOSE ACTAS
                  OPEN I-O ACTAS
           END-IF
           IF NOT ACTAS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACTAS, STATUS: "
                          WS-STATUS-ACTAS
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE ACTAS
                  GO TO 100-FIN
           END-IF
           OPEN INPUT SUPERVIS
           IF SUPERVIS-OK
              THEN
                  SET HAY-ARCHIVO-SUPERVIS TO TRUE
           END-IF
           PERFORM 110-CAPTURA THRU 110-FIN
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE ACTAS
                 EMPLEADOS
           IF HAY-ARCHIVO-SUPERVIS
              THEN
                  CLOSE SUPERVIS
           END-IF.
       100-FIN.  EXIT.

       110-CAPTURA.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
                                    NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "ACT EMPL " TO WS-MENU-RESULTADO
                 GO TO 110-FIN
           END-READ
           IF EMP-ES-BAJA
              THEN
                  DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
                  MOVE "ACT BAJA " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "EMPLEADO: " NOMBRE-EMP
           DISPLAY "FECHA DEL ACTA (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA
           END-IF
           PERFORM 090-VALIDA-FECHA THRU 090-FIN
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              OR WS-FECHA-PEDIDA GREATER WS-FECHA-HOY
              THEN
                  DISPLAY "FECHA DEL ACTA INVALIDA"
                  MOVE "ACT FECH " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           MOVE SPACES           TO REG-ACTAS
           MOVE WS-NUMERO-PEDIDO TO ACT-NUMERO-EMP
           MOVE WS-FECHA-PEDIDA  TO ACT-FECHA
           READ ACTAS
              NOT INVALID KEY
                 DISPLAY "YA EXISTE UN ACTA DEL EMPLEADO CON ESA FECHA"
                 MOVE "ACT DUPL " TO WS-MENU-RESULTADO
                 GO TO 110-FIN
           END-READ
           MOVE SPACES           TO REG-ACTAS
           MOVE WS-NUMERO-PEDIDO TO ACT-NUMERO-EMP
           MOVE WS-FECHA-PEDIDA  TO ACT-FECHA
           MOVE ZEROS            TO ACT-DIAS-SUSP
                                    ACT-INICIO-SUSP
                                    ACT-SUPERVISOR
                                    ACT-FECHA-INC (1)
                                    ACT-FECHA-INC (2)
                                    ACT-FECHA-INC (3)
           DISPLAY "TIPO (V=VERBAL, E=ESCRITA, S=SUSPENSION SIN "
                   "GOCE): "
           ACCEPT ACT-TIPO
           IF NOT ACT-ES-VERBAL
              AND NOT ACT-ES-ESCRITA
              AND NOT ACT-ES-SUSPENSION
              THEN
                  DISPLAY "TIPO INVALIDO"
                  MOVE "ACT TIPO " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           IF ACT-ES-SUSPENSION
              THEN
                  PERFORM 120-SUSPENSION THRU 120-FIN
                  IF ACT-DIAS-SUSP EQUAL ZEROS
                     THEN
                         GO TO 110-FIN
                  END-IF
           END-IF
      * EL SUPERVISOR ES EL QUE TIENE REGISTRADO EN SUPERVIS, NO UNO
      * QUE SE TECLEE: ASI EL ACTA NO LA FIRMA CUALQUIERA.
           IF HAY-ARCHIVO-SUPERVIS
              THEN
                  MOVE WS-NUMERO-PEDIDO TO SUP-NUMERO-EMP
                  READ SUPERVIS
                     INVALID KEY
                        DISPLAY "AVISO: SIN SUPERVISOR REGISTRADO "
                                "(VER PROGSUPV)"
                     NOT INVALID KEY
                        MOVE SUP-SUPERVISOR TO ACT-SUPERVISOR
                        DISPLAY "SUPERVISOR: " SUP-SUPERVISOR
                  END-READ
              ELSE
                  DISPLAY "AVISO: SIN ARCHIVO SUPERVIS, EL ACTA VA "
                          "SIN SUPERVISOR"
           END-IF
           PERFORM 130-LIGA-INCIDENCIAS THRU 130-FIN
           IF WS-INC-HALLADAS LESS WS-INC-LIGADAS
              THEN
                  MOVE "ACT INCI " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "TESTIGO 1: "
           ACCEPT ACT-TESTIGO (1)
           DISPLAY "TESTIGO 2: "
           ACCEPT ACT-TESTIGO (2)
           IF NOT ACT-ES-VERBAL
              AND (ACT-TESTIGO (1) EQUAL SPACES
                   OR ACT-TESTIGO (2) EQUAL SPACES)
              THEN
                  DISPLAY "EL ACTA ESCRITA O DE SUSPENSION LLEVA DOS "
                          "TESTIGOS"
                  MOVE "ACT TEST " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "MOTIVO: "
           ACCEPT ACT-MOTIVO
           IF ACT-MOTIVO EQUAL SPACES
              THEN
                  DISPLAY "EL MOTIVO ES OBLIGATORIO"
                  MOVE "ACT MOTI " TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           MOVE WS-USUARIO TO ACT-USUARIO
           WRITE REG-ACTAS
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR ACTAS, STATUS: "
                         WS-STATUS-ACTAS
                 MOVE "ACT ERR  " TO WS-MENU-RESULTADO
                 GO TO 110-FIN
           END-WRITE
           MOVE "ACT ALTA " TO WS-MENU-RESULTADO
           DISPLAY "ACTA REGISTRADA"
           IF ACT-ES-SUSPENSION
              THEN
                  PERFORM 140-GRABA-INCIDENCIA THRU 140-FIN
           END-IF.
       110-FIN.  EXIT.

      * LA SUSPENSION SIN GOCE NO PASA DE 8 DIAS (LFT ART. 423 FR. X)
      * Y NO EMPIEZA ANTES DEL ACTA. SI ALGO FALLA, DIAS EN CEROS.
       120-SUSPENSION.
           DISPLAY "DIAS DE SUSPENSION (1 A 8): "
           ACCEPT ACT-DIAS-SUSP
           IF ACT-DIAS-SUSP NOT NUMERIC
              OR ACT-DIAS-SUSP LESS 1
              OR ACT-DIAS-SUSP GREATER 8
              THEN
                  DISPLAY "DIAS DE SUSPENSION INVALIDOS"
                  MOVE ZEROS       TO ACT-DIAS-SUSP
                  MOVE "ACT DIAS " TO WS-MENU-RESULTADO
                  GO TO 120-FIN
           END-IF
           DISPLAY "FECHA DE INICIO DE LA SUSPENSION (AAAAMMDD): "
           ACCEPT WS-FECHA-PEDIDA
           PERFORM 090-VALIDA-FECHA THRU 090-FIN
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              OR WS-FECHA-PEDIDA LESS ACT-FECHA
              THEN
                  DISPLAY "INICIO INVALIDO: NO PUEDE SER ANTES DEL "
                          "ACTA"
                  MOVE ZEROS       TO ACT-DIAS-SUSP
                  MOVE "ACT INIC " TO WS-MENU-RESULTADO
                  GO TO 120-FIN
           END-IF
           MOVE WS-FECHA-PEDIDA TO ACT-INICIO-SUSP.
       120-FIN.  EXIT.

      * HASTA TRES FECHAS DE INCIDENCIA QUE MOTIVAN EL ACTA; CADA UNA
      * DEBE EXISTIR EN INCIDEN PARA EL MISMO EMPLEADO.
       130-LIGA-INCIDENCIAS.
           MOVE ZEROS TO WS-INC-LIGADAS
                         WS-INC-HALLADAS
           INITIALIZE WS-TABLA-LIGADAS
           PERFORM 132-PIDE-FECHA THRU 132-FIN
                   VARYING WS-IND-INC FROM 1 BY 1
                   UNTIL WS-IND-INC GREATER 3
                      OR WS-IND-INC GREATER WS-INC-LIGADAS + 1
           IF WS-INC-LIGADAS EQUAL ZEROS
              THEN
                  GO TO 130-FIN
           END-IF
           OPEN INPUT INCIDEN
           IF NOT INCIDEN-OK
              THEN
                  DISPLAY "SIN ARCHIVO INCIDEN, NO SE PUEDEN LIGAR "
                          "INCIDENCIAS"
                  GO TO 130-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 134-BUSCA-INCIDENCIA THRU 134-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE INCIDEN
           PERFORM 136-REVISA-LIGADA THRU 136-FIN
                   VARYING WS-IND-INC FROM 1 BY 1
                   UNTIL WS-IND-INC GREATER WS-INC-LIGADAS.
       130-FIN.  EXIT.

       132-PIDE-FECHA.
           DISPLAY "FECHA DE INCIDENCIA LIGADA " WS-IND-INC
                   " (AAAAMMDD, CEROS = NINGUNA MAS): "
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  GO TO 132-FIN
           END-IF
           ADD 1 TO WS-INC-LIGADAS
           MOVE WS-FECHA-PEDIDA TO WS-LIG-FECHA (WS-INC-LIGADAS)
                                   ACT-FECHA-INC (WS-INC-LIGADAS).
       132-FIN.  EXIT.

       134-BUSCA-INCIDENCIA.
           READ INCIDEN
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 134-FIN
           END-READ
           IF INC-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  GO TO 134-FIN
           END-IF
           PERFORM 135-MARCA-HALLADA THRU 135-FIN
                   VARYING WS-IND-INC FROM 1 BY 1
                   UNTIL WS-IND-INC GREATER WS-INC-LIGADAS.
       134-FIN.  EXIT.

       135-MARCA-HALLADA.
           IF WS-LIG-FECHA (WS-IND-INC) EQUAL INC-FECHA
              THEN
                  MOVE "S" TO WS-LIG-HALLADA (WS-IND-INC)
           END-IF.
       135-FIN.  EXIT.

       136-REVISA-LIGADA.
           IF LIGADA-HALLADA (WS-IND-INC)
              THEN
                  ADD 1 TO WS-INC-HALLADAS
              ELSE
                  DISPLAY "NO HAY INCIDENCIA DEL EMPLEADO EL "
                          WS-LIG-FECHA (WS-IND-INC)
           END-IF.
       136-FIN.  EXIT.

      * LA SUSPENSION ENTRA A INCIDEN COMO TIPO S PARA QUE PROGNOMI
      * DESCUENTE LOS DIAS; EL FOLIO ES LA FECHA DEL ACTA.
       140-GRABA-INCIDENCIA.
           OPEN EXTEND INCIDEN
           IF INCIDEN-NO-EXISTE
              THEN
                  OPEN OUTPUT INCIDEN
           END-IF
           IF NOT INCIDEN-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR INCIDEN, STATUS: "
                          WS-STATUS-INCIDEN
                          " -- CAPTURE LA SUSPENSION A MANO"
                  MOVE "ACT SINC " TO WS-MENU-RESULTADO
                  MOVE 4 TO RETURN-CODE
                  GO TO 140-FIN
           END-IF
           MOVE SPACES          TO REG-INCIDEN
           MOVE ACT-NUMERO-EMP  TO INC-NUMERO-EMP
           MOVE ACT-INICIO-SUSP TO INC-FECHA
           SET INC-ES-SUSPENSION TO TRUE
           MOVE ACT-DIAS-SUSP   TO INC-DIAS
           MOVE SPACE           TO INC-APLICADA
           MOVE ACT-FECHA       TO INC-FOLIO
           WRITE REG-INCIDEN
           CLOSE INCIDEN
           MOVE "ACT SUSP " TO WS-MENU-RESULTADO
           DISPLAY "SUSPENSION DE " ACT-DIAS-SUSP " DIAS ENVIADA A "
                   "INCIDEN PARA SU DESCUENTO".
       140-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: HISTORIAL DISCIPLINARIO
      * ---------------------------------------------------------------
       200-HISTORIAL.
           OPEN INPUT ACTAS
           IF NOT ACTAS-OK
              THEN
                  DISPLAY "SIN ARCHIVO DE ACTAS ADMINISTRATIVAS"
                  MOVE 4 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE ZEROS            TO WS-RENGLONES
           MOVE SPACES           TO SW-FIN
           MOVE LOW-VALUES       TO ACT-LLAVE
           MOVE WS-NUMERO-PEDIDO TO ACT-NUMERO-EMP
           START ACTAS KEY IS NOT LESS ACT-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 210-LISTA-ACTA THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-RENGLONES EQUAL ZEROS
              THEN
                  DISPLAY "SIN ACTAS ADMINISTRATIVAS"
           END-IF
           CLOSE ACTAS.
       200-FIN.  EXIT.

       210-LISTA-ACTA.
           READ ACTAS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF ACT-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 210-FIN
           END-IF
           ADD 1 TO WS-RENGLONES
           EVALUATE TRUE
              WHEN ACT-ES-VERBAL
                 MOVE "VERBAL"     TO WS-TIPO-TEXTO
              WHEN ACT-ES-ESCRITA
                 MOVE "ESCRITA"    TO WS-TIPO-TEXTO
              WHEN OTHER
                 MOVE "SUSPENSION" TO WS-TIPO-TEXTO
           END-EVALUATE
           DISPLAY ACT-FECHA " " WS-TIPO-TEXTO " " ACT-MOTIVO
           IF ACT-ES-SUSPENSION
              THEN
                  DISPLAY "   " ACT-DIAS-SUSP " DIAS DESDE "
                          ACT-INICIO-SUSP
           END-IF
           DISPLAY "   SUPERVISOR " ACT-SUPERVISOR " INCIDENCIAS "
                   ACT-FECHA-INC (1) " " ACT-FECHA-INC (2) " "
                   ACT-FECHA-INC (3)
           DISPLAY "   TESTIGOS " ACT-TESTIGO (1) " / "
                   ACT-TESTIGO (2).
       210-FIN.  EXIT.
