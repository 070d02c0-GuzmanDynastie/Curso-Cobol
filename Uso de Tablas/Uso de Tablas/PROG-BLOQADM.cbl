       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGBLQA.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * ADMINISTRACION DE LOS BLOQUEOS POR EMPLEADO (COPY BLOQEMP) QUE *
      * PROGBLOQ PONE ENTRE OPERADORES EN LINEA. LISTA CADA EMPLEADO   *
      * BLOQUEADO CON EL USUARIO Y EL PROGRAMA QUE LO TIENEN, DESDE    *
      * CUANDO, Y SI YA ESTA VENCIDO (BLOQUEO-MINUTOS DE PARAMS).      *
      * LIBERA, CON CONFIRMACION "S", EL BLOQUEO DE UN EMPLEADO O      *
      * TODOS LOS VENCIDOS DE UNA VEZ; CADA LIBERACION QUEDA EN        *
      * AUDITORIA. ES EL EQUIVALENTE DE PROGLIBC PARA ESTOS BLOQUEOS Y *
      * SOLO LO USA QUIEN TENGA LA OPCION "L" DE PROGBLQA EN SU        *
      * PERFIL.                                                        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQEMP      ASSIGN TO UT-S-BLOQEMP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BLQ-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-BLOQEMP.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOQEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-BLOQEMP.
           COPY BLOQEMP.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-BLOQEMP   PIC X(02)    VALUE "00".
              88 BLOQEMP-OK          VALUE "00".
              88 BLOQEMP-NO-EXISTE   VALUE "35".
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-OPCION           PIC X(01)    VALUE SPACES.
           05 WS-CONFIRMA         PIC X(01)    VALUE "N".
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-TOTAL-BLOQUEOS   PIC 9(04)    VALUE ZEROS.
           05 WS-LIBERADOS        PIC 9(04)    VALUE ZEROS.
           05 WS-INDICE           PIC 9(04)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-HOY         PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-PARTES REDEFINES WS-HORA-HOY.
              10 WS-HH-HOY        PIC 9(02).
              10 WS-MM-HOY        PIC 9(02).
              10 WS-SSCC-HOY      PIC 9(04).
           05 WS-MINUTOS-VIGENCIA PIC 9(04)    VALUE 30.
           05 WS-MINUTOS-EDAD     PIC S9(05)   VALUE ZEROS.
           05 SW-VENCIDO          PIC X(01)    VALUE "N".
              88 BLOQUEO-VENCIDO     VALUE "S".

      * BLOQUEOS VENCIDOS VISTOS EN LA LISTA, PARA LIBERARLOS JUNTOS.
       01  WS-TOTAL-VENCIDOS      PIC 9(04)    VALUE ZEROS.
       01  WS-TABLA-VENCIDOS.
           05 WS-VENCIDO          PIC 9(05) OCCURS 500 TIMES.

       01  WS-LINEA-BLOQUEO.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LIN-NUMERO       PIC 9(05).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LIN-USUARIO      PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LIN-PROGRAMA     PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LIN-FECHA        PIC 9(08).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-LIN-HORA         PIC 99B99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LIN-ESTADO       PIC X(12).

       01  WS-PARAMETROS-BLOQ.
           05 WS-BLOQ-ACCION      PIC X(01)    VALUE "F".
           05 WS-BLOQ-NUMERO-EMP  PIC 9(05).
           05 WS-BLOQ-USUARIO     PIC X(08).
           05 WS-BLOQ-PROGRAMA    PIC X(08)    VALUE "PROGBLQA".
           05 WS-BLOQ-RESULTADO   PIC X(01).
              88 BLOQUEO-LIBERADO    VALUE "L".
           05 WS-BLOQ-DUENO-USUARIO  PIC X(08).
           05 WS-BLOQ-DUENO-PROGRAMA PIC X(08).
           05 WS-BLOQ-DUENO-FECHA    PIC 9(08).
           05 WS-BLOQ-DUENO-HORA     PIC 9(08).

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20)    VALUE "BLOQUEO-MINUTOS".
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "L".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "P".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGBLQA".

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY  FROM TIME
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
                              WS-BLOQ-USUARIO
      * LIBERAR EL BLOQUEO DE OTRO ES DE SUPERVISOR: EL PERFIL DEBE
      * TRAER LA OPCION "L" DE PROGBLQA (PROGMENU MODO "P").
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "T" TO WS-MENU-MODO
           IF MENU-ERROR
              THEN
                  DISPLAY "USUARIO " WS-USUARIO " NO AUTORIZADO PARA "
                          "ADMINISTRAR BLOQUEOS (" WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-MINUTOS-VIGENCIA
           END-IF
           PERFORM 020-LISTA THRU 020-FIN
           IF WS-TOTAL-BLOQUEOS EQUAL ZEROS
              THEN
                  DISPLAY "NO HAY EMPLEADOS BLOQUEADOS"
                  GOBACK
           END-IF
           DISPLAY "1. LIBERAR EL BLOQUEO DE UN EMPLEADO"
           DISPLAY "2. LIBERAR TODOS LOS VENCIDOS (" WS-TOTAL-VENCIDOS
                   ")"
           DISPLAY "DIGITE LA OPCION (OTRA TECLA = SALIR): "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN "1"
                 PERFORM 030-LIBERA-UNO THRU 030-FIN
              WHEN "2"
                 PERFORM 040-LIBERA-VENCIDOS THRU 040-FIN
              WHEN OTHER
                 DISPLAY "SIN CAMBIOS"
           END-EVALUATE
           DISPLAY "BLOQUEOS LIBERADOS: " WS-LIBERADOS
           GOBACK.

      * ---------------------------------------------------------------
      * LISTA DE BLOQUEOS VIGENTES Y VENCIDOS (VENCIDO: DE OTRO DIA O
      * CON BLOQUEO-MINUTOS O MAS SIN MOVIMIENTO, COMO EN PROGBLOQ).
      * ---------------------------------------------------------------
       020-LISTA.
           OPEN INPUT BLOQEMP
           IF BLOQEMP-NO-EXISTE
              THEN
                  GO TO 020-FIN
           END-IF
           IF NOT BLOQEMP-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BLOQEMP, STATUS: "
                          WS-STATUS-BLOQEMP
                  MOVE 8 TO RETURN-CODE
                  GO TO 020-FIN
           END-IF
           DISPLAY "  EMPL.  USUARIO   PROGRAMA  DESDE"
           MOVE SPACES TO SW-FIN
           PERFORM 025-MUESTRA-UNO THRU 025-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE BLOQEMP
           DISPLAY "BLOQUEOS: " WS-TOTAL-BLOQUEOS
                   " VENCIDOS: " WS-TOTAL-VENCIDOS.
       020-FIN.  EXIT.

       025-MUESTRA-UNO.
           READ BLOQEMP NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 025-FIN
           END-READ
           ADD 1 TO WS-TOTAL-BLOQUEOS
           MOVE BLQ-NUMERO-EMP TO WS-LIN-NUMERO
           MOVE BLQ-USUARIO    TO WS-LIN-USUARIO
           MOVE BLQ-PROGRAMA   TO WS-LIN-PROGRAMA
           MOVE BLQ-FECHA      TO WS-LIN-FECHA
           COMPUTE WS-LIN-HORA = BLQ-HH * 100 + BLQ-MM
           PERFORM 027-CALCULA-EDAD THRU 027-FIN
           IF BLOQUEO-VENCIDO
              THEN
                  MOVE "VENCIDO" TO WS-LIN-ESTADO
                  IF WS-TOTAL-VENCIDOS LESS 500
                     THEN
                         ADD 1 TO WS-TOTAL-VENCIDOS
                         MOVE BLQ-NUMERO-EMP
                           TO WS-VENCIDO (WS-TOTAL-VENCIDOS)
                  END-IF
              ELSE
                  MOVE "VIGENTE" TO WS-LIN-ESTADO
           END-IF
           DISPLAY WS-LINEA-BLOQUEO.
       025-FIN.  EXIT.

       027-CALCULA-EDAD.
           MOVE "N" TO SW-VENCIDO
           IF BLQ-FECHA NOT EQUAL WS-FECHA-HOY
              THEN
                  SET BLOQUEO-VENCIDO TO TRUE
                  GO TO 027-FIN
           END-IF
           COMPUTE WS-MINUTOS-EDAD = (WS-HH-HOY * 60 + WS-MM-HOY)
                                   - (BLQ-HH * 60 + BLQ-MM)
           IF WS-MINUTOS-EDAD NOT LESS WS-MINUTOS-VIGENCIA
              THEN
                  SET BLOQUEO-VENCIDO TO TRUE
           END-IF.
       027-FIN.  EXIT.

      * UN BLOQUEO VIGENTE TAMBIEN SE PUEDE LIBERAR (EL OPERADOR SE
      * FUE SIN CERRAR), PERO SOLO CON CONFIRMACION; QUIEN LO TENIA
      * YA NO PODRA GRABAR SU CAMBIO.
       030-LIBERA-UNO.
           DISPLAY "NUMERO DE EMPLEADO A LIBERAR: "
           ACCEPT WS-NUMERO-PEDIDO
           DISPLAY "CONFIRMA LA LIBERACION (S=SI): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S"
              THEN
                  DISPLAY "SIN CONFIRMAR, EL BLOQUEO SIGUE PUESTO"
                  GO TO 030-FIN
           END-IF
           PERFORM 050-FUERZA THRU 050-FIN.
       030-FIN.  EXIT.

       040-LIBERA-VENCIDOS.
           IF WS-TOTAL-VENCIDOS EQUAL ZEROS
              THEN
                  DISPLAY "NO HAY BLOQUEOS VENCIDOS"
                  GO TO 040-FIN
           END-IF
           DISPLAY "CONFIRMA LA LIBERACION DE " WS-TOTAL-VENCIDOS
                   " BLOQUEOS VENCIDOS (S=SI): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL "S"
              THEN
                  DISPLAY "SIN CONFIRMAR, LOS BLOQUEOS SIGUEN PUESTOS"
                  GO TO 040-FIN
           END-IF
           PERFORM 045-LIBERA-VENCIDO THRU 045-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-TOTAL-VENCIDOS.
       040-FIN.  EXIT.

       045-LIBERA-VENCIDO.
           MOVE WS-VENCIDO (WS-INDICE) TO WS-NUMERO-PEDIDO
           PERFORM 050-FUERZA THRU 050-FIN.
       045-FIN.  EXIT.

      * CADA LIBERACION QUEDA EN AUDITORIA (MODO "T") CON EL EMPLEADO.
       050-FUERZA.
           MOVE WS-NUMERO-PEDIDO TO WS-BLOQ-NUMERO-EMP
                                    WS-MENU-NUMERO-EMP
           CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
           EVALUATE TRUE
              WHEN NOT BLOQUEO-LIBERADO
                 MOVE "BLOQ ERR " TO WS-MENU-RESULTADO
              WHEN WS-BLOQ-DUENO-USUARIO EQUAL SPACES
                 DISPLAY "EMPLEADO " WS-NUMERO-PEDIDO
                         " NO ESTABA BLOQUEADO"
                 MOVE "BLOQ NOEX" TO WS-MENU-RESULTADO
              WHEN OTHER
                 ADD 1 TO WS-LIBERADOS
                 DISPLAY "LIBERADO EMPLEADO " WS-NUMERO-PEDIDO
                         " DE " WS-BLOQ-DUENO-USUARIO
                         " (" WS-BLOQ-DUENO-PROGRAMA ")"
                 MOVE "BLOQ LIB " TO WS-MENU-RESULTADO
           END-EVALUATE
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       050-FIN.  EXIT.
