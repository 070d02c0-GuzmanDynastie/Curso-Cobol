       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGTURN.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CATALOGO DE TURNOS Y ROL DE TURNOS POR EMPLEADO. PROGRELO MIDE *
      * CADA JORNADA CONTRA EL TURNO QUE EL EMPLEADO TIENE ASIGNADO    *
      * ESE DIA (HORAS LEGALES, HORA DE ENTRADA PARA RETARDOS Y CRUCE  *
      * DE MEDIANOCHE):                                                *
      *   OPCION 1 - CATALOGO (COPY TURNOS): ALTA Y CAMBIO DE TURNOS.  *
      *   OPCION 2 - ROL (COPY ROLTURNO): ASIGNA UN TURNO A UN         *
      *              EMPLEADO POR RANGO DE FECHAS O CIERRA UNA         *
      *              ASIGNACION ABIERTA. LOS RANGOS DE UN EMPLEADO NO  *
      *              PUEDEN ENCIMARSE.                                 *
      * CADA MOVIMIENTO DEJA SU AUDITORIA MODO "T" VIA PROGMENU.       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURNOS       ASSIGN TO UT-S-TURNOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TUR-CODIGO
                               FILE STATUS IS WS-STATUS-TURNOS.
           SELECT ROLTURNO     ASSIGN TO UT-S-ROLTURNO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ROL-LLAVE
                               FILE STATUS IS WS-STATUS-ROLTURNO.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  TURNOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-TURNOS.
           COPY TURNOS.

       FD  ROLTURNO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-ROLTURNO.
           COPY ROLTURNO.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-TURNOS    PIC X(02)    VALUE "00".
              88 TURNOS-OK          VALUE "00" "05".
              88 TURNOS-NO-EXISTE   VALUE "35".
           05 WS-STATUS-ROLTURNO  PIC X(02)    VALUE "00".
              88 ROLTURNO-OK        VALUE "00" "05".
              88 ROLTURNO-NO-EXISTE VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-ACCION           PIC X(01)    VALUE SPACES.
              88 ACCION-TERMINAR    VALUE "T".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-EXISTE           PIC X(01)    VALUE "N".
              88 TURNO-EXISTE       VALUE "S".
           05 SW-DATOS            PIC X(01)    VALUE "N".
              88 DATOS-OK           VALUE "S".
           05 SW-ENCIMA           PIC X(01)    VALUE "N".
              88 RANGO-ENCIMADO     VALUE "S".
           05 WS-CODIGO-PEDIDO    PIC X(02)    VALUE SPACES.
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-HORA-CAPTURA.
              10 WS-HC-HH         PIC 9(02).
              10 WS-HC-MM         PIC 9(02).
           05 WS-FECHA-CAPTURA.
              10 WS-FC-ANIO       PIC 9(04).
              10 WS-FC-MES        PIC 9(02).
              10 WS-FC-DIA        PIC 9(02).
           05 WS-ROL-DESDE        PIC 9(08)    VALUE ZEROS.
           05 WS-ROL-HASTA        PIC 9(08)    VALUE ZEROS.
           05 WS-ROL-TURNO        PIC X(02)    VALUE SPACES.
           05 WS-ASIGNACIONES     PIC 9(03)    VALUE ZEROS.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "T".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGTURN".

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CATALOGO DE TURNOS"
           DISPLAY "2. ROL DE TURNOS POR EMPLEADO"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CATALOGO THRU 100-FIN
              WHEN 2
                 PERFORM 200-ROL      THRU 200-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * OPCION 1: CATALOGO DE TURNOS
      * ---------------------------------------------------------------
       100-CATALOGO.
           OPEN I-O TURNOS
           IF TURNOS-NO-EXISTE
              THEN
                  OPEN OUTPUT TURNOS
                  CLOSE TURNOS
                  OPEN I-O TURNOS
           END-IF
           IF NOT TURNOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR TURNOS, STATUS: "
                          WS-STATUS-TURNOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           DISPLAY "CLAVE DEL TURNO (2 CARACTERES): "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-CODIGO-PEDIDO EQUAL SPACES
              THEN
                  DISPLAY "CLAVE EN BLANCO"
                  CLOSE TURNOS
                  GO TO 100-FIN
           END-IF
           PERFORM 110-MUESTRA-TURNO THRU 110-FIN
           MOVE SPACES TO WS-ACCION
           PERFORM 120-UNA-ACCION THRU 120-FIN
                   UNTIL ACCION-TERMINAR
           CLOSE TURNOS.
       100-FIN.  EXIT.

      * DEJA EL TURNO EN REG-TURNOS (SI LO HAY) Y PRENDE TURNO-EXISTE.
       110-MUESTRA-TURNO.
           MOVE "N" TO SW-EXISTE
           MOVE WS-CODIGO-PEDIDO TO TUR-CODIGO
           READ TURNOS
              INVALID KEY
                 DISPLAY "TURNO NUEVO, NO ESTA EN EL CATALOGO"
                 GO TO 110-FIN
           END-READ
           SET TURNO-EXISTE TO TRUE
           DISPLAY "TURNO " TUR-CODIGO " " TUR-DESCRIPCION
                   " DE " TUR-HORA-INICIO " A " TUR-HORA-FIN
                   " HORAS LEGALES: " TUR-HORAS-LEGALES
                   " TIPO: " TUR-TIPO.
       110-FIN.  EXIT.

       120-UNA-ACCION.
           DISPLAY "A=ALTA, C=CAMBIO, T=TERMINAR: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "A"
                 PERFORM 130-ALTA-TURNO   THRU 130-FIN
                 PERFORM 110-MUESTRA-TURNO THRU 110-FIN
              WHEN "C"
                 PERFORM 140-CAMBIO-TURNO THRU 140-FIN
                 PERFORM 110-MUESTRA-TURNO THRU 110-FIN
              WHEN "T"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION INVALIDA"
           END-EVALUATE.
       120-FIN.  EXIT.

       130-ALTA-TURNO.
           IF TURNO-EXISTE
              THEN
                  DISPLAY "EL TURNO YA EXISTE, USE CAMBIO"
                  MOVE "TURN DUPL" TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           MOVE SPACES           TO REG-TURNOS
           MOVE WS-CODIGO-PEDIDO TO TUR-CODIGO
           PERFORM 160-CAPTURA-TURNO THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 130-AUDITA
           END-IF
           WRITE REG-TURNOS
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR TURNOS"
                 MOVE "TURN ERR " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "TURN ALTA" TO WS-MENU-RESULTADO
           END-WRITE.
       130-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       130-FIN.  EXIT.

      * EL CAMBIO RIGE PARA LAS CHECADAS QUE SE PROCESEN DE AQUI EN
      * ADELANTE; LAS HORAS EXTRA YA GRABADAS NO SE RECALCULAN.
       140-CAMBIO-TURNO.
           IF NOT TURNO-EXISTE
              THEN
                  DISPLAY "EL TURNO NO EXISTE, USE ALTA"
                  MOVE "TURN NOEX" TO WS-MENU-RESULTADO
                  GO TO 140-AUDITA
           END-IF
           PERFORM 160-CAPTURA-TURNO THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 140-AUDITA
           END-IF
           REWRITE REG-TURNOS
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR TURNOS"
                 MOVE "TURN ERR " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "TURN CAMB" TO WS-MENU-RESULTADO
           END-REWRITE.
       140-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       140-FIN.  EXIT.

      * CAPTURA Y VALIDA LOS DATOS DEL TURNO SOBRE REG-TURNOS; UN DATO
      * INVALIDO DEJA DATOS-OK APAGADO.
       160-CAPTURA-TURNO.
           MOVE "N" TO SW-DATOS
           DISPLAY "DESCRIPCION: "
           ACCEPT TUR-DESCRIPCION
           DISPLAY "HORA DE ENTRADA (HHMM): "
           ACCEPT TUR-HORA-INICIO
           MOVE TUR-HORA-INICIO TO WS-HORA-CAPTURA
           PERFORM 165-VALIDA-HORA THRU 165-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 160-FIN
           END-IF
           MOVE "N" TO SW-DATOS
           DISPLAY "HORA DE SALIDA (HHMM, MENOR QUE LA ENTRADA SI "
                   "CRUZA LA MEDIANOCHE): "
           ACCEPT TUR-HORA-FIN
           MOVE TUR-HORA-FIN TO WS-HORA-CAPTURA
           PERFORM 165-VALIDA-HORA THRU 165-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 160-FIN
           END-IF
           MOVE "N" TO SW-DATOS
           IF TUR-HORA-FIN EQUAL TUR-HORA-INICIO
              THEN
                  DISPLAY "ENTRADA Y SALIDA IGUALES, NO SE GRABA"
                  MOVE "TURN HORA" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "HORAS LEGALES DE LA JORNADA (EJ. 07.50): "
           ACCEPT TUR-HORAS-LEGALES
           IF TUR-HORAS-LEGALES EQUAL ZEROS
              OR TUR-HORAS-LEGALES GREATER 12
              THEN
                  DISPLAY "HORAS LEGALES FUERA DE RANGO, NO SE GRABA"
                  MOVE "TURN HRS " TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "TIPO (D=DIURNO, N=NOCTURNO, M=MIXTO): "
           ACCEPT TUR-TIPO
           IF NOT TUR-TIPO-VALIDO
              THEN
                  DISPLAY "TIPO DE TURNO INVALIDO, NO SE GRABA"
                  MOVE "TURN TIPO" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           SET DATOS-OK TO TRUE.
       160-FIN.  EXIT.

       165-VALIDA-HORA.
           IF WS-HORA-CAPTURA NOT NUMERIC
              OR WS-HC-HH GREATER 23
              OR WS-HC-MM GREATER 59
              THEN
                  DISPLAY "HORA INVALIDA, NO SE GRABA"
                  MOVE "TURN HORA" TO WS-MENU-RESULTADO
                  GO TO 165-FIN
           END-IF
           SET DATOS-OK TO TRUE.
       165-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: ROL DE TURNOS POR EMPLEADO
      * ---------------------------------------------------------------
       200-ROL.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT TURNOS
           IF NOT TURNOS-OK
              THEN
                  DISPLAY "SIN CATALOGO DE TURNOS (CAPTURE EN LA "
                          "OPCION 1), STATUS: " WS-STATUS-TURNOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 200-FIN
           END-IF
           OPEN I-O ROLTURNO
           IF ROLTURNO-NO-EXISTE
              THEN
                  OPEN OUTPUT ROLTURNO
                  CLOSE ROLTURNO
                  OPEN I-O ROLTURNO
           END-IF
           IF NOT ROLTURNO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ROLTURNO, STATUS: "
                          WS-STATUS-ROLTURNO
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  CLOSE TURNOS
                  GO TO 200-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO NUMERO-EMP
                                    WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "ROL NOEX " TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
              NOT INVALID KEY
                 DISPLAY "EMPLEADO: " NUMERO-EMP " " NOMBRE-EMP
                 PERFORM 210-MUESTRA-ROL THRU 210-FIN
                 MOVE SPACES TO WS-ACCION
                 PERFORM 220-UNA-ACCION THRU 220-FIN
                         UNTIL ACCION-TERMINAR
           END-READ
           CLOSE EMPLEADOS
           CLOSE TURNOS
           CLOSE ROLTURNO.
       200-FIN.  EXIT.

       210-MUESTRA-ROL.
           MOVE ZEROS TO WS-ASIGNACIONES
           PERFORM 290-POSICIONA-ROL THRU 290-FIN
           PERFORM 215-MUESTRA-UNA THRU 215-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-ASIGNACIONES EQUAL ZEROS
              THEN
                  DISPLAY "SIN TURNO ASIGNADO: SE MIDE CONTRA LA "
                          "JORNADA ESTANDAR"
           END-IF.
       210-FIN.  EXIT.

       215-MUESTRA-UNA.
           PERFORM 295-LEE-ROL THRU 295-FIN
           IF SW-FIN EQUAL "FIN"
              THEN
                  GO TO 215-FIN
           END-IF
           ADD 1 TO WS-ASIGNACIONES
           DISPLAY "  DEL " ROL-FECHA-DESDE " AL " ROL-FECHA-HASTA
                   " TURNO " ROL-TURNO.
       215-FIN.  EXIT.

       220-UNA-ACCION.
           DISPLAY "A=ASIGNAR TURNO, C=CERRAR ASIGNACION, "
                   "T=TERMINAR: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "A"
                 PERFORM 230-ASIGNA THRU 230-FIN
                 PERFORM 210-MUESTRA-ROL THRU 210-FIN
              WHEN "C"
                 PERFORM 240-CIERRA THRU 240-FIN
                 PERFORM 210-MUESTRA-ROL THRU 210-FIN
              WHEN "T"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION INVALIDA"
           END-EVALUATE.
       220-FIN.  EXIT.

       230-ASIGNA.
           DISPLAY "CLAVE DEL TURNO: "
           ACCEPT WS-ROL-TURNO
           MOVE WS-ROL-TURNO TO TUR-CODIGO
           READ TURNOS
              INVALID KEY
                 DISPLAY "EL TURNO NO ESTA EN EL CATALOGO"
                 MOVE "ROL NOTUR" TO WS-MENU-RESULTADO
                 GO TO 230-AUDITA
           END-READ
           DISPLAY "FECHA DESDE (AAAAMMDD): "
           ACCEPT WS-ROL-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD, 99999999 = INDEFINIDA): "
           ACCEPT WS-ROL-HASTA
           PERFORM 260-VALIDA-RANGO THRU 260-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 230-AUDITA
           END-IF
           MOVE ZEROS TO ROL-FECHA-DESDE
           PERFORM 270-BUSCA-ENCIME THRU 270-FIN
           IF RANGO-ENCIMADO
              THEN
                  GO TO 230-AUDITA
           END-IF
           MOVE SPACES           TO REG-ROLTURNO
           MOVE WS-NUMERO-PEDIDO TO ROL-NUMERO-EMP
           MOVE WS-ROL-DESDE     TO ROL-FECHA-DESDE
           MOVE WS-ROL-HASTA     TO ROL-FECHA-HASTA
           MOVE WS-ROL-TURNO     TO ROL-TURNO
           MOVE WS-FECHA-HOY     TO ROL-FECHA-MOV
           WRITE REG-ROLTURNO
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR ROLTURNO"
                 MOVE "ROL ERR  " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "ROL ALTA " TO WS-MENU-RESULTADO
           END-WRITE.
       230-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       230-FIN.  EXIT.

      * CERRAR ES PONER FECHA HASTA A UNA ASIGNACION (NORMALMENTE LA
      * ABIERTA) PARA DAR LUGAR AL SIGUIENTE TURNO DEL EMPLEADO.
       240-CIERRA.
           DISPLAY "FECHA DESDE DE LA ASIGNACION A CERRAR: "
           ACCEPT WS-ROL-DESDE
           MOVE WS-NUMERO-PEDIDO TO ROL-NUMERO-EMP
           MOVE WS-ROL-DESDE     TO ROL-FECHA-DESDE
           READ ROLTURNO
              INVALID KEY
                 DISPLAY "NO HAY ASIGNACION CON ESA FECHA DESDE"
                 MOVE "ROL NOEX " TO WS-MENU-RESULTADO
                 GO TO 240-AUDITA
           END-READ
           MOVE ROL-TURNO TO WS-ROL-TURNO
           DISPLAY "NUEVA FECHA HASTA (AAAAMMDD): "
           ACCEPT WS-ROL-HASTA
           PERFORM 260-VALIDA-RANGO THRU 260-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 240-AUDITA
           END-IF
      * AL ALARGAR EL RANGO NO DEBE PISAR LA ASIGNACION SIGUIENTE; SE
      * REVISA CONTRA LAS DEMAS Y SE RELEE LA PROPIA PARA REGRABARLA.
           MOVE WS-ROL-DESDE TO ROL-FECHA-DESDE
           PERFORM 270-BUSCA-ENCIME THRU 270-FIN
           IF RANGO-ENCIMADO
              THEN
                  GO TO 240-AUDITA
           END-IF
           MOVE WS-NUMERO-PEDIDO TO ROL-NUMERO-EMP
           MOVE WS-ROL-DESDE     TO ROL-FECHA-DESDE
           READ ROLTURNO
              INVALID KEY
                 DISPLAY "NO SE PUDO RELEER ROLTURNO"
                 MOVE "ROL ERR  " TO WS-MENU-RESULTADO
                 GO TO 240-AUDITA
           END-READ
           MOVE WS-ROL-HASTA TO ROL-FECHA-HASTA
           MOVE WS-FECHA-HOY TO ROL-FECHA-MOV
           REWRITE REG-ROLTURNO
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR ROLTURNO"
                 MOVE "ROL ERR  " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "ROL CIERR" TO WS-MENU-RESULTADO
           END-REWRITE.
       240-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       240-FIN.  EXIT.

      * VALIDA WS-ROL-DESDE / WS-ROL-HASTA; UN DATO INVALIDO DEJA
      * DATOS-OK APAGADO.
       260-VALIDA-RANGO.
           MOVE "N" TO SW-DATOS
           MOVE WS-ROL-DESDE TO WS-FECHA-CAPTURA
           IF WS-FC-MES LESS 1
              OR WS-FC-MES GREATER 12
              OR WS-FC-DIA LESS 1
              OR WS-FC-DIA GREATER 31
              THEN
                  DISPLAY "FECHA DESDE INVALIDA, NO SE GRABA"
                  MOVE "ROL FECH " TO WS-MENU-RESULTADO
                  GO TO 260-FIN
           END-IF
           MOVE WS-ROL-HASTA TO WS-FECHA-CAPTURA
           IF WS-ROL-HASTA NOT EQUAL 99999999
              AND (WS-FC-MES LESS 1
                   OR WS-FC-MES GREATER 12
                   OR WS-FC-DIA LESS 1
                   OR WS-FC-DIA GREATER 31)
              THEN
                  DISPLAY "FECHA HASTA INVALIDA, NO SE GRABA"
                  MOVE "ROL FECH " TO WS-MENU-RESULTADO
                  GO TO 260-FIN
           END-IF
           IF WS-ROL-HASTA LESS WS-ROL-DESDE
              THEN
                  DISPLAY "FECHA HASTA ANTERIOR A LA FECHA DESDE"
                  MOVE "ROL FECH " TO WS-MENU-RESULTADO
                  GO TO 260-FIN
           END-IF
           SET DATOS-OK TO TRUE.
       260-FIN.  EXIT.

      * RECORRE LAS ASIGNACIONES DEL EMPLEADO Y PRENDE RANGO-ENCIMADO
      * SI ALGUNA SE CRUZA CON WS-ROL-DESDE A WS-ROL-HASTA. LA
      * ASIGNACION CUYA FECHA DESDE VIENE EN ROL-FECHA-DESDE AL
      * ENTRAR (LA QUE SE ESTA CERRANDO) NO CUENTA; EN CEROS, NINGUNA
      * SE EXCLUYE.
       270-BUSCA-ENCIME.
           MOVE "N" TO SW-ENCIMA
           MOVE ROL-FECHA-DESDE TO WS-FECHA-CAPTURA
           PERFORM 290-POSICIONA-ROL THRU 290-FIN
           PERFORM 275-REVISA-UNA THRU 275-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF RANGO-ENCIMADO
              THEN
                  DISPLAY "EL RANGO SE ENCIMA CON OTRA ASIGNACION DEL "
                          "EMPLEADO, NO SE GRABA"
                  MOVE "ROL ENCIM" TO WS-MENU-RESULTADO
           END-IF.
       270-FIN.  EXIT.

       275-REVISA-UNA.
           PERFORM 295-LEE-ROL THRU 295-FIN
           IF SW-FIN EQUAL "FIN"
              THEN
                  GO TO 275-FIN
           END-IF
           IF ROL-FECHA-DESDE EQUAL WS-FECHA-CAPTURA
              THEN
                  GO TO 275-FIN
           END-IF
           IF ROL-FECHA-DESDE NOT GREATER WS-ROL-HASTA
              AND ROL-FECHA-HASTA NOT LESS WS-ROL-DESDE
              THEN
                  SET RANGO-ENCIMADO TO TRUE
                  MOVE "FIN" TO SW-FIN
           END-IF.
       275-FIN.  EXIT.

      * POSICIONA ROLTURNO EN LA PRIMERA ASIGNACION DEL EMPLEADO.
       290-POSICIONA-ROL.
           MOVE SPACES           TO SW-FIN
           MOVE WS-NUMERO-PEDIDO TO ROL-NUMERO-EMP
           MOVE ZEROS            TO ROL-FECHA-DESDE
           START ROLTURNO KEY IS NOT LESS ROL-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START.
       290-FIN.  EXIT.

       295-LEE-ROL.
           READ ROLTURNO NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 295-FIN
           END-READ
           IF ROL-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN
           END-IF.
       295-FIN.  EXIT.
