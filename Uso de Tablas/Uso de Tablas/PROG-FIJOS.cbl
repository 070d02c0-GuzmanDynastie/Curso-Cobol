       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGFIJO.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * MANTENIMIENTO DE CONCEPTOS FIJOS POR EMPLEADO (COPY CONCFIJO). *
      * LAS AYUDAS DE TRANSPORTE, BONOS FIJOS Y DESCUENTOS DE UNIFORME *
      * SE REPETIAN CADA PERIODO ARMANDO UNA INTERFAZ A MANO; AHORA    *
      * QUEDAN COMO INSTRUCCION PERMANENTE Y PROGNOMI LAS APLICA SOLO: *
      *   OPCION 1 - CAPTURA POR EMPLEADO: ALTA, CAMBIO, SUSPENSION,   *
      *              REACTIVACION Y BAJA (QUE SOLO LA TERMINA, EL      *
      *              RENGLON SE CONSERVA PARA LA REVERSA). EL CONCEPTO *
      *              DEBE EXISTIR EN CONCEPTOS (PROGCPTO). AUDITORIA   *
      *              MODO "T" VIA PROGMENU DE CADA MOVIMIENTO.         *
      *   OPCION 2 - REPORTE DE INSTRUCCIONES CON SU AVANCE.           *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONCFIJO     ASSIGN TO UT-S-CONCFIJO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CFJ-LLAVE
                               FILE STATUS IS WS-STATUS-CONCFIJO.
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
       FD  CONCFIJO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-CONCFIJO.
           COPY CONCFIJO.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CONCFIJO  PIC X(02)    VALUE "00".
              88 CONCFIJO-OK        VALUE "00" "05".
              88 CONCFIJO-NO-EXISTE VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 SW-HAY-EMPLEADOS    PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-EMPLEADOS VALUE "S".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-ACCION           PIC X(01)    VALUE SPACES.
              88 ACCION-TERMINAR    VALUE "T".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-DATOS            PIC X(01)    VALUE "N".
              88 DATOS-OK           VALUE "S".
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-CONCEPTO-PEDIDO  PIC X(04)    VALUE SPACES.
           05 WS-RENGLONES        PIC 9(03)    VALUE ZEROS.
           05 WS-EDIT-IMPORTE     PIC Z,ZZZ,ZZ9.99.
           05 WS-MES-CAPTURA      PIC 9(02)    VALUE ZEROS.
           05 WS-EMP-ANTERIOR     PIC 9(05)    VALUE ZEROS.
           05 WS-EMPLEADOS-LISTA  PIC 9(05)    VALUE ZEROS.
           05 WS-INSTR-ACTIVAS    PIC 9(05)    VALUE ZEROS.
           05 WS-INSTR-OTRAS      PIC 9(05)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-CPTO.
           05 WS-CPTO-CODIGO      PIC X(04).
           05 WS-CPTO-DESCRIPCION PIC X(20).
           05 WS-CPTO-SIGNO       PIC X(01).
           05 WS-CPTO-GRAVABLE    PIC X(01).
           05 WS-CPTO-CUENTA      PIC X(06).
           05 WS-CPTO-ENCONTRADO  PIC X(01).
              88 CPTO-ENCONTRADO     VALUE "S".
              88 CPTO-NO-ENCONTRADO  VALUE "N".

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "K".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGFIJO".

       01  WS-TITULO-1.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(60)
              VALUE "CONCEPTOS FIJOS POR EMPLEADO".
           05 FILLER              PIC X(25)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(26)
              VALUE "CPTO DESCRIPCION".
           05 FILLER              PIC X(15)    VALUE "        IMPORTE".
           05 FILLER              PIC X(20)
              VALUE "  INICIO    FIN     ".
           05 FILLER              PIC X(20)
              VALUE " PARC  APLI FREC EDO".
           05 FILLER              PIC X(25)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(108)   VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-LINEA-EMPLEADO.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-EMP-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-EMP-NOMBRE       PIC X(30).
           05 FILLER              PIC X(61)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-CONCEPTO     PIC X(04).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-SIGNO        PIC X(01).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-INICIO       PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FIN          PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PARCIAL      PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-APLICADAS    PIC ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-FRECUENCIA   PIC X(01).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-ESTADO       PIC X(01).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ULT-PERIODO  PIC 9(08).
           05 FILLER              PIC X(15)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CAPTURA Y MANTENIMIENTO DE CONCEPTOS FIJOS"
           DISPLAY "2. REPORTE DE CONCEPTOS FIJOS"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CAPTURA THRU 100-FIN
              WHEN 2
                 PERFORM 200-REPORTE THRU 200-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * OPCION 1: CAPTURA Y MANTENIMIENTO
      * ---------------------------------------------------------------
       100-CAPTURA.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           OPEN I-O CONCFIJO
           IF CONCFIJO-NO-EXISTE
              THEN
                  OPEN OUTPUT CONCFIJO
                  CLOSE CONCFIJO
                  OPEN I-O CONCFIJO
           END-IF
           IF NOT CONCFIJO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CONCFIJO, STATUS: "
                          WS-STATUS-CONCFIJO
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 100-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO NUMERO-EMP
                                    WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "FIJO NOEX" TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
              NOT INVALID KEY
                 DISPLAY "EMPLEADO: " NUMERO-EMP " " NOMBRE-EMP
                 PERFORM 110-LISTA-ACTUALES THRU 110-FIN
                 MOVE SPACES TO WS-ACCION
                 PERFORM 120-UNA-ACCION THRU 120-FIN
                         UNTIL ACCION-TERMINAR
           END-READ
           CLOSE EMPLEADOS
           CLOSE CONCFIJO.
       100-FIN.  EXIT.

      * MUESTRA LAS INSTRUCCIONES DEL EMPLEADO CON SU AVANCE.
       110-LISTA-ACTUALES.
           MOVE ZEROS  TO WS-RENGLONES
           MOVE SPACES TO SW-FIN
           MOVE WS-NUMERO-PEDIDO TO CFJ-NUMERO-EMP
           MOVE LOW-VALUES       TO CFJ-CONCEPTO
           START CONCFIJO KEY IS NOT LESS CFJ-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 115-MUESTRA-UNO THRU 115-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-RENGLONES EQUAL ZEROS
              THEN
                  DISPLAY "SIN CONCEPTOS FIJOS"
           END-IF.
       110-FIN.  EXIT.

       115-MUESTRA-UNO.
           READ CONCFIJO NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 115-FIN
           END-READ
           IF CFJ-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 115-FIN
           END-IF
           ADD 1 TO WS-RENGLONES
           MOVE CFJ-IMPORTE TO WS-EDIT-IMPORTE
           DISPLAY CFJ-CONCEPTO " " WS-EDIT-IMPORTE
                   " DEL " CFJ-FECHA-INICIO " AL " CFJ-FECHA-FIN
                   " PARC:" CFJ-PARCIALIDADES " APLI:" CFJ-APLICADAS
                   " FREC:" CFJ-FRECUENCIA " EDO:" CFJ-ESTADO.
       115-FIN.  EXIT.

       120-UNA-ACCION.
           DISPLAY "A=ALTA, C=CAMBIO, S=SUSPENDER, R=REACTIVAR, "
                   "B=BAJA, T=TERMINAR: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "A"
                 PERFORM 130-ALTA   THRU 130-FIN
                 PERFORM 110-LISTA-ACTUALES THRU 110-FIN
              WHEN "C"
                 PERFORM 140-CAMBIO THRU 140-FIN
                 PERFORM 110-LISTA-ACTUALES THRU 110-FIN
              WHEN "S"
              WHEN "R"
              WHEN "B"
                 PERFORM 150-ESTADO THRU 150-FIN
                 PERFORM 110-LISTA-ACTUALES THRU 110-FIN
              WHEN "T"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION INVALIDA"
           END-EVALUATE.
       120-FIN.  EXIT.

      * UN EMPLEADO TIENE UNA SOLA INSTRUCCION POR CONCEPTO; UNA YA
      * TERMINADA SE PUEDE REEMPLAZAR POR UNA NUEVA CON EL MISMO CODIGO.
       130-ALTA.
           DISPLAY "CODIGO DE CONCEPTO: "
           ACCEPT WS-CONCEPTO-PEDIDO
           MOVE WS-CONCEPTO-PEDIDO TO WS-CPTO-CODIGO
           CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
           IF CPTO-NO-ENCONTRADO
              THEN
                  DISPLAY "EL CONCEPTO NO EXISTE EN EL CATALOGO"
                  MOVE "FIJO CPTO" TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           DISPLAY WS-CPTO-CODIGO " " WS-CPTO-DESCRIPCION
                   " SIGNO: " WS-CPTO-SIGNO
           MOVE WS-NUMERO-PEDIDO   TO CFJ-NUMERO-EMP
           MOVE WS-CONCEPTO-PEDIDO TO CFJ-CONCEPTO
           READ CONCFIJO
              INVALID KEY
                 MOVE "NO" TO SW-FIN
              NOT INVALID KEY
                 MOVE "SI" TO SW-FIN
           END-READ
           IF SW-FIN EQUAL "SI"
              AND NOT CFJ-ESTA-TERMINADA
              THEN
                  DISPLAY "EL EMPLEADO YA TIENE ESE CONCEPTO, USE "
                          "CAMBIO"
                  MOVE "FIJO DUPL" TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           MOVE SPACES             TO REG-CONCFIJO
           MOVE WS-NUMERO-PEDIDO   TO CFJ-NUMERO-EMP
           MOVE WS-CONCEPTO-PEDIDO TO CFJ-CONCEPTO
           MOVE ZEROS              TO CFJ-APLICADAS
                                      CFJ-ULT-PERIODO
           SET CFJ-ESTA-ACTIVA     TO TRUE
           PERFORM 160-CAPTURA-DATOS THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 130-AUDITA
           END-IF
           IF SW-FIN EQUAL "SI"
              THEN
                  REWRITE REG-CONCFIJO
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR CONCFIJO"
                        MOVE "FIJO ERR " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "FIJO ALTA" TO WS-MENU-RESULTADO
                  END-REWRITE
              ELSE
                  WRITE REG-CONCFIJO
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR CONCFIJO"
                        MOVE "FIJO ERR " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "FIJO ALTA" TO WS-MENU-RESULTADO
                  END-WRITE
           END-IF.
       130-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       130-FIN.  EXIT.

      * EL CAMBIO CONSERVA LAS PARCIALIDADES YA APLICADAS Y EL ULTIMO
      * PERIODO, QUE SON LOS QUE CUIDAN QUE NO SE APLIQUE DOS VECES.
       140-CAMBIO.
           DISPLAY "CODIGO DE CONCEPTO A CAMBIAR: "
           ACCEPT WS-CONCEPTO-PEDIDO
           MOVE WS-NUMERO-PEDIDO   TO CFJ-NUMERO-EMP
           MOVE WS-CONCEPTO-PEDIDO TO CFJ-CONCEPTO
           READ CONCFIJO
              INVALID KEY
                 DISPLAY "EL EMPLEADO NO TIENE ESE CONCEPTO"
                 MOVE "FIJO NOEX" TO WS-MENU-RESULTADO
                 GO TO 140-AUDITA
           END-READ
           IF CFJ-ESTA-TERMINADA
              THEN
                  DISPLAY "LA INSTRUCCION YA ESTA TERMINADA, DE UN "
                          "ALTA NUEVA"
                  MOVE "FIJO TERM" TO WS-MENU-RESULTADO
                  GO TO 140-AUDITA
           END-IF
           PERFORM 160-CAPTURA-DATOS THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 140-AUDITA
           END-IF
           REWRITE REG-CONCFIJO
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR CONCFIJO"
                 MOVE "FIJO ERR " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "FIJO CAMB" TO WS-MENU-RESULTADO
           END-REWRITE.
       140-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       140-FIN.  EXIT.

      * SUSPENDER, REACTIVAR O DAR DE BAJA SOLO CAMBIA EL ESTADO; LA
      * BAJA NO BORRA EL RENGLON PARA QUE PROGREVE PUEDA DEVOLVER LA
      * ULTIMA PARCIALIDAD SI SE REVIERTE LA NOMINA.
       150-ESTADO.
           DISPLAY "CODIGO DE CONCEPTO: "
           ACCEPT WS-CONCEPTO-PEDIDO
           MOVE WS-NUMERO-PEDIDO   TO CFJ-NUMERO-EMP
           MOVE WS-CONCEPTO-PEDIDO TO CFJ-CONCEPTO
           READ CONCFIJO
              INVALID KEY
                 DISPLAY "EL EMPLEADO NO TIENE ESE CONCEPTO"
                 MOVE "FIJO NOEX" TO WS-MENU-RESULTADO
                 GO TO 150-AUDITA
           END-READ
           EVALUATE TRUE
              WHEN WS-ACCION EQUAL "S"
                   AND CFJ-ESTA-ACTIVA
                 SET CFJ-ESTA-SUSPENDIDA TO TRUE
                 MOVE "FIJO SUSP" TO WS-MENU-RESULTADO
              WHEN WS-ACCION EQUAL "R"
                   AND CFJ-ESTA-SUSPENDIDA
                 SET CFJ-ESTA-ACTIVA     TO TRUE
                 MOVE "FIJO REAC" TO WS-MENU-RESULTADO
              WHEN WS-ACCION EQUAL "B"
                   AND NOT CFJ-ESTA-TERMINADA
                 SET CFJ-ESTA-TERMINADA  TO TRUE
                 MOVE "FIJO BAJA" TO WS-MENU-RESULTADO
              WHEN OTHER
                 DISPLAY "LA INSTRUCCION ESTA EN ESTADO " CFJ-ESTADO
                         ", NO APLICA ESA ACCION"
                 MOVE "FIJO EDO " TO WS-MENU-RESULTADO
                 GO TO 150-AUDITA
           END-EVALUATE
           MOVE WS-FECHA-HOY TO CFJ-FECHA-MOV
           REWRITE REG-CONCFIJO
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR CONCFIJO"
                 MOVE "FIJO ERR " TO WS-MENU-RESULTADO
           END-REWRITE.
       150-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       150-FIN.  EXIT.

      * CAPTURA Y VALIDA LOS DATOS SOBRE REG-CONCFIJO; CUALQUIER DATO
      * INVALIDO DEJA DATOS-OK APAGADO Y EL RESULTADO PARA AUDITORIA.
      * FECHA FIN EN CEROS Y PARCIALIDADES EN CEROS = SIN LIMITE.
       160-CAPTURA-DATOS.
           MOVE "N" TO SW-DATOS
           DISPLAY "IMPORTE POR PERIODO: "
           ACCEPT CFJ-IMPORTE
           IF CFJ-IMPORTE EQUAL ZEROS
              THEN
                  DISPLAY "IMPORTE EN CEROS, NO SE GRABA"
                  MOVE "FIJO IMPO" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "FECHA DE INICIO (AAAAMMDD): "
           ACCEPT CFJ-FECHA-INICIO
           MOVE CFJ-FECHA-INICIO (5:2) TO WS-MES-CAPTURA
           IF CFJ-FECHA-INICIO EQUAL ZEROS
              OR WS-MES-CAPTURA LESS 1
              OR WS-MES-CAPTURA GREATER 12
              THEN
                  DISPLAY "FECHA DE INICIO INVALIDA, NO SE GRABA"
                  MOVE "FIJO FINI" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "FECHA DE FIN (AAAAMMDD, CEROS = SIN FIN): "
           ACCEPT CFJ-FECHA-FIN
           IF CFJ-FECHA-FIN NOT EQUAL ZEROS
              AND CFJ-FECHA-FIN LESS CFJ-FECHA-INICIO
              THEN
                  DISPLAY "LA FECHA DE FIN ES ANTERIOR AL INICIO, "
                          "NO SE GRABA"
                  MOVE "FIJO FFIN" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "NUMERO DE PARCIALIDADES (CEROS = SIN LIMITE): "
           ACCEPT CFJ-PARCIALIDADES
           IF CFJ-PARCIALIDADES NOT EQUAL ZEROS
              AND CFJ-PARCIALIDADES NOT GREATER CFJ-APLICADAS
              THEN
                  DISPLAY "YA SE APLICARON " CFJ-APLICADAS
                          " PARCIALIDADES, NO SE GRABA"
                  MOVE "FIJO PARC" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "FRECUENCIA (C=CADA PERIODO, M=UNA VEZ AL MES): "
           ACCEPT CFJ-FRECUENCIA
           IF NOT CFJ-FRECUENCIA-OK
              THEN
                  DISPLAY "FRECUENCIA INVALIDA, NO SE GRABA"
                  MOVE "FIJO FREC" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           MOVE WS-FECHA-HOY TO CFJ-FECHA-MOV
           SET DATOS-OK TO TRUE.
       160-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: REPORTE DE CONCEPTOS FIJOS
      * ---------------------------------------------------------------
       200-REPORTE.
           OPEN INPUT CONCFIJO
           IF NOT CONCFIJO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CONCFIJO, STATUS: "
                          WS-STATUS-CONCFIJO
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF EMPLEADOS-OK
              THEN
                  SET HAY-ARCHIVO-EMPLEADOS TO TRUE
              ELSE
                  DISPLAY "SIN EMPLEADOS, EL REPORTE SALE SIN NOMBRES, "
                          "STATUS: " WS-STATUS-EMPLEADOS
           END-IF
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE ZEROS  TO WS-EMP-ANTERIOR
           MOVE SPACES TO SW-FIN
           PERFORM 210-LISTA-UNO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CONCFIJO
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  CLOSE EMPLEADOS
           END-IF
           CLOSE REPORTE
           DISPLAY "EMPLEADOS CON CONCEPTOS FIJOS : " WS-EMPLEADOS-LISTA
           DISPLAY "INSTRUCCIONES ACTIVAS         : " WS-INSTR-ACTIVAS
           DISPLAY "SUSPENDIDAS O TERMINADAS      : " WS-INSTR-OTRAS.
       200-FIN.  EXIT.

       210-LISTA-UNO.
           READ CONCFIJO NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF CFJ-NUMERO-EMP NOT EQUAL WS-EMP-ANTERIOR
              THEN
                  PERFORM 220-ENCABEZA-EMPLEADO THRU 220-FIN
           END-IF
           IF CFJ-ESTA-ACTIVA
              THEN
                  ADD 1 TO WS-INSTR-ACTIVAS
              ELSE
                  ADD 1 TO WS-INSTR-OTRAS
           END-IF
           MOVE CFJ-CONCEPTO TO WS-CPTO-CODIGO
           CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
           IF CPTO-ENCONTRADO
              THEN
                  MOVE WS-CPTO-DESCRIPCION TO WS-DET-DESCRIPCION
                  MOVE WS-CPTO-SIGNO       TO WS-DET-SIGNO
              ELSE
                  MOVE "NO ESTA EN CATALOGO" TO WS-DET-DESCRIPCION
                  MOVE "?"                 TO WS-DET-SIGNO
           END-IF
           MOVE CFJ-CONCEPTO      TO WS-DET-CONCEPTO
           MOVE CFJ-IMPORTE       TO WS-DET-IMPORTE
           MOVE CFJ-FECHA-INICIO  TO WS-DET-INICIO
           MOVE CFJ-FECHA-FIN     TO WS-DET-FIN
           MOVE CFJ-PARCIALIDADES TO WS-DET-PARCIAL
           MOVE CFJ-APLICADAS     TO WS-DET-APLICADAS
           MOVE CFJ-FRECUENCIA    TO WS-DET-FRECUENCIA
           MOVE CFJ-ESTADO        TO WS-DET-ESTADO
           MOVE CFJ-ULT-PERIODO   TO WS-DET-ULT-PERIODO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       210-FIN.  EXIT.

       220-ENCABEZA-EMPLEADO.
           MOVE CFJ-NUMERO-EMP TO WS-EMP-ANTERIOR
                                  WS-EMP-NUMERO
           MOVE SPACES         TO WS-EMP-NOMBRE
           ADD 1 TO WS-EMPLEADOS-LISTA
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  MOVE CFJ-NUMERO-EMP TO NUMERO-EMP
                  READ EMPLEADOS
                     INVALID KEY
                        MOVE "NO EXISTE EN EL MAESTRO" TO WS-EMP-NOMBRE
                     NOT INVALID KEY
                        MOVE NOMBRE-EMP TO WS-EMP-NOMBRE
                  END-READ
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-EMPLEADO AFTER 2.
       220-FIN.  EXIT.
