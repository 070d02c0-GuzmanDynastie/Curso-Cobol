       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGDLAB.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * MODULO DE DISTRIBUCION DEL COSTO LABORAL (VER COPY DISTLAB).   *
      * EL EMPLEADO QUE TRABAJA PARA VARIOS PROYECTOS O AREAS REPARTE  *
      * SU COSTO ENTRE VARIOS CENTROS DE COSTOS CON UN PORCENTAJE CADA *
      * UNO, A PARTIR DE UNA FECHA EFECTIVA:                           *
      *   OPCION 1 - CAPTURA DE UN JUEGO COMPLETO PARA UN EMPLEADO Y   *
      *              UNA FECHA EFECTIVA. EL EMPLEADO DEBE EXISTIR EN   *
      *              EL MAESTRO, LOS CENTROS NO SE REPITEN, CADA       *
      *              PORCENTAJE ES MAYOR QUE CERO Y EL JUEGO SOLO SE   *
      *              GRABA SI SUMA EXACTAMENTE 100. UNO DE LOS CENTROS *
      *              SE MARCA COMO PRINCIPAL PARA ABSORBER EL RESTO    *
      *              DEL REDONDEO. SI YA HABIA UN JUEGO CON ESA FECHA, *
      *              EL NUEVO LO SUSTITUYE COMPLETO;                   *
      *   OPCION 2 - BAJA DE UN JUEGO (EMPLEADO Y FECHA EFECTIVA);     *
      *   OPCION 3 - REPORTE DE LOS JUEGOS POR EMPLEADO Y FECHA CON SU *
      *              TOTAL, MARCANDO LOS QUE NO SUMAN 100.             *
      * AUDITORIA MODO "T" VIA PROGMENU DE CADA MOVIMIENTO. EL REPARTO *
      * EN LA POLIZA LO HACE PROGRCOS PARA PROGPOLI.                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTLAB      ASSIGN TO UT-S-DISTLAB
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DSL-LLAVE
                               FILE STATUS IS WS-STATUS-DISTLAB.
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
       FD  DISTLAB
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-DISTLAB.
           COPY DISTLAB.

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
           05 WS-STATUS-DISTLAB   PIC X(02)    VALUE "00".
              88 DISTLAB-OK         VALUE "00" "05".
              88 DISTLAB-NO-EXISTE  VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-CAPTURA          PIC X(03)    VALUE SPACES.
           05 SW-DATOS            PIC X(01)    VALUE "N".
              88 DATOS-OK           VALUE "S".
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-FECHA-PEDIDA     PIC 9(08)    VALUE ZEROS.
           05 WS-CCOSTO-PEDIDO    PIC X(06)    VALUE SPACES.
           05 WS-PORC-PEDIDO      PIC 9(03)V99 VALUE ZEROS.
           05 WS-PRINCIPAL-PEDIDO PIC 9(02)    VALUE ZEROS.
           05 WS-RENGLONES        PIC 9(02)    VALUE ZEROS.
           05 WS-BORRADOS         PIC 9(02)    VALUE ZEROS.
           05 WS-IND              PIC 9(02)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-PORC       PIC 9(04)V99 VALUE ZEROS.
           05 WS-EDIT-PORC        PIC ZZZ9.99.
           05 WS-EMP-ANTERIOR     PIC 9(05)    VALUE ZEROS.
           05 WS-FECHA-ANTERIOR   PIC 9(08)    VALUE ZEROS.
           05 WS-JUEGOS-LISTA     PIC 9(05)    VALUE ZEROS.
           05 WS-INCOMPLETOS      PIC 9(05)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.

      * EL JUEGO SE ARMA COMPLETO EN MEMORIA Y SOLO SE GRABA CUANDO
      * SUMA 100, PARA QUE EL ARCHIVO NUNCA QUEDE CON MEDIO JUEGO.
       01  WS-TABLA-JUEGO.
           05 WS-JGO-RENGLON      OCCURS 10 TIMES.
              10 WS-JGO-CCOSTO    PIC X(06).
              10 WS-JGO-PORCENTAJE PIC 9(03)V99.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "D".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGDLAB".

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(40)
              VALUE "DISTRIBUCION DEL COSTO LABORAL".
           05 FILLER              PIC X(20)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-LINEA-EMPLEADO.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-EMP-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-EMP-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "EFECTIVA".
           05 FILLER              PIC X(02)    VALUE ": ".
           05 WS-EMP-FECHA        PIC 9(08).
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-SECUENCIA    PIC 99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CCOSTO       PIC X(06).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PORC         PIC ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PRINCIPAL    PIC X(09).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "CAPTURA: ".
           05 WS-DET-FECHA-CAPT   PIC 9(08).
           05 FILLER              PIC X(28)    VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER              PIC X(14)    VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "SUMA DE PORCENTAJES DEL JUEGO:".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-PORC         PIC ZZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-MARCA        PIC X(14).
           05 FILLER              PIC X(12)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CAPTURA DE DISTRIBUCION POR FECHA EFECTIVA"
           DISPLAY "2. BAJA DE UNA DISTRIBUCION"
           DISPLAY "3. REPORTE DE DISTRIBUCIONES"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CAPTURA THRU 100-FIN
              WHEN 2
                 PERFORM 150-BAJA    THRU 150-FIN
              WHEN 3
                 PERFORM 200-REPORTE THRU 200-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * OPCION 1: CAPTURA DE UN JUEGO
      * ---------------------------------------------------------------
       100-CAPTURA.
           PERFORM 090-ABRE-ARCHIVOS THRU 090-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 100-FIN
           END-IF
           PERFORM 095-PIDE-EMPLEADO THRU 095-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 100-CIERRA
           END-IF
           PERFORM 110-LISTA-ACTUALES THRU 110-FIN
           DISPLAY "FECHA EFECTIVA DEL JUEGO (AAAAMMDD): "
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  DISPLAY "FECHA EFECTIVA INVALIDA, NO SE GRABA"
                  MOVE "DLAB FECH" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           INITIALIZE WS-TABLA-JUEGO
           MOVE ZEROS  TO WS-RENGLONES
                          WS-TOTAL-PORC
           MOVE SPACES TO SW-CAPTURA
           DISPLAY "CAPTURE LOS CENTROS (CENTRO EN BLANCO = TERMINAR)"
           PERFORM 120-CAPTURA-RENGLON THRU 120-FIN
                   UNTIL SW-CAPTURA EQUAL "FIN"
           IF WS-RENGLONES EQUAL ZEROS
              THEN
                  DISPLAY "JUEGO SIN CENTROS DE COSTOS, NO SE GRABA"
                  MOVE "DLAB VACI" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           IF WS-TOTAL-PORC NOT EQUAL 100
              THEN
                  MOVE WS-TOTAL-PORC TO WS-EDIT-PORC
                  DISPLAY "LOS PORCENTAJES SUMAN " WS-EDIT-PORC
                          " Y DEBEN SUMAR 100, NO SE GRABA"
                  MOVE "DLAB PORC" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           DISPLAY "CONSECUTIVO DEL CENTRO PRINCIPAL (1 A "
                   WS-RENGLONES "): "
           ACCEPT WS-PRINCIPAL-PEDIDO
           IF WS-PRINCIPAL-PEDIDO EQUAL ZEROS
              OR WS-PRINCIPAL-PEDIDO GREATER WS-RENGLONES
              THEN
                  DISPLAY "CONSECUTIVO INVALIDO, EL PRINCIPAL ES EL 01"
                  MOVE 1 TO WS-PRINCIPAL-PEDIDO
           END-IF
           PERFORM 130-BORRA-JUEGO THRU 130-FIN
           PERFORM 140-GRABA-RENGLON THRU 140-FIN
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-RENGLONES
                      OR NOT DATOS-OK
           EVALUATE TRUE
              WHEN NOT DATOS-OK
                 MOVE "DLAB ERR " TO WS-MENU-RESULTADO
              WHEN WS-BORRADOS GREATER ZEROS
                 DISPLAY "JUEGO SUSTITUIDO"
                 MOVE "DLAB CAMB" TO WS-MENU-RESULTADO
              WHEN OTHER
                 DISPLAY "JUEGO GRABADO"
                 MOVE "DLAB ALTA" TO WS-MENU-RESULTADO
           END-EVALUATE.
       100-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       100-CIERRA.
           CLOSE EMPLEADOS
           CLOSE DISTLAB.
       100-FIN.  EXIT.

       090-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 090-FIN
           END-IF
           OPEN I-O DISTLAB
           IF DISTLAB-NO-EXISTE
              THEN
                  OPEN OUTPUT DISTLAB
                  CLOSE DISTLAB
                  OPEN I-O DISTLAB
           END-IF
           IF NOT DISTLAB-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR DISTLAB, STATUS: "
                          WS-STATUS-DISTLAB
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
           END-IF.
       090-FIN.  EXIT.

       095-PIDE-EMPLEADO.
           MOVE "N" TO SW-DATOS
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO NUMERO-EMP
                                    WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "DLAB NOEX" TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
              NOT INVALID KEY
                 DISPLAY "EMPLEADO: " NUMERO-EMP " " NOMBRE-EMP
                 SET DATOS-OK TO TRUE
           END-READ.
       095-FIN.  EXIT.

      * MUESTRA TODOS LOS JUEGOS DEL EMPLEADO, EN ORDEN DE FECHA
      * EFECTIVA, PARA QUE EL OPERADOR VEA LO QUE VA A SUSTITUIR.
       110-LISTA-ACTUALES.
           MOVE ZEROS  TO WS-RENGLONES
           MOVE SPACES TO SW-FIN
           MOVE WS-NUMERO-PEDIDO TO DSL-NUMERO-EMP
           MOVE ZEROS            TO DSL-FECHA-EFECTIVA
                                    DSL-SECUENCIA
           START DISTLAB KEY IS NOT LESS DSL-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 115-MUESTRA-UNO THRU 115-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-RENGLONES EQUAL ZEROS
              THEN
                  DISPLAY "SIN DISTRIBUCION: SU COSTO VA AL CENTRO DE "
                          "SU DEPARTAMENTO"
           END-IF.
       110-FIN.  EXIT.

       115-MUESTRA-UNO.
           READ DISTLAB NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 115-FIN
           END-READ
           IF DSL-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 115-FIN
           END-IF
           ADD 1 TO WS-RENGLONES
           MOVE DSL-PORCENTAJE TO WS-EDIT-PORC
           DISPLAY DSL-FECHA-EFECTIVA " " DSL-SECUENCIA " " DSL-CCOSTO
                   " " WS-EDIT-PORC " PRINCIPAL:" DSL-PRINCIPAL.
       115-FIN.  EXIT.

      * UN RENGLON INVALIDO SE AVISA Y SE VUELVE A PEDIR; NO SE
      * ACEPTA UN PORCENTAJE QUE LLEVE EL JUEGO ARRIBA DE 100.
       120-CAPTURA-RENGLON.
           IF WS-RENGLONES EQUAL 10
              THEN
                  DISPLAY "EL JUEGO YA TIENE 10 CENTROS"
                  MOVE "FIN" TO SW-CAPTURA
                  GO TO 120-FIN
           END-IF
           DISPLAY "CENTRO DE COSTOS: "
           ACCEPT WS-CCOSTO-PEDIDO
           IF WS-CCOSTO-PEDIDO EQUAL SPACES
              THEN
                  MOVE "FIN" TO SW-CAPTURA
                  GO TO 120-FIN
           END-IF
           MOVE ZEROS TO WS-IND
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-RENGLONES
              IF WS-JGO-CCOSTO (WS-IND-BUSCA) EQUAL WS-CCOSTO-PEDIDO
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND
              END-IF
           END-PERFORM
           IF WS-IND NOT EQUAL ZEROS
              THEN
                  DISPLAY "EL CENTRO YA ESTA EN EL JUEGO"
                  GO TO 120-FIN
           END-IF
           DISPLAY "PORCENTAJE: "
           ACCEPT WS-PORC-PEDIDO
           IF WS-PORC-PEDIDO EQUAL ZEROS
              THEN
                  DISPLAY "EL PORCENTAJE DEBE SER MAYOR QUE CERO"
                  GO TO 120-FIN
           END-IF
           IF WS-TOTAL-PORC + WS-PORC-PEDIDO GREATER 100
              THEN
                  MOVE WS-TOTAL-PORC TO WS-EDIT-PORC
                  DISPLAY "EL JUEGO YA SUMA " WS-EDIT-PORC
                          ", EL PORCENTAJE PASARIA DE 100"
                  GO TO 120-FIN
           END-IF
           ADD 1 TO WS-RENGLONES
           MOVE WS-CCOSTO-PEDIDO TO WS-JGO-CCOSTO     (WS-RENGLONES)
           MOVE WS-PORC-PEDIDO   TO WS-JGO-PORCENTAJE (WS-RENGLONES)
           ADD WS-PORC-PEDIDO    TO WS-TOTAL-PORC.
       120-FIN.  EXIT.

      * BORRA LOS RENGLONES QUE YA HUBIERA CON LA MISMA FECHA
      * EFECTIVA; CUENTA CUANTOS PARA DISTINGUIR ALTA DE CAMBIO.
       130-BORRA-JUEGO.
           MOVE ZEROS  TO WS-BORRADOS
           MOVE SPACES TO SW-FIN
           MOVE WS-NUMERO-PEDIDO TO DSL-NUMERO-EMP
           MOVE WS-FECHA-PEDIDA  TO DSL-FECHA-EFECTIVA
           MOVE ZEROS            TO DSL-SECUENCIA
           START DISTLAB KEY IS NOT LESS DSL-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 135-BORRA-UNO THRU 135-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       130-FIN.  EXIT.

       135-BORRA-UNO.
           READ DISTLAB NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 135-FIN
           END-READ
           IF DSL-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              OR DSL-FECHA-EFECTIVA NOT EQUAL WS-FECHA-PEDIDA
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 135-FIN
           END-IF
           DELETE DISTLAB RECORD
              INVALID KEY
                 DISPLAY "NO SE PUDO BORRAR EL RENGLON " DSL-SECUENCIA
              NOT INVALID KEY
                 ADD 1 TO WS-BORRADOS
           END-DELETE.
       135-FIN.  EXIT.

       140-GRABA-RENGLON.
           MOVE SPACES           TO REG-DISTLAB
           MOVE WS-NUMERO-PEDIDO TO DSL-NUMERO-EMP
           MOVE WS-FECHA-PEDIDA  TO DSL-FECHA-EFECTIVA
           MOVE WS-IND           TO DSL-SECUENCIA
           MOVE WS-JGO-CCOSTO     (WS-IND) TO DSL-CCOSTO
           MOVE WS-JGO-PORCENTAJE (WS-IND) TO DSL-PORCENTAJE
           MOVE "N"              TO DSL-PRINCIPAL
           IF WS-IND EQUAL WS-PRINCIPAL-PEDIDO
              THEN
                  MOVE "S" TO DSL-PRINCIPAL
           END-IF
           MOVE WS-FECHA-HOY     TO DSL-FECHA-CAPTURA
           WRITE REG-DISTLAB
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR DISTLAB, STATUS: "
                         WS-STATUS-DISTLAB
                 MOVE "N" TO SW-DATOS
           END-WRITE.
       140-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: BAJA DE UN JUEGO
      * ---------------------------------------------------------------
       150-BAJA.
           PERFORM 090-ABRE-ARCHIVOS THRU 090-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 150-FIN
           END-IF
           PERFORM 095-PIDE-EMPLEADO THRU 095-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 150-CIERRA
           END-IF
           PERFORM 110-LISTA-ACTUALES THRU 110-FIN
           DISPLAY "FECHA EFECTIVA DEL JUEGO A DAR DE BAJA: "
           ACCEPT WS-FECHA-PEDIDA
           PERFORM 130-BORRA-JUEGO THRU 130-FIN
           IF WS-BORRADOS EQUAL ZEROS
              THEN
                  DISPLAY "NO EXISTE UN JUEGO CON ESA FECHA EFECTIVA"
                  MOVE "DLAB NOEX" TO WS-MENU-RESULTADO
              ELSE
                  DISPLAY "JUEGO DADO DE BAJA, RENGLONES: " WS-BORRADOS
                  MOVE "DLAB BAJA" TO WS-MENU-RESULTADO
           END-IF
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       150-CIERRA.
           CLOSE EMPLEADOS
           CLOSE DISTLAB.
       150-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: REPORTE DE DISTRIBUCIONES
      * ---------------------------------------------------------------
       200-REPORTE.
           OPEN INPUT DISTLAB
           IF NOT DISTLAB-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR DISTLAB, STATUS: "
                          WS-STATUS-DISTLAB
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "SIN EMPLEADOS, EL REPORTE SALE SIN NOMBRES, "
                          "STATUS: " WS-STATUS-EMPLEADOS
           END-IF
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE ZEROS  TO WS-EMP-ANTERIOR
                          WS-FECHA-ANTERIOR
                          WS-TOTAL-PORC
           MOVE SPACES TO SW-FIN
           PERFORM 210-LISTA-UNO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-EMP-ANTERIOR NOT EQUAL ZEROS
              THEN
                  PERFORM 230-TOTAL-JUEGO THRU 230-FIN
           END-IF
           CLOSE DISTLAB
           IF EMPLEADOS-OK
              THEN
                  CLOSE EMPLEADOS
           END-IF
           CLOSE REPORTE
           DISPLAY "JUEGOS DE DISTRIBUCION    : " WS-JUEGOS-LISTA
           DISPLAY "JUEGOS QUE NO SUMAN 100   : " WS-INCOMPLETOS.
       200-FIN.  EXIT.

       210-LISTA-UNO.
           READ DISTLAB NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF DSL-NUMERO-EMP NOT EQUAL WS-EMP-ANTERIOR
              OR DSL-FECHA-EFECTIVA NOT EQUAL WS-FECHA-ANTERIOR
              THEN
                  IF WS-EMP-ANTERIOR NOT EQUAL ZEROS
                     THEN
                         PERFORM 230-TOTAL-JUEGO THRU 230-FIN
                  END-IF
                  PERFORM 220-ENCABEZA-JUEGO THRU 220-FIN
           END-IF
           ADD DSL-PORCENTAJE     TO WS-TOTAL-PORC
           MOVE DSL-SECUENCIA     TO WS-DET-SECUENCIA
           MOVE DSL-CCOSTO        TO WS-DET-CCOSTO
           MOVE DSL-PORCENTAJE    TO WS-DET-PORC
           MOVE SPACES            TO WS-DET-PRINCIPAL
           IF DSL-ES-PRINCIPAL
              THEN
                  MOVE "PRINCIPAL" TO WS-DET-PRINCIPAL
           END-IF
           MOVE DSL-FECHA-CAPTURA TO WS-DET-FECHA-CAPT
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       210-FIN.  EXIT.

       220-ENCABEZA-JUEGO.
           MOVE DSL-NUMERO-EMP     TO WS-EMP-ANTERIOR
                                      WS-EMP-NUMERO
           MOVE DSL-FECHA-EFECTIVA TO WS-FECHA-ANTERIOR
                                      WS-EMP-FECHA
           MOVE ZEROS              TO WS-TOTAL-PORC
           MOVE SPACES             TO WS-EMP-NOMBRE
           ADD 1 TO WS-JUEGOS-LISTA
           IF EMPLEADOS-OK
              THEN
                  MOVE DSL-NUMERO-EMP TO NUMERO-EMP
                  READ EMPLEADOS
                     INVALID KEY
                        MOVE "NO EXISTE EN EL MAESTRO" TO WS-EMP-NOMBRE
                     NOT INVALID KEY
                        MOVE NOMBRE-EMP TO WS-EMP-NOMBRE
                  END-READ
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-EMPLEADO AFTER 2.
       220-FIN.  EXIT.

       230-TOTAL-JUEGO.
           MOVE WS-TOTAL-PORC TO WS-TOT-PORC
           IF WS-TOTAL-PORC EQUAL 100
              THEN
                  MOVE SPACES TO WS-TOT-MARCA
              ELSE
                  MOVE "** NO SUMA 100" TO WS-TOT-MARCA
                  ADD 1 TO WS-INCOMPLETOS
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER 1.
       230-FIN.  EXIT.
