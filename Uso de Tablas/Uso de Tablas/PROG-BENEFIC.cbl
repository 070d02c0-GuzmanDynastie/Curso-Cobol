       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGBENE.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * MODULO DE BENEFICIARIOS Y DEPENDIENTES (VER COPY BENEFIC).     *
      * ANTES, PARA UN SEGURO DE VIDA O UNA DEFUNCION, HABIA QUE       *
      * ESCARBAR LA DESIGNACION EN EL EXPEDIENTE DE PAPEL:             *
      *   OPCION 1 - CAPTURA Y MANTENIMIENTO POR EMPLEADO (ALTA,       *
      *              CAMBIO Y BAJA DE RENGLONES). EL EMPLEADO DEBE     *
      *              EXISTIR EN EL MAESTRO, LA CURP PASA POR PROGVRFC  *
      *              CONTRA LA FECHA DE NACIMIENTO Y LA CLABE, SI SE   *
      *              CAPTURA, POR PROGCLAB. NINGUN MOVIMIENTO PUEDE    *
      *              DEJAR LOS PORCENTAJES ARRIBA DE 100 Y AL TERMINAR *
      *              SE AVISA SI NO SUMAN 100, PORQUE UNA BAJA POR     *
      *              DEFUNCION SE RECHAZA HASTA QUE SUMEN. AUDITORIA   *
      *              MODO "T" VIA PROGMENU DE CADA MOVIMIENTO.         *
      *   OPCION 2 - REPORTE DE DESIGNACIONES POR EMPLEADO CON SU      *
      *              TOTAL, MARCANDO LAS QUE NO SUMAN 100.             *
      * EL REPARTO DEL FINIQUITO POR DEFUNCION LO HACE PROGREPA.       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIC      ASSIGN TO UT-S-BENEFIC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BEN-LLAVE
                               FILE STATUS IS WS-STATUS-BENEFIC.
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
       FD  BENEFIC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-BENEFIC.
           COPY BENEFIC.

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
           05 WS-STATUS-BENEFIC   PIC X(02)    VALUE "00".
              88 BENEFIC-OK         VALUE "00" "05".
              88 BENEFIC-NO-EXISTE  VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
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
           05 WS-SECUENCIA-PEDIDA PIC 9(02)    VALUE ZEROS.
           05 WS-ULT-SECUENCIA    PIC 9(02)    VALUE ZEROS.
           05 WS-RENGLONES        PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-PORC       PIC 9(03)V99 VALUE ZEROS.
           05 WS-PORC-ANTERIOR    PIC 9(03)V99 VALUE ZEROS.
           05 WS-PORC-NUEVO       PIC 9(04)V99 VALUE ZEROS.
           05 WS-EDIT-PORC        PIC ZZ9.99.
           05 WS-EMP-ANTERIOR     PIC 9(05)    VALUE ZEROS.
           05 WS-EMPLEADOS-LISTA  PIC 9(05)    VALUE ZEROS.
           05 WS-INCOMPLETOS      PIC 9(05)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-VRFC.
           05 WS-VID-RFC          PIC X(13).
           05 WS-VID-CURP         PIC X(18).
           05 WS-VID-FECHA-NAC    PIC 9(08).
           05 WS-VID-RFC-OK       PIC X(01).
              88 RFC-VALIDO          VALUE "S".
              88 RFC-INVALIDO        VALUE "N".
           05 WS-VID-RFC-MOTIVO   PIC X(20).
           05 WS-VID-CURP-OK      PIC X(01).
              88 CURP-VALIDA         VALUE "S".
              88 CURP-INVALIDA       VALUE "N".
           05 WS-VID-CURP-MOTIVO  PIC X(20).

       01  WS-PARAMETROS-CLABE.
           05 WS-CLABE-CUENTA     PIC X(18).
           05 WS-CLABE-VALIDA     PIC X(01).
              88 CLABE-VALIDA        VALUE "S".
              88 CLABE-INVALIDA      VALUE "N".
           05 WS-CLABE-MOTIVO     PIC X(20).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "B".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGBENE".

       01  WS-TITULO-1.
           05 FILLER              PIC X(25)    VALUE SPACES.
           05 FILLER              PIC X(60)
              VALUE "DESIGNACION DE BENEFICIARIOS Y DEPENDIENTES".
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
           05 WS-DET-SECUENCIA    PIC 99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PARENTESCO   PIC X(01).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FECHA-NAC    PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CURP         PIC X(18).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PORC         PIC ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPENDIENTE  PIC X(01).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CUENTA       PIC X(18).
           05 FILLER              PIC X(08)    VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER              PIC X(40)    VALUE SPACES.
           05 FILLER              PIC X(35)
              VALUE "SUMA DE PORCENTAJES DEL EMPLEADO:".
           05 WS-TOT-PORC         PIC ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-MARCA        PIC X(17).
           05 FILLER              PIC X(10)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CAPTURA Y MANTENIMIENTO DE BENEFICIARIOS"
           DISPLAY "2. REPORTE DE DESIGNACIONES"
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
           OPEN I-O BENEFIC
           IF BENEFIC-NO-EXISTE
              THEN
                  OPEN OUTPUT BENEFIC
                  CLOSE BENEFIC
                  OPEN I-O BENEFIC
           END-IF
           IF NOT BENEFIC-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BENEFIC, STATUS: "
                          WS-STATUS-BENEFIC
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
                 MOVE "BENE NOEX" TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
              NOT INVALID KEY
                 DISPLAY "EMPLEADO: " NUMERO-EMP " " NOMBRE-EMP
                 PERFORM 110-LISTA-ACTUALES THRU 110-FIN
                 MOVE SPACES TO WS-ACCION
                 PERFORM 120-UNA-ACCION THRU 120-FIN
                         UNTIL ACCION-TERMINAR
                 PERFORM 190-VERIFICA-SUMA THRU 190-FIN
           END-READ
           CLOSE EMPLEADOS
           CLOSE BENEFIC.
       100-FIN.  EXIT.

      * MUESTRA LOS RENGLONES DEL EMPLEADO Y DEJA LISTOS EL TOTAL DE
      * PORCENTAJES, CUANTOS RENGLONES TIENE Y SU ULTIMO CONSECUTIVO.
       110-LISTA-ACTUALES.
           MOVE ZEROS  TO WS-TOTAL-PORC
                          WS-RENGLONES
                          WS-ULT-SECUENCIA
           MOVE SPACES TO SW-FIN
           MOVE WS-NUMERO-PEDIDO TO BEN-NUMERO-EMP
           MOVE ZEROS            TO BEN-SECUENCIA
           START BENEFIC KEY IS NOT LESS BEN-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 115-MUESTRA-UNO THRU 115-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-RENGLONES EQUAL ZEROS
              THEN
                  DISPLAY "SIN BENEFICIARIOS NI DEPENDIENTES"
              ELSE
                  MOVE WS-TOTAL-PORC TO WS-EDIT-PORC
                  DISPLAY "SUMA DE PORCENTAJES: " WS-EDIT-PORC
           END-IF.
       110-FIN.  EXIT.

       115-MUESTRA-UNO.
           READ BENEFIC NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 115-FIN
           END-READ
           IF BEN-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 115-FIN
           END-IF
           ADD 1 TO WS-RENGLONES
           MOVE BEN-SECUENCIA TO WS-ULT-SECUENCIA
           ADD BEN-PORCENTAJE TO WS-TOTAL-PORC
           MOVE BEN-PORCENTAJE TO WS-EDIT-PORC
           DISPLAY BEN-SECUENCIA " " BEN-NOMBRE " " BEN-PARENTESCO
                   " " BEN-CURP " " WS-EDIT-PORC " DEP:"
                   BEN-DEPENDIENTE.
       115-FIN.  EXIT.

       120-UNA-ACCION.
           DISPLAY "A=ALTA, C=CAMBIO, B=BAJA, T=TERMINAR: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "A"
                 PERFORM 130-ALTA   THRU 130-FIN
                 PERFORM 110-LISTA-ACTUALES THRU 110-FIN
              WHEN "C"
                 PERFORM 140-CAMBIO THRU 140-FIN
                 PERFORM 110-LISTA-ACTUALES THRU 110-FIN
              WHEN "B"
                 PERFORM 150-BAJA   THRU 150-FIN
                 PERFORM 110-LISTA-ACTUALES THRU 110-FIN
              WHEN "T"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION INVALIDA"
           END-EVALUATE.
       120-FIN.  EXIT.

       130-ALTA.
           IF WS-RENGLONES NOT LESS 10
              OR WS-ULT-SECUENCIA EQUAL 99
              THEN
                  DISPLAY "EL EMPLEADO YA TIENE 10 RENGLONES, "
                          "DE DE BAJA ALGUNO ANTES"
                  MOVE "BENE LLEN" TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           MOVE SPACES           TO REG-BENEFIC
           MOVE WS-NUMERO-PEDIDO TO BEN-NUMERO-EMP
           ADD 1 WS-ULT-SECUENCIA GIVING BEN-SECUENCIA
           MOVE ZEROS            TO WS-PORC-ANTERIOR
           PERFORM 160-CAPTURA-DATOS THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 130-AUDITA
           END-IF
           WRITE REG-BENEFIC
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR BENEFIC"
                 MOVE "BENE ERR " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "BENE ALTA" TO WS-MENU-RESULTADO
           END-WRITE.
       130-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       130-FIN.  EXIT.

       140-CAMBIO.
           DISPLAY "CONSECUTIVO A CAMBIAR: "
           ACCEPT WS-SECUENCIA-PEDIDA
           MOVE WS-NUMERO-PEDIDO    TO BEN-NUMERO-EMP
           MOVE WS-SECUENCIA-PEDIDA TO BEN-SECUENCIA
           READ BENEFIC
              INVALID KEY
                 DISPLAY "NO EXISTE ESE CONSECUTIVO"
                 MOVE "BENE NOEX" TO WS-MENU-RESULTADO
                 GO TO 140-AUDITA
           END-READ
           MOVE BEN-PORCENTAJE TO WS-PORC-ANTERIOR
           PERFORM 160-CAPTURA-DATOS THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 140-AUDITA
           END-IF
           REWRITE REG-BENEFIC
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR BENEFIC"
                 MOVE "BENE ERR " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "BENE CAMB" TO WS-MENU-RESULTADO
           END-REWRITE.
       140-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       140-FIN.  EXIT.

       150-BAJA.
           DISPLAY "CONSECUTIVO A DAR DE BAJA: "
           ACCEPT WS-SECUENCIA-PEDIDA
           MOVE WS-NUMERO-PEDIDO    TO BEN-NUMERO-EMP
           MOVE WS-SECUENCIA-PEDIDA TO BEN-SECUENCIA
           READ BENEFIC
              INVALID KEY
                 DISPLAY "NO EXISTE ESE CONSECUTIVO"
                 MOVE "BENE NOEX" TO WS-MENU-RESULTADO
                 GO TO 150-AUDITA
           END-READ
           DELETE BENEFIC RECORD
              INVALID KEY
                 DISPLAY "NO SE PUDO BORRAR EL RENGLON"
                 MOVE "BENE ERR " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "BENE BAJA" TO WS-MENU-RESULTADO
           END-DELETE.
       150-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       150-FIN.  EXIT.

      * CAPTURA Y VALIDA UN RENGLON SOBRE REG-BENEFIC; CUALQUIER DATO
      * INVALIDO DEJA DATOS-OK APAGADO Y EL RESULTADO PARA AUDITORIA.
       160-CAPTURA-DATOS.
           MOVE "N" TO SW-DATOS
           DISPLAY "APELLIDO PATERNO: "
           ACCEPT BEN-APE-PATERNO
           DISPLAY "APELLIDO MATERNO: "
           ACCEPT BEN-APE-MATERNO
           DISPLAY "NOMBRE(S): "
           ACCEPT BEN-NOM-PILA
           IF BEN-APE-PATERNO EQUAL SPACES
              OR BEN-NOM-PILA EQUAL SPACES
              THEN
                  DISPLAY "NOMBRE INCOMPLETO, NO SE GRABA"
                  MOVE "BENE NOMB" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "PARENTESCO (C=CONYUGE, H=HIJO, P=PADRE/MADRE, "
                   "O=OTRO): "
           ACCEPT BEN-PARENTESCO
           IF NOT BEN-PARENTESCO-OK
              THEN
                  DISPLAY "PARENTESCO INVALIDO, NO SE GRABA"
                  MOVE "BENE PARE" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
           ACCEPT BEN-FECHA-NAC
           IF BEN-FECHA-NAC EQUAL ZEROS
              OR BEN-FECHA-NAC GREATER WS-FECHA-HOY
              THEN
                  DISPLAY "FECHA DE NACIMIENTO INVALIDA, NO SE GRABA"
                  MOVE "BENE FNAC" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "CURP: "
           ACCEPT BEN-CURP
           MOVE SPACES        TO WS-VID-RFC
           MOVE BEN-CURP      TO WS-VID-CURP
           MOVE BEN-FECHA-NAC TO WS-VID-FECHA-NAC
           CALL "PROGVRFC" USING WS-PARAMETROS-VRFC
           IF CURP-INVALIDA
              THEN
                  DISPLAY "CURP INVALIDA (" WS-VID-CURP-MOTIVO
                          "), NO SE GRABA"
                  MOVE "BENE CURP" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "PORCENTAJE DEL FINIQUITO (0 = SOLO DEPENDIENTE): "
           ACCEPT BEN-PORCENTAJE
           COMPUTE WS-PORC-NUEVO =
                   WS-TOTAL-PORC - WS-PORC-ANTERIOR + BEN-PORCENTAJE
           IF WS-PORC-NUEVO GREATER 100
              THEN
                  MOVE WS-PORC-NUEVO TO WS-EDIT-PORC
                  DISPLAY "LOS PORCENTAJES SUMARIAN " WS-EDIT-PORC
                          ", NO SE GRABA"
                  MOVE "BENE PORC" TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           DISPLAY "ES DEPENDIENTE ECONOMICO (S/N): "
           ACCEPT BEN-DEPENDIENTE
           IF NOT BEN-ES-DEPENDIENTE
              THEN
                  MOVE "N" TO BEN-DEPENDIENTE
           END-IF
           DISPLAY "CLABE PARA EL PAGO (EN BLANCO = VENTANILLA): "
           ACCEPT BEN-CTA-BANCO
           IF BEN-CTA-BANCO NOT EQUAL SPACES
              THEN
                  MOVE BEN-CTA-BANCO TO WS-CLABE-CUENTA
                  CALL "PROGCLAB" USING WS-PARAMETROS-CLABE
                  IF CLABE-INVALIDA
                     THEN
                         DISPLAY "CLABE INVALIDA (" WS-CLABE-MOTIVO
                                 "), NO SE GRABA"
                         MOVE "BENE CLAB" TO WS-MENU-RESULTADO
                         GO TO 160-FIN
                  END-IF
           END-IF
           SET DATOS-OK TO TRUE.
       160-FIN.  EXIT.

      * AL TERMINAR, UNA DESIGNACION QUE NO SUMA 100 SE AVISA: MIENTRAS
      * NO SE CORRIJA, UNA BAJA POR DEFUNCION NO SE PUEDE PAGAR.
       190-VERIFICA-SUMA.
           IF WS-TOTAL-PORC EQUAL 100
              OR WS-TOTAL-PORC EQUAL ZEROS
              THEN
                  GO TO 190-FIN
           END-IF
           MOVE WS-TOTAL-PORC TO WS-EDIT-PORC
           DISPLAY "AVISO: LOS PORCENTAJES SUMAN " WS-EDIT-PORC
                   " Y DEBEN SUMAR 100; UNA BAJA POR DEFUNCION SE "
                   "RECHAZA HASTA CORREGIRLOS".
       190-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: REPORTE DE DESIGNACIONES
      * ---------------------------------------------------------------
       200-REPORTE.
           OPEN INPUT BENEFIC
           IF NOT BENEFIC-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BENEFIC, STATUS: "
                          WS-STATUS-BENEFIC
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
                          WS-TOTAL-PORC
           MOVE SPACES TO SW-FIN
           PERFORM 210-LISTA-UNO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF WS-EMP-ANTERIOR NOT EQUAL ZEROS
              THEN
                  PERFORM 230-TOTAL-EMPLEADO THRU 230-FIN
           END-IF
           CLOSE BENEFIC
           IF EMPLEADOS-OK
              THEN
                  CLOSE EMPLEADOS
           END-IF
           CLOSE REPORTE
           DISPLAY "EMPLEADOS CON DESIGNACION : " WS-EMPLEADOS-LISTA
           DISPLAY "DESIGNACIONES INCOMPLETAS : " WS-INCOMPLETOS.
       200-FIN.  EXIT.

       210-LISTA-UNO.
           READ BENEFIC NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF BEN-NUMERO-EMP NOT EQUAL WS-EMP-ANTERIOR
              THEN
                  IF WS-EMP-ANTERIOR NOT EQUAL ZEROS
                     THEN
                         PERFORM 230-TOTAL-EMPLEADO THRU 230-FIN
                  END-IF
                  PERFORM 220-ENCABEZA-EMPLEADO THRU 220-FIN
           END-IF
           ADD BEN-PORCENTAJE     TO WS-TOTAL-PORC
           MOVE BEN-SECUENCIA     TO WS-DET-SECUENCIA
           MOVE BEN-NOMBRE        TO WS-DET-NOMBRE
           MOVE BEN-PARENTESCO    TO WS-DET-PARENTESCO
           MOVE BEN-FECHA-NAC     TO WS-DET-FECHA-NAC
           MOVE BEN-CURP          TO WS-DET-CURP
           MOVE BEN-PORCENTAJE    TO WS-DET-PORC
           MOVE BEN-DEPENDIENTE   TO WS-DET-DEPENDIENTE
           MOVE BEN-CTA-BANCO     TO WS-DET-CUENTA
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       210-FIN.  EXIT.

       220-ENCABEZA-EMPLEADO.
           MOVE BEN-NUMERO-EMP TO WS-EMP-ANTERIOR
                                  WS-EMP-NUMERO
           MOVE ZEROS          TO WS-TOTAL-PORC
           MOVE SPACES         TO WS-EMP-NOMBRE
           ADD 1 TO WS-EMPLEADOS-LISTA
           IF EMPLEADOS-OK
              THEN
                  MOVE BEN-NUMERO-EMP TO NUMERO-EMP
                  READ EMPLEADOS
                     INVALID KEY
                        MOVE "NO EXISTE EN EL MAESTRO" TO WS-EMP-NOMBRE
                     NOT INVALID KEY
                        MOVE NOMBRE-EMP TO WS-EMP-NOMBRE
                  END-READ
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-EMPLEADO AFTER 2.
       220-FIN.  EXIT.

       230-TOTAL-EMPLEADO.
           MOVE WS-TOTAL-PORC TO WS-TOT-PORC
           EVALUATE TRUE
              WHEN WS-TOTAL-PORC EQUAL 100
                 MOVE SPACES            TO WS-TOT-MARCA
              WHEN WS-TOTAL-PORC EQUAL ZEROS
                 MOVE "SOLO DEPENDIENTES" TO WS-TOT-MARCA
              WHEN OTHER
                 MOVE "** INCOMPLETA"   TO WS-TOT-MARCA
                 ADD 1 TO WS-INCOMPLETOS
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-LINEA-TOTAL AFTER 1.
       230-FIN.  EXIT.
