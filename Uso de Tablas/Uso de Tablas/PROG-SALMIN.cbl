       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGSMIN.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SALARIO MINIMO POR ZONA. CADA ENERO SUBE EL MINIMO Y LA ZONA   *
      * LIBRE DE LA FRONTERA NORTE TIENE EL SUYO; NADIE REVISABA QUE   *
      * CADA SALARIO DEL MAESTRO SIGUIERA ARRIBA DEL NUEVO.            *
      *   OPCION 1 - ALTA O CAMBIO DEL MINIMO DIARIO DE UNA ZONA (G    *
      *              GENERAL, F FRONTERA) DESDE UNA FECHA DE VIGENCIA  *
      *              (COPY SALMIN); LOS ANTERIORES SE CONSERVAN.       *
      *   OPCION 2 - ASIGNA LA ZONA DE UN DEPARTAMENTO (COPY ZONADEP,  *
      *              VALIDADO CON PROGDEPT); SIN RENGLON ES GENERAL.   *
      *   OPCION 3 - REPORTE DE CUMPLIMIENTO: LISTA A TODO EMPLEADO NO *
      *              DADO DE BAJA CUYO SALARIO DEL PERIODO QUEDA ABAJO *
      *              DEL MINIMO DE SU ZONA A LA FECHA PEDIDA POR LOS   *
      *              DIAS DE SU PERIODO. CON ALGUIEN ABAJO, RC 4.      *
      *   OPCION 4 - CORRIDA DE INCREMENTO: SUBE AL PISO A LOS MISMOS  *
      *              EMPLEADOS DEL REPORTE, CON CANDADO Y RESPALDO DEL *
      *              MAESTRO, RENGLON EN HISTCAMB VIA PROGHIST Y       *
      *              BITACORA DE LA CORRIDA.                           *
      * AUDITORIA MODO "T" VIA PROGMENU DE CADA MOVIMIENTO Y DE CADA   *
      * SALARIO SUBIDO. PROGNOMI USA EL MISMO PISO (VIA PROGZONA) PARA *
      * NO DESCONTAR DEBAJO DEL MINIMO LO QUE LA LEY NO PERMITE.       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALMIN       ASSIGN TO UT-S-SALMIN
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SMI-LLAVE
                               FILE STATUS IS WS-STATUS-SALMIN.
           SELECT ZONADEP      ASSIGN TO UT-S-ZONADEP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ZDP-DEPTO
                               FILE STATUS IS WS-STATUS-ZONADEP.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT CONTRATO     ASSIGN TO UT-S-CONTRATO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CTR-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-CONTRATO.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  SALMIN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-SALMIN.
           COPY SALMIN.

       FD  ZONADEP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-ZONADEP.
           COPY ZONADEP.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

      * EL RENGLON DE CONTRATO TRAE LA FRECUENCIA DE PAGO; SIN
      * RENGLON (O SIN ARCHIVO) EL EMPLEADO ES QUINCENAL.
       FD  CONTRATO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-CONTRATO.
           COPY CONTRATO.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-SALMIN    PIC X(02)    VALUE "00".
              88 SALMIN-OK          VALUE "00" "05".
              88 SALMIN-NO-EXISTE   VALUE "35".
           05 WS-STATUS-ZONADEP   PIC X(02)    VALUE "00".
              88 ZONADEP-OK         VALUE "00" "05".
              88 ZONADEP-NO-EXISTE  VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-CONTRATO  PIC X(02)    VALUE "00".
              88 CONTRATO-OK        VALUE "00".
           05 SW-HAY-CONTRATO     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-CONTRATO VALUE "S".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-MODO             PIC X(01)    VALUE "R".
              88 MODO-REPORTE       VALUE "R".
              88 MODO-INCREMENTO    VALUE "I".
           05 SW-EXISTE           PIC X(01)    VALUE "N".
              88 RENGLON-EXISTE     VALUE "S".
              88 RENGLON-NUEVO      VALUE "N".
           05 WS-ZONA-PEDIDA      PIC X(01)    VALUE SPACES.
              88 ZONA-VALIDA        VALUE "G" "F".
           05 WS-FECHA-PEDIDA     PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-PED-R REDEFINES WS-FECHA-PEDIDA.
              10 WS-FPE-ANIO      PIC 9(04).
              10 WS-FPE-MES       PIC 9(02).
              10 WS-FPE-DIA       PIC 9(02).
           05 WS-DIARIO-PEDIDO    PIC 9(05)V99 VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-FREC-EMP         PIC X(01)    VALUE "Q".
           05 WS-DIVISOR-DIAS     PIC 9(02)    VALUE 30.
           05 WS-PISO-EMP         PIC 9(07)V99 VALUE ZEROS.
           05 WS-FALTANTE         PIC 9(07)V99 VALUE ZEROS.
           05 WS-SALARIO-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
           05 WS-EDIT-SALARIO     PIC 9(07).99.
           05 WS-LEIDOS           PIC 9(05)    VALUE ZEROS.
           05 WS-DEBAJO           PIC 9(05)    VALUE ZEROS.
           05 WS-AJUSTADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-FALTANTE     PIC 9(09)V99 VALUE ZEROS.

       01  WS-PARAMETROS-DEPTO.
           05 WS-DEPTO-CODIGO     PIC 9(03).
           05 WS-DEPTO-NOMBRE     PIC X(20).
           05 WS-DEPTO-CCOSTO     PIC X(06).
           05 WS-DEPTO-ENCONTRADO PIC X(01).
              88 DEPTO-ENCONTRADO    VALUE "S".
              88 DEPTO-NO-ENCONTRADO VALUE "N".

       01  WS-PARAMETROS-ZONA.
           05 WS-ZON-ACCION       PIC X(01).
           05 WS-ZON-DEPTO        PIC 9(03).
           05 WS-ZON-FECHA        PIC 9(08).
           05 WS-ZON-ZONA         PIC X(01).
           05 WS-ZON-DIARIO       PIC 9(05)V99.
           05 WS-ZON-VIGOR        PIC 9(08).
           05 WS-ZON-ENCONTRADO   PIC X(01).
              88 MINIMO-ENCONTRADO   VALUE "S".

       01  WS-PARAMETROS-CAND.
           05 WS-CAND-ACCION      PIC X(01)    VALUE "V".
           05 WS-CAND-ESTADO      PIC X(01)    VALUE "L".
              88 MAESTRO-EN-NOCTURNO  VALUE "O".
           05 WS-CAND-PROGRAMA    PIC X(08)    VALUE SPACES.
           05 WS-CAND-FECHA       PIC 9(08)    VALUE ZEROS.
           05 WS-CAND-HORA        PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-RESP.
           05 WS-RESP-RESULTADO   PIC X(01).
              88 RESPALDO-BIEN       VALUE "S".
              88 RESPALDO-FALLO      VALUE "N".
           05 WS-RESP-REGISTROS   PIC 9(05).

       01  WS-PARAMETROS-HIST.
           05 WS-HIST-NUMERO      PIC 9(05).
           05 WS-HIST-USUARIO     PIC X(08).
           05 WS-HIST-PROGRAMA    PIC X(08)    VALUE "PROGSMIN".
           05 WS-HIST-CAMPO       PIC X(10)    VALUE "SALARIO".
           05 WS-HIST-ANTERIOR    PIC X(30).
           05 WS-HIST-NUEVO       PIC X(30).

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGSMIN".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "M".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGSMIN".

       01  WS-TITULO-1.
           05 FILLER              PIC X(10)    VALUE SPACES.
           05 WS-TIT-CORRIDA      PIC X(40)    VALUE SPACES.
           05 FILLER              PIC X(12)    VALUE "VIGENCIA AL ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(10)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(31)    VALUE "EMPL. NOMBRE".
           05 FILLER              PIC X(05)    VALUE "DEP".
           05 FILLER              PIC X(03)    VALUE "Z".
           05 FILLER              PIC X(04)    VALUE "F".
           05 FILLER              PIC X(12)    VALUE "   SALARIO".
           05 FILLER              PIC X(12)    VALUE "      PISO".
           05 FILLER              PIC X(11)    VALUE "  FALTANTE".

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(22).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ZONA         PIC X(01).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FREC         PIC X(01).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-SALARIO      PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PISO         PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FALTANTE     PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01  WS-DET-TOT-LEIDOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "EMPLEADOS REVISADOS        : ".
           05 WS-TOT-LEIDOS-R     PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-DEBAJO.
           05 FILLER              PIC X(01).
           05 WS-TOT-DEBAJO-TXT   PIC X(29)
                             VALUE "DEBAJO DEL SALARIO MINIMO  : ".
           05 WS-TOT-DEBAJO-R     PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-FALTANTE.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "FALTANTE TOTAL DEL PERIODO : ".
           05 WS-TOT-FALTANTE-R   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
                              WS-HIST-USUARIO
           DISPLAY "1. ALTA O CAMBIO DE SALARIO MINIMO POR ZONA"
           DISPLAY "2. ASIGNAR ZONA A UN DEPARTAMENTO"
           DISPLAY "3. REPORTE DE CUMPLIMIENTO DEL SALARIO MINIMO"
           DISPLAY "4. CORRIDA DE INCREMENTO AL SALARIO MINIMO"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-MINIMO      THRU 100-FIN
              WHEN 2
                 PERFORM 200-ZONA        THRU 200-FIN
              WHEN 3
                 SET MODO-REPORTE TO TRUE
                 PERFORM 300-CUMPLIMIENTO THRU 300-FIN
              WHEN 4
                 SET MODO-INCREMENTO TO TRUE
                 PERFORM 300-CUMPLIMIENTO THRU 300-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * FECHA AAAAMMDD CON MES VALIDO; EN CEROS SE TOMA HOY.
       090-PIDE-FECHA.
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA
           END-IF
           IF WS-FPE-MES LESS 1
              OR WS-FPE-MES GREATER 12
              OR WS-FPE-DIA LESS 1
              OR WS-FPE-DIA GREATER 31
              THEN
                  DISPLAY "FECHA INVALIDA: " WS-FECHA-PEDIDA
                  MOVE ZEROS TO WS-FECHA-PEDIDA
           END-IF.
       090-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: ALTA O CAMBIO DE SALARIO MINIMO POR ZONA
      * ---------------------------------------------------------------
       100-MINIMO.
           OPEN I-O SALMIN
           IF SALMIN-NO-EXISTE
              THEN
                  OPEN OUTPUT SALMIN
                  CLOSE SALMIN
                  OPEN I-O SALMIN
           END-IF
           IF NOT SALMIN-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SALMIN, STATUS: "
                          WS-STATUS-SALMIN
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           DISPLAY "ZONA (G=GENERAL, F=FRONTERA NORTE): "
           ACCEPT WS-ZONA-PEDIDA
           IF NOT ZONA-VALIDA
              THEN
                  DISPLAY "ZONA INVALIDA, NO SE GRABA"
                  MOVE "SMI ZONA " TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           DISPLAY "FECHA DE VIGENCIA (AAAAMMDD): "
           PERFORM 090-PIDE-FECHA THRU 090-FIN
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  MOVE "SMI FECH " TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           SET RENGLON-NUEVO TO TRUE
           MOVE WS-ZONA-PEDIDA  TO SMI-ZONA
           MOVE WS-FECHA-PEDIDA TO SMI-FECHA-VIGOR
           READ SALMIN
              INVALID KEY
                 MOVE SPACES          TO REG-SALMIN
                 MOVE WS-ZONA-PEDIDA  TO SMI-ZONA
                 MOVE WS-FECHA-PEDIDA TO SMI-FECHA-VIGOR
              NOT INVALID KEY
                 SET RENGLON-EXISTE TO TRUE
                 DISPLAY "MINIMO DIARIO ACTUAL: " SMI-DIARIO
           END-READ
           DISPLAY "SALARIO MINIMO DIARIO: "
           ACCEPT WS-DIARIO-PEDIDO
           IF WS-DIARIO-PEDIDO EQUAL ZEROS
              THEN
                  DISPLAY "MINIMO EN CEROS, NO SE GRABA"
                  MOVE "SMI IMPTE" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           MOVE WS-DIARIO-PEDIDO TO SMI-DIARIO
           IF RENGLON-EXISTE
              THEN
                  REWRITE REG-SALMIN
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR SALMIN"
                        MOVE "SMI ERR  " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "SMI CAMB " TO WS-MENU-RESULTADO
                  END-REWRITE
              ELSE
                  WRITE REG-SALMIN
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR SALMIN"
                        MOVE "SMI ERR  " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "SMI ALTA " TO WS-MENU-RESULTADO
                  END-WRITE
           END-IF.
       100-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE SALMIN.
       100-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: ZONA DE UN DEPARTAMENTO
      * ---------------------------------------------------------------
       200-ZONA.
           OPEN I-O ZONADEP
           IF ZONADEP-NO-EXISTE
              THEN
                  OPEN OUTPUT ZONADEP
                  CLOSE ZONADEP
                  OPEN I-O ZONADEP
           END-IF
           IF NOT ZONADEP-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ZONADEP, STATUS: "
                          WS-STATUS-ZONADEP
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           DISPLAY "DEPARTAMENTO: "
           ACCEPT WS-DEPTO-CODIGO
           CALL "PROGDEPT" USING WS-PARAMETROS-DEPTO
           IF DEPTO-NO-ENCONTRADO
              THEN
                  DISPLAY "DEPARTAMENTO INEXISTENTE"
                  MOVE "ZON DEPTO" TO WS-MENU-RESULTADO
                  GO TO 200-AUDITA
           END-IF
           DISPLAY "DEPARTAMENTO: " WS-DEPTO-NOMBRE
           DISPLAY "ZONA (G=GENERAL, F=FRONTERA NORTE): "
           ACCEPT WS-ZONA-PEDIDA
           IF NOT ZONA-VALIDA
              THEN
                  DISPLAY "ZONA INVALIDA, NO SE GRABA"
                  MOVE "ZON ZONA " TO WS-MENU-RESULTADO
                  GO TO 200-AUDITA
           END-IF
           MOVE WS-DEPTO-CODIGO TO ZDP-DEPTO
           READ ZONADEP
              INVALID KEY
                 MOVE SPACES          TO REG-ZONADEP
                 MOVE WS-DEPTO-CODIGO TO ZDP-DEPTO
                 MOVE WS-ZONA-PEDIDA  TO ZDP-ZONA
                 MOVE WS-FECHA-HOY    TO ZDP-FECHA
                 WRITE REG-ZONADEP
                    INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR ZONADEP"
                       MOVE "ZON ERR  " TO WS-MENU-RESULTADO
                    NOT INVALID KEY
                       MOVE "ZON ALTA " TO WS-MENU-RESULTADO
                 END-WRITE
              NOT INVALID KEY
                 DISPLAY "ESTABA EN LA ZONA " ZDP-ZONA
                 MOVE WS-ZONA-PEDIDA  TO ZDP-ZONA
                 MOVE WS-FECHA-HOY    TO ZDP-FECHA
                 REWRITE REG-ZONADEP
                    INVALID KEY
                       DISPLAY "NO SE PUDO REGRABAR ZONADEP"
                       MOVE "ZON ERR  " TO WS-MENU-RESULTADO
                    NOT INVALID KEY
                       MOVE "ZON CAMB " TO WS-MENU-RESULTADO
                 END-REWRITE
           END-READ.
       200-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE ZONADEP.
       200-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCIONES 3 Y 4: CUMPLIMIENTO E INCREMENTO AL MINIMO
      * ---------------------------------------------------------------
      * EL PISO DEL EMPLEADO ES EL MINIMO DIARIO DE SU ZONA A LA FECHA
      * PEDIDA POR LOS DIAS DE SU PERIODO (30 LA QUINCENA HISTORICA,
      * 7 LA SEMANA), IGUAL QUE EL DIVISOR DE PROGNOMI. EL INCREMENTO
      * TOCA EL MAESTRO: RESPETA EL CANDADO DEL NOCTURNO Y TOMA EL
      * RESPALDO DEL DIA ANTES DE REGRABAR. SUBIR AL PISO NO SE PUEDE
      * DOBLAR: UNA SEGUNDA CORRIDA YA NO ENCUENTRA A NADIE ABAJO.
       300-CUMPLIMIENTO.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           DISPLAY "FECHA A VALIDAR (AAAAMMDD, CEROS = HOY): "
           PERFORM 090-PIDE-FECHA THRU 090-FIN
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           MOVE "R" TO WS-ZON-ACCION
           CALL "PROGZONA" USING WS-PARAMETROS-ZONA
           MOVE "G"             TO WS-ZON-ZONA
           MOVE WS-FECHA-PEDIDA TO WS-ZON-FECHA
           MOVE "Z"             TO WS-ZON-ACCION
           CALL "PROGZONA" USING WS-PARAMETROS-ZONA
           IF NOT MINIMO-ENCONTRADO
              THEN
                  DISPLAY "NO HAY SALARIO MINIMO DE LA ZONA GENERAL "
                          "VIGENTE AL " WS-FECHA-PEDIDA
                          ", CAPTURELO CON LA OPCION 1"
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           IF MODO-INCREMENTO
              THEN
                  MOVE "V" TO WS-CAND-ACCION
                  CALL "PROGCAND" USING WS-PARAMETROS-CAND
                  IF MAESTRO-EN-NOCTURNO
                     THEN
                         DISPLAY "MAESTRO EN PROCESO NOCTURNO ("
                                 WS-CAND-PROGRAMA "), INTENTE MAS "
                                 "TARDE"
                         MOVE 8 TO RETURN-CODE
                         GO TO 300-FIN
                  END-IF
                  CALL "PROGRESP" USING WS-PARAMETROS-RESP
                  IF RESPALDO-FALLO
                     THEN
                         DISPLAY "SIN RESPALDO NO SE APLICA EL "
                                 "INCREMENTO"
                         MOVE 8 TO RETURN-CODE
                         GO TO 300-FIN
                  END-IF
                  OPEN I-O EMPLEADOS
                  MOVE "INCREMENTO AL SALARIO MINIMO"
                     TO WS-TIT-CORRIDA
                  MOVE "AJUSTADOS AL SALARIO MINIMO: "
                     TO WS-TOT-DEBAJO-TXT
              ELSE
                  OPEN INPUT EMPLEADOS
                  MOVE "CUMPLIMIENTO DEL SALARIO MINIMO"
                     TO WS-TIT-CORRIDA
           END-IF
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           OPEN INPUT CONTRATO
           IF CONTRATO-OK
              THEN
                  SET HAY-ARCHIVO-CONTRATO TO TRUE
           END-IF
           OPEN OUTPUT REPORTE
           MOVE WS-FECHA-PEDIDA TO WS-TIT-FECHA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE "C" TO WS-ZON-ACCION
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO NUMERO-EMP
           START EMPLEADOS KEY IS NOT LESS NUMERO-EMP
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 310-REVISA-EMPLEADO THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE WS-LEIDOS       TO WS-TOT-LEIDOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-LEIDOS   AFTER 1
           MOVE WS-DEBAJO       TO WS-TOT-DEBAJO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-DEBAJO   AFTER 1
           MOVE WS-TOT-FALTANTE TO WS-TOT-FALTANTE-R
           WRITE REG-REPORTE FROM WS-DET-TOT-FALTANTE AFTER 1
           CLOSE EMPLEADOS
           CLOSE REPORTE
           IF HAY-ARCHIVO-CONTRATO
              THEN
                  CLOSE CONTRATO
           END-IF
           DISPLAY "EMPLEADOS REVISADOS: " WS-LEIDOS
                   " DEBAJO DEL MINIMO: " WS-DEBAJO
           IF MODO-INCREMENTO
              THEN
                  DISPLAY "SALARIOS AJUSTADOS AL MINIMO: "
                          WS-AJUSTADOS
                  IF WS-AJUSTADOS EQUAL ZEROS
                     THEN
                         MOVE 4 TO RETURN-CODE
                  END-IF
                  MOVE WS-LEIDOS    TO WS-BITA-LEIDOS
                  MOVE WS-DEBAJO    TO WS-BITA-SELECC
                  MOVE WS-AJUSTADOS TO WS-BITA-ESCRITOS
                  MOVE RETURN-CODE  TO WS-BITA-RETORNO
                  CALL "PROGBITA" USING WS-PARAMETROS-BITA
              ELSE
                  IF WS-DEBAJO GREATER ZEROS
                     THEN
                         MOVE 4 TO RETURN-CODE
                  END-IF
           END-IF.
       300-FIN.  EXIT.

       310-REVISA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              OR EMP-ES-BAJA
              THEN
                  GO TO 310-FIN
           END-IF
           ADD 1 TO WS-LEIDOS
           PERFORM 320-CALCULA-PISO THRU 320-FIN
           IF WS-PISO-EMP EQUAL ZEROS
              OR SALARIO-EMP NOT LESS WS-PISO-EMP
              THEN
                  GO TO 310-FIN
           END-IF
           ADD 1 TO WS-DEBAJO
           COMPUTE WS-FALTANTE = WS-PISO-EMP - SALARIO-EMP
           ADD WS-FALTANTE TO WS-TOT-FALTANTE
           MOVE NUMERO-EMP    TO WS-DET-NUMERO
           MOVE NOMBRE-EMP    TO WS-DET-NOMBRE
           MOVE DEPTO-EMP     TO WS-DET-DEPTO
           MOVE WS-ZON-ZONA   TO WS-DET-ZONA
           MOVE WS-FREC-EMP   TO WS-DET-FREC
           MOVE SALARIO-EMP   TO WS-DET-SALARIO
           MOVE WS-PISO-EMP   TO WS-DET-PISO
           MOVE WS-FALTANTE   TO WS-DET-FALTANTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           IF MODO-INCREMENTO
              THEN
                  PERFORM 330-SUBE-AL-PISO THRU 330-FIN
           END-IF.
       310-FIN.  EXIT.

      * SIN MINIMO CAPTURADO PARA LA ZONA DEL EMPLEADO EL PISO QUEDA
      * EN CEROS Y EL EMPLEADO NO SE REPORTA.
       320-CALCULA-PISO.
           MOVE "Q" TO WS-FREC-EMP
           IF HAY-ARCHIVO-CONTRATO
              THEN
                  MOVE NUMERO-EMP TO CTR-NUMERO-EMP
                  READ CONTRATO
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF CTR-PAGO-SEMANAL
                           THEN
                               MOVE "S" TO WS-FREC-EMP
                        END-IF
                  END-READ
           END-IF
           IF WS-FREC-EMP EQUAL "S"
              THEN
                  MOVE 7  TO WS-DIVISOR-DIAS
              ELSE
                  MOVE 30 TO WS-DIVISOR-DIAS
           END-IF
           MOVE DEPTO-EMP       TO WS-ZON-DEPTO
           MOVE WS-FECHA-PEDIDA TO WS-ZON-FECHA
           CALL "PROGZONA" USING WS-PARAMETROS-ZONA
           COMPUTE WS-PISO-EMP = WS-ZON-DIARIO * WS-DIVISOR-DIAS.
       320-FIN.  EXIT.

      * CADA SALARIO SUBIDO DEJA SU RENGLON ANTES/DESPUES EN HISTCAMB
      * Y SU MOVIMIENTO EN LA AUDITORIA, COMO CUALQUIER CAMBIO DE
      * SALARIO HECHO A MANO.
       330-SUBE-AL-PISO.
           MOVE SALARIO-EMP TO WS-SALARIO-ANTERIOR
           MOVE WS-PISO-EMP TO SALARIO-EMP
           MOVE NUMERO-EMP  TO WS-MENU-NUMERO-EMP
           REWRITE REG-EMPLEADOS
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR EMPLEADO: " NUMERO-EMP
                 MOVE "SMI ERR  " TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
                 GO TO 330-FIN
           END-REWRITE
           MOVE NUMERO-EMP          TO WS-HIST-NUMERO
           MOVE WS-SALARIO-ANTERIOR TO WS-EDIT-SALARIO
           MOVE WS-EDIT-SALARIO     TO WS-HIST-ANTERIOR
           MOVE SALARIO-EMP         TO WS-EDIT-SALARIO
           MOVE WS-EDIT-SALARIO     TO WS-HIST-NUEVO
           CALL "PROGHIST" USING WS-PARAMETROS-HIST
           MOVE "SMI INCR " TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           ADD 1 TO WS-AJUSTADOS.
       330-FIN.  EXIT.
