       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGEXTR.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CORRIDA EXTRAORDINARIA FUERA DE CALENDARIO: UN PAGO ESPECIAL   *
      * (BONO, GRATIFICACION, DIFERENCIA URGENTE) ENTRE DOS PERIODOS   *
      * REGULARES PARA UNA LISTA ELEGIDA DE EMPLEADOS Y CONCEPTOS. EL  *
      * PERIODO ESPECIAL VIVE EN EL CATALOGO PERIODOS CON FRECUENCIA E *
      * Y RECORRE LOS MISMOS ESTADOS QUE UNA QUINCENA:                 *
      *   OPCION 1 - ALTA DEL PERIODO ESPECIAL: UNA FECHA QUE NO ESTE  *
      *              EN EL CATALOGO, NACE ABIERTA;                     *
      *   OPCION 2 - CAPTURA DE LA LISTA (VER COPY EXTRAPAG): EMPLEADO *
      *              ACTIVO, CONCEPTO DE PERCEPCION DEL CATALOGO E     *
      *              IMPORTE, MIENTRAS EL PERIODO ESTE ABIERTO;        *
      *   OPCION 3 - CORRIDA: CADA RENGLON CAPTURADO SE PAGA CON SU    *
      *              DEDUCCION DE PROGDEDU (LO QUE EL IMPORTE AGREGA   *
      *              A LA RETENCION DEL SALARIO DEL EMPLEADO), GRABA   *
      *              SU RENGLON DE NOMINA Y DE LA GENERACION DEL       *
      *              PERIODO, Y QUEDA PAGADO EN LA LISTA. EL PERIODO   *
      *              AVANZA A NOMINADO;                                *
      *   OPCION 4 - DISPERSION: PROGBANC SOBRE EL PERIODO ESPECIAL    *
      *              (ARCHIVOS DE BANCO Y PERIODO PAGADO); LOS         *
      *              EMPLEADOS SIN CUENTA VAN A PROGCHEQ;              *
      *   OPCION 5 - CIERRE: UN PERIODO ESPECIAL PAGADO QUEDA CERRADO. *
      * LOS RENGLONES LLEVAN LA FECHA DEL PERIODO ESPECIAL, NO LA DE   *
      * LA QUINCENA: LA NOMINA REGULAR, SU DISPERSION Y SU CUADRE NO   *
      * LOS VEN Y NADA SE PAGA DOS VECES. AUDITORIA MODO "T" VIA       *
      * PROGMENU DE CADA MOVIMIENTO.                                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PER-FECHA-PAGO
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT EXTRAPAG     ASSIGN TO UT-S-EXTRAPAG
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS EXP-LLAVE
                               FILE STATUS IS WS-STATUS-EXTRAPAG.
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
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT NOMIPER      ASSIGN TO WS-NOMBRE-NOMIPER
                               FILE STATUS IS WS-STATUS-NOMIPER.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

       FD  EXTRAPAG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-EXTRAPAG.
           COPY EXTRAPAG.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

      * EL RENGLON DE CONTRATO TRAE LA FRECUENCIA DE PAGO DEL
      * EMPLEADO; SIN RENGLON (O SIN ARCHIVO) SE ASUME QUINCENAL.
       FD  CONTRATO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-CONTRATO.
           COPY CONTRATO.

       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

      * GENERACION DEL PERIODO ESPECIAL, LA MISMA QUE DEJA PROGNOMI
      * PARA UNA QUINCENA: PROGBANC DISPERSA DESDE AQUI.
       FD  NOMIPER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMIPER.
       01  REG-NOMIPER            PIC X(101).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PERIODOS  PIC X(02)    VALUE "00".
              88 PERIODOS-OK        VALUE "00".
           05 WS-STATUS-EXTRAPAG  PIC X(02)    VALUE "00".
              88 EXTRAPAG-OK        VALUE "00" "05".
              88 EXTRAPAG-NO-EXISTE VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-CONTRATO  PIC X(02)    VALUE "00".
              88 CONTRATO-OK        VALUE "00".
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00" "05".
           05 WS-STATUS-NOMIPER   PIC X(02)    VALUE "00".
              88 NOMIPER-OK         VALUE "00" "05".
              88 NOMIPER-NO-EXISTE  VALUE "35".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-CONFIRMA         PIC X(01)    VALUE "N".
              88 MOVIMIENTO-CONFIRMADO VALUE "S".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-HAY-CONTRATO     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-CONTRATO VALUE "S".
           05 SW-SIN-TABLA        PIC X(01)    VALUE "N".
              88 CORRIDA-SIN-TABLA  VALUE "S".
           05 WS-FREC-EMP         PIC X(01)    VALUE "Q".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-PERIODO-PEDIDO.
              10 WS-PER-ANIO      PIC 9(04).
              10 WS-PER-MES       PIC 9(02).
              10 WS-PER-DIA       PIC 9(02).
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-CONCEPTO-PEDIDO  PIC X(04)    VALUE SPACES.
           05 WS-IMPORTE-PEDIDO   PIC 9(07)V99 VALUE ZEROS.
           05 WS-CAPTURADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-PAGADOS          PIC 9(05)    VALUE ZEROS.
           05 WS-YA-PAGADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-RECHAZADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-PENDIENTES       PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-IMPORTE      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-DEDUCCION    PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-NETO         PIC 9(09)V99 VALUE ZEROS.

      * LA DEDUCCION DEL PAGO EXTRAORDINARIO ES LA DIFERENCIA ENTRE
      * LA RETENCION DEL SALARIO MAS EL IMPORTE Y LA DEL SALARIO
      * SOLO; AQUI SE GUARDA LA DEL SALARIO SOLO.
       01  WS-DEDUCCION-BASE.
           05 WS-BASE-ISR         PIC 9(07)V99 VALUE ZEROS.
           05 WS-BASE-IMSS        PIC 9(07)V99 VALUE ZEROS.
           05 WS-BASE-OTROS       PIC 9(07)V99 VALUE ZEROS.
           05 WS-EXT-ISR          PIC S9(07)V99 VALUE ZEROS.
           05 WS-EXT-IMSS         PIC S9(07)V99 VALUE ZEROS.
           05 WS-EXT-OTROS        PIC S9(07)V99 VALUE ZEROS.
           05 WS-EXT-DEDUCCION    PIC 9(07)V99 VALUE ZEROS.
           05 WS-EXT-NETO         PIC 9(07)V99 VALUE ZEROS.

       01  WS-PARAMETROS-DEDU.
           05 WS-DEDU-SALARIO     PIC 9(07)V99.
           05 WS-DEDU-ISR         PIC 9(07)V99.
           05 WS-DEDU-IMSS        PIC 9(07)V99.
           05 WS-DEDU-OTROS       PIC 9(07)V99.
           05 WS-DEDU-TOTAL       PIC 9(07)V99.
           05 WS-DEDU-CALCULADO   PIC X(01).
              88 DEDUCCION-CALCULADA    VALUE "S".
              88 DEDUCCION-SIN-TABLA    VALUE "N".
           05 WS-DEDU-FECHA       PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-CPTO.
           05 WS-CPTO-CODIGO        PIC X(04).
           05 WS-CPTO-DESCRIPCION   PIC X(20).
           05 WS-CPTO-SIGNO         PIC X(01).
              88 CPTO-ES-PERCEPCION    VALUE "P".
           05 WS-CPTO-GRAVABLE      PIC X(01).
           05 WS-CPTO-CUENTA        PIC X(06).
           05 WS-CPTO-ENCONTRADO    PIC X(01).
              88 CPTO-ENCONTRADO       VALUE "S".
              88 CPTO-NO-ENCONTRADO    VALUE "N".

       01  WS-NOMBRE-NOMIPER.
           05 FILLER              PIC X(12)   VALUE "UT-S-NOMPER.".
           05 WS-NOP-FECHA        PIC 9(08)   VALUE ZEROS.

       01  WS-PARAMETROS-CATA.
           05 WS-CATA-NOMBRE      PIC X(20).
           05 WS-CATA-RUNID       PIC X(06).
           05 WS-CATA-REGISTROS   PIC 9(07).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "X".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGEXTR".

       01  WS-TITULO-CORRIDA.
           05 FILLER              PIC X(14)    VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "CORRIDA EXTRAORDINARIA DEL PERIODO ESPECIAL".
           05 WS-TIT-PERIODO      PIC 9(08).
           05 FILLER              PIC X(14)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(20).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-CONCEPTO     PIC X(04).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DEDUCCION    PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NETO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOTA         PIC X(09).

       01  WS-DET-TOTALES.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-TEXTO        PIC X(28).
           05 WS-TOT-CUANTOS      PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-IMPRESO      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(29)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. ALTA DE PERIODO ESPECIAL"
           DISPLAY "2. CAPTURA DE LA LISTA DE PAGOS"
           DISPLAY "3. CORRIDA DEL PERIODO ESPECIAL"
           DISPLAY "4. DISPERSION DEL PERIODO ESPECIAL"
           DISPLAY "5. CIERRE DEL PERIODO ESPECIAL"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-ALTA-PERIODO THRU 100-FIN
              WHEN 2
                 PERFORM 200-CAPTURA      THRU 200-FIN
              WHEN 3
                 PERFORM 300-CORRIDA      THRU 300-FIN
              WHEN 4
                 PERFORM 400-DISPERSION   THRU 400-FIN
              WHEN 5
                 PERFORM 500-CIERRE       THRU 500-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * PIDE LA FECHA Y LEE EL PERIODO ESPECIAL DEL CATALOGO. UNA
      * FECHA QUE NO ESTA O QUE ES UNA QUINCENA O SEMANA REGULAR SE
      * RECHAZA CON RETORNO 8 Y EL CATALOGO QUEDA CERRADO.
       090-LEE-ESPECIAL.
           DISPLAY "FECHA DEL PERIODO ESPECIAL (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           OPEN I-O PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PERIODOS (CORRA "
                          "PROGGPER), STATUS: " WS-STATUS-PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 090-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO PER-FECHA-PAGO
           READ PERIODOS
              INVALID KEY
                 DISPLAY "LA FECHA " WS-PERIODO-PEDIDO
                         " NO ES UN PERIODO DEL CATALOGO"
                 CLOSE PERIODOS
                 MOVE 8 TO RETURN-CODE
                 GO TO 090-FIN
           END-READ
           IF NOT PER-ES-ESPECIAL
              THEN
                  DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
                          " ES UN PERIODO REGULAR, NO ESPECIAL"
                  CLOSE PERIODOS
                  MOVE 8 TO RETURN-CODE
           END-IF.
       090-FIN.  EXIT.

       095-ABRE-LISTA.
           OPEN I-O EXTRAPAG
           IF EXTRAPAG-NO-EXISTE
              THEN
                  OPEN OUTPUT EXTRAPAG
                  CLOSE EXTRAPAG
                  OPEN I-O EXTRAPAG
           END-IF
           IF NOT EXTRAPAG-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EXTRAPAG, STATUS: "
                          WS-STATUS-EXTRAPAG
                  MOVE 8 TO RETURN-CODE
           END-IF.
       095-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: ALTA DEL PERIODO ESPECIAL
      * ---------------------------------------------------------------
      * LA LLAVE DEL CATALOGO ES LA FECHA DE PAGO: EL PERIODO ESPECIAL
      * NO PUEDE CAER EN UN DIA DE PAGO REGULAR, O SUS RENGLONES SE
      * MEZCLARIAN CON LOS DE LA QUINCENA.
       100-ALTA-PERIODO.
           MOVE ZEROS TO WS-MENU-NUMERO-EMP
           DISPLAY "FECHA DE PAGO DEL PERIODO ESPECIAL (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           IF WS-PERIODO-PEDIDO NOT NUMERIC
              OR WS-PER-MES LESS 1 OR WS-PER-MES GREATER 12
              OR WS-PER-DIA LESS 1 OR WS-PER-DIA GREATER 31
              THEN
                  DISPLAY "FECHA INVALIDA"
                  MOVE "EXTR FECH" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           OPEN I-O PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PERIODOS (CORRA "
                          "PROGGPER), STATUS: " WS-STATUS-PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO PER-FECHA-PAGO
           READ PERIODOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "LA FECHA " WS-PERIODO-PEDIDO
                         " YA ES UN PERIODO DEL CATALOGO (FRECUENCIA "
                         PER-FRECUENCIA ", ESTADO " PER-ESTADO ")"
                 MOVE "EXTR DUPL" TO WS-MENU-RESULTADO
                 CLOSE PERIODOS
                 GO TO 100-AUDITA
           END-READ
           MOVE SPACES            TO REG-PERIODOS
           MOVE WS-PERIODO-PEDIDO TO PER-FECHA-PAGO
                                     PER-FECHA-CORTE
           MOVE ZEROS             TO PER-NUMERO
           SET PER-ABIERTO        TO TRUE
           SET PER-ES-ESPECIAL    TO TRUE
           WRITE REG-PERIODOS
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR EL PERIODO, STATUS: "
                         WS-STATUS-PERIODOS
                 MOVE "EXTR ERR " TO WS-MENU-RESULTADO
                 CLOSE PERIODOS
                 GO TO 100-AUDITA
           END-WRITE
           CLOSE PERIODOS
           DISPLAY "PERIODO ESPECIAL " WS-PERIODO-PEDIDO
                   " DADO DE ALTA, CAPTURE LA LISTA CON LA OPCION 2"
           MOVE "EXTR ALTA" TO WS-MENU-RESULTADO.
       100-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       100-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: CAPTURA DE LA LISTA DE PAGOS
      * ---------------------------------------------------------------
      * SOLO SOBRE UN PERIODO ESPECIAL ABIERTO: UNO YA CORRIDO NO
      * ADMITE RENGLONES NUEVOS. EMPLEADO CERO TERMINA LA CAPTURA.
       200-CAPTURA.
           PERFORM 090-LEE-ESPECIAL THRU 090-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 200-FIN
           END-IF
           IF NOT PER-ABIERTO
              THEN
                  DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
                          " YA FUE CORRIDO (ESTADO " PER-ESTADO
                          "), NO ADMITE CAPTURA"
                  CLOSE PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           CLOSE PERIODOS
           PERFORM 095-ABRE-LISTA THRU 095-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 200-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE EXTRAPAG
                  GO TO 200-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 210-CAPTURA-RENGLON THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EMPLEADOS
           CLOSE EXTRAPAG
           DISPLAY "RENGLONES CAPTURADOS: " WS-CAPTURADOS.
       200-FIN.  EXIT.

       210-CAPTURA-RENGLON.
           DISPLAY "NUMERO DE EMPLEADO (CERO PARA TERMINAR): "
           ACCEPT WS-NUMERO-PEDIDO
           IF WS-NUMERO-PEDIDO EQUAL ZEROS
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 210-FIN
           END-IF
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
                                    NUMERO-EMP
           IF WS-NUMERO-PEDIDO EQUAL 99999
              THEN
                  DISPLAY "NO EXISTE EL EMPLEADO " WS-NUMERO-PEDIDO
                  GO TO 210-FIN
           END-IF
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE EL EMPLEADO " WS-NUMERO-PEDIDO
                 GO TO 210-FIN
           END-READ
           IF NOT EMP-ES-ACTIVO
              THEN
                  DISPLAY "EL EMPLEADO " WS-NUMERO-PEDIDO
                          " NO ESTA ACTIVO (STATUS " STATUS-EMP ")"
                  GO TO 210-FIN
           END-IF
           DISPLAY "EMPLEADO: " NOMBRE-EMP
           DISPLAY "CONCEPTO: "
           ACCEPT WS-CONCEPTO-PEDIDO
           MOVE WS-CONCEPTO-PEDIDO TO WS-CPTO-CODIGO
           CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
           IF CPTO-NO-ENCONTRADO
              THEN
                  DISPLAY "EL CONCEPTO " WS-CONCEPTO-PEDIDO
                          " NO ESTA EN EL CATALOGO"
                  GO TO 210-FIN
           END-IF
           IF NOT CPTO-ES-PERCEPCION
              THEN
                  DISPLAY "EL CONCEPTO " WS-CONCEPTO-PEDIDO
                          " NO ES UNA PERCEPCION"
                  GO TO 210-FIN
           END-IF
           DISPLAY "IMPORTE (9999999V99): "
           ACCEPT WS-IMPORTE-PEDIDO
           IF WS-IMPORTE-PEDIDO EQUAL ZEROS
              THEN
                  DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO"
                  GO TO 210-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO  TO EXP-PERIODO
           MOVE WS-NUMERO-PEDIDO   TO EXP-NUMERO-EMP
           MOVE WS-CONCEPTO-PEDIDO TO EXP-CONCEPTO
           READ EXTRAPAG
              INVALID KEY
                 PERFORM 215-GRABA-RENGLON THRU 215-FIN
                 GO TO 210-FIN
           END-READ
      * EL MISMO EMPLEADO CON EL MISMO CONCEPTO EN EL PERIODO: SE
      * CORRIGE EL IMPORTE EN LUGAR DE DUPLICAR EL PAGO.
           DISPLAY "YA ESTABA CAPTURADO CON " EXP-IMPORTE
                   ", SE CORRIGE EL IMPORTE"
           MOVE WS-IMPORTE-PEDIDO  TO EXP-IMPORTE
           MOVE WS-CPTO-GRAVABLE   TO EXP-GRAVABLE
           MOVE WS-FECHA-HOY       TO EXP-FECHA-CAPTURA
           MOVE WS-USUARIO         TO EXP-USUARIO
           REWRITE REG-EXTRAPAG
              INVALID KEY
                 DISPLAY "NO SE PUDO CORREGIR, STATUS: "
                         WS-STATUS-EXTRAPAG
                 MOVE "EXTR ERR " TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
                 GO TO 210-FIN
           END-REWRITE
           MOVE "EXTR CORR" TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       210-FIN.  EXIT.

       215-GRABA-RENGLON.
           MOVE SPACES             TO REG-EXTRAPAG
           MOVE WS-PERIODO-PEDIDO  TO EXP-PERIODO
           MOVE WS-NUMERO-PEDIDO   TO EXP-NUMERO-EMP
           MOVE WS-CONCEPTO-PEDIDO TO EXP-CONCEPTO
           MOVE WS-IMPORTE-PEDIDO  TO EXP-IMPORTE
           MOVE WS-CPTO-GRAVABLE   TO EXP-GRAVABLE
           SET EXP-CAPTURADO       TO TRUE
           MOVE WS-FECHA-HOY       TO EXP-FECHA-CAPTURA
           MOVE WS-USUARIO         TO EXP-USUARIO
           MOVE ZEROS              TO EXP-DEDUCCION
                                      EXP-NETO
           WRITE REG-EXTRAPAG
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR EL RENGLON, STATUS: "
                         WS-STATUS-EXTRAPAG
                 MOVE "EXTR ERR " TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
                 GO TO 215-FIN
           END-WRITE
           ADD 1 TO WS-CAPTURADOS
           MOVE "EXTR CAPT" TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       215-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: CORRIDA DEL PERIODO ESPECIAL
      * ---------------------------------------------------------------
      * LA GENERACION DEL PERIODO SE EXTIENDE SI YA EXISTE: UNA
      * CORRIDA CAIDA DEJA SUS RENGLONES PAGADOS EN LA LISTA Y EN
      * NOMINA, Y LA REPETICION SOLO PAGA LOS QUE FALTAN.
       300-CORRIDA.
           PERFORM 090-LEE-ESPECIAL THRU 090-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 300-FIN
           END-IF
           IF NOT PER-ABIERTO
              THEN
                  DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
                          " YA FUE CORRIDO (ESTADO " PER-ESTADO
                          "), NO SE CORRE DOS VECES"
                  CLOSE PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           PERFORM 095-ABRE-LISTA THRU 095-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  CLOSE PERIODOS
                  GO TO 300-FIN
           END-IF
           PERFORM 310-ABRE-ARCHIVOS THRU 310-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 300-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO WS-TIT-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-CORRIDA AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           MOVE SPACES TO SW-FIN
           MOVE WS-PERIODO-PEDIDO TO EXP-PERIODO
           MOVE ZEROS             TO EXP-NUMERO-EMP
           MOVE LOW-VALUES        TO EXP-CONCEPTO
           START EXTRAPAG KEY IS NOT LESS EXP-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 320-PAGA-RENGLON THRU 320-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 390-FINAL THRU 390-FIN.
       300-FIN.  EXIT.

       310-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE PERIODOS
                  CLOSE EXTRAPAG
                  GO TO 310-FIN
           END-IF
           OPEN EXTEND NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO RETURN-CODE
                  CLOSE PERIODOS
                  CLOSE EXTRAPAG
                  CLOSE EMPLEADOS
                  GO TO 310-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO WS-NOP-FECHA
           OPEN EXTEND NOMIPER
           IF NOMIPER-NO-EXISTE
              THEN
                  OPEN OUTPUT NOMIPER
           END-IF
           IF NOT NOMIPER-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMIPER, STATUS: "
                          WS-STATUS-NOMIPER
                  MOVE 8 TO RETURN-CODE
                  CLOSE PERIODOS
                  CLOSE EXTRAPAG
                  CLOSE EMPLEADOS
                  CLOSE NOMINA
                  GO TO 310-FIN
           END-IF
           OPEN INPUT CONTRATO
           IF CONTRATO-OK
              THEN
                  SET HAY-ARCHIVO-CONTRATO TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO CONTRATO, TODA LA POBLACION "
                          "SE CALCULA QUINCENAL, STATUS: "
                          WS-STATUS-CONTRATO
           END-IF
           OPEN OUTPUT REPORTE.
       310-FIN.  EXIT.

       320-PAGA-RENGLON.
           READ EXTRAPAG NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 320-FIN
           END-READ
           IF EXP-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 320-FIN
           END-IF
           MOVE EXP-NUMERO-EMP TO WS-DET-NUMERO
                                  NUMERO-EMP
           MOVE EXP-CONCEPTO   TO WS-DET-CONCEPTO
           MOVE EXP-IMPORTE    TO WS-DET-IMPORTE
           MOVE SPACES         TO WS-DET-NOMBRE
           IF EXP-PAGADO
              THEN
                  ADD 1 TO WS-YA-PAGADOS
                  MOVE EXP-DEDUCCION TO WS-DET-DEDUCCION
                  MOVE EXP-NETO      TO WS-DET-NETO
                  MOVE "YA PAGADO"   TO WS-DET-NOTA
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                  GO TO 320-FIN
           END-IF
           MOVE ZEROS TO WS-DET-DEDUCCION
                         WS-DET-NETO
           READ EMPLEADOS
              INVALID KEY
                 ADD 1 TO WS-RECHAZADOS
                 MOVE "NO EXISTE" TO WS-DET-NOTA
                 WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                 GO TO 320-FIN
           END-READ
           MOVE NOMBRE-EMP TO WS-DET-NOMBRE
           IF NOT EMP-ES-ACTIVO
              THEN
                  ADD 1 TO WS-RECHAZADOS
                  MOVE "INACTIVO" TO WS-DET-NOTA
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                  GO TO 320-FIN
           END-IF
           PERFORM 330-CALCULA-DEDUCCION THRU 330-FIN
           IF DEDUCCION-SIN-TABLA
              THEN
                  DISPLAY "SIN TABLA DEDUCC, LA CORRIDA NO PUEDE "
                          "CONTINUAR"
                  SET CORRIDA-SIN-TABLA TO TRUE
                  MOVE "FIN" TO SW-FIN
                  GO TO 320-FIN
           END-IF
           PERFORM 340-GRABA-NOMINA THRU 340-FIN
           SET EXP-PAGADO TO TRUE
           MOVE WS-EXT-DEDUCCION TO EXP-DEDUCCION
           MOVE WS-EXT-NETO      TO EXP-NETO
           REWRITE REG-EXTRAPAG
              INVALID KEY
                 DISPLAY "NO SE PUDO MARCAR PAGADO, EMPLEADO: "
                         EXP-NUMERO-EMP " STATUS: "
                         WS-STATUS-EXTRAPAG
           END-REWRITE
           ADD 1                TO WS-PAGADOS
           ADD EXP-IMPORTE      TO WS-TOT-IMPORTE
           ADD WS-EXT-DEDUCCION TO WS-TOT-DEDUCCION
           ADD WS-EXT-NETO      TO WS-TOT-NETO
           MOVE WS-EXT-DEDUCCION TO WS-DET-DEDUCCION
           MOVE WS-EXT-NETO      TO WS-DET-NETO
           MOVE "PAGADO"         TO WS-DET-NOTA
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       320-FIN.  EXIT.

      * LA TABLA DE TRAMOS ES PROGRESIVA Y ESTA EN TERMINOS DEL
      * SALARIO QUINCENAL: EL PAGO EXTRAORDINARIO SE RETIENE A LA
      * TASA MARGINAL DEL EMPLEADO, COMO DIFERENCIA ENTRE LA
      * DEDUCCION DE SU SALARIO MAS EL IMPORTE Y LA DE SU SALARIO
      * SOLO. EL SEMANAL SE LLEVA A LA QUINCENA (POR 30/7) Y LA
      * DIFERENCIA SE PRORRATEA DE REGRESO (POR 7/30), COMO EN
      * PROGNOMI. UN CONCEPTO QUE NO GRAVA NO RETIENE NADA.
       330-CALCULA-DEDUCCION.
           MOVE ZEROS TO WS-EXT-ISR
                         WS-EXT-IMSS
                         WS-EXT-OTROS
           SET DEDUCCION-CALCULADA TO TRUE
           IF NOT EXP-GRAVA-ISR
              THEN
                  GO TO 330-TOTALIZA
           END-IF
           PERFORM 335-BUSCA-FRECUENCIA THRU 335-FIN
           MOVE WS-PERIODO-PEDIDO TO WS-DEDU-FECHA
           IF WS-FREC-EMP EQUAL "S"
              THEN
                  COMPUTE WS-DEDU-SALARIO ROUNDED =
                          SALARIO-EMP * 30 / 7
              ELSE
                  MOVE SALARIO-EMP TO WS-DEDU-SALARIO
           END-IF
           CALL "PROGDEDU" USING WS-PARAMETROS-DEDU
           IF DEDUCCION-SIN-TABLA
              THEN
                  GO TO 330-FIN
           END-IF
           MOVE WS-DEDU-ISR   TO WS-BASE-ISR
           MOVE WS-DEDU-IMSS  TO WS-BASE-IMSS
           MOVE WS-DEDU-OTROS TO WS-BASE-OTROS
           IF WS-FREC-EMP EQUAL "S"
              THEN
                  COMPUTE WS-DEDU-SALARIO ROUNDED =
                          (SALARIO-EMP + EXP-IMPORTE) * 30 / 7
              ELSE
                  COMPUTE WS-DEDU-SALARIO =
                          SALARIO-EMP + EXP-IMPORTE
           END-IF
           CALL "PROGDEDU" USING WS-PARAMETROS-DEDU
           IF DEDUCCION-SIN-TABLA
              THEN
                  GO TO 330-FIN
           END-IF
           COMPUTE WS-EXT-ISR   = WS-DEDU-ISR   - WS-BASE-ISR
           COMPUTE WS-EXT-IMSS  = WS-DEDU-IMSS  - WS-BASE-IMSS
           COMPUTE WS-EXT-OTROS = WS-DEDU-OTROS - WS-BASE-OTROS
           IF WS-FREC-EMP EQUAL "S"
              THEN
                  COMPUTE WS-EXT-ISR   ROUNDED = WS-EXT-ISR   * 7 / 30
                  COMPUTE WS-EXT-IMSS  ROUNDED = WS-EXT-IMSS  * 7 / 30
                  COMPUTE WS-EXT-OTROS ROUNDED = WS-EXT-OTROS * 7 / 30
           END-IF
           IF WS-EXT-ISR LESS ZEROS
              THEN
                  MOVE ZEROS TO WS-EXT-ISR
           END-IF
           IF WS-EXT-IMSS LESS ZEROS
              THEN
                  MOVE ZEROS TO WS-EXT-IMSS
           END-IF
           IF WS-EXT-OTROS LESS ZEROS
              THEN
                  MOVE ZEROS TO WS-EXT-OTROS
           END-IF.
       330-TOTALIZA.
           COMPUTE WS-EXT-DEDUCCION =
                   WS-EXT-ISR + WS-EXT-IMSS + WS-EXT-OTROS
           IF WS-EXT-DEDUCCION GREATER EXP-IMPORTE
              THEN
                  MOVE EXP-IMPORTE TO WS-EXT-DEDUCCION
           END-IF
           COMPUTE WS-EXT-NETO = EXP-IMPORTE - WS-EXT-DEDUCCION.
       330-FIN.  EXIT.

       335-BUSCA-FRECUENCIA.
           MOVE "Q" TO WS-FREC-EMP
           IF NOT HAY-ARCHIVO-CONTRATO
              THEN
                  GO TO 335-FIN
           END-IF
           MOVE NUMERO-EMP TO CTR-NUMERO-EMP
           READ CONTRATO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CTR-PAGO-SEMANAL
                    THEN
                        MOVE "S" TO WS-FREC-EMP
                 END-IF
           END-READ.
       335-FIN.  EXIT.

      * EL RENGLON LLEVA EL CONCEPTO CAPTURADO Y LA FECHA DEL PERIODO
      * ESPECIAL; EL DESGLOSE SE GRABA TAL COMO SE CALCULO.
       340-GRABA-NOMINA.
           MOVE SPACES           TO REG-NOMINA
           MOVE WS-PER-ANIO      TO NOM-ANIO
           MOVE WS-PER-MES       TO NOM-MES
           MOVE WS-PER-DIA       TO NOM-DIA
           MOVE NUMERO-EMP       TO NOM-NUMERO-EMP
           MOVE DEPTO-EMP        TO NOM-DEPTO
           MOVE EXP-CONCEPTO     TO NOM-CONCEPTO
           MOVE EXP-IMPORTE      TO NOM-SALARIO
           MOVE WS-EXT-DEDUCCION TO NOM-DEDUCCION
           MOVE WS-EXT-NETO      TO NOM-NETO
           MOVE ZEROS            TO NOM-PRESTAMO
                                    NOM-FALTAS
                                    NOM-EXTRAS
           MOVE WS-EXT-ISR       TO NOM-ISR
           MOVE WS-EXT-IMSS      TO NOM-IMSS
           MOVE WS-EXT-OTROS     TO NOM-OTROS
           WRITE REG-NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMINA, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           MOVE REG-NOMINA TO REG-NOMIPER
           WRITE REG-NOMIPER
           IF NOT NOMIPER-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMIPER, STATUS: "
                          WS-STATUS-NOMIPER
           END-IF.
       340-FIN.  EXIT.

       390-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE "RENGLONES PAGADOS         : " TO WS-TOT-TEXTO
           MOVE WS-PAGADOS       TO WS-TOT-CUANTOS
           MOVE WS-TOT-IMPORTE   TO WS-TOT-IMPRESO
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "DEDUCCIONES               : " TO WS-TOT-TEXTO
           MOVE ZEROS            TO WS-TOT-CUANTOS
           MOVE WS-TOT-DEDUCCION TO WS-TOT-IMPRESO
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "NETO A DISPERSAR          : " TO WS-TOT-TEXTO
           MOVE WS-TOT-NETO      TO WS-TOT-IMPRESO
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "YA PAGADOS ANTES          : " TO WS-TOT-TEXTO
           MOVE WS-YA-PAGADOS    TO WS-TOT-CUANTOS
           MOVE ZEROS            TO WS-TOT-IMPRESO
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "RECHAZADOS                : " TO WS-TOT-TEXTO
           MOVE WS-RECHAZADOS    TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           CLOSE EMPLEADOS
           CLOSE EXTRAPAG
           CLOSE NOMINA
           CLOSE NOMIPER
           CLOSE REPORTE
           IF HAY-ARCHIVO-CONTRATO
              THEN
                  CLOSE CONTRATO
           END-IF
           MOVE WS-NOMBRE-NOMIPER TO WS-CATA-NOMBRE
           MOVE "EXTRAO"          TO WS-CATA-RUNID
           MOVE WS-PAGADOS        TO WS-CATA-REGISTROS
           CALL "PROGCATA" USING WS-PARAMETROS-CATA
           DISPLAY "CORRIDA EXTRAORDINARIA TERMINADA, PAGADOS: "
                   WS-PAGADOS " RECHAZADOS: " WS-RECHAZADOS
           MOVE ZEROS TO WS-MENU-NUMERO-EMP
      * SIN TABLA LA CORRIDA SE DETUVO A MEDIAS: EL PERIODO SIGUE
      * ABIERTO Y LA REPETICION PAGA SOLO LO QUE FALTO.
           IF CORRIDA-SIN-TABLA
              THEN
                  CLOSE PERIODOS
                  MOVE "EXTR ERR " TO WS-MENU-RESULTADO
                  CALL "PROGMENU" USING WS-PARAMETROS-MENU
                  MOVE 8 TO RETURN-CODE
                  GO TO 390-FIN
           END-IF
           IF WS-PAGADOS EQUAL ZEROS
              AND WS-YA-PAGADOS EQUAL ZEROS
              THEN
                  DISPLAY "NO HAY RENGLONES QUE PAGAR, EL PERIODO "
                          "SIGUE ABIERTO"
                  CLOSE PERIODOS
                  MOVE "EXTR VACI" TO WS-MENU-RESULTADO
                  CALL "PROGMENU" USING WS-PARAMETROS-MENU
                  MOVE 4 TO RETURN-CODE
                  GO TO 390-FIN
           END-IF
      * LA CORRIDA QUEDO GRABADA: EL PERIODO AVANZA A NOMINADO PARA
      * QUE NO SE CORRA DOS VECES Y PROGBANC PUEDA DISPERSARLO.
           SET PER-NOMINADO TO TRUE
           REWRITE REG-PERIODOS
              INVALID KEY
                 DISPLAY "NO SE PUDO AVANZAR EL ESTADO DEL "
                         "PERIODO, STATUS: " WS-STATUS-PERIODOS
           END-REWRITE
           CLOSE PERIODOS
           MOVE "EXTR CORR" TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           IF WS-RECHAZADOS GREATER ZEROS
              THEN
                  DISPLAY "HAY RENGLONES RECHAZADOS, REVISE EL "
                          "REPORTE"
                  MOVE 4 TO RETURN-CODE
           END-IF.
       390-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 4: DISPERSION DEL PERIODO ESPECIAL
      * ---------------------------------------------------------------
      * PROGBANC PIDE LA FECHA, VALIDA QUE EL PERIODO ESTE NOMINADO,
      * GRABA LOS ARCHIVOS DE BANCO Y LO DEJA PAGADO.
       400-DISPERSION.
           DISPLAY "TECLEE EN PROGBANC LA FECHA DEL PERIODO ESPECIAL"
           DISPLAY "EJECUTANDO PROGBANC..."
           CALL "PROGBANC"
           DISPLAY "PROGBANC TERMINADO, RETURN-CODE: " RETURN-CODE
           DISPLAY "LOS EMPLEADOS SIN CUENTA SE PAGAN CON PROGCHEQ "
                   "SOBRE LA MISMA FECHA"
           MOVE ZEROS       TO WS-MENU-NUMERO-EMP
           MOVE "EXTR DISP" TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       400-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 5: CIERRE DEL PERIODO ESPECIAL
      * ---------------------------------------------------------------
       500-CIERRE.
           PERFORM 090-LEE-ESPECIAL THRU 090-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GO TO 500-FIN
           END-IF
           MOVE ZEROS TO WS-MENU-NUMERO-EMP
           IF NOT PER-PAGADO
              THEN
                  DISPLAY "SOLO SE CIERRA UN PERIODO ESPECIAL PAGADO "
                          "(ESTADO " PER-ESTADO ")"
                  CLOSE PERIODOS
                  MOVE 8 TO RETURN-CODE
                  MOVE "EXTR ESTA" TO WS-MENU-RESULTADO
                  GO TO 500-AUDITA
           END-IF
           DISPLAY "CONFIRMA EL CIERRE DEL PERIODO (S/N): "
           ACCEPT WS-CONFIRMA
           IF NOT MOVIMIENTO-CONFIRMADO
              THEN
                  DISPLAY "CIERRE NO CONFIRMADO"
                  CLOSE PERIODOS
                  GO TO 500-FIN
           END-IF
           SET PER-CERRADO TO TRUE
           REWRITE REG-PERIODOS
              INVALID KEY
                 DISPLAY "NO SE PUDO CERRAR EL PERIODO, STATUS: "
                         WS-STATUS-PERIODOS
                 MOVE "EXTR ERR " TO WS-MENU-RESULTADO
                 CLOSE PERIODOS
                 GO TO 500-AUDITA
           END-REWRITE
           CLOSE PERIODOS
           DISPLAY "PERIODO ESPECIAL " WS-PERIODO-PEDIDO " CERRADO"
           MOVE "EXTR CERR" TO WS-MENU-RESULTADO.
       500-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       500-FIN.  EXIT.
