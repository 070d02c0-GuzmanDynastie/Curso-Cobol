      * DEPARTAMENTO, PARA QUE FINANZAS VEA EL NUMERO ANTES DE QUE EL  *
      * MAESTRO CAMBIE. LAS PROPUESTAS QUEDAN PENDIENTES; EL           *
      * SUPERVISOR LAS APRUEBA Y APLICA EN PROGAPLI.                   *
      * EN MODO CONTRATO COLECTIVO SOLO SE PROPONE A LOS               *
      * SINDICALIZADOS SEGUN SINDICAT (SIN REGISTRO = CONFIANZA) Y     *
      * CADA PROPUESTA LLEVA LA FECHA EFECTIVA DEL CONTRATO.           *
      * CADA PROPUESTA GUARDA LA CLAVE DEL OPERADOR QUE LA CORRIO, QUE *
      * DEBE TENER LA OPCION "P" DE PROGPROP EN SU PERFIL (PROGMENU    *
      * MODO "P"); PROGAPLI NO DEJA QUE ESE MISMO USUARIO LA           *
      * DICTAMINE.                                                     *
      * EN MODO MERITO EL PORCENTAJE DE CADA EMPLEADO SALE DE LA       *
      * MATRIZ DE CALIFICACION POR COMPA-RATIO (PROGMERI) CON SU       *
      * EVALUACION CALIBRADA DEL CICLO PEDIDO EN EVALDES; QUIEN NO LA  *
      * TENGA, O CUYO PUESTO NO TENGA BANDA, SE QUEDA CON EL           *
      * PORCENTAJE PLANO CAPTURADO.                                    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               FILE STATUS IS WS-STATUS-PROPAJUS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT SINDICAT     ASSIGN TO UT-S-SINDICAT
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SIN-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SINDICAT.
           SELECT EVALDES      ASSIGN TO UT-S-EVALDES
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS EVA-LLAVE
                               FILE STATUS IS WS-STATUS-EVALDES.

       DATA DIVISION.
       FILE SECTION.

       FD  PROPAJUS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PROPAJUS.
           COPY PROPAJUS.
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(90).

       FD  SINDICAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-SINDICAT.
           COPY SINDICAT.

       FD  EVALDES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-EVALDES.
           COPY EVALDES.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
           05 SW-DEPTO-ENCONTRADO PIC X(01)    VALUE "N".
              88 DEPTO-ENCONTRADO    VALUE "S".
              88 DEPTO-NO-ENCONTRADO VALUE "N".
           05 WS-STATUS-SINDICAT  PIC X(02)    VALUE "00".
              88 SINDICAT-OK        VALUE "00".
           05 WS-NO-SINDICALIZADOS PIC 9(05)   VALUE ZEROS.
           05 WS-STATUS-EVALDES   PIC X(02)    VALUE "00".
              88 EVALDES-OK         VALUE "00".
           05 WS-PORC-APLICADO    PIC 9(03)V99 VALUE ZEROS.
           05 WS-POR-MERITO       PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-MERITO       PIC 9(05)    VALUE ZEROS.
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              88 BANDA-DENTRO        VALUE "D".
              88 BANDA-FUERA         VALUE "B" "A".

       01  WS-PARAMETROS-MERITO.
           05 WS-MER-PUESTO       PIC 9(02).
           05 WS-MER-SALARIO      PIC 9(07)V99.
           05 WS-MER-CALIFICACION PIC 9(01).
           05 WS-MER-PORCENTAJE   PIC 9(03)V99.
           05 WS-MER-COMPA        PIC 9(01)V999.
           05 WS-MER-CUADRANTE    PIC 9(01).
           05 WS-MER-DICTAMEN     PIC X(01).
              88 MERITO-SUGERIDO     VALUE "S".

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(50)
              VALUE "PROPUESTA DE AJUSTE DE SALARIOS - COSTEO".
           05 FILLER              PIC X(20)    VALUE SPACES.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "P".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "P".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGPROP".

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(88)    VALUE ALL "-".
           05 FILLER              PIC X(09)    VALUE "PROPUESTO".
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "INCREMENTO".
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "%INC.".
           05 FILLER              PIC X(02)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-SAL-PROP     PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-INCREMENTO   PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PORCENTAJE   PIC ZZ9.99.
           05 FILLER              PIC X(03)    VALUE SPACES.

       01  WS-DET-DEPTO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-TOT-COSTO-R      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(46)    VALUE SPACES.

       01  WS-DET-CONTRATO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(50)    VALUE
              "CONTRATO COLECTIVO, SOLO SINDICALIZADOS. EFECTIVO:".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-CON-FECHA        PIC 9(08).
           05 FILLER              PIC X(27)    VALUE SPACES.

       01  WS-DET-MERITO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(38)    VALUE
              "PORCENTAJE POR MATRIZ DE MERITO, CICLO".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-MRT-ANIO         PIC 9(04).
           05 FILLER              PIC X(20)    VALUE
              ". PLANO (SIN CALIF.)".
           05 FILLER              PIC X(02)    VALUE ": ".
           05 WS-MRT-PLANO        PIC ZZ9.99.
           05 FILLER              PIC X(15)    VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARAMETROS-AJUSTE.
           05 LK-PORCENTAJE       PIC 9(03)V99.
              10 LK-FILTRO-TIPO    PIC X(01).
              10 LK-DEPTO-DESDE    PIC 9(03).
              10 LK-DEPTO-HASTA    PIC 9(03).
      * EL MODO MERITO VIAJA EN LOS 6 BYTES QUE PROGAJUS USA PARA EL
      * IDENTIFICADOR DE SU CORRIDA.
           05 LK-MERITO.
              10 LK-MODO-MERITO    PIC X(01).
                 88 MODO-MERITO       VALUE "S".
              10 LK-ANIO-EVAL      PIC 9(04).
              10 FILLER            PIC X(01).
           05 LK-SOLO-SINDICATO   PIC X(01).
              88 SOLO-SINDICALIZADOS VALUE "S".
           05 LK-FECHA-EFECTIVA   PIC 9(08).
           05 LK-USUARIO          PIC X(08).

       PROCEDURE DIVISION USING LK-PARAMETROS-AJUSTE.
       010-INICIO.
           PERFORM 015-VERIFICA-PERMISO THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 035-POSICIONA        THRU 035-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

      * QUIEN CAPTURA PROPUESTAS NO PUEDE TENER TAMBIEN LA APROBACION
      * DE PROGAPLI; PROGMENU LO RECHAZA COMO "CONFLICTO".
       015-VERIFICA-PERMISO.
           MOVE LK-USUARIO TO WS-MENU-USUARIO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           IF MENU-ERROR
              THEN
                  DISPLAY "USUARIO " LK-USUARIO " NO AUTORIZADO PARA "
                          "CAPTURAR PROPUESTAS (" WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF.
       015-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
      * SIN EL ARCHIVO DE AFILIACION NO HAY FORMA DE SEPARAR A LOS
      * SINDICALIZADOS, ASI QUE EL MODO CONTRATO NO CORRE.
           IF SOLO-SINDICALIZADOS
              THEN
                  OPEN INPUT SINDICAT
                  IF NOT SINDICAT-OK
                     THEN
                         DISPLAY "NO SE PUDO ABRIR SINDICAT, STATUS: "
                                 WS-STATUS-SINDICAT
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                  END-IF
           END-IF
      * EN MODO MERITO SIN EVALUACIONES TODO SALDRIA PLANO SIN AVISO,
      * ASI QUE TAMPOCO CORRE.
           IF MODO-MERITO
              THEN
                  OPEN INPUT EVALDES
                  IF NOT EVALDES-OK
                     THEN
                         DISPLAY "NO SE PUDO ABRIR EVALDES, STATUS: "
                                 WS-STATUS-EVALDES
                         MOVE 8 TO RETURN-CODE
                         GOBACK
                  END-IF
           END-IF.
       020-FIN.  EXIT.

       030-TITULOS.
           WRITE REG-REPORTE FROM WS-TITULO-1     AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           IF SOLO-SINDICALIZADOS
              THEN
                  MOVE LK-FECHA-EFECTIVA TO WS-CON-FECHA
                  WRITE REG-REPORTE FROM WS-DET-CONTRATO AFTER 1
           END-IF
           IF MODO-MERITO
              THEN
                  MOVE LK-ANIO-EVAL  TO WS-MRT-ANIO
                  MOVE LK-PORCENTAJE TO WS-MRT-PLANO
                  WRITE REG-REPORTE FROM WS-DET-MERITO AFTER 1
           END-IF
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1.
       030-FIN.  EXIT.
                  OR DEPTO-EMP GREATER LK-DEPTO-HASTA)
              THEN
                  SET DEPTO-NO-CALIFICA TO TRUE
           END-IF
           IF SOLO-SINDICALIZADOS
              AND DEPTO-CALIFICA
              AND STATUS-EMP NOT EQUAL ZERO
              AND NOT CTRL-ES-ENCABEZADO
              AND NOT CTRL-ES-SUMARIO
              THEN
                  MOVE NUMERO-EMP TO SIN-NUMERO-EMP
                  READ SINDICAT
                     INVALID KEY
                        MOVE "N" TO SIN-AFILIACION
                  END-READ
                  IF NOT SIN-SINDICALIZADO
                     THEN
                         SET DEPTO-NO-CALIFICA TO TRUE
                         ADD 1 TO WS-NO-SINDICALIZADOS
                  END-IF
           END-IF.
       045-FIN.  EXIT.

       047-PORCENTAJE-MERITO.
           MOVE LK-PORCENTAJE TO WS-PORC-APLICADO
           IF NOT MODO-MERITO
              THEN
                  GO TO 047-FIN
           END-IF
           MOVE NUMERO-EMP   TO EVA-NUMERO-EMP
           MOVE LK-ANIO-EVAL TO EVA-ANIO
           READ EVALDES
              INVALID KEY
                 MOVE SPACE TO EVA-ESTADO
           END-READ
           IF NOT EVA-CALIBRADA
              THEN
                  ADD 1 TO WS-SIN-MERITO
                  DISPLAY "AVISO: " NUMERO-EMP " SIN EVALUACION "
                          "CALIBRADA, SE USA EL PORCENTAJE PLANO"
                  GO TO 047-FIN
           END-IF
           MOVE PUESTO-EMP       TO WS-MER-PUESTO
           MOVE SALARIO-EMP      TO WS-MER-SALARIO
           MOVE EVA-CALIFICACION TO WS-MER-CALIFICACION
           CALL "PROGMERI" USING WS-PARAMETROS-MERITO
           IF NOT MERITO-SUGERIDO
              THEN
                  ADD 1 TO WS-SIN-MERITO
                  DISPLAY "AVISO: " NUMERO-EMP " SIN BANDA DE PUESTO "
                          "O CALIFICACION, SE USA EL PORCENTAJE PLANO"
                  GO TO 047-FIN
           END-IF
           MOVE WS-MER-PORCENTAJE TO WS-PORC-APLICADO
           ADD 1 TO WS-POR-MERITO.
       047-FIN.  EXIT.

       050-GENERA-PROPUESTA.
           PERFORM 047-PORCENTAJE-MERITO THRU 047-FIN
           COMPUTE WS-INCREMENTO ROUNDED =
                   SALARIO-EMP * WS-PORC-APLICADO / 100
              ON SIZE ERROR
                 MOVE ZEROS TO WS-INCREMENTO
                 DISPLAY "DESBORDE AL CALCULAR INCREMENTO, EMPLEADO: "
           MOVE SALARIO-EMP      TO PRO-SAL-ACTUAL
           MOVE WS-SAL-PROPUESTO TO PRO-SAL-PROPUESTO
           MOVE WS-INCREMENTO    TO PRO-INCREMENTO
           MOVE WS-PORC-APLICADO TO PRO-PORCENTAJE
           MOVE SPACE            TO PRO-ESTADO
           MOVE LK-USUARIO       TO PRO-USUARIO-PROP
           IF SOLO-SINDICALIZADOS
              THEN
                  MOVE LK-FECHA-EFECTIVA TO PRO-FECHA-EFECTIVA
              ELSE
                  MOVE ZEROS             TO PRO-FECHA-EFECTIVA
           END-IF
           WRITE REG-PROPAJUS
           ADD 1             TO WS-PROPUESTOS
           ADD WS-INCREMENTO TO WS-TOT-INCREMENTO
           MOVE SALARIO-EMP      TO WS-DET-SAL-ANTES
           MOVE WS-SAL-PROPUESTO TO WS-DET-SAL-PROP
           MOVE WS-INCREMENTO    TO WS-DET-INCREMENTO
           MOVE WS-PORC-APLICADO TO WS-DET-PORCENTAJE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       050-FIN.  EXIT.

           CLOSE EMPLEADOS
           CLOSE PROPAJUS
           CLOSE REPORTE
           IF SOLO-SINDICALIZADOS
              THEN
                  CLOSE SINDICAT
                  DISPLAY "EXCLUIDOS POR SER DE CONFIANZA: "
                          WS-NO-SINDICALIZADOS
           END-IF
           IF MODO-MERITO
              THEN
                  CLOSE EVALDES
                  DISPLAY "PORCENTAJE POR MERITO: " WS-POR-MERITO
                          " PLANO POR FALTA DE CALIFICACION O BANDA: "
                          WS-SIN-MERITO
           END-IF
           DISPLAY "PROPUESTA GENERADA, EMPLEADOS: " WS-PROPUESTOS
           IF WS-PROPUESTOS GREATER ZERO
              THEN
