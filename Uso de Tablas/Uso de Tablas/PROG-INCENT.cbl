       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGINCE.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * INCENTIVO DE PRODUCCION (DESTAJO) DE LA PLANTA. EL OBRERO GANA *
      * UNA TARIFA POR CADA UNIDAD QUE PRODUCE ARRIBA DEL ESTANDAR     *
      * DIARIO; LOS SUPERVISORES LO SUMABAN EN PAPEL Y LLEGABA A LA    *
      * NOMINA COMO UN AJUSTE MANUAL.                                  *
      *   OPCION 1 - TABULADOR (TARIFPZA): ALTA O CAMBIO DE LA TARIFA  *
      *              DE UN PUESTO EN UN PRODUCTO, CON SU ESTANDAR      *
      *              DIARIO EN UNIDADES Y EL PAGO POR UNIDAD EXCEDENTE.*
      *              PIDE LA OPCION "T" DE PROGINCE EN EL PERFIL.      *
      *   OPCION 2 - CAPTURA DE LA PRODUCCION DIARIA DE UN EMPLEADO    *
      *              ACTIVO (PRODUCC), CON EL SUPERVISOR QUE LA        *
      *              AUTORIZA Y SU BANDERA, IGUAL QUE HRSEXTRA: LA     *
      *              CAPTURA PIDE LA OPCION "C" Y EL SUPERVISOR, QUE   *
      *              DEBE SER OTRA PERSONA, LA OPCION "S" (TENER LAS   *
      *              DOS ES CONFLICTO, COPY CONFPERF). AUDITADA MODO   *
      *              "T" VIA PROGMENU.                                 *
      *   OPCION 3 - CIERRE DEL PERIODO: POR EL PERIODO PEDIDO (DEBE   *
      *              ESTAR EN PERIODOS, ABIERTO O SIMULADO) TOMA LA    *
      *              PRODUCCION AUTORIZADA, PENDIENTE DE PAGO Y CON    *
      *              FECHA HASTA EL CORTE DEL PERIODO; SUMA POR        *
      *              EMPLEADO, DIA Y PRODUCTO, Y PAGA LAS UNIDADES     *
      *              ARRIBA DEL ESTANDAR A LA TARIFA DEL PUESTO DEL    *
      *              EMPLEADO. EL LISTADO DETALLA POR EMPLEADO Y       *
      *              RESUME POR DEPARTAMENTO PARA EL GERENTE DE        *
      *              PLANTA. CONFIRMANDO CON "S" DEJA LOS IMPORTES EN  *
      *              LA INTERFAZ INTFINCE (CONCEPTO "INCE") QUE        *
      *              PROGNOMI PAGA EN LA SIGUIENTE CORRIDA, Y MARCA LA *
      *              PRODUCCION CON LA FECHA DE PAGO PARA NO PAGARLA   *
      *              DOS VECES; SIN CONFIRMAR SOLO SIMULA. REPETIR EL  *
      *              CIERRE CONFIRMADO DEL MISMO PERIODO REHACE LA     *
      *              INTERFAZ CON LA MISMA PRODUCCION.                 *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFPZA     ASSIGN TO UT-S-TARIFPZA
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS TRF-LLAVE
                               FILE STATUS IS WS-STATUS-TARIFPZA.
           SELECT PRODUCC      ASSIGN TO UT-S-PRODUCC
                               FILE STATUS IS WS-STATUS-PRODUCC.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PER-FECHA-PAGO
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT INTFINCE     ASSIGN TO UT-S-INTFINCE
                               FILE STATUS IS WS-STATUS-INTFINCE.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  TARIFPZA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-TARIFPZA.
           COPY TARIFPZA.

       FD  PRODUCC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRODUCC.
           COPY PRODUCC.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  PERIODOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

       FD  INTFINCE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-TARIFPZA  PIC X(02)    VALUE "00".
              88 TARIFPZA-OK        VALUE "00".
              88 TARIFPZA-NO-EXISTE VALUE "35".
           05 WS-STATUS-PRODUCC   PIC X(02)    VALUE "00".
              88 PRODUCC-OK         VALUE "00" "05".
              88 PRODUCC-NO-EXISTE  VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-PERIODOS  PIC X(02)    VALUE "00".
              88 PERIODOS-OK        VALUE "00".
           05 WS-STATUS-INTFINCE  PIC X(02)    VALUE "00".
              88 INTFINCE-OK        VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-DERECHO          PIC X(01)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-CONFIRMA         PIC X(01)    VALUE "N".
              88 CORRIDA-CONFIRMADA  VALUE "S".
           05 WS-PERIODO-PEDIDO   PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-CORTE      PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-CAP-PRODUCTO     PIC X(06)    VALUE SPACES.
           05 WS-CAP-UNIDADES     PIC 9(05)    VALUE ZEROS.
           05 WS-CAP-SUPERVISOR   PIC X(08)    VALUE SPACES.
           05 WS-CAP-AUTORIZADA   PIC X(01)    VALUE SPACES.
           05 WS-TRF-PUESTO       PIC 9(02)    VALUE ZEROS.
           05 WS-TRF-PRODUCTO     PIC X(06)    VALUE SPACES.
           05 WS-LEIDAS           PIC 9(05)    VALUE ZEROS.
           05 WS-TOMADAS          PIC 9(05)    VALUE ZEROS.
           05 WS-MARCADAS         PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-TARIFA       PIC 9(05)    VALUE ZEROS.
           05 WS-EXCEDENTE        PIC 9(07)    VALUE ZEROS.
           05 WS-IMPORTE-DIA      PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOT-IMPORTE      PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PAGADOS      PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-DIAS       PIC 9(04)    VALUE ZEROS.
           05 WS-IND-DIA          PIC 9(04)    VALUE ZEROS.
           05 WS-TOTAL-EMPS       PIC 9(04)    VALUE ZEROS.
           05 WS-IND-EMP          PIC 9(04)    VALUE ZEROS.
           05 WS-TOTAL-DEPTOS     PIC 9(03)    VALUE ZEROS.
           05 WS-IND-DEP          PIC 9(03)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(04)    VALUE ZEROS.
           05 SW-ELEGIBLE         PIC X(01)    VALUE "N".
              88 PRODUCCION-ELEGIBLE VALUE "S".
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              10 LK-DEPTO-CCOSTO       PIC X(06).
              10 LK-DEPTO-ENCONTRADO   PIC X(01).

       01  LK-PARAMETROS-PUESTO.
           05 LK-PUESTO-CODIGO      PIC 9(02).
           05 LK-PUESTO-DESCRIPCION PIC X(20).
           05 LK-PUESTO-ENCONTRADO  PIC X(01).
              88 PUESTO-NO-ENCONTRADO VALUE "N".

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION       PIC X(01)    VALUE "7".
           05 WS-MENU-USUARIO      PIC X(08).
           05 WS-MENU-RESULTADO    PIC X(09).
           05 WS-MENU-NUMERO-EMP   PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO         PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU       PIC X(01).
              88 MENU-ERROR           VALUE "N".
           05 WS-MENU-PROGRAMA     PIC X(08)    VALUE "PROGINCE".

      * PRODUCCION ELEGIBLE DEL PERIODO SUMADA POR EMPLEADO, DIA Y
      * PRODUCTO: EL ESTANDAR ES DIARIO, ASI QUE LAS CAPTURAS
      * PARTIDAS DE UN MISMO DIA Y PRODUCTO SE JUZGAN JUNTAS.
       01  WS-TABLA-DIAS.
           05 WS-DIA-PROD         OCCURS 3000 TIMES.
              10 WS-DP-NUMERO     PIC 9(05).
              10 WS-DP-FECHA      PIC 9(08).
              10 WS-DP-PRODUCTO   PIC X(06).
              10 WS-DP-UNIDADES   PIC 9(07).

       01  WS-TABLA-EMPS.
           05 WS-EMP-INCE         OCCURS 1000 TIMES.
              10 WS-EI-NUMERO     PIC 9(05).
              10 WS-EI-DEPTO      PIC 9(03).
              10 WS-EI-NOMBRE     PIC X(30).
              10 WS-EI-UNIDADES   PIC 9(07).
              10 WS-EI-EXCEDENTE  PIC 9(07).
              10 WS-EI-IMPORTE    PIC 9(07)V99.

       01  WS-TABLA-DEPTOS.
           05 WS-DEP-ACUM         OCCURS 100 TIMES.
              10 WS-DEP-CODIGO    PIC 9(03).
              10 WS-DEP-EMPLEADOS PIC 9(05).
              10 WS-DEP-EXCEDENTE PIC 9(09).
              10 WS-DEP-IMPORTE   PIC 9(11)V99.

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(40)
                        VALUE "INCENTIVO DE PRODUCCION DEL PERIODO".
           05 FILLER              PIC X(20)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(16)    VALUE "FECHA DE PAGO: ".
           05 WS-TIT-PERIODO      PIC 9(08).
           05 FILLER              PIC X(10)    VALUE "  CORTE: ".
           05 WS-TIT-CORTE        PIC 9(08).
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-SUB-TITULO.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "NUMERO".
           05 FILLER              PIC X(31)    VALUE "NOMBRE".
           05 FILLER              PIC X(06)    VALUE "DEPTO".
           05 FILLER              PIC X(10)    VALUE "  UNIDADES".
           05 FILLER              PIC X(10)    VALUE " EXCEDENTE".
           05 FILLER              PIC X(14)    VALUE "      IMPORTE".

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC 9(03).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-UNIDADES     PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-EXCEDENTE    PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-IMPORTE      PIC Z,ZZZ,ZZ9.99.

       01  WS-DET-DEPTO-LIN.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "DEPTO  ".
           05 WS-DEP-DET-CODIGO   PIC 9(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DEP-DET-NOMBRE   PIC X(20).
           05 FILLER              PIC X(07)    VALUE " EMPS: ".
           05 WS-DEP-DET-EMPS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE " EXCED ".
           05 WS-DEP-DET-EXCED    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DEP-DET-IMPORTE  PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. TABULADOR DE INCENTIVO POR PUESTO Y PRODUCTO"
           DISPLAY "2. CAPTURA DE PRODUCCION DIARIA"
           DISPLAY "3. CIERRE DEL PERIODO (INTERFAZ A NOMINA)"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-TABULADOR THRU 100-FIN
              WHEN 2
                 PERFORM 200-CAPTURA THRU 200-FIN
              WHEN 3
                 PERFORM 300-CIERRE THRU 300-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * EL TABULADOR Y LA CAPTURA SON DERECHOS DEL PERFIL (OPCIONES
      * "T" Y "C" DE PROGINCE); QUIEN TIENE LA CAPTURA Y TAMBIEN LA
      * AUTORIZACION QUEDA RECHAZADO COMO "CONFLICTO".
       050-VERIFICA-DERECHO.
           MOVE WS-DERECHO TO WS-MENU-OPCION
           MOVE "P"        TO WS-MENU-MODO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "7"        TO WS-MENU-OPCION
           MOVE "T"        TO WS-MENU-MODO
           IF MENU-ERROR
              THEN
                  DISPLAY "USUARIO " WS-USUARIO " SIN LA OPCION "
                          WS-DERECHO " DE PROGINCE ("
                          WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
           END-IF.
       050-FIN.  EXIT.

      * TARIFPZA SE CREA VACIO LA PRIMERA VEZ QUE SE USA.
       090-ABRE-TARIFPZA.
           OPEN I-O TARIFPZA
           IF TARIFPZA-NO-EXISTE
              THEN
                  OPEN OUTPUT TARIFPZA
                  CLOSE TARIFPZA
                  OPEN I-O TARIFPZA
           END-IF
           IF NOT TARIFPZA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR TARIFPZA, STATUS: "
                          WS-STATUS-TARIFPZA
                  MOVE 8 TO RETURN-CODE
           END-IF.
       090-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: TABULADOR DE INCENTIVO
      * ---------------------------------------------------------------
       100-TABULADOR.
           MOVE "T" TO WS-DERECHO
           PERFORM 050-VERIFICA-DERECHO THRU 050-FIN
           IF MENU-ERROR
              THEN
                  GO TO 100-FIN
           END-IF
           PERFORM 090-ABRE-TARIFPZA THRU 090-FIN
           IF NOT TARIFPZA-OK
              THEN
                  GO TO 100-FIN
           END-IF
           DISPLAY "PUESTO (99): "
           ACCEPT WS-TRF-PUESTO
           DISPLAY "CLAVE DEL PRODUCTO: "
           ACCEPT WS-TRF-PRODUCTO
           MOVE WS-TRF-PUESTO TO LK-PUESTO-CODIGO
           CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
           IF PUESTO-NO-ENCONTRADO
              OR WS-TRF-PRODUCTO EQUAL SPACES
              THEN
                  DISPLAY "PUESTO INEXISTENTE O PRODUCTO EN BLANCO"
                  MOVE "INCE TCLA" TO WS-MENU-RESULTADO
              ELSE
                  DISPLAY "PUESTO: " LK-PUESTO-DESCRIPCION
                  MOVE WS-TRF-PUESTO   TO TRF-PUESTO
                  MOVE WS-TRF-PRODUCTO TO TRF-PRODUCTO
                  READ TARIFPZA
                     INVALID KEY
                        PERFORM 110-ALTA-TARIFA THRU 110-FIN
                     NOT INVALID KEY
                        PERFORM 120-CAMBIO-TARIFA THRU 120-FIN
                  END-READ
           END-IF
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE TARIFPZA.
       100-FIN.  EXIT.

       110-ALTA-TARIFA.
           MOVE SPACES          TO REG-TARIFPZA
           MOVE WS-TRF-PUESTO   TO TRF-PUESTO
           MOVE WS-TRF-PRODUCTO TO TRF-PRODUCTO
           PERFORM 130-PIDE-DATOS-TARIFA THRU 130-FIN
           IF TRF-DESCRIPCION EQUAL SPACES
              OR TRF-TARIFA EQUAL ZEROS
              THEN
                  DISPLAY "LA DESCRIPCION Y LA TARIFA SON "
                          "OBLIGATORIAS"
                  MOVE "INCE TDAT" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           MOVE "V" TO TRF-ESTADO
           WRITE REG-TARIFPZA
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR TARIFPZA: " TRF-LLAVE
                 MOVE "INCE TERR" TO WS-MENU-RESULTADO
                 GO TO 110-FIN
           END-WRITE
           MOVE "INCE TALT" TO WS-MENU-RESULTADO.
       110-FIN.  EXIT.

       120-CAMBIO-TARIFA.
           DISPLAY "PRODUCTO: " TRF-DESCRIPCION
           DISPLAY "ESTANDAR DIARIO: " TRF-ESTANDAR-DIA
                   " TARIFA: " TRF-TARIFA " ESTADO: " TRF-ESTADO
           PERFORM 130-PIDE-DATOS-TARIFA THRU 130-FIN
           IF TRF-DESCRIPCION EQUAL SPACES
              OR TRF-TARIFA EQUAL ZEROS
              THEN
                  DISPLAY "LA DESCRIPCION Y LA TARIFA SON "
                          "OBLIGATORIAS"
                  MOVE "INCE TDAT" TO WS-MENU-RESULTADO
                  GO TO 120-FIN
           END-IF
           DISPLAY "ESTADO (V=VIGENTE, B=BAJA): "
           ACCEPT TRF-ESTADO
           IF NOT TRF-VIGENTE
              AND NOT TRF-DE-BAJA
              THEN
                  DISPLAY "ESTADO INVALIDO"
                  MOVE "INCE TEDO" TO WS-MENU-RESULTADO
                  GO TO 120-FIN
           END-IF
           REWRITE REG-TARIFPZA
              INVALID KEY
                 DISPLAY "NO SE PUDO ACTUALIZAR TARIFPZA: " TRF-LLAVE
                 MOVE "INCE TERR" TO WS-MENU-RESULTADO
                 GO TO 120-FIN
           END-REWRITE
           MOVE "INCE TCAM" TO WS-MENU-RESULTADO.
       120-FIN.  EXIT.

       130-PIDE-DATOS-TARIFA.
           DISPLAY "DESCRIPCION DEL PRODUCTO: "
           ACCEPT TRF-DESCRIPCION
           DISPLAY "ESTANDAR DIARIO EN UNIDADES: "
           ACCEPT TRF-ESTANDAR-DIA
           DISPLAY "PAGO POR UNIDAD EXCEDENTE (EJ. 00012.50): "
           ACCEPT TRF-TARIFA.
       130-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: CAPTURA DE PRODUCCION DIARIA
      * ---------------------------------------------------------------
       200-CAPTURA.
           MOVE "C" TO WS-DERECHO
           PERFORM 050-VERIFICA-DERECHO THRU 050-FIN
           IF MENU-ERROR
              THEN
                  GO TO 200-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT TARIFPZA
           IF NOT TARIFPZA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR TARIFPZA (CAPTURE EL "
                          "TABULADOR), STATUS: " WS-STATUS-TARIFPZA
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 200-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           MOVE NUMERO-EMP TO WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "INCE NOEX" TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 PERFORM 210-CAPTURA-UNA THRU 210-FIN
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE TARIFPZA
           CLOSE EMPLEADOS.
       200-FIN.  EXIT.

       210-CAPTURA-UNA.
           IF NOT EMP-ES-ACTIVO
              THEN
                  DISPLAY "EL EMPLEADO NO ESTA ACTIVO"
                  MOVE "INCE BAJA" TO WS-MENU-RESULTADO
                  GO TO 210-FIN
           END-IF
           DISPLAY "FECHA DE LA PRODUCCION (AAAAMMDD): "
           ACCEPT WS-CAP-FECHA
           DISPLAY "CLAVE DEL PRODUCTO: "
           ACCEPT WS-CAP-PRODUCTO
      * SOLO SE CAPTURA LO QUE TIENE TARIFA VIGENTE PARA EL PUESTO
      * DEL EMPLEADO: LO DEMAS NUNCA SE PODRIA PAGAR.
           MOVE PUESTO-EMP      TO TRF-PUESTO
           MOVE WS-CAP-PRODUCTO TO TRF-PRODUCTO
           READ TARIFPZA
              INVALID KEY
                 MOVE "B" TO TRF-ESTADO
           END-READ
           IF NOT TRF-VIGENTE
              THEN
                  DISPLAY "EL PUESTO " PUESTO-EMP " NO TIENE TARIFA "
                          "VIGENTE PARA EL PRODUCTO " WS-CAP-PRODUCTO
                  MOVE "INCE NOTA" TO WS-MENU-RESULTADO
                  GO TO 210-FIN
           END-IF
           DISPLAY "PRODUCTO: " TRF-DESCRIPCION
                   " ESTANDAR DIARIO: " TRF-ESTANDAR-DIA
           DISPLAY "UNIDADES PRODUCIDAS: "
           ACCEPT WS-CAP-UNIDADES
           IF WS-CAP-UNIDADES EQUAL ZEROS
              THEN
                  DISPLAY "LAS UNIDADES NO PUEDEN SER CERO"
                  MOVE "INCE CERO" TO WS-MENU-RESULTADO
                  GO TO 210-FIN
           END-IF
           DISPLAY "SUPERVISOR QUE AUTORIZA: "
           ACCEPT WS-CAP-SUPERVISOR
           DISPLAY "AUTORIZADA (S=SI, N=PENDIENTE): "
           ACCEPT WS-CAP-AUTORIZADA
           IF WS-CAP-AUTORIZADA EQUAL "S"
              THEN
                  PERFORM 220-VERIFICA-AUTORIZA THRU 220-FIN
                  IF WS-MENU-RESULTADO EQUAL "INCE MISM"
                     OR WS-MENU-RESULTADO EQUAL "INCE NOSU"
                     THEN
                         MOVE 4 TO RETURN-CODE
                         GO TO 210-FIN
                  END-IF
           END-IF
           OPEN EXTEND PRODUCC
           IF NOT PRODUCC-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PRODUCC, STATUS: "
                          WS-STATUS-PRODUCC
                  MOVE 8 TO RETURN-CODE
                  GO TO 210-FIN
           END-IF
           MOVE SPACES            TO REG-PRODUCC
           MOVE NUMERO-EMP        TO PRD-NUMERO-EMP
           MOVE WS-CAP-FECHA      TO PRD-FECHA
           MOVE WS-CAP-PRODUCTO   TO PRD-PRODUCTO
           MOVE WS-CAP-UNIDADES   TO PRD-UNIDADES
           MOVE WS-CAP-SUPERVISOR TO PRD-SUPERVISOR
           MOVE WS-CAP-AUTORIZADA TO PRD-AUTORIZADA
           MOVE WS-USUARIO        TO PRD-CAPTURO
           MOVE ZEROS             TO PRD-PERIODO-PAGO
           WRITE REG-PRODUCC
           CLOSE PRODUCC
           MOVE "INCE OK  " TO WS-MENU-RESULTADO.
       210-FIN.  EXIT.

      * EL SUPERVISOR QUE AUTORIZA NO PUEDE SER EL OPERADOR QUE CAPTURA
      * Y DEBE TENER LA AUTORIZACION EN SU PERFIL; LA PRODUCCION NO SE
      * GRABA Y EL RECHAZO QUEDA EN AUDITORIA CON SU PROPIO RESULTADO.
       220-VERIFICA-AUTORIZA.
           MOVE SPACES TO WS-MENU-RESULTADO
           IF WS-CAP-SUPERVISOR EQUAL SPACES
              OR WS-CAP-SUPERVISOR EQUAL WS-USUARIO
              THEN
                  DISPLAY "LA PRODUCCION LA AUTORIZA UN SUPERVISOR "
                          "DISTINTO DEL OPERADOR QUE CAPTURA"
                  MOVE "INCE MISM" TO WS-MENU-RESULTADO
                  GO TO 220-FIN
           END-IF
           MOVE "S"               TO WS-MENU-OPCION
           MOVE "P"               TO WS-MENU-MODO
           MOVE WS-CAP-SUPERVISOR TO WS-MENU-USUARIO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "7"               TO WS-MENU-OPCION
           MOVE "T"               TO WS-MENU-MODO
           MOVE WS-USUARIO        TO WS-MENU-USUARIO
           IF MENU-ERROR
              THEN
                  DISPLAY "SUPERVISOR " WS-CAP-SUPERVISOR
                          " NO AUTORIZADO PARA PRODUCCION ("
                          WS-MENU-RESULTADO ")"
                  MOVE "INCE NOSU" TO WS-MENU-RESULTADO
           END-IF.
       220-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: CIERRE DEL PERIODO
      * ---------------------------------------------------------------
       300-CIERRE.
           DISPLAY "FECHA DE PAGO DEL PERIODO (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           DISPLAY "CONFIRMA LA GENERACION DE LA INTERFAZ A NOMINA "
                   "(S=SI, CUALQUIER OTRA TECLA SOLO SIMULA): "
           ACCEPT WS-CONFIRMA
           PERFORM 310-VALIDA-PERIODO THRU 310-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GO TO 300-FIN
           END-IF
           OPEN INPUT PRODUCC
           IF PRODUCC-NO-EXISTE
              OR NOT PRODUCC-OK
              THEN
                  DISPLAY "SIN PRODUCCION CAPTURADA, STATUS: "
                          WS-STATUS-PRODUCC
                  MOVE 4 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 320-ACUMULA THRU 320-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PRODUCC
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           OPEN INPUT TARIFPZA
           IF NOT TARIFPZA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR TARIFPZA, STATUS: "
                          WS-STATUS-TARIFPZA
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 300-FIN
           END-IF
           PERFORM 340-VALORIZA-DIA THRU 340-FIN
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA GREATER WS-TOTAL-DIAS
           CLOSE TARIFPZA
           CLOSE EMPLEADOS
           PERFORM 400-LISTADO THRU 400-FIN
           IF CORRIDA-CONFIRMADA
              THEN
                  PERFORM 500-INTERFAZ THRU 500-FIN
              ELSE
                  DISPLAY "CORRIDA SIN CONFIRMAR: SOLO SE SIMULA"
           END-IF
           DISPLAY "INCENTIVO DE PRODUCCION: CAPTURAS TOMADAS "
                   WS-TOMADAS " EMPLEADOS PAGADOS " WS-TOT-PAGADOS
                   " IMPORTE " WS-TOT-IMPORTE
           IF WS-SIN-TARIFA GREATER ZEROS
              THEN
                  DISPLAY "DIAS SIN TARIFA VIGENTE O SIN EMPLEADO "
                          "(NO SE PAGAN): " WS-SIN-TARIFA
                  MOVE 4 TO RETURN-CODE
           END-IF.
       300-FIN.  EXIT.

      * EL PERIODO DEBE EXISTIR EN EL CATALOGO Y NO HABER SIDO
      * NOMINADO: DESPUES DE PROGNOMI LA INTERFAZ YA NO SE CONSUMIRIA.
       310-VALIDA-PERIODO.
           OPEN INPUT PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PERIODOS (CORRA "
                          "PROGGPER), STATUS: " WS-STATUS-PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 310-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO PER-FECHA-PAGO
           READ PERIODOS
              INVALID KEY
                 DISPLAY "LA FECHA " WS-PERIODO-PEDIDO
                         " NO ES UN PERIODO DEL CATALOGO"
                 MOVE 8 TO RETURN-CODE
           END-READ
           IF RETURN-CODE NOT EQUAL 8
              AND (PER-ES-ESPECIAL
                   OR (NOT PER-ABIERTO AND NOT PER-SIMULADO))
              THEN
                  DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
                          " NO ADMITE INCENTIVOS (ESTADO "
                          PER-ESTADO " FRECUENCIA " PER-FRECUENCIA ")"
                  MOVE 8 TO RETURN-CODE
           END-IF
           MOVE PER-FECHA-CORTE TO WS-FECHA-CORTE
           CLOSE PERIODOS.
       310-FIN.  EXIT.

       320-ACUMULA.
           READ PRODUCC
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 320-FIN
           END-READ
           ADD 1 TO WS-LEIDAS
           PERFORM 330-ELEGIBLE THRU 330-FIN
           IF NOT PRODUCCION-ELEGIBLE
              THEN
                  GO TO 320-FIN
           END-IF
           ADD 1 TO WS-TOMADAS
           MOVE ZEROS TO WS-IND-DIA
           PERFORM 325-BUSCA-DIA THRU 325-FIN
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-DIAS
                      OR WS-IND-DIA GREATER ZEROS
           IF WS-IND-DIA EQUAL ZEROS
              THEN
                  IF WS-TOTAL-DIAS EQUAL 3000
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 3000 "
                                 "DIAS DE PRODUCCION EN EL PERIODO"
                         MOVE 8 TO RETURN-CODE
                         MOVE "N" TO WS-CONFIRMA
                         MOVE "FIN" TO SW-FIN
                         GO TO 320-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-DIAS
                  MOVE WS-TOTAL-DIAS  TO WS-IND-DIA
                  MOVE PRD-NUMERO-EMP TO WS-DP-NUMERO   (WS-IND-DIA)
                  MOVE PRD-FECHA      TO WS-DP-FECHA    (WS-IND-DIA)
                  MOVE PRD-PRODUCTO   TO WS-DP-PRODUCTO (WS-IND-DIA)
                  MOVE ZEROS          TO WS-DP-UNIDADES (WS-IND-DIA)
           END-IF
           ADD PRD-UNIDADES TO WS-DP-UNIDADES (WS-IND-DIA).
       320-FIN.  EXIT.

       325-BUSCA-DIA.
           IF WS-DP-NUMERO   (WS-IND-BUSCA) EQUAL PRD-NUMERO-EMP
              AND WS-DP-FECHA    (WS-IND-BUSCA) EQUAL PRD-FECHA
              AND WS-DP-PRODUCTO (WS-IND-BUSCA) EQUAL PRD-PRODUCTO
              THEN
                  MOVE WS-IND-BUSCA TO WS-IND-DIA
           END-IF.
       325-FIN.  EXIT.

      * ENTRA AL PERIODO LA PRODUCCION AUTORIZADA, CON FECHA HASTA EL
      * CORTE, QUE NO SE HA PAGADO O QUE SE MARCO PARA ESTE MISMO
      * PERIODO EN UN CIERRE ANTERIOR (EL CIERRE SE PUEDE REPETIR).
       330-ELEGIBLE.
           MOVE "N" TO SW-ELEGIBLE
           IF PRD-ESTA-AUTORIZADA
              AND PRD-FECHA NOT GREATER WS-FECHA-CORTE
              AND (PRD-PENDIENTE
                   OR PRD-PERIODO-PAGO EQUAL WS-PERIODO-PEDIDO)
              THEN
                  SET PRODUCCION-ELEGIBLE TO TRUE
           END-IF.
       330-FIN.  EXIT.

      * EL ESTANDAR Y LA TARIFA SON LOS DEL PUESTO ACTUAL DEL
      * EMPLEADO EN EL PRODUCTO; UN DIA QUE NO LLEGA AL ESTANDAR
      * NO GENERA INCENTIVO PERO SUS UNIDADES SALEN EN EL LISTADO.
       340-VALORIZA-DIA.
           MOVE WS-DP-NUMERO (WS-IND-DIA) TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "EMPLEADO " NUMERO-EMP " NO ESTA EN EL "
                         "MAESTRO, SU PRODUCCION NO SE PAGA"
                 ADD 1 TO WS-SIN-TARIFA
                 GO TO 340-FIN
           END-READ
           MOVE PUESTO-EMP                  TO TRF-PUESTO
           MOVE WS-DP-PRODUCTO (WS-IND-DIA) TO TRF-PRODUCTO
           READ TARIFPZA
              INVALID KEY
                 MOVE "B" TO TRF-ESTADO
           END-READ
           IF NOT TRF-VIGENTE
              THEN
                  DISPLAY "SIN TARIFA VIGENTE: EMPLEADO " NUMERO-EMP
                          " PUESTO " PUESTO-EMP " PRODUCTO "
                          WS-DP-PRODUCTO (WS-IND-DIA)
                  ADD 1 TO WS-SIN-TARIFA
                  GO TO 340-FIN
           END-IF
           MOVE ZEROS TO WS-EXCEDENTE
                         WS-IMPORTE-DIA
           IF WS-DP-UNIDADES (WS-IND-DIA) GREATER TRF-ESTANDAR-DIA
              THEN
                  COMPUTE WS-EXCEDENTE =
                          WS-DP-UNIDADES (WS-IND-DIA) - TRF-ESTANDAR-DIA
                  COMPUTE WS-IMPORTE-DIA ROUNDED =
                          WS-EXCEDENTE * TRF-TARIFA
                     ON SIZE ERROR
                        DISPLAY "IMPORTE FUERA DE RANGO: EMPLEADO "
                                NUMERO-EMP
                        MOVE ZEROS TO WS-IMPORTE-DIA
                        MOVE 4 TO RETURN-CODE
                  END-COMPUTE
           END-IF
           PERFORM 350-UBICA-EMPLEADO THRU 350-FIN
           IF WS-IND-EMP EQUAL ZEROS
              THEN
                  GO TO 340-FIN
           END-IF
           ADD WS-DP-UNIDADES (WS-IND-DIA)
              TO WS-EI-UNIDADES (WS-IND-EMP)
           ADD WS-EXCEDENTE    TO WS-EI-EXCEDENTE (WS-IND-EMP)
           ADD WS-IMPORTE-DIA  TO WS-EI-IMPORTE   (WS-IND-EMP).
       340-FIN.  EXIT.

       350-UBICA-EMPLEADO.
           MOVE ZEROS TO WS-IND-EMP
           PERFORM 355-BUSCA-EMPLEADO THRU 355-FIN
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-EMPS
                      OR WS-IND-EMP GREATER ZEROS
           IF WS-IND-EMP GREATER ZEROS
              THEN
                  GO TO 350-FIN
           END-IF
           IF WS-TOTAL-EMPS EQUAL 1000
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 1000 EMPLEADOS "
                          "CON PRODUCCION EN EL PERIODO"
                  MOVE 8 TO RETURN-CODE
                  MOVE "N" TO WS-CONFIRMA
                  GO TO 350-FIN
           END-IF
           ADD 1 TO WS-TOTAL-EMPS
           MOVE WS-TOTAL-EMPS TO WS-IND-EMP
           MOVE NUMERO-EMP    TO WS-EI-NUMERO    (WS-IND-EMP)
           MOVE DEPTO-EMP     TO WS-EI-DEPTO     (WS-IND-EMP)
           MOVE NOMBRE-EMP    TO WS-EI-NOMBRE    (WS-IND-EMP)
           MOVE ZEROS         TO WS-EI-UNIDADES  (WS-IND-EMP)
                                 WS-EI-EXCEDENTE (WS-IND-EMP)
                                 WS-EI-IMPORTE   (WS-IND-EMP).
       350-FIN.  EXIT.

       355-BUSCA-EMPLEADO.
           IF WS-EI-NUMERO (WS-IND-BUSCA) EQUAL NUMERO-EMP
              THEN
                  MOVE WS-IND-BUSCA TO WS-IND-EMP
           END-IF.
       355-FIN.  EXIT.

      * ---------------------------------------------------------------
      * LISTADO PARA EL GERENTE DE PLANTA: DETALLE POR EMPLEADO Y
      * RESUMEN POR DEPARTAMENTO.
      * ---------------------------------------------------------------
       400-LISTADO.
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  MOVE "N" TO WS-CONFIRMA
                  GO TO 400-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO WS-TIT-PERIODO
           MOVE WS-FECHA-CORTE    TO WS-TIT-CORTE
           WRITE REG-REPORTE FROM WS-TITULO-1    AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2    AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES     AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO  AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES     AFTER 1
           PERFORM 410-DETALLE-EMP THRU 410-FIN
                   VARYING WS-IND-EMP FROM 1 BY 1
                   UNTIL WS-IND-EMP GREATER WS-TOTAL-EMPS
           WRITE REG-REPORTE FROM WS-GUIONES     AFTER 1
           PERFORM 430-DETALLE-DEPTO THRU 430-FIN
                   VARYING WS-IND-DEP FROM 1 BY 1
                   UNTIL WS-IND-DEP GREATER WS-TOTAL-DEPTOS
           WRITE REG-REPORTE FROM WS-GUIONES     AFTER 1
           CLOSE REPORTE.
       400-FIN.  EXIT.

       410-DETALLE-EMP.
           MOVE WS-EI-NUMERO    (WS-IND-EMP) TO WS-DET-NUMERO
           MOVE WS-EI-NOMBRE    (WS-IND-EMP) TO WS-DET-NOMBRE
           MOVE WS-EI-DEPTO     (WS-IND-EMP) TO WS-DET-DEPTO
           MOVE WS-EI-UNIDADES  (WS-IND-EMP) TO WS-DET-UNIDADES
           MOVE WS-EI-EXCEDENTE (WS-IND-EMP) TO WS-DET-EXCEDENTE
           MOVE WS-EI-IMPORTE   (WS-IND-EMP) TO WS-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           IF WS-EI-IMPORTE (WS-IND-EMP) GREATER ZEROS
              THEN
                  ADD 1 TO WS-TOT-PAGADOS
                  ADD WS-EI-IMPORTE (WS-IND-EMP) TO WS-TOT-IMPORTE
           END-IF
           PERFORM 420-SUMA-DEPTO THRU 420-FIN.
       410-FIN.  EXIT.

       420-SUMA-DEPTO.
           MOVE ZEROS TO WS-IND-DEP
           PERFORM 425-BUSCA-DEPTO THRU 425-FIN
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-DEPTOS
                      OR WS-IND-DEP GREATER ZEROS
           IF WS-IND-DEP EQUAL ZEROS
              THEN
                  IF WS-TOTAL-DEPTOS EQUAL 100
                     THEN
                         GO TO 420-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-DEPTOS
                  MOVE WS-TOTAL-DEPTOS TO WS-IND-DEP
                  MOVE WS-EI-DEPTO (WS-IND-EMP)
                     TO WS-DEP-CODIGO (WS-IND-DEP)
                  MOVE ZEROS TO WS-DEP-EMPLEADOS (WS-IND-DEP)
                                WS-DEP-EXCEDENTE (WS-IND-DEP)
                                WS-DEP-IMPORTE   (WS-IND-DEP)
           END-IF
           ADD 1 TO WS-DEP-EMPLEADOS (WS-IND-DEP)
           ADD WS-EI-EXCEDENTE (WS-IND-EMP)
              TO WS-DEP-EXCEDENTE (WS-IND-DEP)
           ADD WS-EI-IMPORTE (WS-IND-EMP)
              TO WS-DEP-IMPORTE (WS-IND-DEP).
       420-FIN.  EXIT.

       425-BUSCA-DEPTO.
           IF WS-DEP-CODIGO (WS-IND-BUSCA) EQUAL
              WS-EI-DEPTO (WS-IND-EMP)
              THEN
                  MOVE WS-IND-BUSCA TO WS-IND-DEP
           END-IF.
       425-FIN.  EXIT.

       430-DETALLE-DEPTO.
           MOVE WS-DEP-CODIGO (WS-IND-DEP) TO WS-DEP-DET-CODIGO
                                              LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           MOVE LK-DEPTO-NOMBRE TO WS-DEP-DET-NOMBRE
           MOVE WS-DEP-EMPLEADOS (WS-IND-DEP) TO WS-DEP-DET-EMPS
           MOVE WS-DEP-EXCEDENTE (WS-IND-DEP) TO WS-DEP-DET-EXCED
           MOVE WS-DEP-IMPORTE   (WS-IND-DEP) TO WS-DEP-DET-IMPORTE
           WRITE REG-REPORTE FROM WS-DET-DEPTO-LIN AFTER 1.
       430-FIN.  EXIT.

      * ---------------------------------------------------------------
      * CORRIDA CONFIRMADA: INTERFAZ A NOMINA Y MARCA DE PAGO
      * ---------------------------------------------------------------
       500-INTERFAZ.
           OPEN OUTPUT INTFINCE
           IF NOT INTFINCE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR INTFINCE, STATUS: "
                          WS-STATUS-INTFINCE
                  MOVE 8 TO RETURN-CODE
                  GO TO 500-FIN
           END-IF
           PERFORM 510-GRABA-INTERFAZ THRU 510-FIN
                   VARYING WS-IND-EMP FROM 1 BY 1
                   UNTIL WS-IND-EMP GREATER WS-TOTAL-EMPS
           CLOSE INTFINCE
           PERFORM 520-MARCA-PRODUCCION THRU 520-FIN
           MOVE "INCE CIER"       TO WS-MENU-RESULTADO
           MOVE ZEROS             TO WS-MENU-NUMERO-EMP
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           DISPLAY "PRODUCCION MARCADA COMO PAGADA: " WS-MARCADAS.
       500-FIN.  EXIT.

       510-GRABA-INTERFAZ.
           IF WS-EI-IMPORTE (WS-IND-EMP) EQUAL ZEROS
              THEN
                  GO TO 510-FIN
           END-IF
           MOVE SPACES                       TO REG-NOMINA
           MOVE WS-PERIODO-PEDIDO            TO NOM-PERIODO
           MOVE WS-EI-NUMERO (WS-IND-EMP)    TO NOM-NUMERO-EMP
           MOVE WS-EI-DEPTO  (WS-IND-EMP)    TO NOM-DEPTO
           MOVE "INCE"                       TO NOM-CONCEPTO
           MOVE WS-EI-IMPORTE (WS-IND-EMP)   TO NOM-SALARIO
                                                NOM-NETO
           MOVE ZEROS                        TO NOM-DEDUCCION
                                                NOM-PRESTAMO
                                                NOM-FALTAS
                                                NOM-EXTRAS
                                                NOM-ISR
                                                NOM-IMSS
                                                NOM-OTROS
           WRITE REG-NOMINA.
       510-FIN.  EXIT.

      * TODA LA PRODUCCION QUE ENTRO AL CIERRE QUEDA CON LA FECHA DE
      * PAGO DEL PERIODO, AUNQUE NO HAYA LLEGADO AL ESTANDAR: YA SE
      * JUZGO EN ESTE PERIODO Y NO DEBE SUMARSE A OTRO DIA DESPUES.
       520-MARCA-PRODUCCION.
           OPEN I-O PRODUCC
           IF NOT PRODUCC-OK
              THEN
                  DISPLAY "NO SE PUDO MARCAR PRODUCC, STATUS: "
                          WS-STATUS-PRODUCC
                  MOVE 8 TO RETURN-CODE
                  GO TO 520-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 525-MARCA-UNA THRU 525-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PRODUCC.
       520-FIN.  EXIT.

       525-MARCA-UNA.
           READ PRODUCC
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 525-FIN
           END-READ
           PERFORM 330-ELEGIBLE THRU 330-FIN
           IF NOT PRODUCCION-ELEGIBLE
              THEN
                  GO TO 525-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO PRD-PERIODO-PAGO
           REWRITE REG-PRODUCC
           ADD 1 TO WS-MARCADAS.
       525-FIN.  EXIT.
