      *   1. MUESTRA EL FINIQUITO COMPLETO (MISMO CALCULO QUE          *
      *      PROGFINI: AGUINALDO PROPORCIONAL, VACACIONES NO GOZADAS   *
      *      CON SU PRIMA, MAS AHORRO, MENOS LA LIQUIDACION DEL        *
      *      PRESTAMO CON INTERESES; ADEMAS, MENOS LOS ANTICIPOS DE    *
      *      VIATICOS SIN COMPROBAR, COPY VIATICOS) ANTES DE TOCAR     *
      *      NADA.                                                     *
      *   2. AL CONFIRMAR CON "S": ESTAMPA LA BAJA EN EL MAESTRO (CON  *
      *      RASTRO EN HISTCAMB Y AUDITORIA MODO "T"), LIBERA SU PLAZA *
      *      AUTORIZADA VIA PROGPLAZ, LIQUIDA EL SALDO DE VACACIONES,  *
      *      CIERRA LAS CUENTAS DE CAJA Y LOS ANTICIPOS DE VIATICOS YA *
      *      NETEADOS, GRABA EL REGISTRO EN INTFFINI PARA LA           *
      *      CONSTANCIA EN NOMINA (IMPORTE EN SALARIO, NETO EN CEROS:  *
      *      EL DINERO VIAJA POR FINIBANC Y LA DISPERSION NORMAL NO    *
      *      DEBE PAGARLO OTRA VEZ), ENCOLA EL DEPOSITO EN FINIBANC    *
      *      (FORMATO DE DISPERSION, PARA QUE TESORERIA PAGUE SIN      *
      *      ESPERAR A LA QUINCENA) E IMPRIME EL LEGAJO.               *
      *   3. EN UNA BAJA POR DEFUNCION EL FINIQUITO NO SE DEPOSITA EN  *
      *      LA CUENTA DEL FALLECIDO: PROGREPA LO REPARTE ENTRE SUS    *
      *      BENEFICIARIOS (COPY BENEFIC) SEGUN SU PORCENTAJE Y SE     *
      *      ENCOLA UN DEPOSITO POR BENEFICIARIO. SI LA DESIGNACION    *
      *      NO EXISTE O NO SUMA 100, LA BAJA SE RECHAZA SIN TOCAR     *
      *      NADA HASTA QUE SE CORRIJA EN PROGBENE.                    *
      *   4. EN UNA RESCISION JUSTIFICADA (CAUSA J, LFT ART. 47)       *
      *      MUESTRA ANTES DE LA CONFIRMACION EL HISTORIAL DE ACTAS    *
      *      ADMINISTRATIVAS DEL EMPLEADO (COPY ACTAS, VER PROGACTA)   *
      *      Y ADVIERTE SI NO TIENE NINGUNA.                           *
      *   5. LISTA LOS ACTIVOS DE LA EMPRESA QUE EL EMPLEADO NO HA     *
      *      DEVUELTO (COPY ACTIVOS, VER PROGACTF) Y PREGUNTA SI SU    *
      *      VALOR SE COBRA EN EL FINIQUITO; AL CONFIRMAR, LOS         *
      *      COBRADOS QUEDAN MARCADOS ASI.                             *
      * UN PASO YA NO SE PUEDE OLVIDAR: O PASA TODO, O NO PASA NADA.   *
      * -------------------------------------------------------------- *

                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PRE-LLAVE
                               FILE STATUS IS WS-STATUS-PRESTAMO.
           SELECT VIATICOS     ASSIGN TO UT-S-VIATICOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS VIA-LLAVE
                               FILE STATUS IS WS-STATUS-VIATICOS.
           SELECT ACTIVOS      ASSIGN TO UT-S-ACTIVOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACF-LLAVE
                               ALTERNATE RECORD KEY IS ACF-ETIQUETA
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-ACTIVOS.
           SELECT INTFFINI     ASSIGN TO UT-S-INTFFINI
                               FILE STATUS IS WS-STATUS-INTFFINI.
           SELECT FINIBANC     ASSIGN TO UT-S-FINIBANC
                               FILE STATUS IS WS-STATUS-FINIBANC.
           SELECT ACTAS        ASSIGN TO UT-S-ACTAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACT-LLAVE
                               FILE STATUS IS WS-STATUS-ACTAS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

           DATA RECORD IS REG-PRESTAMO.
           COPY PRESTAMO.

       FD  VIATICOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-VIATICOS.
           COPY VIATICOS.

       FD  ACTIVOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-ACTIVOS.
           COPY ACTIVOS.

       FD  INTFFINI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

       FD  FINIBANC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FINIBANC.
           COPY FINIBANC.

       FD  ACTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS REG-ACTAS.
           COPY ACTAS.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
              88 SALDOVAC-OK        VALUE "00".
           05 WS-STATUS-PRESTAMO  PIC X(02)    VALUE "00".
              88 PRESTAMO-ABIERTO   VALUE "00".
           05 WS-STATUS-VIATICOS  PIC X(02)    VALUE "00".
              88 VIATICOS-ABIERTO   VALUE "00".
           05 SW-HAY-VIATICOS     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-VIATICOS VALUE "S".
           05 SW-FIN-VIATICOS     PIC X(03)    VALUE SPACES.
           05 WS-VIA-SALDO        PIC 9(07)V99 VALUE ZEROS.
           05 WS-STATUS-ACTIVOS   PIC X(02)    VALUE "00".
              88 ACTIVOS-ABIERTO    VALUE "00" "02".
           05 SW-HAY-ACTIVOS      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-ACTIVOS VALUE "S".
           05 SW-FIN-ACTIVOS      PIC X(03)    VALUE SPACES.
           05 WS-ACTIVOS-PEND     PIC 9(03)    VALUE ZEROS.
           05 WS-VALOR-ACTIVOS    PIC 9(07)V99 VALUE ZEROS.
           05 WS-COBRO-ACTIVOS    PIC 9(07)V99 VALUE ZEROS.
           05 WS-COBRA-ACTIVOS    PIC X(01)    VALUE "N".
              88 COBRAR-ACTIVOS     VALUE "S".
           05 WS-STATUS-INTFFINI  PIC X(02)    VALUE "00".
              88 INTFFINI-OK        VALUE "00" "05".
           05 WS-STATUS-FINIBANC  PIC X(02)    VALUE "00".
              88 FINIBANC-OK        VALUE "00" "05".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-STATUS-ACTAS     PIC X(02)    VALUE "00".
              88 ACTAS-OK           VALUE "00".
           05 SW-FIN-ACTAS        PIC X(03)    VALUE SPACES.
           05 WS-ACTAS-EMP        PIC 9(03)    VALUE ZEROS.
           05 WS-TIPO-ACTA        PIC X(10)    VALUE SPACES.
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-CONFIRMA         PIC X(01)    VALUE "N".
              88 BAJA-CONFIRMADA     VALUE "S".
           05 SW-BLOQUEO          PIC X(01)    VALUE "N".
              88 BLOQUEO-PUESTO      VALUE "S".
           05 WS-CAUSA-BAJA       PIC X(01)    VALUE SPACES.
              88 BAJA-POR-DEFUNCION  VALUE "D".
              88 BAJA-JUSTIFICADA    VALUE "J".
           05 WS-IND-BEN          PIC 9(02)    VALUE ZEROS.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99 VALUE ZEROS.
           05 WS-DIAS-ANIO-BAJA   PIC 9(03)    VALUE ZEROS.
           05 WS-AGUI-PROP        PIC 9(07)V99 VALUE ZEROS.
           05 WS-PRIMA-VAC        PIC 9(07)V99 VALUE ZEROS.
           05 WS-SALDO-PRESTAMO   PIC 9(07)V99 VALUE ZEROS.
           05 WS-SALDO-AHORRO     PIC 9(07)V99 VALUE ZEROS.
           05 WS-SALDO-VIATICOS   PIC 9(07)V99 VALUE ZEROS.
           05 WS-MESES-DEVENG     PIC S9(04)   VALUE ZEROS.
           05 WS-FECHA-ULT.
              10 WS-FU-ANIO       PIC 9(04).
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGBAJA".

       01  WS-PARAMETROS-BLOQ.
           05 WS-BLOQ-ACCION      PIC X(01)    VALUE "T".
           05 WS-BLOQ-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-BLOQ-USUARIO     PIC X(08)    VALUE SPACES.
           05 WS-BLOQ-PROGRAMA    PIC X(08)    VALUE "PROGBAJA".
           05 WS-BLOQ-RESULTADO   PIC X(01)    VALUE SPACES.
              88 BLOQUEO-TOMADO      VALUE "T".
              88 BLOQUEO-AJENO       VALUE "O".
              88 BLOQUEO-PERDIDO     VALUE "P".
           05 WS-BLOQ-DUENO-USUARIO  PIC X(08).
           05 WS-BLOQ-DUENO-PROGRAMA PIC X(08).
           05 WS-BLOQ-DUENO-FECHA    PIC 9(08).
           05 WS-BLOQ-DUENO-HORA     PIC 9(08).

       01  WS-PARAMETROS-PLAZA.
           05 WS-PLZ-ACCION       PIC X(01)    VALUE "L".
           05 WS-PLZ-NUMERO-EMP   PIC 9(05).
           05 WS-PLZ-DEPTO        PIC 9(03).
           05 WS-PLZ-PUESTO       PIC 9(02).
           05 WS-PLZ-PLAZA        PIC 9(05).
           05 WS-PLZ-RESULTADO    PIC X(01).
              88 PLAZA-OK            VALUE "S".
              88 PLAZA-NO-TENIA      VALUE "N".

       01  WS-PARAMETROS-REPARTO.
           05 WS-REP-NUMERO-EMP   PIC 9(05).
           05 WS-REP-IMPORTE      PIC 9(07)V99.
           05 WS-REP-RESULTADO    PIC X(01).
              88 REPARTO-OK          VALUE "S".
              88 REPARTO-SIN-BENEF   VALUE "N".
              88 REPARTO-NO-SUMA     VALUE "P".
           05 WS-REP-TOTAL-PORC   PIC 9(03)V99.
           05 WS-REP-CUANTOS      PIC 9(02).
           05 WS-REP-BENEF        OCCURS 10 TIMES.
              10 WS-REP-SECUENCIA PIC 9(02).
              10 WS-REP-NOMBRE    PIC X(30).
              10 WS-REP-NOMBRE-PARTES REDEFINES WS-REP-NOMBRE.
                 15 WS-REP-APE-PATERNO PIC X(12).
                 15 WS-REP-APE-MATERNO PIC X(10).
                 15 WS-REP-NOM-PILA    PIC X(08).
              10 WS-REP-PARENTESCO PIC X(01).
              10 WS-REP-CTA-BANCO PIC X(18).
              10 WS-REP-PORCENTAJE PIC 9(03)V99.
              10 WS-REP-IMPORTE-BEN PIC 9(07)V99.

       01  WS-PARAMETROS-HIST.
           05 WS-HIST-NUMERO      PIC 9(05).
           05 WS-HIST-USUARIO     PIC X(08).
           05 WS-NOTA-TEXTO       PIC X(60).
           05 FILLER              PIC X(16)    VALUE SPACES.

       01  WS-LINEA-BENEF.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-LBE-SECUENCIA    PIC 99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LBE-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LBE-PORC         PIC ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LBE-IMPORTE      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-LBE-CUENTA       PIC X(18).

       01  WS-LINEA-FIRMA.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(40)
           DISPLAY "NUMERO DE EMPLEADO A DAR DE BAJA: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
           PERFORM 015-TOMA-BLOQUEO THRU 015-FIN
           IF BLOQUEO-AJENO
              THEN
                  MOVE "BAJA BLOQ" TO WS-MENU-RESULTADO
                  PERFORM 910-AUDITA THRU 910-FIN
                  MOVE 4 TO RETURN-CODE
                  GOBACK
           END-IF
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           MOVE WS-NUMERO-PEDIDO TO NUMERO-EMP
           READ EMPLEADOS
                  MOVE 4 TO RETURN-CODE
                  GOBACK
           END-IF
           DISPLAY "CAUSA DE LA BAJA (D=DEFUNCION, J=RESCISION "
                   "JUSTIFICADA, OTRA TECLA=ORDINARIA): "
           ACCEPT WS-CAUSA-BAJA
           PERFORM 036-REVISA-ACTIVOS THRU 036-FIN
           PERFORM 030-CALCULA-CONCEPTOS THRU 030-FIN
           IF BAJA-POR-DEFUNCION
              THEN
                  PERFORM 035-REPARTE-BENEFICIARIOS THRU 035-FIN
                  IF NOT REPARTO-OK
                     THEN
                         MOVE "BAJA BENE" TO WS-MENU-RESULTADO
                         PERFORM 910-AUDITA THRU 910-FIN
                         PERFORM 900-CIERRA THRU 900-FIN
                         MOVE 4 TO RETURN-CODE
                         GOBACK
                  END-IF
           END-IF
           IF BAJA-JUSTIFICADA
              THEN
                  PERFORM 038-MUESTRA-ACTAS THRU 038-FIN
           END-IF
           PERFORM 040-MUESTRA-Y-CONFIRMA THRU 040-FIN
           IF NOT BAJA-CONFIRMADA
              THEN
                  MOVE 4 TO RETURN-CODE
                  GOBACK
           END-IF
           PERFORM 017-CONFIRMA-BLOQUEO THRU 017-FIN
           IF BLOQUEO-PERDIDO
              THEN
                  MOVE "BAJA BLOQ" TO WS-MENU-RESULTADO
                  PERFORM 910-AUDITA THRU 910-FIN
                  PERFORM 900-CIERRA THRU 900-FIN
                  MOVE 4 TO RETURN-CODE
                  GOBACK
           END-IF
           PERFORM 050-ESTAMPA-BAJA      THRU 050-FIN
           PERFORM 060-LIQUIDA-VACACIONES THRU 060-FIN
           PERFORM 070-CIERRA-CAJA       THRU 070-FIN
           PERFORM 075-CIERRA-VIATICOS   THRU 075-FIN
           PERFORM 077-COBRA-ACTIVOS     THRU 077-FIN
           PERFORM 080-GRABA-INTERFAZ    THRU 080-FIN
           PERFORM 085-ENCOLA-DEPOSITO   THRU 085-FIN
           PERFORM 100-IMPRIME-LEGAJO    THRU 100-FIN
           EVALUATE TRUE
              WHEN BAJA-POR-DEFUNCION
                 MOVE "BAJA DEFU" TO WS-MENU-RESULTADO
              WHEN BAJA-JUSTIFICADA
                 MOVE "BAJA JUST" TO WS-MENU-RESULTADO
              WHEN OTHER
                 MOVE "BAJA OK  " TO WS-MENU-RESULTADO
           END-EVALUATE
           PERFORM 910-AUDITA THRU 910-FIN
           PERFORM 900-CIERRA THRU 900-FIN
           DISPLAY "BAJA COMPLETA, FINIQUITO: " WS-TOTAL-FINIQUITO
           END-IF.
       013-FIN.  EXIT.

      * BLOQUEO DEL EMPLEADO ENTRE OPERADORES EN LINEA (PROGBLOQ),
      * IGUAL QUE EN PROGMANT: SE TOMA ANTES DE LEERLO, SE CONFIRMA
      * DESPUES DEL "S" (LA REVISION DEL FINIQUITO PUEDE TARDAR MAS
      * QUE LA VIGENCIA) Y SE LIBERA EN 900-CIERRA.
       015-TOMA-BLOQUEO.
           MOVE "T"              TO WS-BLOQ-ACCION
           MOVE WS-NUMERO-PEDIDO TO WS-BLOQ-NUMERO-EMP
           MOVE WS-USUARIO       TO WS-BLOQ-USUARIO
           CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
           IF BLOQUEO-TOMADO
              THEN
                  SET BLOQUEO-PUESTO TO TRUE
           END-IF
           IF BLOQUEO-AJENO
              THEN
                  DISPLAY "EL EMPLEADO " WS-NUMERO-PEDIDO
                          " ESTA EN USO POR " WS-BLOQ-DUENO-USUARIO
                          " (" WS-BLOQ-DUENO-PROGRAMA ") DESDE "
                          WS-BLOQ-DUENO-FECHA " " WS-BLOQ-DUENO-HORA
                  DISPLAY "INTENTE MAS TARDE"
           END-IF.
       015-FIN.  EXIT.

       017-CONFIRMA-BLOQUEO.
           MOVE SPACES TO WS-BLOQ-RESULTADO
           IF NOT BLOQUEO-PUESTO
              THEN
                  GO TO 017-FIN
           END-IF
           MOVE "C" TO WS-BLOQ-ACCION
           CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
           IF BLOQUEO-PERDIDO
              THEN
                  MOVE "N" TO SW-BLOQUEO
                  DISPLAY "EL BLOQUEO DEL EMPLEADO VENCIO Y LO TOMO "
                          WS-BLOQ-DUENO-USUARIO ", NADA SE TOCO"
           END-IF.
       017-FIN.  EXIT.

       019-LIBERA-BLOQUEO.
           IF BLOQUEO-PUESTO
              THEN
                  MOVE "L" TO WS-BLOQ-ACCION
                  CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
                  MOVE "N" TO SW-BLOQUEO
           END-IF.
       019-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN I-O EMPLEADOS
           IF NOT EMPLEADOS-OK
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  PERFORM 019-LIBERA-BLOQUEO THRU 019-FIN
                  GOBACK
           END-IF
           OPEN I-O SALDOVAC
                  DISPLAY "SIN ARCHIVO PRESTAMO, LA CAJA SE LIQUIDA "
                          "EN CERO, STATUS: " WS-STATUS-PRESTAMO
           END-IF
           OPEN I-O VIATICOS
           IF VIATICOS-ABIERTO
              THEN
                  SET HAY-ARCHIVO-VIATICOS TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO VIATICOS, NO SE NETEAN "
                          "ANTICIPOS, STATUS: " WS-STATUS-VIATICOS
           END-IF
           OPEN I-O ACTIVOS
           IF ACTIVOS-ABIERTO
              THEN
                  SET HAY-ARCHIVO-ACTIVOS TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO ACTIVOS, NO SE REVISAN "
                          "ACTIVOS ASIGNADOS, STATUS: "
                          WS-STATUS-ACTIVOS
           END-IF
           OPEN EXTEND INTFFINI
           IF NOT INTFFINI-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR INTFFINI, STATUS: "
                          WS-STATUS-INTFFINI
                  MOVE 8 TO RETURN-CODE
                  PERFORM 019-LIBERA-BLOQUEO THRU 019-FIN
                  GOBACK
           END-IF
           OPEN EXTEND FINIBANC
                  DISPLAY "NO SE PUDO ABRIR FINIBANC, STATUS: "
                          WS-STATUS-FINIBANC
                  MOVE 8 TO RETURN-CODE
                  PERFORM 019-LIBERA-BLOQUEO THRU 019-FIN
                  GOBACK
           END-IF
           OPEN OUTPUT REPORTE
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  PERFORM 019-LIBERA-BLOQUEO THRU 019-FIN
                  GOBACK
           END-IF.
       020-FIN.  EXIT.

      * MISMO CALCULO QUE 030-CALCULA-CONCEPTOS DE PROGFINI, CON LA
      * FECHA DE BAJA DE HOY (AQUI LA BAJA TODAVIA NO SE ESTAMPA):
      * CUALQUIER CAMBIO DE REGLA ALLA DEBE REFLEJARSE AQUI. LOS
      * ANTICIPOS DE VIATICOS SIN COMPROBAR LOS NETEA SOLO ESTA BAJA,
      * IGUAL QUE EL VALOR DE LOS ACTIVOS NO DEVUELTOS SI SE COBRA.
       030-CALCULA-CONCEPTOS.
           COMPUTE WS-SALARIO-DIARIO ROUNDED = SALARIO-EMP / 30
           COMPUTE WS-DIAS-ANIO-BAJA =
                        MOVE PRE-SALDO TO WS-SALDO-AHORRO
                  END-READ
           END-IF
           PERFORM 032-SUMA-VIATICOS THRU 032-FIN
           COMPUTE WS-TOTAL-BRUTO =
                   WS-AGUI-PROP + WS-IMPORTE-VAC + WS-PRIMA-VAC
                   + WS-SALDO-AHORRO - WS-SALDO-PRESTAMO
                   - WS-SALDO-VIATICOS - WS-COBRO-ACTIVOS
              ON SIZE ERROR
                 MOVE ZEROS TO WS-TOTAL-BRUTO
                 DISPLAY "DESBORDE EN TOTAL DE FINIQUITO"
           END-COMPUTE
           IF WS-TOTAL-BRUTO LESS ZEROS
              THEN
                  DISPLAY "LOS ADEUDOS DEL EMPLEADO SUPERAN EL "
                          "FINIQUITO; "
                          "SE LIQUIDA EN CERO Y EL RESTO SE COBRA "
                          "POR SEPARADO"
                  MOVE ZEROS TO WS-TOTAL-FINIQUITO
           END-IF.
       030-FIN.  EXIT.

      * TODO ANTICIPO ABIERTO SE NETEA, HAYA VENCIDO O NO SU PLAZO
      * PARA COMPROBAR: DESPUES DE LA BAJA YA NO HAY NOMINA DE DONDE
      * DESCONTARLO.
       032-SUMA-VIATICOS.
           MOVE ZEROS TO WS-SALDO-VIATICOS
           IF NOT HAY-ARCHIVO-VIATICOS
              THEN
                  GO TO 032-FIN
           END-IF
           MOVE NUMERO-EMP TO VIA-NUMERO-EMP
           MOVE ZEROS      TO VIA-FOLIO
           MOVE SPACES     TO SW-FIN-VIATICOS
           START VIATICOS KEY IS NOT LESS VIA-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-VIATICOS
           END-START
           PERFORM 033-SUMA-UN-VIATICO THRU 033-FIN
                   UNTIL SW-FIN-VIATICOS EQUAL "FIN".
       032-FIN.  EXIT.

       033-SUMA-UN-VIATICO.
           READ VIATICOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-VIATICOS
                 GO TO 033-FIN
           END-READ
           IF VIA-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-VIATICOS
                  GO TO 033-FIN
           END-IF
           IF VIA-ABIERTO
              THEN
                  COMPUTE WS-SALDO-VIATICOS = WS-SALDO-VIATICOS
                          + VIA-IMPORTE - VIA-COMPROBADO
                          - VIA-DESCONTADO
           END-IF.
       033-FIN.  EXIT.

      * LOS ACTIVOS QUE EL EMPLEADO NO HA DEVUELTO SE MUESTRAN ANTES
      * DEL CALCULO; QUIEN HACE LA BAJA DECIDE SI SU VALOR SE COBRA
      * EN EL FINIQUITO O SI SE ESPERA LA DEVOLUCION (PROGACTF).
       036-REVISA-ACTIVOS.
           MOVE ZEROS TO WS-ACTIVOS-PEND
                         WS-VALOR-ACTIVOS
                         WS-COBRO-ACTIVOS
           MOVE "N"   TO WS-COBRA-ACTIVOS
           IF NOT HAY-ARCHIVO-ACTIVOS
              THEN
                  GO TO 036-FIN
           END-IF
           MOVE NUMERO-EMP TO ACF-NUMERO-EMP
           MOVE LOW-VALUES TO ACF-ETIQUETA
           MOVE SPACES     TO SW-FIN-ACTIVOS
           START ACTIVOS KEY IS NOT LESS ACF-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-ACTIVOS
           END-START
           PERFORM 037-LISTA-ACTIVO THRU 037-FIN
                   UNTIL SW-FIN-ACTIVOS EQUAL "FIN"
           IF WS-ACTIVOS-PEND EQUAL ZEROS
              THEN
                  GO TO 036-FIN
           END-IF
           MOVE WS-VALOR-ACTIVOS TO WS-EDIT-IMPORTE
           DISPLAY "ACTIVOS SIN DEVOLVER: " WS-ACTIVOS-PEND
                   " CON VALOR DE " WS-EDIT-IMPORTE
           DISPLAY "COBRAR SU VALOR EN EL FINIQUITO (S=SI): "
           ACCEPT WS-COBRA-ACTIVOS
           IF COBRAR-ACTIVOS
              THEN
                  MOVE WS-VALOR-ACTIVOS TO WS-COBRO-ACTIVOS
           END-IF.
       036-FIN.  EXIT.

       037-LISTA-ACTIVO.
           READ ACTIVOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-ACTIVOS
                 GO TO 037-FIN
           END-READ
           IF ACF-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-ACTIVOS
                  GO TO 037-FIN
           END-IF
           IF NOT ACF-EN-PODER
              THEN
                  GO TO 037-FIN
           END-IF
           IF WS-ACTIVOS-PEND EQUAL ZEROS
              THEN
                  DISPLAY "-------------- ACTIVOS SIN DEVOLVER "
                          "--------------"
           END-IF
           ADD 1         TO WS-ACTIVOS-PEND
           ADD ACF-VALOR TO WS-VALOR-ACTIVOS
           MOVE ACF-VALOR TO WS-EDIT-IMPORTE
           DISPLAY ACF-ETIQUETA " " ACF-DESCRIPCION " DEL "
                   ACF-FECHA-ENTREGA " VALOR: " WS-EDIT-IMPORTE.
       037-FIN.  EXIT.

      * EN UNA DEFUNCION EL FINIQUITO SE PAGA A LOS BENEFICIARIOS;
      * SIN UNA DESIGNACION COMPLETA NO HAY A QUIEN PAGARLE Y LA BAJA
      * NO SE HACE.
       035-REPARTE-BENEFICIARIOS.
           MOVE NUMERO-EMP         TO WS-REP-NUMERO-EMP
           MOVE WS-TOTAL-FINIQUITO TO WS-REP-IMPORTE
           CALL "PROGREPA" USING WS-PARAMETROS-REPARTO
           EVALUATE TRUE
              WHEN REPARTO-OK
                 CONTINUE
              WHEN REPARTO-SIN-BENEF
                 DISPLAY "EL EMPLEADO NO TIENE BENEFICIARIOS CON "
                         "PORCENTAJE; CAPTURELOS EN PROGBENE"
              WHEN REPARTO-NO-SUMA
                 DISPLAY "LOS PORCENTAJES DE LOS BENEFICIARIOS SUMAN "
                         WS-REP-TOTAL-PORC " Y DEBEN SUMAR 100; "
                         "CORRIJA EN PROGBENE"
              WHEN OTHER
                 DISPLAY "NO SE PUDO LEER LA DESIGNACION DE "
                         "BENEFICIARIOS"
           END-EVALUATE.
       035-FIN.  EXIT.

      * LA RESCISION JUSTIFICADA SE SOSTIENE CON EL HISTORIAL
      * DISCIPLINARIO: QUIEN CONFIRMA LO VE ANTES DE CONFIRMAR.
       038-MUESTRA-ACTAS.
           DISPLAY "------------ HISTORIAL DISCIPLINARIO "
                   "------------"
           MOVE ZEROS TO WS-ACTAS-EMP
           OPEN INPUT ACTAS
           IF NOT ACTAS-OK
              THEN
                  DISPLAY "AVISO: SIN ARCHIVO DE ACTAS, LA RESCISION "
                          "NO TIENE SOPORTE EN EL EXPEDIENTE"
                  GO TO 038-FIN
           END-IF
           MOVE SPACES           TO SW-FIN-ACTAS
           MOVE LOW-VALUES       TO ACT-LLAVE
           MOVE WS-NUMERO-PEDIDO TO ACT-NUMERO-EMP
           START ACTAS KEY IS NOT LESS ACT-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-ACTAS
           END-START
           PERFORM 039-LISTA-ACTA THRU 039-FIN
                   UNTIL SW-FIN-ACTAS EQUAL "FIN"
           CLOSE ACTAS
           IF WS-ACTAS-EMP EQUAL ZEROS
              THEN
                  DISPLAY "AVISO: EL EMPLEADO NO TIENE ACTAS "
                          "ADMINISTRATIVAS, LA RESCISION NO TIENE "
                          "SOPORTE EN EL EXPEDIENTE"
           END-IF.
       038-FIN.  EXIT.

       039-LISTA-ACTA.
           READ ACTAS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-ACTAS
                 GO TO 039-FIN
           END-READ
           IF ACT-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN-ACTAS
                  GO TO 039-FIN
           END-IF
           ADD 1 TO WS-ACTAS-EMP
           EVALUATE TRUE
              WHEN ACT-ES-VERBAL
                 MOVE "VERBAL"     TO WS-TIPO-ACTA
              WHEN ACT-ES-ESCRITA
                 MOVE "ESCRITA"    TO WS-TIPO-ACTA
              WHEN OTHER
                 MOVE "SUSPENSION" TO WS-TIPO-ACTA
           END-EVALUATE
           DISPLAY ACT-FECHA " " WS-TIPO-ACTA " " ACT-MOTIVO
           IF ACT-ES-SUSPENSION
              THEN
                  DISPLAY "   " ACT-DIAS-SUSP " DIAS DESDE "
                          ACT-INICIO-SUSP
           END-IF
           DISPLAY "   SUPERVISOR " ACT-SUPERVISOR " TESTIGOS "
                   ACT-TESTIGO (1) " / " ACT-TESTIGO (2).
       039-FIN.  EXIT.

       040-MUESTRA-Y-CONFIRMA.
           DISPLAY "EMPLEADO               : " NUMERO-EMP " "
                   NOMBRE-EMP
           DISPLAY "MAS AHORRO A FAVOR     : " WS-EDIT-IMPORTE
           MOVE WS-SALDO-PRESTAMO TO WS-EDIT-IMPORTE
           DISPLAY "MENOS PRESTAMO         : " WS-EDIT-IMPORTE
           MOVE WS-SALDO-VIATICOS TO WS-EDIT-IMPORTE
           DISPLAY "MENOS VIATICOS S/COMPR.: " WS-EDIT-IMPORTE
           MOVE WS-COBRO-ACTIVOS TO WS-EDIT-IMPORTE
           DISPLAY "MENOS ACTIVOS S/DEVOLV.: " WS-EDIT-IMPORTE
           MOVE WS-TOTAL-FINIQUITO TO WS-EDIT-IMPORTE
           DISPLAY "TOTAL DEL FINIQUITO    : " WS-EDIT-IMPORTE
           IF BAJA-POR-DEFUNCION
              THEN
                  DISPLAY "BAJA POR DEFUNCION, SE PAGA A:"
                  PERFORM 045-MUESTRA-BENEFICIARIO THRU 045-FIN
                          VARYING WS-IND-BEN FROM 1 BY 1
                          UNTIL WS-IND-BEN GREATER WS-REP-CUANTOS
           END-IF
           DISPLAY "CONFIRMA LA BAJA COMPLETA (S=SI): "
           ACCEPT WS-CONFIRMA.
       040-FIN.  EXIT.

       045-MUESTRA-BENEFICIARIO.
           MOVE WS-REP-IMPORTE-BEN (WS-IND-BEN) TO WS-EDIT-IMPORTE
           DISPLAY "  " WS-REP-NOMBRE (WS-IND-BEN) " "
                   WS-REP-PORCENTAJE (WS-IND-BEN) "% "
                   WS-EDIT-IMPORTE.
       045-FIN.  EXIT.

       050-ESTAMPA-BAJA.
           MOVE STATUS-EMP TO WS-HIST-ANTERIOR
           MOVE 0 TO STATUS-EMP
                 DISPLAY "NO SE PUDO REGRABAR EMPLEADOS"
           END-REWRITE
           MOVE STATUS-EMP TO WS-HIST-NUEVO
           IF BAJA-POR-DEFUNCION
              THEN
                  MOVE "0 POR DEFUNCION" TO WS-HIST-NUEVO
           END-IF
           IF BAJA-JUSTIFICADA
              THEN
                  MOVE "0 RESCISION JUSTIFICADA" TO WS-HIST-NUEVO
           END-IF
           MOVE NUMERO-EMP TO WS-HIST-NUMERO
           CALL "PROGHIST" USING WS-PARAMETROS-HIST
           MOVE NUMERO-EMP TO WS-PLZ-NUMERO-EMP
           CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
           EVALUATE TRUE
              WHEN PLAZA-OK
                 DISPLAY "PLAZA LIBERADA: " WS-PLZ-PLAZA
              WHEN PLAZA-NO-TENIA
                 DISPLAY "AVISO: EL EMPLEADO NO OCUPABA PLAZA"
              WHEN OTHER
                 DISPLAY "AVISO: NO SE PUDO LIBERAR LA PLAZA, "
                         "REVISE CON PROGVACN"
           END-EVALUATE.
       050-FIN.  EXIT.

      * LAS VACACIONES YA SE PAGARON EN EL FINIQUITO: EL SALDO SE
           END-READ.
       070-FIN.  EXIT.

      * LOS ANTICIPOS YA NETEADOS SE CIERRAN: EL SALDO PASA A
      * DESCONTADO CON LA FECHA DE LA BAJA, PARA QUE EL REPORTE DE
      * ANTIGUEDAD DE PROGVIAT YA NO LOS MUESTRE.
       075-CIERRA-VIATICOS.
           IF NOT HAY-ARCHIVO-VIATICOS
              OR WS-SALDO-VIATICOS EQUAL ZEROS
              THEN
                  GO TO 075-FIN
           END-IF
           MOVE NUMERO-EMP TO VIA-NUMERO-EMP
           MOVE ZEROS      TO VIA-FOLIO
           MOVE SPACES     TO SW-FIN-VIATICOS
           START VIATICOS KEY IS NOT LESS VIA-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-VIATICOS
           END-START
           PERFORM 076-CIERRA-UN-VIATICO THRU 076-FIN
                   UNTIL SW-FIN-VIATICOS EQUAL "FIN".
       075-FIN.  EXIT.

       076-CIERRA-UN-VIATICO.
           READ VIATICOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-VIATICOS
                 GO TO 076-FIN
           END-READ
           IF VIA-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-VIATICOS
                  GO TO 076-FIN
           END-IF
           IF NOT VIA-ABIERTO
              THEN
                  GO TO 076-FIN
           END-IF
           COMPUTE WS-VIA-SALDO =
                   VIA-IMPORTE - VIA-COMPROBADO - VIA-DESCONTADO
           ADD WS-VIA-SALDO  TO VIA-DESCONTADO
           SET VIA-CERRADO   TO TRUE
           MOVE WS-FECHA-HOY TO VIA-FECHA-ULT-DESC
           MOVE WS-USUARIO   TO VIA-USUARIO
           REWRITE REG-VIATICOS
              INVALID KEY
                 DISPLAY "NO SE PUDO CERRAR EL ANTICIPO " VIA-FOLIO
           END-REWRITE.
       076-FIN.  EXIT.

      * LOS ACTIVOS COBRADOS EN EL FINIQUITO SE MARCAN ASI PARA QUE
      * EL REPORTE MENSUAL DE PROGACTF YA NO LOS DE POR PENDIENTES;
      * LOS NO COBRADOS SE QUEDAN EN PODER DEL EMPLEADO.
       077-COBRA-ACTIVOS.
           IF NOT HAY-ARCHIVO-ACTIVOS
              OR WS-COBRO-ACTIVOS EQUAL ZEROS
              THEN
                  GO TO 077-FIN
           END-IF
           MOVE NUMERO-EMP TO ACF-NUMERO-EMP
           MOVE LOW-VALUES TO ACF-ETIQUETA
           MOVE SPACES     TO SW-FIN-ACTIVOS
           START ACTIVOS KEY IS NOT LESS ACF-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-ACTIVOS
           END-START
           PERFORM 078-COBRA-UN-ACTIVO THRU 078-FIN
                   UNTIL SW-FIN-ACTIVOS EQUAL "FIN".
       077-FIN.  EXIT.

       078-COBRA-UN-ACTIVO.
           READ ACTIVOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-ACTIVOS
                 GO TO 078-FIN
           END-READ
           IF ACF-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-ACTIVOS
                  GO TO 078-FIN
           END-IF
           IF NOT ACF-EN-PODER
              THEN
                  GO TO 078-FIN
           END-IF
           SET ACF-COBRADO   TO TRUE
           MOVE WS-FECHA-HOY TO ACF-FECHA-COBRO
           MOVE WS-USUARIO   TO ACF-USUARIO
           REWRITE REG-ACTIVOS
              INVALID KEY
                 DISPLAY "NO SE PUDO MARCAR EL ACTIVO " ACF-ETIQUETA
           END-REWRITE.
       078-FIN.  EXIT.

      * LA CONSTANCIA VIAJA A LA NOMINA POR INTFFINI, IGUAL QUE LA
      * DE PROGFINI, PARA QUE EL REGISTRO PERMANENTE Y LA CONSTANCIA
      * ANUAL LO VEAN.
              THEN
                  GO TO 085-FIN
           END-IF
           IF BAJA-POR-DEFUNCION
              THEN
                  PERFORM 087-ENCOLA-BENEFICIARIO THRU 087-FIN
                          VARYING WS-IND-BEN FROM 1 BY 1
                          UNTIL WS-IND-BEN GREATER WS-REP-CUANTOS
                  GO TO 085-FIN
           END-IF
           IF CTA-BANCO-EMP EQUAL SPACES
              THEN
                  DISPLAY "SIN CUENTA BANCARIA: EL DEPOSITO NO SE "
           MOVE NOM-PILA-EMP       TO FIB-NOM-PILA
           MOVE CTA-BANCO-EMP      TO FIB-CTA-BANCO
           MOVE WS-TOTAL-FINIQUITO TO FIB-IMPORTE
           MOVE ZEROS              TO FIB-SECUENCIA-BEN
           WRITE REG-FINIBANC.
       085-FIN.  EXIT.

      * UN DEPOSITO POR BENEFICIARIO CON SU NOMBRE Y SU CLABE; EL
      * NUMERO DE EMPLEADO SIGUE SIENDO EL DEL FALLECIDO PARA QUE
      * TESORERIA LO LIGUE AL FINIQUITO.
       087-ENCOLA-BENEFICIARIO.
           IF WS-REP-IMPORTE-BEN (WS-IND-BEN) EQUAL ZEROS
              THEN
                  GO TO 087-FIN
           END-IF
           IF WS-REP-CTA-BANCO (WS-IND-BEN) EQUAL SPACES
              THEN
                  DISPLAY "BENEFICIARIO " WS-REP-SECUENCIA (WS-IND-BEN)
                          " SIN CLABE: TESORERIA LE PAGA EN VENTANILLA"
                  GO TO 087-FIN
           END-IF
           MOVE SPACES                           TO REG-FINIBANC
           MOVE NUMERO-EMP                       TO FIB-NUMERO-EMP
           MOVE WS-REP-APE-PATERNO (WS-IND-BEN)  TO FIB-APE-PATERNO
           MOVE WS-REP-APE-MATERNO (WS-IND-BEN)  TO FIB-APE-MATERNO
           MOVE WS-REP-NOM-PILA (WS-IND-BEN)     TO FIB-NOM-PILA
           MOVE WS-REP-CTA-BANCO (WS-IND-BEN)    TO FIB-CTA-BANCO
           MOVE WS-REP-IMPORTE-BEN (WS-IND-BEN)  TO FIB-IMPORTE
           MOVE WS-REP-SECUENCIA (WS-IND-BEN)    TO FIB-SECUENCIA-BEN
           WRITE REG-FINIBANC.
       087-FIN.  EXIT.

       100-IMPRIME-LEGAJO.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE "MENOS PRESTAMO PENDIENTE" TO WS-CON-DESCRIPCION
           MOVE WS-SALDO-PRESTAMO        TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-CONCEPTO AFTER 1
           MOVE "MENOS VIATICOS SIN COMPROBAR" TO WS-CON-DESCRIPCION
           MOVE WS-SALDO-VIATICOS        TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-CONCEPTO AFTER 1
           MOVE "MENOS ACTIVOS NO DEVUELTOS" TO WS-CON-DESCRIPCION
           MOVE WS-COBRO-ACTIVOS         TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-CONCEPTO AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE "TOTAL DEL FINIQUITO"    TO WS-CON-DESCRIPCION
           MOVE WS-TOTAL-FINIQUITO       TO WS-CON-IMPORTE
           WRITE REG-REPORTE FROM WS-LINEA-CONCEPTO AFTER 1
           IF WS-ACTIVOS-PEND GREATER ZEROS
              AND NOT COBRAR-ACTIVOS
              THEN
                  MOVE "ACTIVOS SIN DEVOLVER NI COBRAR: VER PROGACTF"
                     TO WS-NOTA-TEXTO
                  WRITE REG-REPORTE FROM WS-LINEA-NOTA AFTER 2
           END-IF
           IF BAJA-POR-DEFUNCION
              THEN
                  MOVE "BAJA POR DEFUNCION: SE PAGA A LOS BENEFICIARIOS"
                     TO WS-NOTA-TEXTO
                  WRITE REG-REPORTE FROM WS-LINEA-NOTA AFTER 2
                  PERFORM 105-IMPRIME-BENEFICIARIO THRU 105-FIN
                          VARYING WS-IND-BEN FROM 1 BY 1
                          UNTIL WS-IND-BEN GREATER WS-REP-CUANTOS
                  WRITE REG-REPORTE FROM WS-LINEA-FIRMA AFTER 3
                  GO TO 100-FIN
           END-IF
           IF BAJA-JUSTIFICADA
              THEN
                  MOVE "RESCISION JUSTIFICADA: VER HISTORIAL DE ACTAS"
                     TO WS-NOTA-TEXTO
                  WRITE REG-REPORTE FROM WS-LINEA-NOTA AFTER 2
           END-IF
           IF CTA-BANCO-EMP EQUAL SPACES
              THEN
                  MOVE "SIN CUENTA: TESORERIA PAGA EN VENTANILLA"
           WRITE REG-REPORTE FROM WS-LINEA-FIRMA AFTER 3.
       100-FIN.  EXIT.

       105-IMPRIME-BENEFICIARIO.
           MOVE WS-REP-SECUENCIA (WS-IND-BEN)   TO WS-LBE-SECUENCIA
           MOVE WS-REP-NOMBRE (WS-IND-BEN)      TO WS-LBE-NOMBRE
           MOVE WS-REP-PORCENTAJE (WS-IND-BEN)  TO WS-LBE-PORC
           MOVE WS-REP-IMPORTE-BEN (WS-IND-BEN) TO WS-LBE-IMPORTE
           IF WS-REP-CTA-BANCO (WS-IND-BEN) EQUAL SPACES
              THEN
                  MOVE "VENTANILLA" TO WS-LBE-CUENTA
              ELSE
                  MOVE WS-REP-CTA-BANCO (WS-IND-BEN) TO WS-LBE-CUENTA
           END-IF
           WRITE REG-REPORTE FROM WS-LINEA-BENEF AFTER 1.
       105-FIN.  EXIT.

       910-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       910-FIN.  EXIT.
              THEN
                  CLOSE PRESTAMO
           END-IF
           IF HAY-ARCHIVO-VIATICOS
              THEN
                  CLOSE VIATICOS
           END-IF
           IF HAY-ARCHIVO-ACTIVOS
              THEN
                  CLOSE ACTIVOS
           END-IF
           CLOSE INTFFINI
           CLOSE FINIBANC
           CLOSE REPORTE
           PERFORM 019-LIBERA-BLOQUEO THRU 019-FIN.
       900-FIN.  EXIT.
