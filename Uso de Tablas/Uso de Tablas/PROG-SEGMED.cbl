       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGSEGM.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SEGURO DE GASTOS MEDICOS MAYORES (COPY SEGMED). LA POLIZA DE   *
      * GRUPO SE LLEVABA EN UNA HOJA DE CALCULO Y LAS ALTAS Y BAJAS SE *
      * LE AVISABAN A LA ASEGURADORA POR CORREO, CUANDO ALGUIEN SE     *
      * ACORDABA:                                                      *
      *   OPCION 1 - INSCRIPCION POR EMPLEADO: INSCRIBIR CON PLAN      *
      *              (B/M/A), FECHA DE INICIO Y LOS DEPENDIENTES       *
      *              CUBIERTOS, ELEGIDOS DE SUS BENEFICIARIOS          *
      *              (BENEFIC); CAMBIO DE PLAN O DE DEPENDIENTES; Y    *
      *              CANCELACION CON FECHA DE FIN (EL RENGLON SE       *
      *              CONSERVA). AUDITORIA MODO "T" VIA PROGMENU DE     *
      *              CADA MOVIMIENTO.                                  *
      *   OPCION 2 - ARCHIVO MENSUAL DE ALTAS Y BAJAS PARA LA          *
      *              ASEGURADORA (SGMMOVS), CON ENCABEZADO Y SUMARIO   *
      *              DE CONTROL COMO MOVIMSS, TOMADO DE LAS ALTAS Y    *
      *              BAJAS DEL MES EN AUDITORIA, MAS LAS               *
      *              INSCRIPCIONES, CAMBIOS Y CANCELACIONES DE LA      *
      *              OPCION 1. LA BAJA DEL EMPLEADO LE CIERRA LA       *
      *              COBERTURA EN SU FECHA DE BAJA; AL FINAL UN        *
      *              BARRIDO DEL MAESTRO CIERRA LA DE CUALQUIER        *
      *              EMPLEADO DE BAJA QUE HAYA QUEDADO ABIERTA. CON    *
      *              AVISOS SIN DATOS PERSONALES, CIERRES DEL BARRIDO  *
      *              O SIN MOVIMIENTOS, RETURN-CODE 4.                 *
      * LA PARTE DE LA PRIMA QUE PAGA EL EMPLEADO LA CALCULA PROGPSGM  *
      * Y LA RETIENE PROGNOMI (CONCEPTO SGMM).                         *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGMED       ASSIGN TO UT-S-SEGMED
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SGM-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SEGMED.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT BENEFIC      ASSIGN TO UT-S-BENEFIC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BEN-LLAVE
                               FILE STATUS IS WS-STATUS-BENEFIC.
           SELECT EMPDATOS     ASSIGN TO UT-S-EMPDATOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DAT-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-DATOS.
           SELECT AUDITORIA    ASSIGN TO UT-S-AUDITORIA
                               FILE STATUS IS WS-STATUS-AUDITORIA.
           SELECT SGMMOVS      ASSIGN TO UT-S-SGMMOVS
                               FILE STATUS IS WS-STATUS-SGMMOVS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGMED
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-SEGMED.
           COPY SEGMED.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  BENEFIC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-BENEFIC.
           COPY BENEFIC.

       FD  EMPDATOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPDATOS.
           COPY EMPDATOS.

       FD  AUDITORIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-FECHA           PIC 9(08).
           05 AUD-HORA            PIC 9(08).
           05 AUD-USUARIO         PIC X(08).
           05 AUD-OPCION          PIC X(01).
           05 AUD-RESULTADO       PIC X(09).
           05 AUD-NUMERO-EMP      PIC 9(05).
           05 AUD-MODO            PIC X(01).

      * MOVIMIENTO PARA LA ASEGURADORA: UN RENGLON POR ASEGURADO,
      * SECUENCIA 00 ES EL TITULAR Y LAS DEMAS SON LAS DE BENEFIC.
       FD  SGMMOVS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SGMMOVS.
       01  REG-SGMMOVS.
           05 SMV-NUMERO-EMP      PIC 9(05).
           05 SMV-TIPO            PIC X(01).
              88 SMV-ES-ALTA         VALUE "A".
              88 SMV-ES-BAJA         VALUE "B".
              88 SMV-ES-CAMBIO       VALUE "M".
           05 SMV-FECHA           PIC 9(08).
           05 SMV-PLAN            PIC X(01).
           05 SMV-SECUENCIA       PIC 9(02).
           05 SMV-PARENTESCO      PIC X(01).
           05 SMV-NOMBRE          PIC X(30).
           05 SMV-FECHA-NAC       PIC 9(08).
           05 SMV-CURP            PIC X(18).
           05 FILLER              PIC X(06).

       01  REG-SGMMOVS-CTRL REDEFINES REG-SGMMOVS.
           05 SMV-CTRL-INDICADOR  PIC 9(05).
              88 SMV-ES-ENCABEZADO   VALUE 00000.
              88 SMV-ES-SUMARIO      VALUE 99999.
           05 SMV-CTRL-FECHA      PIC 9(08).
           05 SMV-CTRL-MES        PIC 9(06).
           05 SMV-CTRL-REGISTROS  PIC 9(05).
           05 FILLER              PIC X(56).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-SEGMED    PIC X(02)    VALUE "00".
              88 SEGMED-OK          VALUE "00" "05".
              88 SEGMED-NO-EXISTE   VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-BENEFIC   PIC X(02)    VALUE "00".
              88 BENEFIC-OK         VALUE "00".
           05 SW-HAY-BENEFIC      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-BENEFIC VALUE "S".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-PERSONALES-OK VALUE "00".
           05 SW-HAY-EMPDATOS     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-EMPDATOS VALUE "S".
           05 WS-STATUS-AUDITORIA PIC X(02)    VALUE "00".
              88 AUDITORIA-OK       VALUE "00".
              88 AUDITORIA-NO-EXISTE VALUE "35".
           05 WS-STATUS-SGMMOVS   PIC X(02)    VALUE "00".
              88 SGMMOVS-OK         VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-ACCION           PIC X(01)    VALUE SPACES.
              88 ACCION-TERMINAR    VALUE "T".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-BENEFIC      PIC X(03)    VALUE SPACES.
           05 SW-EXISTE           PIC X(01)    VALUE "N".
              88 INSCRIPCION-EXISTE VALUE "S".
           05 SW-DATOS            PIC X(01)    VALUE "N".
              88 DATOS-OK           VALUE "S".
           05 SW-HAY-EMPLEADO     PIC X(01)    VALUE "N".
              88 HAY-EMPLEADO       VALUE "S".
           05 SW-HAY-SEGMED       PIC X(01)    VALUE "N".
              88 HAY-INSCRIPCION    VALUE "S".
           05 WS-CUBRIR           PIC X(01)    VALUE SPACES.
              88 CUBRIR-DEPENDIENTE VALUE "S".
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-PLAN-PEDIDO      PIC X(01)    VALUE SPACES.
           05 WS-FECHA-CAPTURA    PIC 9(08)    VALUE ZEROS.
           05 WS-MES-CAPTURA      PIC 9(02)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-BAJA       PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-MOVTO      PIC 9(08)    VALUE ZEROS.
           05 WS-IND-DEP          PIC 9(02)    VALUE ZEROS.
           05 WS-CUBIERTOS        PIC 9(02)    VALUE ZEROS.
           05 WS-MES-PEDIDO.
              10 WS-PED-ANIO      PIC 9(04).
              10 WS-PED-MES       PIC 9(02).
           05 WS-MES-ALTA-EMP     PIC 9(06)    VALUE ZEROS.
           05 WS-ALTAS            PIC 9(05)    VALUE ZEROS.
           05 WS-BAJAS            PIC 9(05)    VALUE ZEROS.
           05 WS-CAMBIOS          PIC 9(05)    VALUE ZEROS.
           05 WS-CIERRES          PIC 9(05)    VALUE ZEROS.
           05 WS-BARRIDOS         PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-DATOS        PIC 9(05)    VALUE ZEROS.
           05 WS-EXTRAIDOS        PIC 9(05)    VALUE ZEROS.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "S".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGSEGM".

       01  WS-TITULO-1.
           05 FILLER              PIC X(16)    VALUE SPACES.
           05 FILLER              PIC X(40)
              VALUE "SEGURO MEDICO: ALTAS Y BAJAS ASEGURADORA".
           05 FILLER              PIC X(06)    VALUE "MES: ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-MES          PIC 9(02).
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "MOVIMIENTO  EMPLEADO SC FECHA".
           05 FILLER              PIC X(24)
              VALUE "      PLAN NOMBRE".
           05 FILLER              PIC X(24)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-TIPO         PIC X(10).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-SECUENCIA    PIC 99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-PLAN         PIC X(01).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOTA         PIC X(11)    VALUE SPACES.

       01  WS-DET-TOT-ALTAS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "ASEGURADOS DADOS DE ALTA   : ".
           05 WS-TOT-ALTAS-R      PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-BAJAS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "TITULARES DADOS DE BAJA    : ".
           05 WS-TOT-BAJAS-R      PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-CAMBIOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "ASEGURADOS CON CAMBIO      : ".
           05 WS-TOT-CAMBIOS-R    PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-CIERRES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CERRADAS POR BAJA          : ".
           05 WS-TOT-CIERRES-R    PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-BARRIDOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CERRADAS EN EL BARRIDO     : ".
           05 WS-TOT-BARRIDOS-R   PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. INSCRIPCION AL SEGURO DE GASTOS MEDICOS"
           DISPLAY "2. ARCHIVO MENSUAL DE ALTAS Y BAJAS PARA LA "
                   "ASEGURADORA"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CAPTURA THRU 100-FIN
              WHEN 2
                 PERFORM 200-MOVIMIENTOS THRU 200-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * OPCION 1: INSCRIPCION POR EMPLEADO
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
           OPEN I-O SEGMED
           IF SEGMED-NO-EXISTE
              THEN
                  OPEN OUTPUT SEGMED
                  CLOSE SEGMED
                  OPEN I-O SEGMED
           END-IF
           IF NOT SEGMED-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SEGMED, STATUS: "
                          WS-STATUS-SEGMED
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 100-FIN
           END-IF
           OPEN INPUT BENEFIC
           IF BENEFIC-OK
              THEN
                  SET HAY-ARCHIVO-BENEFIC TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO BENEFIC, SOLO SE PUEDE "
                          "ASEGURAR AL TITULAR, STATUS: "
                          WS-STATUS-BENEFIC
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO NUMERO-EMP
                                    WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "SGM NOEX " TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
              NOT INVALID KEY
                 DISPLAY "EMPLEADO: " NUMERO-EMP " " NOMBRE-EMP
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
                 MOVE SPACES TO WS-ACCION
                 PERFORM 120-UNA-ACCION THRU 120-FIN
                         UNTIL ACCION-TERMINAR
           END-READ
           CLOSE EMPLEADOS
           CLOSE SEGMED
           IF HAY-ARCHIVO-BENEFIC
              THEN
                  CLOSE BENEFIC
           END-IF.
       100-FIN.  EXIT.

      * DEJA LA INSCRIPCION DEL EMPLEADO EN REG-SEGMED (SI LA HAY) Y
      * PRENDE INSCRIPCION-EXISTE, AUNQUE YA ESTE CANCELADA.
       110-MUESTRA-ACTUAL.
           MOVE "N" TO SW-EXISTE
           MOVE WS-NUMERO-PEDIDO TO SGM-NUMERO-EMP
           READ SEGMED
              INVALID KEY
                 DISPLAY "NO ESTA INSCRITO AL SEGURO MEDICO"
                 GO TO 110-FIN
           END-READ
           SET INSCRIPCION-EXISTE TO TRUE
           IF SGM-VIGENTE
              THEN
                  DISPLAY "INSCRITO, PLAN: " SGM-PLAN
                          " DESDE: " SGM-FECHA-INICIO
                          " ASEGURADOS: " SGM-ASEGURADOS
              ELSE
                  DISPLAY "COBERTURA TERMINADA EL " SGM-FECHA-FIN
                          " (PLAN " SGM-PLAN ")"
           END-IF.
       110-FIN.  EXIT.

       120-UNA-ACCION.
           DISPLAY "I=INSCRIBIR, C=CAMBIO DE PLAN O DEPENDIENTES, "
                   "B=CANCELAR, T=TERMINAR: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "I"
                 PERFORM 130-INSCRIBE THRU 130-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "C"
                 PERFORM 140-CAMBIO THRU 140-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "B"
                 PERFORM 150-CANCELA THRU 150-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "T"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION INVALIDA"
           END-EVALUATE.
       120-FIN.  EXIT.

      * SOLO SE INSCRIBE AL EMPLEADO QUE NO ESTA DADO DE BAJA; QUIEN
      * YA TUVO COBERTURA Y SE CANCELO SE VUELVE A INSCRIBIR SOBRE EL
      * MISMO RENGLON, CON NUEVA FECHA DE INICIO.
       130-INSCRIBE.
           IF EMP-ES-BAJA
              THEN
                  DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
                  MOVE "SGM INAC " TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           IF INSCRIPCION-EXISTE
              AND SGM-VIGENTE
              THEN
                  DISPLAY "EL EMPLEADO YA ESTA INSCRITO, USE CAMBIO"
                  MOVE "SGM DUPL " TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           MOVE "N" TO SW-DATOS
           PERFORM 160-CAPTURA-PLAN THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 130-AUDITA
           END-IF
           MOVE "N" TO SW-DATOS
           DISPLAY "INICIO DE LA COBERTURA (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-FECHA-CAPTURA
           PERFORM 165-VALIDA-FECHA THRU 165-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 130-AUDITA
           END-IF
           MOVE SPACES           TO REG-SEGMED
           MOVE WS-NUMERO-PEDIDO TO SGM-NUMERO-EMP
           MOVE WS-PLAN-PEDIDO   TO SGM-PLAN
           MOVE WS-FECHA-CAPTURA TO SGM-FECHA-INICIO
           MOVE ZEROS            TO SGM-FECHA-FIN
           PERFORM 170-ELIGE-DEPENDIENTES THRU 170-FIN
           MOVE WS-FECHA-HOY     TO SGM-FECHA-MOV
           MOVE WS-USUARIO       TO SGM-USUARIO
           IF INSCRIPCION-EXISTE
              THEN
                  REWRITE REG-SEGMED
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR SEGMED"
                        MOVE "SGM ERR  " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "SGM ALTA " TO WS-MENU-RESULTADO
                  END-REWRITE
              ELSE
                  WRITE REG-SEGMED
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR SEGMED"
                        MOVE "SGM ERR  " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "SGM ALTA " TO WS-MENU-RESULTADO
                  END-WRITE
           END-IF.
       130-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       130-FIN.  EXIT.

      * EL CAMBIO CONSERVA LA FECHA DE INICIO; SE VUELVEN A CAPTURAR
      * EL PLAN Y LOS DEPENDIENTES CUBIERTOS.
       140-CAMBIO.
           IF NOT INSCRIPCION-EXISTE
              OR NOT SGM-VIGENTE
              THEN
                  DISPLAY "EL EMPLEADO NO ESTA INSCRITO, USE INSCRIBIR"
                  MOVE "SGM NOIN " TO WS-MENU-RESULTADO
                  GO TO 140-AUDITA
           END-IF
           MOVE "N" TO SW-DATOS
           PERFORM 160-CAPTURA-PLAN THRU 160-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 140-AUDITA
           END-IF
           MOVE WS-NUMERO-PEDIDO TO SGM-NUMERO-EMP
           MOVE WS-PLAN-PEDIDO   TO SGM-PLAN
           PERFORM 170-ELIGE-DEPENDIENTES THRU 170-FIN
           MOVE WS-FECHA-HOY     TO SGM-FECHA-MOV
           MOVE WS-USUARIO       TO SGM-USUARIO
           REWRITE REG-SEGMED
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR SEGMED"
                 MOVE "SGM ERR  " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "SGM CAMB " TO WS-MENU-RESULTADO
           END-REWRITE.
       140-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       140-FIN.  EXIT.

      * LA CANCELACION NO BORRA EL RENGLON: LE PONE FECHA DE FIN, Y
      * DESDE ESE DIA PROGPSGM YA NO LO CONSIDERA CUBIERTO.
       150-CANCELA.
           IF NOT INSCRIPCION-EXISTE
              OR NOT SGM-VIGENTE
              THEN
                  DISPLAY "EL EMPLEADO NO ESTA INSCRITO"
                  MOVE "SGM NOIN " TO WS-MENU-RESULTADO
                  GO TO 150-AUDITA
           END-IF
           MOVE "N" TO SW-DATOS
           DISPLAY "FIN DE LA COBERTURA (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-FECHA-CAPTURA
           PERFORM 165-VALIDA-FECHA THRU 165-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 150-AUDITA
           END-IF
           IF WS-FECHA-CAPTURA LESS SGM-FECHA-INICIO
              THEN
                  DISPLAY "EL FIN NO PUEDE SER ANTERIOR AL INICIO "
                          SGM-FECHA-INICIO
                  MOVE "SGM FECH " TO WS-MENU-RESULTADO
                  GO TO 150-AUDITA
           END-IF
           MOVE WS-FECHA-CAPTURA TO SGM-FECHA-FIN
           MOVE WS-FECHA-HOY     TO SGM-FECHA-MOV
           MOVE WS-USUARIO       TO SGM-USUARIO
           REWRITE REG-SEGMED
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR SEGMED"
                 MOVE "SGM ERR  " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 MOVE "SGM BAJA " TO WS-MENU-RESULTADO
           END-REWRITE.
       150-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       150-FIN.  EXIT.

       160-CAPTURA-PLAN.
           DISPLAY "PLAN (B=BASICO, M=MEDIO, A=AMPLIO): "
           ACCEPT WS-PLAN-PEDIDO
           IF WS-PLAN-PEDIDO NOT EQUAL "B"
              AND WS-PLAN-PEDIDO NOT EQUAL "M"
              AND WS-PLAN-PEDIDO NOT EQUAL "A"
              THEN
                  DISPLAY "PLAN INVALIDO, NO SE GRABA"
                  MOVE "SGM PLAN " TO WS-MENU-RESULTADO
                  GO TO 160-FIN
           END-IF
           SET DATOS-OK TO TRUE.
       160-FIN.  EXIT.

      * FECHA EN CEROS ES HOY; SI NO, SE VALIDA EL MES COMO EN LAS
      * DEMAS CAPTURAS.
       165-VALIDA-FECHA.
           IF WS-FECHA-CAPTURA EQUAL ZEROS
              THEN
                  MOVE WS-FECHA-HOY TO WS-FECHA-CAPTURA
           END-IF
           MOVE WS-FECHA-CAPTURA (5:2) TO WS-MES-CAPTURA
           IF WS-MES-CAPTURA LESS 1
              OR WS-MES-CAPTURA GREATER 12
              THEN
                  DISPLAY "FECHA INVALIDA, NO SE GRABA"
                  MOVE "SGM FECH " TO WS-MENU-RESULTADO
                  GO TO 165-FIN
           END-IF
           SET DATOS-OK TO TRUE.
       165-FIN.  EXIT.

      * RECORRE LOS BENEFICIARIOS DEL EMPLEADO Y PREGUNTA POR CADA
      * UNO SI QUEDA CUBIERTO; EL TITULAR SIEMPRE CUENTA COMO UN
      * ASEGURADO. LA POSICION EN SGM-CUBRE-DEP ES LA SECUENCIA.
       170-ELIGE-DEPENDIENTES.
           PERFORM 171-LIMPIA-DEP THRU 171-FIN
                   VARYING WS-IND-DEP FROM 1 BY 1
                   UNTIL WS-IND-DEP GREATER 10
           MOVE ZEROS TO WS-CUBIERTOS
           IF HAY-ARCHIVO-BENEFIC
              THEN
                  MOVE WS-NUMERO-PEDIDO TO BEN-NUMERO-EMP
                  MOVE ZEROS            TO BEN-SECUENCIA
                  MOVE SPACES           TO SW-FIN-BENEFIC
                  START BENEFIC KEY IS NOT LESS BEN-LLAVE
                     INVALID KEY
                        MOVE "FIN" TO SW-FIN-BENEFIC
                  END-START
                  PERFORM 175-UN-DEPENDIENTE THRU 175-FIN
                          UNTIL SW-FIN-BENEFIC EQUAL "FIN"
           END-IF
           COMPUTE SGM-ASEGURADOS = WS-CUBIERTOS + 1.
       170-FIN.  EXIT.

       171-LIMPIA-DEP.
           MOVE "N" TO SGM-CUBRE-DEP (WS-IND-DEP).
       171-FIN.  EXIT.

       175-UN-DEPENDIENTE.
           READ BENEFIC NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-BENEFIC
                 GO TO 175-FIN
           END-READ
           IF BEN-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN-BENEFIC
                  GO TO 175-FIN
           END-IF
           IF BEN-SECUENCIA LESS 1
              OR BEN-SECUENCIA GREATER 10
              THEN
                  GO TO 175-FIN
           END-IF
           DISPLAY BEN-SECUENCIA " " BEN-NOMBRE " (" BEN-PARENTESCO
                   ") CUBRIR (S/N): "
           ACCEPT WS-CUBRIR
           IF CUBRIR-DEPENDIENTE
              THEN
                  MOVE "S" TO SGM-CUBRE-DEP (BEN-SECUENCIA)
                  ADD 1 TO WS-CUBIERTOS
           END-IF.
       175-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: ARCHIVO MENSUAL PARA LA ASEGURADORA
      * ---------------------------------------------------------------
       200-MOVIMIENTOS.
           DISPLAY "MES A REPORTAR (AAAAMM): "
           ACCEPT WS-MES-PEDIDO
           IF WS-PED-MES LESS 1
              OR WS-PED-MES GREATER 12
              THEN
                  DISPLAY "MES INVALIDO"
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           PERFORM 205-ABRE-ARCHIVOS THRU 205-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GO TO 200-FIN
           END-IF
           OPEN INPUT AUDITORIA
           IF AUDITORIA-NO-EXISTE
              OR NOT AUDITORIA-OK
              THEN
                  DISPLAY "SIN ARCHIVO AUDITORIA, SOLO SE HACE EL "
                          "BARRIDO DE BAJAS, STATUS: "
                          WS-STATUS-AUDITORIA
              ELSE
                  MOVE SPACES TO SW-FIN
                  PERFORM 210-UNA-AUDITORIA THRU 210-FIN
                          UNTIL SW-FIN EQUAL "FIN"
                  CLOSE AUDITORIA
           END-IF
           PERFORM 280-BARRIDO-BAJAS THRU 280-FIN
           PERFORM 290-FINAL THRU 290-FIN.
       200-FIN.  EXIT.

       205-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 205-FIN
           END-IF
           OPEN I-O SEGMED
           IF NOT SEGMED-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SEGMED, STATUS: "
                          WS-STATUS-SEGMED
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                  GO TO 205-FIN
           END-IF
           OPEN INPUT BENEFIC
           IF BENEFIC-OK
              THEN
                  SET HAY-ARCHIVO-BENEFIC TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO BENEFIC, LAS ALTAS SALEN SIN "
                          "DEPENDIENTES, STATUS: " WS-STATUS-BENEFIC
           END-IF
           OPEN INPUT EMPDATOS
           IF DATOS-PERSONALES-OK
              THEN
                  SET HAY-ARCHIVO-EMPDATOS TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO EMPDATOS, LOS TITULARES SALEN "
                          "SIN CURP, STATUS: " WS-STATUS-DATOS
           END-IF
           OPEN OUTPUT SGMMOVS
           IF NOT SGMMOVS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SGMMOVS, STATUS: "
                          WS-STATUS-SGMMOVS
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE WS-PED-ANIO TO WS-TIT-ANIO
           MOVE WS-PED-MES  TO WS-TIT-MES
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE ZEROS         TO REG-SGMMOVS
           MOVE 00000         TO SMV-CTRL-INDICADOR
           MOVE WS-FECHA-HOY  TO SMV-CTRL-FECHA
           MOVE WS-MES-PEDIDO TO SMV-CTRL-MES
           WRITE REG-SGMMOVS.
       205-FIN.  EXIT.

      * ALTAS Y BAJAS DEL MES, EN EL ORDEN EN QUE SE CONSUMARON:
      * LAS DEL EMPLEADO (ALTA/BAJA EN LINEA O POR LOTE) Y LAS DE LA
      * POLIZA MISMA (INSCRIPCION, CAMBIO Y CANCELACION DE PROGSEGM).
       210-UNA-AUDITORIA.
           READ AUDITORIA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF AUD-MODO NOT EQUAL "T"
              OR AUD-FECHA (1:6) NOT EQUAL WS-MES-PEDIDO
              THEN
                  GO TO 210-FIN
           END-IF
           EVALUATE TRUE
              WHEN AUD-RESULTADO EQUAL "ALTA OK"
                 PERFORM 220-ALTA-EMPLEADO THRU 220-FIN
              WHEN AUD-RESULTADO EQUAL "LOTE OK"
                   AND AUD-OPCION EQUAL "A"
                 PERFORM 220-ALTA-EMPLEADO THRU 220-FIN
              WHEN AUD-RESULTADO EQUAL "BAJA OK"
                 PERFORM 240-BAJA-EMPLEADO THRU 240-FIN
              WHEN AUD-RESULTADO EQUAL "BAJA DEFU"
                 PERFORM 240-BAJA-EMPLEADO THRU 240-FIN
              WHEN AUD-RESULTADO EQUAL "BAJA JUST"
                 PERFORM 240-BAJA-EMPLEADO THRU 240-FIN
              WHEN AUD-RESULTADO EQUAL "LOTE OK"
                   AND AUD-OPCION EQUAL "B"
                 PERFORM 240-BAJA-EMPLEADO THRU 240-FIN
              WHEN AUD-RESULTADO EQUAL "SGM ALTA "
                 PERFORM 225-ALTA-POLIZA THRU 225-FIN
              WHEN AUD-RESULTADO EQUAL "SGM CAMB "
                 PERFORM 230-CAMBIO-POLIZA THRU 230-FIN
              WHEN AUD-RESULTADO EQUAL "SGM BAJA "
                 PERFORM 245-BAJA-POLIZA THRU 245-FIN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       210-FIN.  EXIT.

      * EL ALTA DEL EMPLEADO SOLO VA A LA ASEGURADORA SI YA QUEDO
      * INSCRITO Y VIGENTE.
       220-ALTA-EMPLEADO.
           PERFORM 250-LEE-EMPLEADO-POLIZA THRU 250-FIN
           IF NOT HAY-INSCRIPCION
              OR NOT SGM-VIGENTE
              THEN
                  GO TO 220-FIN
           END-IF
           MOVE "A"              TO SMV-TIPO
           MOVE "ALTA"           TO WS-DET-TIPO
           MOVE SGM-FECHA-INICIO TO WS-FECHA-MOVTO
           PERFORM 260-GRABA-ASEGURADOS THRU 260-FIN.
       220-FIN.  EXIT.

      * LA INSCRIPCION DE QUIEN ENTRO ESTE MISMO MES YA SALIO CON SU
      * ALTA DE EMPLEADO; SOLO SE MANDA LA DE ANTIGUOS EMPLEADOS.
       225-ALTA-POLIZA.
           PERFORM 250-LEE-EMPLEADO-POLIZA THRU 250-FIN
           IF NOT HAY-INSCRIPCION
              OR NOT SGM-VIGENTE
              THEN
                  GO TO 225-FIN
           END-IF
           IF HAY-EMPLEADO
              THEN
                  MOVE FECHA-ALTA-EMP (1:6) TO WS-MES-ALTA-EMP
                  IF WS-MES-ALTA-EMP EQUAL WS-MES-PEDIDO
                     THEN
                         GO TO 225-FIN
                  END-IF
           END-IF
           MOVE "A"              TO SMV-TIPO
           MOVE "ALTA"           TO WS-DET-TIPO
           MOVE SGM-FECHA-INICIO TO WS-FECHA-MOVTO
           PERFORM 260-GRABA-ASEGURADOS THRU 260-FIN.
       225-FIN.  EXIT.

      * UN CAMBIO DE PLAN O DE DEPENDIENTES VIAJA COMO LA RELACION
      * COMPLETA VIGENTE, PARA QUE LA ASEGURADORA LA SUSTITUYA.
       230-CAMBIO-POLIZA.
           PERFORM 250-LEE-EMPLEADO-POLIZA THRU 250-FIN
           IF NOT HAY-INSCRIPCION
              OR NOT SGM-VIGENTE
              THEN
                  GO TO 230-FIN
           END-IF
           MOVE "M"         TO SMV-TIPO
           MOVE "CAMBIO"    TO WS-DET-TIPO
           MOVE AUD-FECHA   TO WS-FECHA-MOVTO
           PERFORM 260-GRABA-ASEGURADOS THRU 260-FIN.
       230-FIN.  EXIT.

      * LA BAJA DEL EMPLEADO CIERRA AQUI SU COBERTURA EN LA FECHA DE
      * BAJA DEL MAESTRO (LA DE AUDITORIA SI NO LA TRAE). SI YA
      * ESTABA CANCELADA ANTES, SU BAJA DE POLIZA YA SE REPORTO.
       240-BAJA-EMPLEADO.
           PERFORM 250-LEE-EMPLEADO-POLIZA THRU 250-FIN
           IF NOT HAY-INSCRIPCION
              THEN
                  GO TO 240-FIN
           END-IF
           MOVE AUD-FECHA TO WS-FECHA-BAJA
           IF HAY-EMPLEADO
              AND FECHA-BAJA-EMP NOT EQUAL ZEROS
              THEN
                  MOVE FECHA-BAJA-EMP TO WS-FECHA-BAJA
           END-IF
           IF NOT SGM-VIGENTE
              AND SGM-FECHA-FIN NOT GREATER WS-FECHA-BAJA
              THEN
                  GO TO 240-FIN
           END-IF
           PERFORM 255-CIERRA-COBERTURA THRU 255-FIN
           ADD 1 TO WS-CIERRES
           MOVE "BAJA"        TO WS-DET-TIPO
           MOVE WS-FECHA-BAJA TO WS-FECHA-MOVTO
           PERFORM 265-GRABA-TITULAR THRU 265-FIN.
       240-FIN.  EXIT.

      * SI DESPUES DE CANCELAR SE VOLVIO A INSCRIBIR, LA BAJA VIAJA
      * CON LA FECHA EN QUE SE CANCELO.
       245-BAJA-POLIZA.
           PERFORM 250-LEE-EMPLEADO-POLIZA THRU 250-FIN
           IF NOT HAY-INSCRIPCION
              THEN
                  GO TO 245-FIN
           END-IF
           MOVE AUD-FECHA TO WS-FECHA-MOVTO
           IF NOT SGM-VIGENTE
              THEN
                  MOVE SGM-FECHA-FIN TO WS-FECHA-MOVTO
           END-IF
           MOVE "B"    TO SMV-TIPO
           MOVE "BAJA" TO WS-DET-TIPO
           PERFORM 265-GRABA-TITULAR THRU 265-FIN.
       245-FIN.  EXIT.

       250-LEE-EMPLEADO-POLIZA.
           MOVE "N" TO SW-HAY-EMPLEADO
                       SW-HAY-SEGMED
           MOVE AUD-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET HAY-EMPLEADO TO TRUE
           END-READ
           MOVE AUD-NUMERO-EMP TO SGM-NUMERO-EMP
           READ SEGMED
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET HAY-INSCRIPCION TO TRUE
           END-READ.
       250-FIN.  EXIT.

       255-CIERRA-COBERTURA.
           MOVE "B"           TO SMV-TIPO
           MOVE WS-FECHA-BAJA TO SGM-FECHA-FIN
           MOVE WS-FECHA-HOY  TO SGM-FECHA-MOV
           MOVE WS-USUARIO    TO SGM-USUARIO
           REWRITE REG-SEGMED
              INVALID KEY
                 DISPLAY "NO SE PUDO CERRAR LA COBERTURA DEL "
                         "EMPLEADO " SGM-NUMERO-EMP ", STATUS: "
                         WS-STATUS-SEGMED
                 MOVE 4 TO RETURN-CODE
           END-REWRITE.
       255-FIN.  EXIT.

      * EL TITULAR Y CADA DEPENDIENTE CUBIERTO, CON EL TIPO QUE YA
      * TRAE SMV-TIPO. UN DEPENDIENTE MARCADO QUE YA NO ESTA EN
      * BENEFIC SE OMITE.
       260-GRABA-ASEGURADOS.
           PERFORM 265-GRABA-TITULAR THRU 265-FIN
           IF NOT HAY-ARCHIVO-BENEFIC
              THEN
                  GO TO 260-FIN
           END-IF
           PERFORM 270-GRABA-DEPENDIENTE THRU 270-FIN
                   VARYING WS-IND-DEP FROM 1 BY 1
                   UNTIL WS-IND-DEP GREATER 10.
       260-FIN.  EXIT.

      * EL TITULAR VIAJA CON LA CURP Y NACIMIENTO DE EMPDATOS; SIN
      * ELLOS SE MARCA, PORQUE LA ASEGURADORA LO VA A RECHAZAR.
       265-GRABA-TITULAR.
           MOVE SGM-NUMERO-EMP TO SMV-NUMERO-EMP
           MOVE WS-FECHA-MOVTO TO SMV-FECHA
           MOVE SGM-PLAN       TO SMV-PLAN
           MOVE ZEROS          TO SMV-SECUENCIA
                                  SMV-FECHA-NAC
           MOVE "T"            TO SMV-PARENTESCO
           MOVE SPACES         TO SMV-NOMBRE
                                  SMV-CURP
                                  WS-DET-NOTA
           IF HAY-EMPLEADO
              THEN
                  MOVE NOMBRE-EMP TO SMV-NOMBRE
           END-IF
           IF HAY-ARCHIVO-EMPDATOS
              THEN
                  MOVE SGM-NUMERO-EMP TO DAT-NUMERO-EMP
                  READ EMPDATOS
                     INVALID KEY
                        ADD 1 TO WS-SIN-DATOS
                        MOVE "SIN DATOS" TO WS-DET-NOTA
                     NOT INVALID KEY
                        MOVE DAT-CURP      TO SMV-CURP
                        MOVE DAT-FECHA-NAC TO SMV-FECHA-NAC
                  END-READ
              ELSE
                  ADD 1 TO WS-SIN-DATOS
                  MOVE "SIN DATOS" TO WS-DET-NOTA
           END-IF
           PERFORM 275-ESCRIBE-MOVIMIENTO THRU 275-FIN.
       265-FIN.  EXIT.

       270-GRABA-DEPENDIENTE.
           IF SGM-CUBRE-DEP (WS-IND-DEP) NOT EQUAL "S"
              THEN
                  GO TO 270-FIN
           END-IF
           MOVE SGM-NUMERO-EMP TO BEN-NUMERO-EMP
           MOVE WS-IND-DEP     TO BEN-SECUENCIA
           READ BENEFIC
              INVALID KEY
                 GO TO 270-FIN
           END-READ
           MOVE SGM-NUMERO-EMP TO SMV-NUMERO-EMP
           MOVE WS-FECHA-MOVTO TO SMV-FECHA
           MOVE SGM-PLAN       TO SMV-PLAN
           MOVE BEN-SECUENCIA  TO SMV-SECUENCIA
           MOVE BEN-PARENTESCO TO SMV-PARENTESCO
           MOVE BEN-NOMBRE     TO SMV-NOMBRE
           MOVE BEN-FECHA-NAC  TO SMV-FECHA-NAC
           MOVE BEN-CURP       TO SMV-CURP
           MOVE SPACES         TO WS-DET-NOTA
           PERFORM 275-ESCRIBE-MOVIMIENTO THRU 275-FIN.
       270-FIN.  EXIT.

       275-ESCRIBE-MOVIMIENTO.
           WRITE REG-SGMMOVS
           ADD 1 TO WS-EXTRAIDOS
           EVALUATE TRUE
              WHEN SMV-ES-ALTA
                 ADD 1 TO WS-ALTAS
              WHEN SMV-ES-BAJA
                 ADD 1 TO WS-BAJAS
              WHEN OTHER
                 ADD 1 TO WS-CAMBIOS
           END-EVALUATE
           MOVE SMV-NUMERO-EMP TO WS-DET-NUMERO
           MOVE SMV-SECUENCIA  TO WS-DET-SECUENCIA
           MOVE SMV-FECHA      TO WS-DET-FECHA
           MOVE SMV-PLAN       TO WS-DET-PLAN
           MOVE SMV-NOMBRE     TO WS-DET-NOMBRE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       275-FIN.  EXIT.

      * RED DE SEGURIDAD: UNA BAJA QUE NO PASO POR AUDITORIA EN EL
      * MES (O DE UN MES QUE NO SE CORRIO) DEJARIA LA COBERTURA
      * ABIERTA. TODO EMPLEADO DE BAJA CON INSCRIPCION VIGENTE SE
      * CIERRA EN SU FECHA DE BAJA Y SU BAJA VIAJA EN ESTE ARCHIVO.
       280-BARRIDO-BAJAS.
           MOVE ZEROS TO NUMERO-EMP
           START EMPLEADOS KEY IS NOT LESS NUMERO-EMP
              INVALID KEY
                 GO TO 280-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 285-UN-EMPLEADO THRU 285-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       280-FIN.  EXIT.

       285-UN-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 285-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              OR NOT EMP-ES-BAJA
              THEN
                  GO TO 285-FIN
           END-IF
           MOVE NUMERO-EMP TO SGM-NUMERO-EMP
           READ SEGMED
              INVALID KEY
                 GO TO 285-FIN
           END-READ
           IF NOT SGM-VIGENTE
              THEN
                  GO TO 285-FIN
           END-IF
           SET HAY-EMPLEADO TO TRUE
           MOVE FECHA-BAJA-EMP TO WS-FECHA-BAJA
           IF WS-FECHA-BAJA EQUAL ZEROS
              THEN
                  MOVE WS-FECHA-HOY TO WS-FECHA-BAJA
           END-IF
           PERFORM 255-CIERRA-COBERTURA THRU 255-FIN
           ADD 1 TO WS-BARRIDOS
           MOVE "BAJA BARR"   TO WS-DET-TIPO
           MOVE WS-FECHA-BAJA TO WS-FECHA-MOVTO
           PERFORM 265-GRABA-TITULAR THRU 265-FIN.
       285-FIN.  EXIT.

       290-FINAL.
           MOVE ZEROS         TO REG-SGMMOVS
           MOVE 99999         TO SMV-CTRL-INDICADOR
           MOVE WS-FECHA-HOY  TO SMV-CTRL-FECHA
           MOVE WS-MES-PEDIDO TO SMV-CTRL-MES
           MOVE WS-EXTRAIDOS  TO SMV-CTRL-REGISTROS
           WRITE REG-SGMMOVS
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-ALTAS    TO WS-TOT-ALTAS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-ALTAS    AFTER 2
           MOVE WS-BAJAS    TO WS-TOT-BAJAS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-BAJAS    AFTER 1
           MOVE WS-CAMBIOS  TO WS-TOT-CAMBIOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-CAMBIOS  AFTER 1
           MOVE WS-CIERRES  TO WS-TOT-CIERRES-R
           WRITE REG-REPORTE FROM WS-DET-TOT-CIERRES  AFTER 1
           MOVE WS-BARRIDOS TO WS-TOT-BARRIDOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-BARRIDOS AFTER 1
           CLOSE EMPLEADOS
           CLOSE SEGMED
           CLOSE SGMMOVS
           CLOSE REPORTE
           IF HAY-ARCHIVO-BENEFIC
              THEN
                  CLOSE BENEFIC
           END-IF
           IF HAY-ARCHIVO-EMPDATOS
              THEN
                  CLOSE EMPDATOS
           END-IF
           DISPLAY "MOVIMIENTOS PARA LA ASEGURADORA: " WS-EXTRAIDOS
                   " SIN DATOS PERSONALES: " WS-SIN-DATOS
           DISPLAY "COBERTURAS CERRADAS POR BAJA: " WS-CIERRES
                   " EN EL BARRIDO: " WS-BARRIDOS
           EVALUATE TRUE
              WHEN WS-EXTRAIDOS EQUAL ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN WS-SIN-DATOS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN WS-BARRIDOS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       290-FIN.  EXIT.
