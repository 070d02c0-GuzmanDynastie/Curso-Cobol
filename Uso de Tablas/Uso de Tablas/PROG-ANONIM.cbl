       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGANON.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL, DATOS PERSONALES.
      * -------------------------------------------------------------- *
      * PROGANON - ANONIMIZACION DE DATOS PERSONALES DE BAJAS          *
      * ANTIGUAS.                                                      *
      *                                                                *
      * LA LEY DE PROTECCION DE DATOS PERSONALES NO PERMITE GUARDAR    *
      * INDEFINIDAMENTE RFC, CURP, FECHA DE NACIMIENTO Y DOMICILIO DE  *
      * QUIEN SE FUE HACE ANIOS, Y EMPDATOS Y LOS ARCHIVOS DE PURGA    *
      * LOS CONSERVABAN PARA SIEMPRE. OPCIONES:                        *
      *   1. REGISTRAR UNA RETENCION LEGAL (RETLEGAL) DE UN EMPLEADO   *
      *      CON JUICIO, AUDITORIA O REQUERIMIENTO EN CURSO.           *
      *   2. LIBERAR UNA RETENCION LEGAL VIGENTE.                      *
      *   3. LISTADO DE RETENCIONES LEGALES.                           *
      *   4. SIMULACION: LISTA LAS BAJAS QUE SE ANONIMIZARIAN, SIN     *
      *      TOCAR NINGUN ARCHIVO.                                     *
      *   5. ANONIMIZACION, CON CONFIRMACION Y FUERA DEL CANDADO DEL   *
      *      NOCTURNO (PROGCAND).                                      *
      * LAS OPCIONES 1 Y 2 EXIGEN LA OPCION "L" DE PROGANON EN EL      *
      * PERFIL DEL OPERADOR Y LA 5 LA OPCION "A" (PROGMENU MODO "P").  *
      *                                                                *
      * SE ANONIMIZAN LAS BAJAS DEL MAESTRO Y LOS PURGADOS DE LAS      *
      * GENERACIONES DE PURGA CUYA FECHA DE BAJA TIENE MAS DE LOS      *
      * ANIOS DEL PARAMETRO ANIOS-ANONIMIZA DE PARAMS (10 SI NO ESTA), *
      * SALVO LOS QUE TIENEN RETENCION LEGAL VIGENTE. A CADA UNO:      *
      *   - EMPDATOS: RFC GENERICO XAXX010101000, CURP EN X,           *
      *     NACIMIENTO EN CEROS Y EL DOMICILIO CON LA FECHA DE         *
      *     ANONIMIZACION;                                             *
      *   - BENEFIC: NOMBRE, NACIMIENTO, CURP Y CUENTA DE SUS          *
      *     BENEFICIARIOS;                                             *
      *   - DOCEMP: SE BORRAN LOS RENGLONES DE SU EXPEDIENTE;          *
      *   - GENERACIONES VIGENTES DEL CATALOGO: EN LAS DE PURGA SE     *
      *     BORRAN NOMBRE Y CUENTA, Y EN LAS DE EMPDATOS DEL RESPALDO  *
      *     DE GRUPO (RSDAT) LO MISMO QUE EN EMPDATOS.                 *
      * EL NUMERO DE EMPLEADO, LAS FECHAS, EL SALARIO Y TODA LA NOMINA *
      * SE CONSERVAN PARA SOPORTAR LAS RETENCIONES DE IMPUESTOS. LO YA *
      * ANONIMIZADO SE RECONOCE Y NO SE VUELVE A CONTAR, ASI QUE LA    *
      * CORRIDA SE PUEDE REPETIR. EMITE EL CERTIFICADO CERTANON CON    *
      * QUIEN SE ANONIMIZO, CUANDO Y CUANTOS REGISTROS DE CADA         *
      * ARCHIVO, DEJA AUDITORIA MODO "T" VIA PROGMENU DE CADA EMPLEADO *
      * Y SU RENGLON EN BITACORA.                                      *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT RETLEGAL     ASSIGN TO UT-S-RETLEGAL
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RLG-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-RETLEGAL.
           SELECT EMPDATOS     ASSIGN TO UT-S-EMPDATOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DAT-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-DATOS.
           SELECT BENEFIC      ASSIGN TO UT-S-BENEFIC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS BEN-LLAVE
                               FILE STATUS IS WS-STATUS-BENEFIC.
           SELECT DOCEMP       ASSIGN TO UT-S-DOCEMP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DOC-LLAVE
                               FILE STATUS IS WS-STATUS-DOCEMP.
           SELECT CATALOGO     ASSIGN TO UT-S-CATALOGO
                               FILE STATUS IS WS-STATUS-CATALOGO.
           SELECT ARCHIVO      ASSIGN TO WS-NOMBRE-ARCHIVO
                               FILE STATUS IS WS-STATUS-ARCHIVO.
           SELECT CERTANON     ASSIGN TO UT-S-CERTANON
                               FILE STATUS IS WS-STATUS-CERTANON.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  RETLEGAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-RETLEGAL.
           COPY RETLEGAL.

       FD  EMPDATOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPDATOS.
           COPY EMPDATOS.

       FD  BENEFIC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-BENEFIC.
           COPY BENEFIC.

       FD  DOCEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-DOCEMP.
           COPY DOCEMP.

       FD  CATALOGO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CATALOGO.
           COPY CATALOGO.

      * GENERACION ARCHIVADA: UN UT-S-PURGA (REGISTRO DEL MAESTRO) O UN
      * UT-S-RSDAT (REGISTRO DE EMPDATOS); AMBOS MIDEN 84.
       FD  ARCHIVO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ARCHIVO.
       01  REG-ARCHIVO            PIC X(84).

       FD  CERTANON
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CERTANON.
       01  REG-CERTANON           PIC X(80).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-RETLEGAL  PIC X(02)    VALUE "00".
              88 RETLEGAL-OK        VALUE "00".
              88 RETLEGAL-NO-EXISTE VALUE "35".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-BENEFIC   PIC X(02)    VALUE "00".
              88 BENEFIC-OK         VALUE "00".
           05 WS-STATUS-DOCEMP    PIC X(02)    VALUE "00".
              88 DOCEMP-OK          VALUE "00".
           05 WS-STATUS-CATALOGO  PIC X(02)    VALUE "00".
              88 CATALOGO-OK        VALUE "00".
           05 WS-STATUS-ARCHIVO   PIC X(02)    VALUE "00".
              88 ARCHIVO-OK         VALUE "00".
           05 WS-STATUS-CERTANON  PIC X(02)    VALUE "00".
              88 CERTANON-OK        VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-ARCHIVO      PIC X(03)    VALUE SPACES.
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-MOTIVO           PIC X(40)    VALUE SPACES.
           05 WS-CONFIRMA         PIC X(01)    VALUE "N".
              88 CORRIDA-CONFIRMADA VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-ANIOS-ANONIMIZA  PIC 9(02)    VALUE 10.
           05 WS-FECHA-LIMITE     PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-BAJA-LEIDA PIC 9(08)    VALUE ZEROS.
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-RETENIDOS        PIC 9(05)    VALUE ZEROS.
           05 WS-ANONIMIZADOS     PIC 9(05)    VALUE ZEROS.
           05 WS-REG-CAMBIADOS    PIC 9(07)    VALUE ZEROS.
           05 WS-LISTADOS         PIC 9(05)    VALUE ZEROS.
           05 SW-RETENIDO         PIC X(01)    VALUE "N".
              88 EMPLEADO-RETENIDO  VALUE "S".
              88 EMPLEADO-LIBRE     VALUE "N".
           05 SW-TIPO-ARCHIVO     PIC X(01)    VALUE SPACES.
              88 ARCHIVO-DE-PURGA   VALUE "P".
              88 ARCHIVO-DE-DATOS   VALUE "D".
      * LO QUE QUEDA EN LOS CAMPOS PERSONALES. EL RFC GENERICO DEL SAT
      * (PUBLICO EN GENERAL) CONSERVA EL FORMATO PARA QUIEN LO VALIDE
      * Y MARCA A LA VEZ EL SEGMENTO COMO YA ANONIMIZADO.
           05 WS-RFC-GENERICO     PIC X(13)    VALUE "XAXX010101000".
           05 WS-NOMBRE-ANONIMO   PIC X(30)    VALUE "ANONIMIZADO".
           05 WS-DOMICILIO-ANONIMO.
              10 FILLER           PIC X(22)
                                  VALUE "DATOS ANONIMIZADOS EL ".
              10 WS-DOM-FECHA     PIC 9(08)    VALUE ZEROS.
              10 FILLER           PIC X(10)    VALUE SPACES.
           05 WS-NOMBRE-ARCHIVO   PIC X(20)    VALUE SPACES.

      * VISTAS DEL REGISTRO ARCHIVADO: LA DEL MAESTRO (PURGA) Y LA DE
      * EMPDATOS (RSDAT), SOLO CON LO QUE AQUI SE LEE O SE BORRA.
       01  WS-REG-ARCHIVADO.
           05 WS-ARP-NUMERO-EMP   PIC 9(05).
           05 WS-ARP-NOMBRE       PIC X(30).
           05 FILLER              PIC X(15).
           05 WS-ARP-FECHA-BAJA   PIC 9(08).
           05 WS-ARP-CTA-BANCO    PIC X(18).
           05 FILLER              PIC X(08).
       01  WS-REG-ARCH-DATOS REDEFINES WS-REG-ARCHIVADO.
           05 WS-ARD-NUMERO-EMP   PIC 9(05).
           05 WS-ARD-RFC          PIC X(13).
           05 WS-ARD-CURP         PIC X(18).
           05 WS-ARD-FECHA-NAC    PIC 9(08).
           05 WS-ARD-DOMICILIO    PIC X(40).

      * GENERACIONES VIGENTES DEL CATALOGO QUE GUARDAN DATOS
      * PERSONALES: LAS DE PURGA (PROGPURG) Y LAS DE EMPDATOS DEL
      * RESPALDO DE GRUPO (PROGRSET).
       01  WS-TOTAL-GENERACIONES  PIC 9(03)    VALUE ZEROS.
       01  WS-TABLA-GENERACIONES.
           05 WS-GEN-RENGLON      OCCURS 300 TIMES
                                  INDEXED BY WS-IND-GEN.
              10 WS-GEN-NOMBRE    PIC X(20).
              10 WS-GEN-TIPO      PIC X(01).

      * EMPLEADOS QUE YA CUMPLIERON LOS ANIOS DE BAJA, CON LO QUE SE
      * LES CAMBIO EN CADA ARCHIVO PARA EL CERTIFICADO.
       01  WS-TOTAL-CANDIDATOS    PIC 9(04)    VALUE ZEROS.
       01  WS-TABLA-CANDIDATOS.
           05 WS-CAN-RENGLON      OCCURS 3000 TIMES
                                  INDEXED BY WS-IND-CAN.
              10 WS-CAN-NUMERO    PIC 9(05).
              10 WS-CAN-FECHA-BAJA PIC 9(08).
              10 WS-CAN-ORIGEN    PIC X(01).
                 88 CAN-EN-MAESTRO   VALUE "M".
                 88 CAN-PURGADO      VALUE "P".
              10 WS-CAN-DATOS     PIC 9(03).
              10 WS-CAN-BENEF     PIC 9(03).
              10 WS-CAN-DOCTOS    PIC 9(03).
              10 WS-CAN-ARCHIVO   PIC 9(03).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "A".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGANON".

       01  WS-PARAMETROS-CAND.
           05 WS-CAND-ACCION      PIC X(01)    VALUE "V".
           05 WS-CAND-ESTADO      PIC X(01)    VALUE "L".
              88 MAESTRO-EN-NOCTURNO  VALUE "O".
           05 WS-CAND-PROGRAMA    PIC X(08)    VALUE SPACES.
           05 WS-CAND-FECHA       PIC 9(08)    VALUE ZEROS.
           05 WS-CAND-HORA        PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGANON".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(15)    VALUE SPACES.
           05 WS-TIT-TEXTO        PIC X(50)    VALUE SPACES.
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(25)
                                  VALUE "BAJAS ANTERIORES AL DIA  ".
           05 WS-TIT-LIMITE       PIC 9(08).
           05 FILLER              PIC X(04)    VALUE " (".
           05 WS-TIT-ANIOS        PIC Z9.
           05 FILLER              PIC X(09)    VALUE " ANIOS). ".
           05 FILLER              PIC X(09)    VALUE "OPERADOR ".
           05 WS-TIT-USUARIO      PIC X(08).
           05 FILLER              PIC X(04)    VALUE " EL ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-ENC-CANDIDATOS.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "EMPL.".
           05 FILLER              PIC X(11)    VALUE "BAJA".
           05 FILLER              PIC X(09)    VALUE "ORIGEN".
           05 FILLER              PIC X(07)    VALUE "DATOS".
           05 FILLER              PIC X(07)    VALUE "BENEF.".
           05 FILLER              PIC X(07)    VALUE "DOCTOS".
           05 FILLER              PIC X(08)    VALUE "ARCHIVO".
           05 FILLER              PIC X(23)    VALUE "SITUACION".

       01  WS-DET-CANDIDATO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-BAJA         PIC 9(08).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-ORIGEN       PIC X(07).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DATOS        PIC ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-BENEF        PIC ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-DOCTOS       PIC ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-ARCHIVO      PIC ZZ9.
           05 FILLER              PIC X(05)    VALUE SPACES.
           05 WS-DET-SITUACION    PIC X(23).

       01  WS-ENC-RETENCIONES.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "EMPL.".
           05 FILLER              PIC X(10)    VALUE "DESDE".
           05 FILLER              PIC X(10)    VALUE "ALTA POR".
           05 FILLER              PIC X(42)    VALUE "MOTIVO".
           05 FILLER              PIC X(10)    VALUE "LIBERADA".

       01  WS-DET-RETENCION.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DRT-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DRT-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DRT-USUARIO      PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DRT-MOTIVO       PIC X(40).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DRT-LIBERA       PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-TEXTO        PIC X(40).
           05 WS-TOT-CUENTA       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(32)    VALUE SPACES.

       01  WS-CER-TEXTO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-CT-TEXTO         PIC X(78).
           05 FILLER              PIC X(01)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. REGISTRAR RETENCION LEGAL DE UN EMPLEADO"
           DISPLAY "2. LIBERAR RETENCION LEGAL DE UN EMPLEADO"
           DISPLAY "3. LISTADO DE RETENCIONES LEGALES"
           DISPLAY "4. SIMULACION: BAJAS QUE SE ANONIMIZARIAN"
           DISPLAY "5. ANONIMIZAR DATOS PERSONALES DE BAJAS ANTIGUAS"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-REGISTRA-RETENCION THRU 100-FIN
              WHEN 2
                 PERFORM 200-LIBERA-RETENCION   THRU 200-FIN
              WHEN 3
                 PERFORM 300-LISTA-RETENCIONES  THRU 300-FIN
              WHEN 4
                 PERFORM 400-SIMULACION         THRU 400-FIN
              WHEN 5
                 PERFORM 500-ANONIMIZA          THRU 500-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * OPCION 1: ALTA DE UNA RETENCION LEGAL. EXIGE LA OPCION "L" DE
      * PROGANON EN EL PERFIL DEL OPERADOR. UNA RETENCION YA LIBERADA
      * SE VUELVE A ABRIR SOBRE EL MISMO RENGLON.
      * ---------------------------------------------------------------
       100-REGISTRA-RETENCION.
           MOVE "L" TO WS-MENU-OPCION
           PERFORM 900-AUTORIZA THRU 900-FIN
           IF MENU-ERROR
              THEN
                  GO TO 100-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO A RETENER: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
           DISPLAY "MOTIVO (JUICIO, AUDITORIA, REQUERIMIENTO...): "
           ACCEPT WS-MOTIVO
           IF WS-MOTIVO EQUAL SPACES
              THEN
                  DISPLAY "LA RETENCION LLEVA MOTIVO, NO SE REGISTRA"
                  MOVE 4 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           PERFORM 910-ABRE-RETLEGAL THRU 910-FIN
           IF NOT RETLEGAL-OK
              THEN
                  GO TO 100-FIN
           END-IF
           MOVE WS-NUMERO-PEDIDO TO RLG-NUMERO-EMP
           READ RETLEGAL
              INVALID KEY
                 PERFORM 110-LLENA-RETENCION THRU 110-FIN
                 WRITE REG-RETLEGAL
                 DISPLAY "RETENCION LEGAL REGISTRADA"
                 MOVE "RETL ALTA" TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 IF RLG-VIGENTE
                    THEN
                        DISPLAY "EL EMPLEADO YA ESTA RETENIDO DESDE "
                                RLG-FECHA-ALTA ": " RLG-MOTIVO
                        MOVE "RETL YAEX" TO WS-MENU-RESULTADO
                    ELSE
                        PERFORM 110-LLENA-RETENCION THRU 110-FIN
                        REWRITE REG-RETLEGAL
                        DISPLAY "RETENCION LEGAL REABIERTA"
                        MOVE "RETL ALTA" TO WS-MENU-RESULTADO
                 END-IF
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE RETLEGAL.
       100-FIN.  EXIT.

       110-LLENA-RETENCION.
           MOVE WS-NUMERO-PEDIDO TO RLG-NUMERO-EMP
           MOVE WS-FECHA-HOY     TO RLG-FECHA-ALTA
           MOVE WS-USUARIO       TO RLG-USUARIO-ALTA
           MOVE WS-MOTIVO        TO RLG-MOTIVO
           MOVE ZEROS            TO RLG-FECHA-LIBERA
           MOVE SPACES           TO RLG-USUARIO-LIBERA.
       110-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: LIBERACION DE UNA RETENCION VIGENTE (OPCION "L").
      * ---------------------------------------------------------------
       200-LIBERA-RETENCION.
           MOVE "L" TO WS-MENU-OPCION
           PERFORM 900-AUTORIZA THRU 900-FIN
           IF MENU-ERROR
              THEN
                  GO TO 200-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO A LIBERAR: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
           PERFORM 910-ABRE-RETLEGAL THRU 910-FIN
           IF NOT RETLEGAL-OK
              THEN
                  GO TO 200-FIN
           END-IF
           MOVE WS-NUMERO-PEDIDO TO RLG-NUMERO-EMP
           READ RETLEGAL
              INVALID KEY
                 DISPLAY "EL EMPLEADO NO TIENE RETENCION LEGAL"
                 MOVE "RETL NOEX" TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 IF RLG-VIGENTE
                    THEN
                        MOVE WS-FECHA-HOY TO RLG-FECHA-LIBERA
                        MOVE WS-USUARIO   TO RLG-USUARIO-LIBERA
                        REWRITE REG-RETLEGAL
                        DISPLAY "RETENCION LEGAL LIBERADA"
                        MOVE "RETL LIBR" TO WS-MENU-RESULTADO
                    ELSE
                        DISPLAY "LA RETENCION YA SE HABIA LIBERADO EL "
                                RLG-FECHA-LIBERA
                        MOVE "RETL NOEX" TO WS-MENU-RESULTADO
                 END-IF
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE RETLEGAL.
       200-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: LISTADO DE RETENCIONES, VIGENTES Y LIBERADAS.
      * ---------------------------------------------------------------
       300-LISTA-RETENCIONES.
           OPEN INPUT RETLEGAL
           IF NOT RETLEGAL-OK
              THEN
                  DISPLAY "NO HAY RETENCIONES LEGALES REGISTRADAS"
                  GO TO 300-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  CLOSE RETLEGAL
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           MOVE "RETENCIONES LEGALES SOBRE DATOS PERSONALES"
              TO WS-TIT-TEXTO
           WRITE REG-REPORTE FROM WS-TITULO-1        AFTER PAGE
           WRITE REG-REPORTE FROM WS-GUIONES         AFTER 1
           WRITE REG-REPORTE FROM WS-ENC-RETENCIONES AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES         AFTER 1
           MOVE SPACES TO SW-FIN
           PERFORM 310-LISTA-UNA THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE "RETENCIONES LISTADAS" TO WS-TOT-TEXTO
           MOVE WS-LISTADOS TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 2
           CLOSE RETLEGAL
           CLOSE REPORTE.
       300-FIN.  EXIT.

       310-LISTA-UNA.
           READ RETLEGAL NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           MOVE RLG-NUMERO-EMP   TO WS-DRT-NUMERO
           MOVE RLG-FECHA-ALTA   TO WS-DRT-FECHA
           MOVE RLG-USUARIO-ALTA TO WS-DRT-USUARIO
           MOVE RLG-MOTIVO       TO WS-DRT-MOTIVO
           IF RLG-VIGENTE
              THEN
                  MOVE "VIGENTE" TO WS-DRT-LIBERA
              ELSE
                  MOVE RLG-FECHA-LIBERA TO WS-DRT-LIBERA
           END-IF
           WRITE REG-REPORTE FROM WS-DET-RETENCION AFTER 1
           ADD 1 TO WS-LISTADOS.
       310-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 4: SIMULACION. ARMA LA MISMA SELECCION QUE LA OPCION 5
      * Y LA LISTA, SIN TOCAR NINGUN ARCHIVO.
      * ---------------------------------------------------------------
       400-SIMULACION.
           PERFORM 600-SELECCIONA THRU 600-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GO TO 400-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  GO TO 400-FIN
           END-IF
           MOVE "SIMULACION DE ANONIMIZACION DE DATOS PERSONALES"
              TO WS-TIT-TEXTO
           WRITE REG-REPORTE FROM WS-TITULO-1       AFTER PAGE
           WRITE REG-REPORTE FROM WS-TITULO-2       AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           WRITE REG-REPORTE FROM WS-ENC-CANDIDATOS AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           PERFORM 410-SIMULA-UNO THRU 410-FIN
                   VARYING WS-IND-CAN FROM 1 BY 1
                   UNTIL WS-IND-CAN GREATER WS-TOTAL-CANDIDATOS
           MOVE "BAJAS QUE SE ANONIMIZARIAN" TO WS-TOT-TEXTO
           MOVE WS-TOTAL-CANDIDATOS TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 2
           MOVE "EXCLUIDAS POR RETENCION LEGAL" TO WS-TOT-TEXTO
           MOVE WS-RETENIDOS TO WS-TOT-CUENTA
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           CLOSE REPORTE
           DISPLAY "SIMULACION TERMINADA, BAJAS A ANONIMIZAR: "
                   WS-TOTAL-CANDIDATOS
           MOVE 0 TO RETURN-CODE.
       400-FIN.  EXIT.

       410-SIMULA-UNO.
           MOVE "SIMULADO" TO WS-DET-SITUACION
           PERFORM 820-DETALLE-CANDIDATO THRU 820-FIN
           WRITE REG-REPORTE FROM WS-DET-CANDIDATO AFTER 1.
       410-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 5: ANONIMIZACION. EXIGE LA OPCION "A" DE PROGANON EN EL
      * PERFIL, CONFIRMACION EXPLICITA Y QUE EL PROCESO NOCTURNO NO
      * TRAIGA EL CANDADO (EL RESPALDO DE GRUPO COPIA EMPDATOS BAJO
      * ESE CANDADO). A PROPOSITO NO SE TOMA RESPALDO ANTES: UNA COPIA
      * DE LO QUE SE ESTA BORRANDO DERROTARIA EL PROPOSITO.
      * ---------------------------------------------------------------
       500-ANONIMIZA.
           MOVE "A" TO WS-MENU-OPCION
           PERFORM 900-AUTORIZA THRU 900-FIN
           IF MENU-ERROR
              THEN
                  GO TO 500-FIN
           END-IF
           CALL "PROGCAND" USING WS-PARAMETROS-CAND
           IF MAESTRO-EN-NOCTURNO
              THEN
                  DISPLAY "MAESTRO EN PROCESO NOCTURNO ("
                          WS-CAND-PROGRAMA "), INTENTE MAS TARDE"
                  MOVE 8 TO RETURN-CODE
                  GO TO 500-FIN
           END-IF
           PERFORM 600-SELECCIONA THRU 600-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GO TO 500-FIN
           END-IF
           IF WS-TOTAL-CANDIDATOS EQUAL ZEROS
              THEN
                  DISPLAY "NO HAY BAJAS QUE ANONIMIZAR"
                  PERFORM 590-GRABA-BITACORA THRU 590-FIN
                  GO TO 500-FIN
           END-IF
           DISPLAY "SE ANONIMIZARAN LOS DATOS PERSONALES DE "
                   WS-TOTAL-CANDIDATOS " BAJAS. NO HAY VUELTA ATRAS."
           DISPLAY "CONFIRMA (S/N): "
           ACCEPT WS-CONFIRMA
           IF NOT CORRIDA-CONFIRMADA
              THEN
                  DISPLAY "ANONIMIZACION CANCELADA, NADA SE MODIFICO"
                  GO TO 500-FIN
           END-IF
           MOVE WS-FECHA-HOY TO WS-DOM-FECHA
           PERFORM 510-EMPDATOS     THRU 510-FIN
           PERFORM 520-BENEFICIARIOS THRU 520-FIN
           PERFORM 530-DOCUMENTOS   THRU 530-FIN
           PERFORM 540-GENERACIONES THRU 540-FIN
                   VARYING WS-IND-GEN FROM 1 BY 1
                   UNTIL WS-IND-GEN GREATER WS-TOTAL-GENERACIONES
           PERFORM 560-CERTIFICADO  THRU 560-FIN
           DISPLAY "ANONIMIZACION TERMINADA, EMPLEADOS: "
                   WS-ANONIMIZADOS " REGISTROS: " WS-REG-CAMBIADOS
           MOVE 0 TO RETURN-CODE
           PERFORM 590-GRABA-BITACORA THRU 590-FIN.
       500-FIN.  EXIT.

      * SEGMENTO DE DATOS PERSONALES: RFC GENERICO, CURP Y NACIMIENTO
      * EN BLANCO Y EL DOMICILIO CON LA FECHA DE ANONIMIZACION.
       510-EMPDATOS.
           OPEN I-O EMPDATOS
           IF NOT DATOS-OK
              THEN
                  DISPLAY "SIN ARCHIVO EMPDATOS, STATUS: "
                          WS-STATUS-DATOS
                  GO TO 510-FIN
           END-IF
           PERFORM 515-EMPDATOS-UNO THRU 515-FIN
                   VARYING WS-IND-CAN FROM 1 BY 1
                   UNTIL WS-IND-CAN GREATER WS-TOTAL-CANDIDATOS
           CLOSE EMPDATOS.
       510-FIN.  EXIT.

       515-EMPDATOS-UNO.
           MOVE WS-CAN-NUMERO (WS-IND-CAN) TO DAT-NUMERO-EMP
           READ EMPDATOS
              INVALID KEY
                 GO TO 515-FIN
           END-READ
           IF DAT-RFC EQUAL WS-RFC-GENERICO
              THEN
                  GO TO 515-FIN
           END-IF
           MOVE WS-RFC-GENERICO      TO DAT-RFC
           MOVE ALL "X"              TO DAT-CURP
           MOVE ZEROS                TO DAT-FECHA-NAC
           MOVE WS-DOMICILIO-ANONIMO TO DAT-DOMICILIO
           REWRITE REG-EMPDATOS
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR EMPDATOS DE "
                         DAT-NUMERO-EMP
                 GO TO 515-FIN
           END-REWRITE
           ADD 1 TO WS-CAN-DATOS (WS-IND-CAN)
           ADD 1 TO WS-REG-CAMBIADOS.
       515-FIN.  EXIT.

      * BENEFICIARIOS: NOMBRE, NACIMIENTO, CURP Y CUENTA. SE CONSERVAN
      * PARENTESCO Y PORCENTAJE, QUE NO IDENTIFICAN A NADIE.
       520-BENEFICIARIOS.
           OPEN I-O BENEFIC
           IF NOT BENEFIC-OK
              THEN
                  DISPLAY "SIN ARCHIVO BENEFIC, STATUS: "
                          WS-STATUS-BENEFIC
                  GO TO 520-FIN
           END-IF
           PERFORM 522-BENEFICIARIOS-EMP THRU 522-FIN
                   VARYING WS-IND-CAN FROM 1 BY 1
                   UNTIL WS-IND-CAN GREATER WS-TOTAL-CANDIDATOS
           CLOSE BENEFIC.
       520-FIN.  EXIT.

       522-BENEFICIARIOS-EMP.
           MOVE WS-CAN-NUMERO (WS-IND-CAN) TO BEN-NUMERO-EMP
           MOVE ZEROS TO BEN-SECUENCIA
           START BENEFIC KEY IS NOT LESS BEN-LLAVE
              INVALID KEY
                 GO TO 522-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 524-BENEFICIARIO-UNO THRU 524-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       522-FIN.  EXIT.

       524-BENEFICIARIO-UNO.
           READ BENEFIC NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 524-FIN
           END-READ
           IF BEN-NUMERO-EMP NOT EQUAL WS-CAN-NUMERO (WS-IND-CAN)
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 524-FIN
           END-IF
           IF BEN-NOMBRE EQUAL WS-NOMBRE-ANONIMO
              THEN
                  GO TO 524-FIN
           END-IF
           MOVE WS-NOMBRE-ANONIMO TO BEN-NOMBRE
           MOVE ZEROS             TO BEN-FECHA-NAC
           MOVE ALL "X"           TO BEN-CURP
           MOVE SPACES            TO BEN-CTA-BANCO
           REWRITE REG-BENEFIC
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR BENEFIC DE "
                         BEN-NUMERO-EMP
                 GO TO 524-FIN
           END-REWRITE
           ADD 1 TO WS-CAN-BENEF (WS-IND-CAN)
           ADD 1 TO WS-REG-CAMBIADOS.
       524-FIN.  EXIT.

      * DOCUMENTOS DEL EXPEDIENTE: EL RENGLON SOLO DICE QUE PAPEL SE
      * RECIBIO DE QUIEN, ASI QUE NO HAY QUE ENMASCARAR SINO BORRAR.
       530-DOCUMENTOS.
           OPEN I-O DOCEMP
           IF NOT DOCEMP-OK
              THEN
                  DISPLAY "SIN ARCHIVO DOCEMP, STATUS: "
                          WS-STATUS-DOCEMP
                  GO TO 530-FIN
           END-IF
           PERFORM 532-DOCUMENTOS-EMP THRU 532-FIN
                   VARYING WS-IND-CAN FROM 1 BY 1
                   UNTIL WS-IND-CAN GREATER WS-TOTAL-CANDIDATOS
           CLOSE DOCEMP.
       530-FIN.  EXIT.

       532-DOCUMENTOS-EMP.
           MOVE WS-CAN-NUMERO (WS-IND-CAN) TO DOC-NUMERO-EMP
           MOVE LOW-VALUES TO DOC-DOCUMENTO
           START DOCEMP KEY IS NOT LESS DOC-LLAVE
              INVALID KEY
                 GO TO 532-FIN
           END-START
           MOVE SPACES TO SW-FIN
           PERFORM 534-DOCUMENTO-UNO THRU 534-FIN
                   UNTIL SW-FIN EQUAL "FIN".
       532-FIN.  EXIT.

       534-DOCUMENTO-UNO.
           READ DOCEMP NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 534-FIN
           END-READ
           IF DOC-NUMERO-EMP NOT EQUAL WS-CAN-NUMERO (WS-IND-CAN)
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 534-FIN
           END-IF
           DELETE DOCEMP
              INVALID KEY
                 DISPLAY "NO SE PUDO BORRAR DOCEMP DE "
                         DOC-NUMERO-EMP
                 GO TO 534-FIN
           END-DELETE
           ADD 1 TO WS-CAN-DOCTOS (WS-IND-CAN)
           ADD 1 TO WS-REG-CAMBIADOS.
       534-FIN.  EXIT.

      * CADA GENERACION ARCHIVADA SE REGRABA EN SU LUGAR. EN LA DE
      * PURGA SE BORRAN NOMBRE Y CUENTA Y SE CONSERVAN SALARIO Y
      * FECHAS; EN LA DE EMPDATOS, LO MISMO QUE EN EL ARCHIVO VIVO.
       540-GENERACIONES.
           MOVE WS-GEN-NOMBRE (WS-IND-GEN) TO WS-NOMBRE-ARCHIVO
           MOVE WS-GEN-TIPO   (WS-IND-GEN) TO SW-TIPO-ARCHIVO
           OPEN I-O ARCHIVO
           IF NOT ARCHIVO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-ARCHIVO
                          ", STATUS: " WS-STATUS-ARCHIVO
                  GO TO 540-FIN
           END-IF
           MOVE SPACES TO SW-FIN-ARCHIVO
           PERFORM 545-ARCHIVADO-UNO THRU 545-FIN
                   UNTIL SW-FIN-ARCHIVO EQUAL "FIN"
           CLOSE ARCHIVO.
       540-FIN.  EXIT.

       545-ARCHIVADO-UNO.
           READ ARCHIVO INTO WS-REG-ARCHIVADO
              AT END
                 MOVE "FIN" TO SW-FIN-ARCHIVO
                 GO TO 545-FIN
           END-READ
           SET WS-IND-CAN TO 1
           SEARCH WS-CAN-RENGLON
              AT END
                 GO TO 545-FIN
              WHEN WS-IND-CAN GREATER WS-TOTAL-CANDIDATOS
                 GO TO 545-FIN
              WHEN WS-CAN-NUMERO (WS-IND-CAN) EQUAL WS-ARP-NUMERO-EMP
                 CONTINUE
           END-SEARCH
           IF ARCHIVO-DE-PURGA
              THEN
                  IF WS-ARP-NOMBRE EQUAL WS-NOMBRE-ANONIMO
                     THEN
                         GO TO 545-FIN
                  END-IF
                  MOVE WS-NOMBRE-ANONIMO TO WS-ARP-NOMBRE
                  MOVE SPACES            TO WS-ARP-CTA-BANCO
              ELSE
                  IF WS-ARD-RFC EQUAL WS-RFC-GENERICO
                     THEN
                         GO TO 545-FIN
                  END-IF
                  MOVE WS-RFC-GENERICO      TO WS-ARD-RFC
                  MOVE ALL "X"              TO WS-ARD-CURP
                  MOVE ZEROS                TO WS-ARD-FECHA-NAC
                  MOVE WS-DOMICILIO-ANONIMO TO WS-ARD-DOMICILIO
           END-IF
           REWRITE REG-ARCHIVO FROM WS-REG-ARCHIVADO
           IF NOT ARCHIVO-OK
              THEN
                  DISPLAY "NO SE PUDO REGRABAR " WS-NOMBRE-ARCHIVO
                          ", STATUS: " WS-STATUS-ARCHIVO
                  GO TO 545-FIN
           END-IF
           ADD 1 TO WS-CAN-ARCHIVO (WS-IND-CAN)
           ADD 1 TO WS-REG-CAMBIADOS.
       545-FIN.  EXIT.

      * CERTIFICADO: QUIEN SE ANONIMIZO, CUANDO Y QUE SE LE CAMBIO EN
      * CADA ARCHIVO. LOS IMPORTES DE NOMINA NO SE TOCAN: SIGUEN
      * SOPORTANDO LAS RETENCIONES DE IMPUESTOS YA DECLARADAS.
       560-CERTIFICADO.
           OPEN OUTPUT CERTANON
           IF NOT CERTANON-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CERTANON, STATUS: "
                          WS-STATUS-CERTANON
                  GO TO 560-FIN
           END-IF
           MOVE "CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES"
              TO WS-TIT-TEXTO
           WRITE REG-CERTANON FROM WS-TITULO-1       AFTER PAGE
           WRITE REG-CERTANON FROM WS-TITULO-2       AFTER 1
           WRITE REG-CERTANON FROM WS-GUIONES        AFTER 1
           WRITE REG-CERTANON FROM WS-ENC-CANDIDATOS AFTER 1
           WRITE REG-CERTANON FROM WS-GUIONES        AFTER 1
           PERFORM 565-CERTIFICA-UNO THRU 565-FIN
                   VARYING WS-IND-CAN FROM 1 BY 1
                   UNTIL WS-IND-CAN GREATER WS-TOTAL-CANDIDATOS
           WRITE REG-CERTANON FROM WS-GUIONES AFTER 1
           MOVE "EMPLEADOS ANONIMIZADOS" TO WS-TOT-TEXTO
           MOVE WS-ANONIMIZADOS TO WS-TOT-CUENTA
           WRITE REG-CERTANON FROM WS-DET-TOTAL AFTER 1
           MOVE "REGISTROS MODIFICADOS O BORRADOS" TO WS-TOT-TEXTO
           MOVE WS-REG-CAMBIADOS TO WS-TOT-CUENTA
           WRITE REG-CERTANON FROM WS-DET-TOTAL AFTER 1
           MOVE "EXCLUIDOS POR RETENCION LEGAL" TO WS-TOT-TEXTO
           MOVE WS-RETENIDOS TO WS-TOT-CUENTA
           WRITE REG-CERTANON FROM WS-DET-TOTAL AFTER 1
           MOVE "GENERACIONES ARCHIVADAS REVISADAS" TO WS-TOT-TEXTO
           MOVE WS-TOTAL-GENERACIONES TO WS-TOT-CUENTA
           WRITE REG-CERTANON FROM WS-DET-TOTAL AFTER 1
           MOVE "SE CONSERVAN LOS IMPORTES DE NOMINA Y EL NUMERO PARA"
              TO WS-CT-TEXTO
           WRITE REG-CERTANON FROM WS-CER-TEXTO AFTER 2
           MOVE "SOPORTAR LAS RETENCIONES DE IMPUESTOS YA DECLARADAS."
              TO WS-CT-TEXTO
           WRITE REG-CERTANON FROM WS-CER-TEXTO AFTER 1
           MOVE "EMITIO: ____________________   VO. BO.: ____________"
              TO WS-CT-TEXTO
           WRITE REG-CERTANON FROM WS-CER-TEXTO AFTER 3
           CLOSE CERTANON.
       560-FIN.  EXIT.

       565-CERTIFICA-UNO.
           IF WS-CAN-DATOS  (WS-IND-CAN) EQUAL ZEROS
              AND WS-CAN-BENEF  (WS-IND-CAN) EQUAL ZEROS
              AND WS-CAN-DOCTOS (WS-IND-CAN) EQUAL ZEROS
              AND WS-CAN-ARCHIVO (WS-IND-CAN) EQUAL ZEROS
              THEN
                  GO TO 565-FIN
           END-IF
           ADD 1 TO WS-ANONIMIZADOS
           MOVE "ANONIMIZADO" TO WS-DET-SITUACION
           PERFORM 820-DETALLE-CANDIDATO THRU 820-FIN
           WRITE REG-CERTANON FROM WS-DET-CANDIDATO AFTER 1
           MOVE WS-CAN-NUMERO (WS-IND-CAN) TO WS-MENU-NUMERO-EMP
           MOVE "ANON OK  " TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       565-FIN.  EXIT.

       590-GRABA-BITACORA.
           MOVE WS-LEIDOS           TO WS-BITA-LEIDOS
           MOVE WS-TOTAL-CANDIDATOS TO WS-BITA-SELECC
           MOVE WS-REG-CAMBIADOS    TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE         TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       590-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SELECCION: BAJAS DEL MAESTRO Y PURGADOS DE LAS GENERACIONES DE
      * PURGA CUYA FECHA DE BAJA ES ANTERIOR AL LIMITE, FUERA DE
      * RETENCION LEGAL. UN PURGADO QUE HOY ESTA EN EL MAESTRO (POR
      * EJEMPLO REINSTALADO) LO DECIDE EL MAESTRO. UNA BAJA SIN FECHA
      * NO SE TOCA, COMO EN PROGPURG.
      * ---------------------------------------------------------------
       600-SELECCIONA.
           MOVE ZEROS TO WS-TOTAL-CANDIDATOS WS-RETENIDOS WS-LEIDOS
                         WS-TOTAL-GENERACIONES
           MOVE "ANIOS-ANONIMIZA" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-ANIOS-ANONIMIZA
           END-IF
           COMPUTE WS-FECHA-LIMITE = WS-FECHA-HOY
                                   - WS-ANIOS-ANONIMIZA * 10000
           MOVE WS-FECHA-LIMITE    TO WS-TIT-LIMITE
           MOVE WS-ANIOS-ANONIMIZA TO WS-TIT-ANIOS
           MOVE WS-USUARIO         TO WS-TIT-USUARIO
           MOVE WS-FECHA-HOY       TO WS-TIT-FECHA
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 600-FIN
           END-IF
           OPEN INPUT RETLEGAL
           IF NOT RETLEGAL-OK
              AND NOT RETLEGAL-NO-EXISTE
              THEN
                  DISPLAY "NO SE PUDO ABRIR RETLEGAL, STATUS: "
                          WS-STATUS-RETLEGAL
                  CLOSE EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 600-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 610-BAJA-MAESTRO THRU 610-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 620-CARGA-GENERACIONES THRU 620-FIN
           PERFORM 630-PURGADOS THRU 630-FIN
                   VARYING WS-IND-GEN FROM 1 BY 1
                   UNTIL WS-IND-GEN GREATER WS-TOTAL-GENERACIONES
           CLOSE EMPLEADOS
           IF RETLEGAL-OK
              THEN
                  CLOSE RETLEGAL
           END-IF
           MOVE 0 TO RETURN-CODE.
       600-FIN.  EXIT.

       610-BAJA-MAESTRO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 610-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              THEN
                  GO TO 610-FIN
           END-IF
           ADD 1 TO WS-LEIDOS
           IF NOT EMP-ES-BAJA
              THEN
                  GO TO 610-FIN
           END-IF
           MOVE FECHA-BAJA-EMP TO WS-FECHA-BAJA-LEIDA
           MOVE NUMERO-EMP     TO WS-NUMERO-PEDIDO
           PERFORM 650-AGREGA-CANDIDATO THRU 650-FIN
           IF WS-IND-CAN NOT GREATER WS-TOTAL-CANDIDATOS
              THEN
                  SET CAN-EN-MAESTRO (WS-IND-CAN) TO TRUE
           END-IF.
       610-FIN.  EXIT.

       620-CARGA-GENERACIONES.
           OPEN INPUT CATALOGO
           IF NOT CATALOGO-OK
              THEN
                  DISPLAY "SIN CATALOGO, NO SE REVISAN GENERACIONES "
                          "ARCHIVADAS, STATUS: " WS-STATUS-CATALOGO
                  GO TO 620-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 625-GENERACION-UNA THRU 625-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CATALOGO.
       620-FIN.  EXIT.

       625-GENERACION-UNA.
           READ CATALOGO
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 625-FIN
           END-READ
           IF NOT CAT-VIGENTE
              THEN
                  GO TO 625-FIN
           END-IF
           IF CAT-NOMBRE (1:10) NOT EQUAL "UT-S-PURGA"
              AND CAT-NOMBRE (1:10) NOT EQUAL "UT-S-RSDAT"
              THEN
                  GO TO 625-FIN
           END-IF
           IF WS-TOTAL-GENERACIONES NOT LESS 300
              THEN
                  DISPLAY "MAS DE 300 GENERACIONES, SE IGNORA "
                          CAT-NOMBRE
                  GO TO 625-FIN
           END-IF
           ADD 1 TO WS-TOTAL-GENERACIONES
           MOVE CAT-NOMBRE TO WS-GEN-NOMBRE (WS-TOTAL-GENERACIONES)
           IF CAT-NOMBRE (1:10) EQUAL "UT-S-PURGA"
              THEN
                  MOVE "P" TO WS-GEN-TIPO (WS-TOTAL-GENERACIONES)
              ELSE
                  MOVE "D" TO WS-GEN-TIPO (WS-TOTAL-GENERACIONES)
           END-IF.
       625-FIN.  EXIT.

       630-PURGADOS.
           IF WS-GEN-TIPO (WS-IND-GEN) NOT EQUAL "P"
              THEN
                  GO TO 630-FIN
           END-IF
           MOVE WS-GEN-NOMBRE (WS-IND-GEN) TO WS-NOMBRE-ARCHIVO
           OPEN INPUT ARCHIVO
           IF NOT ARCHIVO-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-ARCHIVO
                          ", STATUS: " WS-STATUS-ARCHIVO
                  GO TO 630-FIN
           END-IF
           MOVE SPACES TO SW-FIN-ARCHIVO
           PERFORM 635-PURGADO-UNO THRU 635-FIN
                   UNTIL SW-FIN-ARCHIVO EQUAL "FIN"
           CLOSE ARCHIVO.
       630-FIN.  EXIT.

       635-PURGADO-UNO.
           READ ARCHIVO INTO WS-REG-ARCHIVADO
              AT END
                 MOVE "FIN" TO SW-FIN-ARCHIVO
                 GO TO 635-FIN
           END-READ
           ADD 1 TO WS-LEIDOS
           MOVE WS-ARP-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 GO TO 635-FIN
           END-READ
           MOVE WS-ARP-FECHA-BAJA TO WS-FECHA-BAJA-LEIDA
           MOVE WS-ARP-NUMERO-EMP TO WS-NUMERO-PEDIDO
           PERFORM 650-AGREGA-CANDIDATO THRU 650-FIN
           IF WS-IND-CAN NOT GREATER WS-TOTAL-CANDIDATOS
              THEN
                  SET CAN-PURGADO (WS-IND-CAN) TO TRUE
           END-IF.
       635-FIN.  EXIT.

      * AGREGA WS-NUMERO-PEDIDO SI SU BAJA YA REBASO EL LIMITE, NO ESTA
      * RETENIDO Y NO ESTA YA EN LA TABLA. DEJA WS-IND-CAN EN SU
      * RENGLON, O MAS ALLA DEL TOTAL SI NO SE AGREGO.
       650-AGREGA-CANDIDATO.
           SET WS-IND-CAN TO WS-TOTAL-CANDIDATOS
           SET WS-IND-CAN UP BY 1
           IF WS-FECHA-BAJA-LEIDA EQUAL ZEROS
              OR WS-FECHA-BAJA-LEIDA NOT LESS WS-FECHA-LIMITE
              THEN
                  GO TO 650-FIN
           END-IF
           IF WS-TOTAL-CANDIDATOS GREATER ZEROS
              THEN
                  SET WS-IND-CAN TO 1
                  SEARCH WS-CAN-RENGLON
                     AT END
                        CONTINUE
                     WHEN WS-IND-CAN GREATER WS-TOTAL-CANDIDATOS
                        CONTINUE
                     WHEN WS-CAN-NUMERO (WS-IND-CAN)
                          EQUAL WS-NUMERO-PEDIDO
                        SET WS-IND-CAN TO WS-TOTAL-CANDIDATOS
                        SET WS-IND-CAN UP BY 1
                        GO TO 650-FIN
                  END-SEARCH
                  SET WS-IND-CAN TO WS-TOTAL-CANDIDATOS
                  SET WS-IND-CAN UP BY 1
           END-IF
           PERFORM 660-VERIFICA-RETENCION THRU 660-FIN
           IF EMPLEADO-RETENIDO
              THEN
                  ADD 1 TO WS-RETENIDOS
                  GO TO 650-FIN
           END-IF
           IF WS-TOTAL-CANDIDATOS NOT LESS 3000
              THEN
                  DISPLAY "MAS DE 3000 BAJAS, EL EMPLEADO "
                          WS-NUMERO-PEDIDO " QUEDA PARA OTRA CORRIDA"
                  GO TO 650-FIN
           END-IF
           ADD 1 TO WS-TOTAL-CANDIDATOS
           SET WS-IND-CAN TO WS-TOTAL-CANDIDATOS
           MOVE WS-NUMERO-PEDIDO    TO WS-CAN-NUMERO (WS-IND-CAN)
           MOVE WS-FECHA-BAJA-LEIDA TO WS-CAN-FECHA-BAJA (WS-IND-CAN)
           MOVE ZEROS TO WS-CAN-DATOS   (WS-IND-CAN)
                         WS-CAN-BENEF   (WS-IND-CAN)
                         WS-CAN-DOCTOS  (WS-IND-CAN)
                         WS-CAN-ARCHIVO (WS-IND-CAN).
       650-FIN.  EXIT.

       660-VERIFICA-RETENCION.
           SET EMPLEADO-LIBRE TO TRUE
           IF NOT RETLEGAL-OK
              THEN
                  GO TO 660-FIN
           END-IF
           MOVE WS-NUMERO-PEDIDO TO RLG-NUMERO-EMP
           READ RETLEGAL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF RLG-VIGENTE
                    THEN
                        SET EMPLEADO-RETENIDO TO TRUE
                 END-IF
           END-READ.
       660-FIN.  EXIT.

      * ---------------------------------------------------------------
      * RUTINAS COMUNES
      * ---------------------------------------------------------------
       820-DETALLE-CANDIDATO.
           MOVE WS-CAN-NUMERO     (WS-IND-CAN) TO WS-DET-NUMERO
           MOVE WS-CAN-FECHA-BAJA (WS-IND-CAN) TO WS-DET-BAJA
           IF CAN-EN-MAESTRO (WS-IND-CAN)
              THEN
                  MOVE "MAESTRO" TO WS-DET-ORIGEN
              ELSE
                  MOVE "PURGA"   TO WS-DET-ORIGEN
           END-IF
           MOVE WS-CAN-DATOS   (WS-IND-CAN) TO WS-DET-DATOS
           MOVE WS-CAN-BENEF   (WS-IND-CAN) TO WS-DET-BENEF
           MOVE WS-CAN-DOCTOS  (WS-IND-CAN) TO WS-DET-DOCTOS
           MOVE WS-CAN-ARCHIVO (WS-IND-CAN) TO WS-DET-ARCHIVO.
       820-FIN.  EXIT.

       900-AUTORIZA.
           IF WS-USUARIO EQUAL SPACES
              THEN
                  DISPLAY "SIN CLAVE DE OPERADOR NO SE PUEDE CONTINUAR"
                  MOVE "N" TO WS-STATUS-MENU
                  MOVE 8 TO RETURN-CODE
                  GO TO 900-FIN
           END-IF
           MOVE "P" TO WS-MENU-MODO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "T" TO WS-MENU-MODO
           IF MENU-ERROR
              THEN
                  DISPLAY "USUARIO " WS-USUARIO " NO AUTORIZADO ("
                          WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
           END-IF.
       900-FIN.  EXIT.

      * SI RETLEGAL TODAVIA NO EXISTE SE CREA VACIO Y SE REABRE.
       910-ABRE-RETLEGAL.
           OPEN I-O RETLEGAL
           IF RETLEGAL-NO-EXISTE
              THEN
                  OPEN OUTPUT RETLEGAL
                  CLOSE RETLEGAL
                  OPEN I-O RETLEGAL
           END-IF
           IF NOT RETLEGAL-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR RETLEGAL, STATUS: "
                          WS-STATUS-RETLEGAL
                  MOVE 8 TO RETURN-CODE
           END-IF.
       910-FIN.  EXIT.
