       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCFDI.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              14/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * EXTRACTO DE RECIBOS ELECTRONICOS DE NOMINA (CFDI) PARA EL      *
      * PROVEEDOR DE TIMBRADO. CADA DIA DE PAGO SE TECLEABA RECIBO     *
      * POR RECIBO EN EL PORTAL, AUNQUE PROGNOMI YA DEJA EN NOMINA     *
      * TODO LO QUE SE PAGO. ESTA CORRIDA TOMA LA GENERACION FECHADA   *
      * DEL PERIODO (NOMPER.AAAAMMDD, LA MISMA QUE DISPERSA PROGBANC), *
      * LA CLASIFICA POR EMPLEADO Y ARMA UN DOCUMENTO POR EMPLEADO:    *
      *   - REGISTRO EM: RFC Y CURP DE EMPDATOS, NOMBRE, DEPARTAMENTO, *
      *     FECHA DE ALTA Y LOS TOTALES DEL RECIBO;                    *
      *   - REGISTROS PE: UNA PERCEPCION POR CONCEPTO PAGADO, CON EL   *
      *     IMPORTE GRAVADO O EXENTO SEGUN EL CATALOGO DE CONCEPTOS;   *
      *   - REGISTROS DE: UNA DEDUCCION POR RETENCION (ISR, IMSS,      *
      *     OTROS, FALTAS, CAJA, PENSION Y LOS RENGLONES DE SOLO       *
      *     DEDUCCION), TAL COMO QUEDARON GRABADOS EN NOMINA.          *
      * EL ARCHIVO ABRE CON ENCABEZADO ("00") Y CIERRA CON SUMARIO     *
      * ("99") CON DOCUMENTOS, REGISTROS Y NETO TOTAL. UN RECIBO QUE   *
      * YA TIENE FOLIO FISCAL EN CFDIUUID NO SE VUELVE A MANDAR, ASI   *
      * QUE REPETIR LA CORRIDA SOLO REMANDA LOS PENDIENTES Y LOS QUE   *
      * FALLARON. UN EMPLEADO SIN RFC NO SE PUEDE TIMBRAR: SE LISTA    *
      * EN EL REPORTE Y LA CORRIDA TERMINA CON RETURN-CODE 4. IGUAL    *
      * SE TRATA UN RECIBO DE MAS DE 60 RENGLONES: NO VIAJA TRUNCO.    *
      * LA RESPUESTA DEL PROVEEDOR LA CARGA PROGTIMB.                  *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMIPER      ASSIGN TO WS-NOMBRE-NOMIPER
                               FILE STATUS IS WS-STATUS-NOMIPER.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT EMPDATOS     ASSIGN TO UT-S-EMPDATOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS DAT-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-DATOS.
           SELECT CFDIUUID     ASSIGN TO UT-S-CFDIUUID
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS UUI-LLAVE
                               FILE STATUS IS WS-STATUS-UUID.
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PER-FECHA-PAGO
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT CFDINOM      ASSIGN TO UT-S-CFDINOM
                               FILE STATUS IS WS-STATUS-CFDINOM.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT ARCHIVO-SORT ASSIGN TO UT-S-SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMIPER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMIPER.
       01  REG-NOMIPER            PIC X(101).

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  EMPDATOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPDATOS.
           COPY EMPDATOS.

       FD  CFDIUUID
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CFDIUUID.
           COPY CFDIUUID.

       FD  PERIODOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

      * DOCUMENTO CFDI DE NOMINA: UN REGISTRO EM POR EMPLEADO SEGUIDO
      * DE SUS RENGLONES PE (PERCEPCION) Y DE (DEDUCCION). EL PERIODO
      * ES LA FECHA DE PAGO; EL PROVEEDOR LO REGRESA TAL CUAL EN SU
      * RESPUESTA PARA QUE EL UUID SE GUARDE CONTRA EMPLEADO Y PERIODO.
       FD  CFDINOM
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 120 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CFDINOM.
       01  REG-CFDINOM.
           05 CFD-TIPO            PIC X(02).
              88 CFD-ES-EMPLEADO     VALUE "EM".
              88 CFD-ES-PERCEPCION   VALUE "PE".
              88 CFD-ES-DEDUCCION    VALUE "DE".
           05 CFD-NUMERO-EMP      PIC 9(05).
           05 CFD-PERIODO         PIC 9(08).
           05 CFD-DATOS           PIC X(105).
           05 CFD-EMPLEADO REDEFINES CFD-DATOS.
              10 CFD-RFC          PIC X(13).
              10 CFD-CURP         PIC X(18).
              10 CFD-NOMBRE       PIC X(30).
              10 CFD-DEPTO        PIC 9(03).
              10 CFD-FECHA-ALTA   PIC 9(08).
              10 CFD-TOT-PERCEP   PIC 9(09)V99.
              10 CFD-TOT-DEDUC    PIC 9(09)V99.
              10 CFD-NETO         PIC 9(09)V99.
           05 CFD-LINEA REDEFINES CFD-DATOS.
              10 CFD-CONCEPTO     PIC X(04).
              10 CFD-DESCRIPCION  PIC X(20).
              10 CFD-GRAVADO      PIC 9(07)V99.
              10 CFD-EXENTO       PIC 9(07)V99.
              10 FILLER           PIC X(63).

       01  REG-CFDINOM-CTRL REDEFINES REG-CFDINOM.
           05 CFD-CTRL-TIPO       PIC X(02).
              88 CFD-ES-ENCABEZADO   VALUE "00".
              88 CFD-ES-SUMARIO      VALUE "99".
           05 CFD-CTRL-PERIODO    PIC 9(08).
           05 CFD-CTRL-DOCUMENTOS PIC 9(05).
           05 CFD-CTRL-REGISTROS  PIC 9(07).
           05 CFD-CTRL-IMPORTE    PIC 9(11)V99.
           05 FILLER              PIC X(85).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

      * LOS RENGLONES DEL PERIODO SE CLASIFICAN POR EMPLEADO Y
      * CONCEPTO; EL AREA DE SORT LLEVA EL LAYOUT DE NOMINA COMPLETO.
       SD  ARCHIVO-SORT
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-NOMIPER   PIC X(02)    VALUE "00".
              88 NOMIPER-OK         VALUE "00".
              88 NOMIPER-NO-EXISTE  VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-DATOS     PIC X(02)    VALUE "00".
              88 DATOS-OK           VALUE "00".
           05 WS-STATUS-UUID      PIC X(02)    VALUE "00".
              88 UUID-OK            VALUE "00".
           05 WS-STATUS-PERIODOS  PIC X(02)    VALUE "00".
              88 PERIODOS-OK        VALUE "00".
           05 WS-STATUS-CFDINOM   PIC X(02)    VALUE "00".
              88 CFDINOM-OK         VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-SORT         PIC X(03)    VALUE SPACES.
           05 SW-HAY-EMPDATOS     PIC X(01)    VALUE "N".
              88 HAY-EMPDATOS        VALUE "S".
           05 SW-HAY-UUID         PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-UUID    VALUE "S".
           05 SW-DOCUMENTO        PIC X(01)    VALUE "S".
              88 DOCUMENTO-VALIDO    VALUE "S".
              88 DOCUMENTO-OMITIDO   VALUE "N".
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-SELECCIONADOS    PIC 9(07)    VALUE ZEROS.
           05 WS-DOCUMENTOS       PIC 9(05)    VALUE ZEROS.
           05 WS-REGISTROS        PIC 9(07)    VALUE ZEROS.
           05 WS-YA-TIMBRADOS     PIC 9(05)    VALUE ZEROS.
           05 WS-SIN-RFC          PIC 9(05)    VALUE ZEROS.
           05 WS-EXCEDIDOS        PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-NETO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-EMP-ACTUAL       PIC 9(05)    VALUE ZEROS.
           05 WS-DEPTO-ACTUAL     PIC 9(03)    VALUE ZEROS.
           05 WS-DOC-PERCEP       PIC 9(09)V99 VALUE ZEROS.
           05 WS-DOC-DEDUC        PIC 9(09)V99 VALUE ZEROS.
           05 WS-DOC-NETO         PIC 9(09)V99 VALUE ZEROS.
           05 WS-RESIDUO          PIC S9(07)V99 VALUE ZEROS.
           05 WS-TOTAL-LINEAS     PIC 9(03)    VALUE ZEROS.
           05 WS-IND-LIN          PIC 9(03)    VALUE ZEROS.
           05 WS-LIN-TIPO         PIC X(01).
           05 WS-LIN-CODIGO       PIC X(04).
           05 WS-LIN-DEFECTO      PIC X(20).
           05 WS-LIN-IMPORTE      PIC 9(07)V99.
           05 WS-PERIODO-PEDIDO.
              10 WS-PER-ANIO      PIC 9(04).
              10 WS-PER-MES       PIC 9(02).
              10 WS-PER-DIA       PIC 9(02).

       01  WS-NOMBRE-NOMIPER.
           05 FILLER              PIC X(12)   VALUE "UT-S-NOMPER.".
           05 WS-NOP-FECHA        PIC 9(08)   VALUE ZEROS.

       01  WS-PARAMETROS-CPTO.
           05 WS-CPTO-CODIGO      PIC X(04).
           05 WS-CPTO-DESCRIPCION PIC X(20).
           05 WS-CPTO-SIGNO       PIC X(01).
           05 WS-CPTO-GRAVABLE    PIC X(01).
              88 CPTO-GRAVA-ISR      VALUE "S".
           05 WS-CPTO-CUENTA      PIC X(06).
           05 WS-CPTO-ENCONTRADO  PIC X(01).
              88 CPTO-ENCONTRADO     VALUE "S".
              88 CPTO-NO-ENCONTRADO  VALUE "N".

      * RENGLONES DEL DOCUMENTO EN CURSO: EL REGISTRO EM LLEVA LOS
      * TOTALES, ASI QUE LAS LINEAS SE ACUMULAN AQUI Y SE GRABAN
      * DESPUES DEL ENCABEZADO CUANDO CAMBIA EL EMPLEADO.
       01  WS-TABLA-LINEAS.
           05 WS-LINEA            OCCURS 60 TIMES.
              10 WS-TL-TIPO       PIC X(01).
              10 WS-TL-CODIGO     PIC X(04).
              10 WS-TL-DESC       PIC X(20).
              10 WS-TL-GRAVADO    PIC 9(07)V99.
              10 WS-TL-EXENTO     PIC 9(07)V99.

       01  WS-TITULO-1.
           05 FILLER              PIC X(18)    VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "EXTRACTO DE RECIBOS CFDI DE NOMINA".
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(11)    VALUE "  PERIODO: ".
           05 WS-TIT-2-PERIODO    PIC 9(08).
           05 FILLER              PIC X(61)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-NOTA         PIC X(30).
           05 FILLER              PIC X(05)    VALUE SPACES.

       01  WS-DET-TOT-DOCTOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "DOCUMENTOS EXTRAIDOS       : ".
           05 WS-TOT-DOCTOS-R     PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-TIMBRADOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "YA TIMBRADOS (NO SE REMANDAN)".
           05 WS-TOT-TIMBRADOS-R  PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-SINRFC.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "SIN RFC (NO SE TIMBRAN)    : ".
           05 WS-TOT-SINRFC-R     PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-EXCEDIDOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "EXCEDEN 60 LINEAS (NO VAN) : ".
           05 WS-TOT-EXCEDIDOS-R  PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-NETO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "NETO TOTAL DE LOS RECIBOS  : ".
           05 WS-TOT-NETO-R       PIC $$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(33)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PERIODO A TIMBRAR (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           PERFORM 015-VALIDA-PERIODO   THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           SORT ARCHIVO-SORT ON ASCENDING KEY
                NOM-NUMERO-EMP
                NOM-CONCEPTO
           INPUT  PROCEDURE 030-ALIMENTA THRU 030-FIN
           OUTPUT PROCEDURE 100-ARMA-DOCUMENTOS THRU 100-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

      * SOLO SE TIMBRA LO QUE YA SE NOMINO EN FIRME: UN PERIODO
      * ABIERTO O SOLO SIMULADO TODAVIA NO TIENE RENGLONES VERDADEROS.
       015-VALIDA-PERIODO.
           OPEN INPUT PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PERIODOS (CORRA "
                          "PROGGPER), STATUS: " WS-STATUS-PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE WS-PERIODO-PEDIDO TO PER-FECHA-PAGO
           READ PERIODOS
              INVALID KEY
                 DISPLAY "LA FECHA " WS-PERIODO-PEDIDO
                         " NO ES UN PERIODO DEL CATALOGO"
                 CLOSE PERIODOS
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-READ
           IF PER-ABIERTO
              OR PER-SIMULADO
              THEN
                  DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
                          " NO HA SIDO NOMINADO EN FIRME, NO HAY "
                          "RECIBOS QUE TIMBRAR"
                  CLOSE PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           CLOSE PERIODOS.
       015-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN INPUT EMPDATOS
           IF DATOS-OK
              THEN
                  SET HAY-EMPDATOS TO TRUE
              ELSE
                  DISPLAY "SIN EMPDATOS, NINGUN RECIBO TIENE RFC, "
                          "STATUS: " WS-STATUS-DATOS
           END-IF
      * SIN ARCHIVO DE FOLIOS ES LA PRIMERA VEZ: NADA ESTA TIMBRADO.
           OPEN INPUT CFDIUUID
           IF UUID-OK
              THEN
                  SET HAY-ARCHIVO-UUID TO TRUE
           END-IF
           OPEN OUTPUT CFDINOM
           IF NOT CFDINOM-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CFDINOM, STATUS: "
                          WS-STATUS-CFDINOM
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
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           MOVE WS-PERIODO-PEDIDO TO WS-TIT-2-PERIODO
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE SPACES            TO REG-CFDINOM-CTRL
           MOVE "00"              TO CFD-CTRL-TIPO
           MOVE WS-PERIODO-PEDIDO TO CFD-CTRL-PERIODO
           MOVE ZEROS             TO CFD-CTRL-DOCUMENTOS
                                     CFD-CTRL-REGISTROS
                                     CFD-CTRL-IMPORTE
           WRITE REG-CFDINOM.
       020-FIN.  EXIT.

      * ALIMENTA EL SORT CON LOS RENGLONES DEL PERIODO PEDIDO QUE
      * TRAE LA GENERACION FECHADA.
       030-ALIMENTA.
           MOVE WS-PERIODO-PEDIDO TO WS-NOP-FECHA
           OPEN INPUT NOMIPER
           IF NOMIPER-NO-EXISTE
              THEN
                  DISPLAY "NO EXISTE LA GENERACION "
                          WS-NOMBRE-NOMIPER " (VER CATALOGO)"
                  MOVE 8 TO RETURN-CODE
                  GO TO 030-FIN
           END-IF
           IF NOT NOMIPER-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR LA GENERACION DEL "
                          "PERIODO, STATUS: " WS-STATUS-NOMIPER
                  MOVE 8 TO RETURN-CODE
                  GO TO 030-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 035-SUELTA THRU 035-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMIPER.
       030-FIN.  EXIT.

       035-SUELTA.
           READ NOMIPER
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 035-FIN
           END-READ
           ADD 1 TO WS-LEIDOS
           MOVE REG-NOMIPER TO REG-NOMINA
           IF NOM-ANIO EQUAL WS-PER-ANIO
              AND NOM-MES EQUAL WS-PER-MES
              AND NOM-DIA EQUAL WS-PER-DIA
              THEN
                  ADD 1 TO WS-SELECCIONADOS
                  RELEASE REG-NOMINA
           END-IF.
       035-FIN.  EXIT.

       100-ARMA-DOCUMENTOS.
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 110-LEE-SORT THRU 110-FIN
           PERFORM 120-DOCUMENTO THRU 120-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN".
       100-FIN.  EXIT.

       110-LEE-SORT.
           RETURN ARCHIVO-SORT
              AT END
                 MOVE "FIN" TO SW-FIN-SORT
           END-RETURN.
       110-FIN.  EXIT.

      * CORTE DE CONTROL POR EMPLEADO: TODOS SUS RENGLONES DEL
      * PERIODO SE DESGLOSAN EN UN SOLO DOCUMENTO.
       120-DOCUMENTO.
           MOVE NOM-NUMERO-EMP TO WS-EMP-ACTUAL
           MOVE NOM-DEPTO      TO WS-DEPTO-ACTUAL
           MOVE ZEROS          TO WS-DOC-PERCEP
                                  WS-DOC-DEDUC
                                  WS-DOC-NETO
                                  WS-TOTAL-LINEAS
           PERFORM 130-DATOS-EMPLEADO THRU 130-FIN
           PERFORM 140-DESGLOSA-RENGLON THRU 140-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"
                      OR NOM-NUMERO-EMP NOT EQUAL WS-EMP-ACTUAL
           IF DOCUMENTO-VALIDO
              THEN
                  PERFORM 160-GRABA-DOCUMENTO THRU 160-FIN
           END-IF.
       120-FIN.  EXIT.

      * UN RECIBO YA TIMBRADO SE BRINCA; UNO SIN RFC SE LISTA. EL
      * MAESTRO SOLO PONE NOMBRE Y FECHA DE ALTA: UN EMPLEADO YA
      * PURGADO TODAVIA SE TIMBRA CON LO QUE HAY EN EMPDATOS.
       130-DATOS-EMPLEADO.
           SET DOCUMENTO-VALIDO TO TRUE
           MOVE SPACES TO CFD-DATOS
           IF HAY-ARCHIVO-UUID
              THEN
                  MOVE WS-EMP-ACTUAL     TO UUI-NUMERO-EMP
                  MOVE WS-PERIODO-PEDIDO TO UUI-PERIODO
                  READ CFDIUUID
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        IF UUI-TIMBRADO
                           THEN
                               SET DOCUMENTO-OMITIDO TO TRUE
                               ADD 1 TO WS-YA-TIMBRADOS
                               GO TO 130-FIN
                        END-IF
                  END-READ
           END-IF
           MOVE WS-EMP-ACTUAL TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 MOVE SPACES TO NOMBRE-EMP
                 MOVE ZEROS  TO FECHA-ALTA-EMP
           END-READ
           MOVE NOMBRE-EMP      TO CFD-NOMBRE
           MOVE FECHA-ALTA-EMP  TO CFD-FECHA-ALTA
           MOVE WS-DEPTO-ACTUAL TO CFD-DEPTO
           MOVE SPACES TO CFD-RFC
                          CFD-CURP
           IF HAY-EMPDATOS
              THEN
                  MOVE WS-EMP-ACTUAL TO DAT-NUMERO-EMP
                  READ EMPDATOS
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE DAT-RFC  TO CFD-RFC
                        MOVE DAT-CURP TO CFD-CURP
                  END-READ
           END-IF
           IF CFD-RFC EQUAL SPACES
              THEN
                  SET DOCUMENTO-OMITIDO TO TRUE
                  ADD 1 TO WS-SIN-RFC
                  MOVE WS-EMP-ACTUAL TO WS-DET-NUMERO
                  MOVE NOMBRE-EMP    TO WS-DET-NOMBRE
                  MOVE "SIN RFC EN EMPDATOS, NO VIAJA"
                     TO WS-DET-NOTA
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           END-IF.
       130-FIN.  EXIT.

      * CADA RENGLON DE NOMINA SE PARTE EN SUS PERCEPCIONES Y SUS
      * RETENCIONES. LO QUE QUEDA DE LA DEDUCCION DESPUES DEL
      * DESGLOSE DE IMPUESTOS ES LA PENSION EN EL RENGLON NORMAL Y EL
      * PROPIO CONCEPTO EN LOS RENGLONES DE SOLO DEDUCCION.
       140-DESGLOSA-RENGLON.
           IF DOCUMENTO-OMITIDO
              THEN
                  PERFORM 110-LEE-SORT THRU 110-FIN
                  GO TO 140-FIN
           END-IF
           IF NOM-SALARIO GREATER ZEROS
              THEN
                  MOVE "P"             TO WS-LIN-TIPO
                  MOVE NOM-CONCEPTO    TO WS-LIN-CODIGO
                  MOVE "PERCEPCION"    TO WS-LIN-DEFECTO
                  MOVE NOM-SALARIO     TO WS-LIN-IMPORTE
                  PERFORM 150-AGREGA-LINEA THRU 150-FIN
           END-IF
           IF NOM-EXTRAS GREATER ZEROS
              THEN
                  MOVE "P"             TO WS-LIN-TIPO
                  MOVE "HEXT"          TO WS-LIN-CODIGO
                  MOVE "HORAS EXTRA"   TO WS-LIN-DEFECTO
                  MOVE NOM-EXTRAS      TO WS-LIN-IMPORTE
                  PERFORM 150-AGREGA-LINEA THRU 150-FIN
           END-IF
           IF NOM-ISR GREATER ZEROS
              THEN
                  MOVE "D"             TO WS-LIN-TIPO
                  MOVE "ISR "          TO WS-LIN-CODIGO
                  MOVE "ISR RETENIDO"  TO WS-LIN-DEFECTO
                  MOVE NOM-ISR         TO WS-LIN-IMPORTE
                  PERFORM 150-AGREGA-LINEA THRU 150-FIN
           END-IF
           IF NOM-IMSS GREATER ZEROS
              THEN
                  MOVE "D"             TO WS-LIN-TIPO
                  MOVE "IMSS"          TO WS-LIN-CODIGO
                  MOVE "CUOTA OBRERA IMSS" TO WS-LIN-DEFECTO
                  MOVE NOM-IMSS        TO WS-LIN-IMPORTE
                  PERFORM 150-AGREGA-LINEA THRU 150-FIN
           END-IF
           IF NOM-OTROS GREATER ZEROS
              THEN
                  MOVE "D"             TO WS-LIN-TIPO
                  MOVE "OTRO"          TO WS-LIN-CODIGO
                  MOVE "OTRAS RETENCIONES" TO WS-LIN-DEFECTO
                  MOVE NOM-OTROS       TO WS-LIN-IMPORTE
                  PERFORM 150-AGREGA-LINEA THRU 150-FIN
           END-IF
           IF NOM-FALTAS GREATER ZEROS
              THEN
                  MOVE "D"             TO WS-LIN-TIPO
                  MOVE "FALT"          TO WS-LIN-CODIGO
                  MOVE "DESCUENTO FALTAS" TO WS-LIN-DEFECTO
                  MOVE NOM-FALTAS      TO WS-LIN-IMPORTE
                  PERFORM 150-AGREGA-LINEA THRU 150-FIN
           END-IF
           IF NOM-PRESTAMO GREATER ZEROS
              THEN
                  MOVE "D"             TO WS-LIN-TIPO
                  MOVE "CAJA"          TO WS-LIN-CODIGO
                  MOVE "CAJA DE AHORRO"  TO WS-LIN-DEFECTO
                  MOVE NOM-PRESTAMO    TO WS-LIN-IMPORTE
                  PERFORM 150-AGREGA-LINEA THRU 150-FIN
           END-IF
           COMPUTE WS-RESIDUO =
                   NOM-DEDUCCION - NOM-ISR - NOM-IMSS - NOM-OTROS
           IF WS-RESIDUO GREATER ZEROS
              THEN
                  MOVE "D"             TO WS-LIN-TIPO
                  IF NOM-ES-NORMAL
                     THEN
                         MOVE "PENS"   TO WS-LIN-CODIGO
                         MOVE "PENSION ALIMENTICIA" TO WS-LIN-DEFECTO
                     ELSE
                         MOVE NOM-CONCEPTO TO WS-LIN-CODIGO
                         MOVE "DEDUCCION"  TO WS-LIN-DEFECTO
                  END-IF
                  MOVE WS-RESIDUO      TO WS-LIN-IMPORTE
                  PERFORM 150-AGREGA-LINEA THRU 150-FIN
           END-IF
           ADD NOM-NETO TO WS-DOC-NETO
           PERFORM 110-LEE-SORT THRU 110-FIN.
       140-FIN.  EXIT.

      * LA DESCRIPCION Y LA GRAVABILIDAD SALEN DEL CATALOGO; UN
      * CODIGO QUE NO ESTA EN EL CATALOGO USA LA DESCRIPCION DE CASA
      * Y, SI ES PERCEPCION, SE DECLARA GRAVADA (LO SEGURO ANTE EL
      * SAT). UN RECIBO QUE NO CABE EN LA TABLA NO SE MANDA TRUNCO:
      * EL DOCUMENTO SE OMITE Y SE LISTA, COMO EL QUE NO TIENE RFC.
       150-AGREGA-LINEA.
           IF DOCUMENTO-OMITIDO
              THEN
                  GO TO 150-FIN
           END-IF
           IF WS-TOTAL-LINEAS EQUAL 60
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 60 RENGLONES, "
                          "EMPLEADO: " WS-EMP-ACTUAL
                  SET DOCUMENTO-OMITIDO TO TRUE
                  ADD 1 TO WS-EXCEDIDOS
                  MOVE WS-EMP-ACTUAL TO WS-DET-NUMERO
                  MOVE CFD-NOMBRE    TO WS-DET-NOMBRE
                  MOVE "MAS DE 60 RENGLONES, NO VIAJA"
                     TO WS-DET-NOTA
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
                  GO TO 150-FIN
           END-IF
           ADD 1 TO WS-TOTAL-LINEAS
           MOVE WS-LIN-CODIGO TO WS-CPTO-CODIGO
           CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
           MOVE WS-LIN-TIPO   TO WS-TL-TIPO   (WS-TOTAL-LINEAS)
           MOVE WS-LIN-CODIGO TO WS-TL-CODIGO (WS-TOTAL-LINEAS)
           MOVE ZEROS         TO WS-TL-GRAVADO (WS-TOTAL-LINEAS)
                                 WS-TL-EXENTO  (WS-TOTAL-LINEAS)
           IF CPTO-ENCONTRADO
              THEN
                  MOVE WS-CPTO-DESCRIPCION
                     TO WS-TL-DESC (WS-TOTAL-LINEAS)
              ELSE
                  MOVE WS-LIN-DEFECTO
                     TO WS-TL-DESC (WS-TOTAL-LINEAS)
                  MOVE "S" TO WS-CPTO-GRAVABLE
           END-IF
           IF WS-LIN-TIPO EQUAL "P"
              THEN
                  IF CPTO-GRAVA-ISR
                     THEN
                         MOVE WS-LIN-IMPORTE
                            TO WS-TL-GRAVADO (WS-TOTAL-LINEAS)
                     ELSE
                         MOVE WS-LIN-IMPORTE
                            TO WS-TL-EXENTO (WS-TOTAL-LINEAS)
                  END-IF
                  ADD WS-LIN-IMPORTE TO WS-DOC-PERCEP
              ELSE
                  MOVE WS-LIN-IMPORTE
                     TO WS-TL-GRAVADO (WS-TOTAL-LINEAS)
                  ADD WS-LIN-IMPORTE TO WS-DOC-DEDUC
           END-IF.
       150-FIN.  EXIT.

       160-GRABA-DOCUMENTO.
           IF DOCUMENTO-OMITIDO
              THEN
                  GO TO 160-FIN
           END-IF
           MOVE "EM"              TO CFD-TIPO
           MOVE WS-EMP-ACTUAL     TO CFD-NUMERO-EMP
           MOVE WS-PERIODO-PEDIDO TO CFD-PERIODO
           MOVE WS-DOC-PERCEP     TO CFD-TOT-PERCEP
           MOVE WS-DOC-DEDUC      TO CFD-TOT-DEDUC
           MOVE WS-DOC-NETO       TO CFD-NETO
           WRITE REG-CFDINOM
           ADD 1 TO WS-REGISTROS
           PERFORM 165-GRABA-LINEA THRU 165-FIN
                   VARYING WS-IND-LIN FROM 1 BY 1
                   UNTIL WS-IND-LIN GREATER WS-TOTAL-LINEAS
           ADD 1           TO WS-DOCUMENTOS
           ADD WS-DOC-NETO TO WS-TOT-NETO.
       160-FIN.  EXIT.

       165-GRABA-LINEA.
           MOVE SPACES            TO REG-CFDINOM
           IF WS-TL-TIPO (WS-IND-LIN) EQUAL "P"
              THEN
                  MOVE "PE"       TO CFD-TIPO
              ELSE
                  MOVE "DE"       TO CFD-TIPO
           END-IF
           MOVE WS-EMP-ACTUAL     TO CFD-NUMERO-EMP
           MOVE WS-PERIODO-PEDIDO TO CFD-PERIODO
           MOVE WS-TL-CODIGO  (WS-IND-LIN) TO CFD-CONCEPTO
           MOVE WS-TL-DESC    (WS-IND-LIN) TO CFD-DESCRIPCION
           MOVE WS-TL-GRAVADO (WS-IND-LIN) TO CFD-GRAVADO
           MOVE WS-TL-EXENTO  (WS-IND-LIN) TO CFD-EXENTO
           WRITE REG-CFDINOM
           ADD 1 TO WS-REGISTROS.
       165-FIN.  EXIT.

       200-FINAL.
           MOVE SPACES            TO REG-CFDINOM-CTRL
           MOVE "99"              TO CFD-CTRL-TIPO
           MOVE WS-PERIODO-PEDIDO TO CFD-CTRL-PERIODO
           MOVE WS-DOCUMENTOS     TO CFD-CTRL-DOCUMENTOS
           MOVE WS-REGISTROS      TO CFD-CTRL-REGISTROS
           MOVE WS-TOT-NETO       TO CFD-CTRL-IMPORTE
           WRITE REG-CFDINOM
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE WS-DOCUMENTOS   TO WS-TOT-DOCTOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-DOCTOS    AFTER 1
           MOVE WS-YA-TIMBRADOS TO WS-TOT-TIMBRADOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-TIMBRADOS AFTER 1
           MOVE WS-SIN-RFC      TO WS-TOT-SINRFC-R
           WRITE REG-REPORTE FROM WS-DET-TOT-SINRFC    AFTER 1
           MOVE WS-EXCEDIDOS    TO WS-TOT-EXCEDIDOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-EXCEDIDOS AFTER 1
           MOVE WS-TOT-NETO     TO WS-TOT-NETO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-NETO      AFTER 1
           CLOSE EMPLEADOS
           CLOSE CFDINOM
           CLOSE REPORTE
           IF HAY-EMPDATOS
              THEN
                  CLOSE EMPDATOS
           END-IF
           IF HAY-ARCHIVO-UUID
              THEN
                  CLOSE CFDIUUID
           END-IF
           DISPLAY "EXTRACTO CFDI TERMINADO, DOCUMENTOS: "
                   WS-DOCUMENTOS " YA TIMBRADOS: " WS-YA-TIMBRADOS
                   " SIN RFC: " WS-SIN-RFC
                   " MAS DE 60 RENGLONES: " WS-EXCEDIDOS
           EVALUATE TRUE
              WHEN RETURN-CODE EQUAL 8
                 CONTINUE
              WHEN WS-SELECCIONADOS EQUAL ZEROS
                 DISPLAY "NINGUN RENGLON DE NOMINA DEL PERIODO "
                         WS-PERIODO-PEDIDO
                 MOVE 8 TO RETURN-CODE
              WHEN WS-SIN-RFC GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN WS-EXCEDIDOS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       200-FIN.  EXIT.
