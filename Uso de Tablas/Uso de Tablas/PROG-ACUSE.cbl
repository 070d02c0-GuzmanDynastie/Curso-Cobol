       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGACUS.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * ACUSES DE RECIBO DE NOMINA FIRMADOS. SIN EL RECIBO FIRMADO POR *
      * EL EMPLEADO LA EMPRESA NO PUEDE PROBAR EL PAGO ANTE UNA        *
      * DEMANDA, Y NADIE LLEVABA LA CUENTA DE CUALES FALTAN (COPY      *
      * ACUSE).                                                        *
      *   OPCION 1 - CAPTURA DEL OPERADOR: EMPLEADO, PERIODO Y FECHA   *
      *              DE FIRMA. EL RECIBO DEBE ESTAR VIGENTE EN LA      *
      *              GENERACION DEL PERIODO (NOMPER.AAAAMMDD) Y UN     *
      *              ACUSE YA GRABADO NO SE SOBREESCRIBE.              *
      *   OPCION 2 - CARGA DEL LOTE QUE DEJA LA DIGITALIZACION DE LOS  *
      *              RECIBOS FIRMADOS (ACUSLOTE); LISTA LOS RENGLONES  *
      *              RECHAZADOS Y CUENTA LOS YA REGISTRADOS. CON       *
      *              RECHAZOS, RC 4.                                   *
      *   OPCION 3 - REPORTE DE EXCEPCIONES DE UN RANGO DE PERIODOS:   *
      *              CADA RECIBO VIGENTE DE NOMINA (MAS NORM QUE REVE) *
      *              SIN ACUSE, POR PERIODO Y DEPARTAMENTO, CON        *
      *              CUANTOS PERIODOS LE FALTAN FIRMAR AL EMPLEADO Y   *
      *              EL RESUMEN POR ANTIGUEDAD (1, 2, 3, 4 O MAS). CON *
      *              RECIBOS SIN ACUSE, RC 4.                          *
      * AUDITORIA MODO "T" VIA PROGMENU DE CADA CAPTURA Y DE CADA LOTE *
      * CARGADO.                                                       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACUSE        ASSIGN TO UT-S-ACUSE
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACU-LLAVE
                               FILE STATUS IS WS-STATUS-ACUSE.
           SELECT ACUSLOTE     ASSIGN TO UT-S-ACUSLOTE
                               FILE STATUS IS WS-STATUS-ACUSLOTE.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT NOMIPER      ASSIGN TO WS-NOMBRE-NOMIPER
                               FILE STATUS IS WS-STATUS-NOMIPER.
           SELECT SINFIRMA     ASSIGN TO UT-S-SINFIRMA
                               FILE STATUS IS WS-STATUS-SINFIRMA.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT ARCHIVO-SORT ASSIGN TO UT-S-SORTWK01.
           SELECT SORT-FALTAN  ASSIGN TO UT-S-SORTWK02.

       DATA DIVISION.
       FILE SECTION.
       FD  ACUSE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-ACUSE.
           COPY ACUSE.

      * LOTE QUE DEJA LA DIGITALIZACION DE LOS RECIBOS FIRMADOS: UN
      * RENGLON POR RECIBO ESCANEADO, CON LA CLAVE DEL LOTE.
       FD  ACUSLOTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACUSLOTE.
       01  REG-ACUSLOTE.
           05 LOT-NUMERO-EMP      PIC 9(05).
           05 LOT-PERIODO         PIC 9(08).
           05 LOT-FECHA-FIRMA     PIC 9(08).
           05 LOT-CLAVE-LOTE      PIC X(08).
           05 FILLER              PIC X(01).

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA-ENT.
       01  REG-NOMINA-ENT         PIC X(101).

      * GENERACION FECHADA DEL PERIODO QUE DEJA PROGNOMI: CON ELLA LA
      * CAPTURA CONFIRMA QUE EL RECIBO EXISTE SIN LEER TODA LA NOMINA.
       FD  NOMIPER
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMIPER.
       01  REG-NOMIPER            PIC X(101).

      * RECIBOS SIN ACUSE QUE DEJA LA PRIMERA CLASIFICACION, YA CON
      * LOS PERIODOS QUE LE FALTAN A CADA EMPLEADO.
       FD  SINFIRMA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SINFIRMA.
       01  REG-SINFIRMA           PIC X(20).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

      * LOS RENGLONES NORM Y REVE DEL RANGO SE CLASIFICAN POR
      * EMPLEADO Y PERIODO; EL AREA DE SORT LLEVA EL LAYOUT DE NOMINA.
       SD  ARCHIVO-SORT
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

      * LOS RECIBOS SIN ACUSE SE RECLASIFICAN POR PERIODO,
      * DEPARTAMENTO Y EMPLEADO PARA EL REPORTE.
       SD  SORT-FALTAN
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-FALTAN.
       01  REG-FALTAN.
           05 FAL-PERIODO         PIC 9(08).
           05 FAL-DEPTO           PIC 9(03).
           05 FAL-NUMERO-EMP      PIC 9(05).
           05 FAL-PERIODOS        PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-ACUSE     PIC X(02)    VALUE "00".
              88 ACUSE-OK           VALUE "00" "05".
              88 ACUSE-NO-EXISTE    VALUE "35".
           05 WS-STATUS-ACUSLOTE  PIC X(02)    VALUE "00".
              88 ACUSLOTE-OK        VALUE "00".
              88 ACUSLOTE-NO-EXISTE VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
              88 NOMINA-NO-EXISTE   VALUE "35".
           05 WS-STATUS-NOMIPER   PIC X(02)    VALUE "00".
              88 NOMIPER-OK         VALUE "00".
              88 NOMIPER-NO-EXISTE  VALUE "35".
           05 WS-STATUS-SINFIRMA  PIC X(02)    VALUE "00".
              88 SINFIRMA-OK        VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-SORT         PIC X(03)    VALUE SPACES.
           05 SW-HAY-EMPLEADOS    PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-EMPLEADOS VALUE "S".
           05 SW-HAY-ACUSES       PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-ACUSES    VALUE "S".
           05 SW-RECHAZO          PIC X(01)    VALUE "N".
              88 RENGLON-RECHAZADO     VALUE "S".
              88 RENGLON-ACEPTADO      VALUE "N".
           05 WS-MOTIVO           PIC X(30)    VALUE SPACES.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-PEDIDA     PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-PED-R REDEFINES WS-FECHA-PEDIDA.
              10 WS-FPE-ANIO      PIC 9(04).
              10 WS-FPE-MES       PIC 9(02).
              10 WS-FPE-DIA       PIC 9(02).
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-PERIODO-PEDIDO   PIC 9(08)    VALUE ZEROS.
           05 WS-FIRMA-PEDIDA     PIC 9(08)    VALUE ZEROS.
           05 WS-DESDE            PIC 9(08)    VALUE ZEROS.
           05 WS-HASTA            PIC 9(08)    VALUE ZEROS.
           05 WS-RECIBOS-EMP      PIC S9(03)   VALUE ZEROS.
           05 WS-EMP-ACTUAL       PIC 9(05)    VALUE ZEROS.
           05 WS-PERIODO-ACTUAL   PIC 9(08)    VALUE ZEROS.
           05 WS-DEPTO-ACTUAL     PIC 9(03)    VALUE ZEROS.
           05 WS-DEPTO-RECIBO     PIC 9(03)    VALUE ZEROS.
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-SELECCIONADOS    PIC 9(07)    VALUE ZEROS.
           05 WS-GRABADOS         PIC 9(05)    VALUE ZEROS.
           05 WS-YA-REGISTRADOS   PIC 9(05)    VALUE ZEROS.
           05 WS-RECHAZADOS       PIC 9(05)    VALUE ZEROS.
           05 WS-RECIBOS          PIC 9(07)    VALUE ZEROS.
           05 WS-CON-ACUSE        PIC 9(07)    VALUE ZEROS.
           05 WS-SIN-ACUSE        PIC 9(07)    VALUE ZEROS.
           05 WS-EMP-SIN-ACUSE    PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-DEPTO        PIC 9(05)    VALUE ZEROS.
           05 WS-SUB-PERIODO      PIC 9(05)    VALUE ZEROS.

      * EMPLEADOS CON RECIBOS SIN ACUSE SEGUN CUANTOS PERIODOS LES
      * FALTAN: 1, 2, 3 Y 4 O MAS.
       01  WS-ANTIGUEDAD.
           05 WS-ANT-EMPLEADOS    PIC 9(05)    OCCURS 4 TIMES.
       01  WS-IND-ANT             PIC 9(01)    VALUE ZEROS.

      * PERIODOS SIN ACUSE DEL EMPLEADO EN CURSO: SE GUARDAN HASTA
      * SABER CUANTOS SON, PORQUE CADA RENGLON DEL REPORTE LO LLEVA.
       01  WS-TABLA-FALTAN.
           05 WS-FALTAN-EMP       PIC 9(04)    VALUE ZEROS.
           05 WS-FALTAN-GUARDADOS PIC 9(03)    VALUE ZEROS.
           05 WS-IND-FALTAN       PIC 9(03)    VALUE ZEROS.
           05 WS-FALTAN OCCURS 200 TIMES.
              10 WS-FAL-PERIODO   PIC 9(08).
              10 WS-FAL-DEPTO     PIC 9(03).

       01  WS-NOMBRE-NOMIPER.
           05 FILLER              PIC X(12)   VALUE "UT-S-NOMPER.".
           05 WS-NOP-FECHA        PIC 9(08)   VALUE ZEROS.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "M".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGACUS".

       01  WS-TITULO-1.
           05 FILLER              PIC X(18)    VALUE SPACES.
           05 FILLER              PIC X(44)
              VALUE "RECIBOS DE NOMINA SIN ACUSE FIRMADO".
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(14)    VALUE "  PERIODOS DEL".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-DESDE      PIC 9(08).
           05 FILLER              PIC X(04)    VALUE " AL ".
           05 WS-TIT-2-HASTA      PIC 9(08).
           05 FILLER              PIC X(45)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "DEPTO".
           05 FILLER              PIC X(07)    VALUE "EMPL.".
           05 FILLER              PIC X(32)    VALUE "NOMBRE".
           05 FILLER              PIC X(14)    VALUE "SIN FIRMA".
           05 FILLER              PIC X(19)    VALUE "ANTIGUEDAD".

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-ENC-PERIODO.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(09)    VALUE "PERIODO: ".
           05 WS-ENC-PERIODO-R    PIC 9(08).
           05 FILLER              PIC X(62)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PERIODOS     PIC Z,ZZ9.
           05 FILLER              PIC X(09)    VALUE SPACES.
           05 WS-DET-ANTIGUEDAD   PIC X(12).
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-DET-SUBTOTAL.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-SUB-TEXTO        PIC X(15).
           05 WS-SUB-CLAVE-R      PIC 9(08).
           05 FILLER              PIC X(20)
              VALUE "  RECIBOS SIN FIRMA:".
           05 WS-SUB-CUANTOS-R    PIC ZZ,ZZ9.
           05 FILLER              PIC X(27)    VALUE SPACES.

       01  WS-DET-TOTAL.
           05 FILLER              PIC X(01).
           05 WS-TOT-TEXTO        PIC X(36).
           05 WS-TOT-CUANTOS-R    PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(34)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CAPTURA DE ACUSE DE RECIBO FIRMADO"
           DISPLAY "2. CARGA DE LOTE DE RECIBOS ESCANEADOS"
           DISPLAY "3. REPORTE DE RECIBOS SIN ACUSE"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-CAPTURA     THRU 100-FIN
              WHEN 2
                 PERFORM 200-LOTE        THRU 200-FIN
              WHEN 3
                 PERFORM 300-EXCEPCIONES THRU 300-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

      * FECHA AAAAMMDD CON MES Y DIA VALIDOS; SI NO, QUEDA EN CEROS.
       090-VALIDA-FECHA.
           IF WS-FECHA-PEDIDA NOT NUMERIC
              OR WS-FPE-MES LESS 1
              OR WS-FPE-MES GREATER 12
              OR WS-FPE-DIA LESS 1
              OR WS-FPE-DIA GREATER 31
              THEN
                  MOVE ZEROS TO WS-FECHA-PEDIDA
           END-IF.
       090-FIN.  EXIT.

       095-ABRE-ACUSE.
           OPEN I-O ACUSE
           IF ACUSE-NO-EXISTE
              THEN
                  OPEN OUTPUT ACUSE
                  CLOSE ACUSE
                  OPEN I-O ACUSE
           END-IF.
       095-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: CAPTURA DEL OPERADOR
      * ---------------------------------------------------------------
       100-CAPTURA.
           PERFORM 095-ABRE-ACUSE THRU 095-FIN
           IF NOT ACUSE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACUSE, STATUS: "
                          WS-STATUS-ACUSE
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE ACUSE
                  GO TO 100-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO-PEDIDO
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
                                    NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "ACU EMPL " TO WS-MENU-RESULTADO
                 GO TO 100-AUDITA
           END-READ
           DISPLAY "EMPLEADO: " NOMBRE-EMP
           DISPLAY "PERIODO DEL RECIBO (AAAAMMDD): "
           ACCEPT WS-FECHA-PEDIDA
           PERFORM 090-VALIDA-FECHA THRU 090-FIN
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  DISPLAY "PERIODO INVALIDO, NO SE GRABA"
                  MOVE "ACU PERIO" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           MOVE WS-FECHA-PEDIDA TO WS-PERIODO-PEDIDO
           PERFORM 110-BUSCA-RECIBO THRU 110-FIN
           IF WS-RECIBOS-EMP NOT GREATER ZEROS
              THEN
                  DISPLAY "EL EMPLEADO NO TIENE RECIBO PAGADO EN EL "
                          "PERIODO " WS-PERIODO-PEDIDO
                  MOVE "ACU RECIB" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           MOVE WS-NUMERO-PEDIDO  TO ACU-NUMERO-EMP
           MOVE WS-PERIODO-PEDIDO TO ACU-PERIODO
      * UN ACUSE YA GRABADO ES UN HECHO: NO SE SOBREESCRIBE.
           READ ACUSE
              NOT INVALID KEY
                 DISPLAY "EL RECIBO YA TIENE ACUSE FIRMADO EL "
                         ACU-FECHA-FIRMA " CANAL " ACU-CANAL
                         " POR " ACU-USUARIO
                 MOVE "ACU DUPL " TO WS-MENU-RESULTADO
                 GO TO 100-AUDITA
           END-READ
           DISPLAY "FECHA DE FIRMA (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  MOVE WS-FECHA-HOY TO WS-FECHA-PEDIDA
           END-IF
           PERFORM 090-VALIDA-FECHA THRU 090-FIN
           MOVE WS-FECHA-PEDIDA TO WS-FIRMA-PEDIDA
           IF WS-FIRMA-PEDIDA EQUAL ZEROS
              OR WS-FIRMA-PEDIDA LESS WS-PERIODO-PEDIDO
              OR WS-FIRMA-PEDIDA GREATER WS-FECHA-HOY
              THEN
                  DISPLAY "FECHA DE FIRMA INVALIDA: DEBE IR DEL "
                          "PERIODO A HOY"
                  MOVE "ACU FECH " TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           MOVE SPACES            TO REG-ACUSE
           MOVE WS-NUMERO-PEDIDO  TO ACU-NUMERO-EMP
           MOVE WS-PERIODO-PEDIDO TO ACU-PERIODO
           MOVE WS-FIRMA-PEDIDA   TO ACU-FECHA-FIRMA
           SET ACU-POR-CAPTURA    TO TRUE
           MOVE WS-USUARIO        TO ACU-USUARIO
           WRITE REG-ACUSE
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR ACUSE, STATUS: "
                         WS-STATUS-ACUSE
                 MOVE "ACU ERR  " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 DISPLAY "ACUSE REGISTRADO"
                 MOVE "ACU ALTA " TO WS-MENU-RESULTADO
           END-WRITE.
       100-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE EMPLEADOS
                 ACUSE.
       100-FIN.  EXIT.

      * CUENTA LOS RECIBOS VIGENTES DEL EMPLEADO EN LA GENERACION
      * DEL PERIODO: CADA NORM SUMA Y CADA REVE RESTA, ASI UN RECIBO
      * REVERTIDO Y NO VUELTO A PAGAR NO PIDE ACUSE.
       110-BUSCA-RECIBO.
           MOVE ZEROS             TO WS-RECIBOS-EMP
           MOVE WS-PERIODO-PEDIDO TO WS-NOP-FECHA
           OPEN INPUT NOMIPER
           IF NOT NOMIPER-OK
              THEN
                  DISPLAY "NO EXISTE LA GENERACION "
                          WS-NOMBRE-NOMIPER " (VER CATALOGO)"
                  GO TO 110-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 115-LEE-NOMIPER THRU 115-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMIPER.
       110-FIN.  EXIT.

       115-LEE-NOMIPER.
           READ NOMIPER
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 115-FIN
           END-READ
           MOVE REG-NOMIPER TO REG-NOMINA
           IF NOM-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              OR NOM-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              THEN
                  GO TO 115-FIN
           END-IF
           EVALUATE TRUE
              WHEN NOM-ES-NORMAL
                 ADD 1 TO WS-RECIBOS-EMP
              WHEN NOM-ES-REVERSO
                 SUBTRACT 1 FROM WS-RECIBOS-EMP
           END-EVALUATE.
       115-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: CARGA DEL LOTE ESCANEADO
      * ---------------------------------------------------------------
       200-LOTE.
           OPEN INPUT ACUSLOTE
           IF ACUSLOTE-NO-EXISTE
              THEN
                  DISPLAY "NO HAY LOTE DE RECIBOS ESCANEADOS"
                  MOVE 4 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           IF NOT ACUSLOTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACUSLOTE, STATUS: "
                          WS-STATUS-ACUSLOTE
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           PERFORM 095-ABRE-ACUSE THRU 095-FIN
           IF NOT ACUSE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACUSE, STATUS: "
                          WS-STATUS-ACUSE
                  MOVE 8 TO RETURN-CODE
                  CLOSE ACUSLOTE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  CLOSE ACUSLOTE
                        ACUSE
                  GO TO 200-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 210-PROCESA-LOTE THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE ACUSLOTE
                 ACUSE
                 EMPLEADOS
           DISPLAY "LOTE CARGADO, LEIDOS: " WS-LEIDOS
                   " GRABADOS: " WS-GRABADOS
                   " YA REGISTRADOS: " WS-YA-REGISTRADOS
                   " RECHAZADOS: " WS-RECHAZADOS
      * LA CARGA QUEDA EN AUDITORIA COMO UN SOLO MOVIMIENTO; EL
      * DETALLE DE CADA ACUSE LO LLEVA EL PROPIO ARCHIVO.
           MOVE ZEROS       TO WS-MENU-NUMERO-EMP
           MOVE "ACU LOTE " TO WS-MENU-RESULTADO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           IF WS-RECHAZADOS GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

      * UN RECIBO ESCANEADO DOS VECES NO ES ERROR: EL PRIMER ACUSE
      * SE CONSERVA Y EL SEGUNDO SOLO SE CUENTA.
       210-PROCESA-LOTE.
           READ ACUSLOTE
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           ADD 1 TO WS-LEIDOS
           SET RENGLON-ACEPTADO TO TRUE
           PERFORM 220-VALIDA-LOTE THRU 220-FIN
           IF RENGLON-RECHAZADO
              THEN
                  ADD 1 TO WS-RECHAZADOS
                  DISPLAY "RECHAZADO EMPLEADO " LOT-NUMERO-EMP
                          " PERIODO " LOT-PERIODO ": " WS-MOTIVO
                  GO TO 210-FIN
           END-IF
           MOVE SPACES           TO REG-ACUSE
           MOVE LOT-NUMERO-EMP   TO ACU-NUMERO-EMP
           MOVE LOT-PERIODO      TO ACU-PERIODO
           MOVE LOT-FECHA-FIRMA  TO ACU-FECHA-FIRMA
           SET ACU-POR-LOTE      TO TRUE
           MOVE LOT-CLAVE-LOTE   TO ACU-USUARIO
           WRITE REG-ACUSE
              INVALID KEY
                 ADD 1 TO WS-YA-REGISTRADOS
              NOT INVALID KEY
                 ADD 1 TO WS-GRABADOS
           END-WRITE.
       210-FIN.  EXIT.

       220-VALIDA-LOTE.
           IF LOT-NUMERO-EMP NOT NUMERIC
              THEN
                  SET RENGLON-RECHAZADO TO TRUE
                  MOVE "NUMERO DE EMPLEADO INVALIDO" TO WS-MOTIVO
                  GO TO 220-FIN
           END-IF
           MOVE LOT-NUMERO-EMP TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 SET RENGLON-RECHAZADO TO TRUE
                 MOVE "NO ESTA EN EL MAESTRO" TO WS-MOTIVO
                 GO TO 220-FIN
           END-READ
           MOVE LOT-PERIODO TO WS-FECHA-PEDIDA
           PERFORM 090-VALIDA-FECHA THRU 090-FIN
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              THEN
                  SET RENGLON-RECHAZADO TO TRUE
                  MOVE "PERIODO INVALIDO" TO WS-MOTIVO
                  GO TO 220-FIN
           END-IF
           MOVE LOT-FECHA-FIRMA TO WS-FECHA-PEDIDA
           PERFORM 090-VALIDA-FECHA THRU 090-FIN
           IF WS-FECHA-PEDIDA EQUAL ZEROS
              OR LOT-FECHA-FIRMA LESS LOT-PERIODO
              OR LOT-FECHA-FIRMA GREATER WS-FECHA-HOY
              THEN
                  SET RENGLON-RECHAZADO TO TRUE
                  MOVE "FECHA DE FIRMA INVALIDA" TO WS-MOTIVO
           END-IF.
       220-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: REPORTE DE RECIBOS SIN ACUSE
      * ---------------------------------------------------------------
       300-EXCEPCIONES.
           DISPLAY "PERIODO DESDE (AAAAMMDD, CEROS = TODOS): "
           ACCEPT WS-DESDE
           DISPLAY "PERIODO HASTA (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-HASTA
           IF WS-HASTA EQUAL ZEROS
              THEN
                  MOVE WS-FECHA-HOY TO WS-HASTA
           END-IF
           IF WS-DESDE GREATER WS-HASTA
              THEN
                  DISPLAY "RANGO DE PERIODOS INVALIDO"
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
      * SIN ARCHIVO DE ACUSES TODO RECIBO DEL RANGO SALE SIN FIRMA.
           OPEN INPUT ACUSE
           IF ACUSE-OK
              THEN
                  SET HAY-ARCHIVO-ACUSES TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO DE ACUSES, STATUS: "
                          WS-STATUS-ACUSE
           END-IF
           OPEN OUTPUT SINFIRMA
           IF NOT SINFIRMA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR SINFIRMA, STATUS: "
                          WS-STATUS-SINFIRMA
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           SORT ARCHIVO-SORT ON ASCENDING KEY
                NOM-NUMERO-EMP
                NOM-PERIODO
           INPUT  PROCEDURE 310-ALIMENTA THRU 310-FIN
           OUTPUT PROCEDURE 320-EVALUA   THRU 320-FIN
           CLOSE SINFIRMA
           IF HAY-ARCHIVO-ACUSES
              THEN
                  CLOSE ACUSE
           END-IF
           IF RETURN-CODE EQUAL 8
              THEN
                  GO TO 300-FIN
           END-IF
           PERFORM 400-ABRE-REPORTE THRU 400-FIN
           SORT SORT-FALTAN ON ASCENDING KEY
                FAL-PERIODO
                FAL-DEPTO
                FAL-NUMERO-EMP
           USING SINFIRMA
           OUTPUT PROCEDURE 410-LISTA-PERIODOS THRU 410-FIN
           PERFORM 490-FINAL THRU 490-FIN.
       300-FIN.  EXIT.

      * ALIMENTA EL SORT CON LOS RECIBOS Y REVERSOS DEL RANGO.
       310-ALIMENTA.
           OPEN INPUT NOMINA
           IF NOMINA-NO-EXISTE
              THEN
                  DISPLAY "NO EXISTE NOMINA (CORRA PROGNOMI)"
                  GO TO 310-FIN
           END-IF
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO RETURN-CODE
                  GO TO 310-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 315-SUELTA THRU 315-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMINA.
       310-FIN.  EXIT.

       315-SUELTA.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 315-FIN
           END-READ
           ADD 1 TO WS-LEIDOS
           MOVE REG-NOMINA-ENT TO REG-NOMINA
           IF (NOM-ES-NORMAL OR NOM-ES-REVERSO)
              AND NOM-PERIODO NOT LESS WS-DESDE
              AND NOM-PERIODO NOT GREATER WS-HASTA
              THEN
                  ADD 1 TO WS-SELECCIONADOS
                  RELEASE REG-NOMINA
           END-IF.
       315-FIN.  EXIT.

       320-EVALUA.
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 325-LEE-SORT THRU 325-FIN
           PERFORM 330-EMPLEADO THRU 330-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN".
       320-FIN.  EXIT.

       325-LEE-SORT.
           RETURN ARCHIVO-SORT
              AT END
                 MOVE "FIN" TO SW-FIN-SORT
           END-RETURN.
       325-FIN.  EXIT.

      * CORTE DE CONTROL POR EMPLEADO: AL TERMINAR SUS PERIODOS YA SE
      * SABE CUANTOS LE FALTAN Y SE DESCARGAN A SINFIRMA.
       330-EMPLEADO.
           MOVE NOM-NUMERO-EMP TO WS-EMP-ACTUAL
           MOVE ZEROS          TO WS-FALTAN-EMP
                                  WS-FALTAN-GUARDADOS
           PERFORM 340-PERIODO THRU 340-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"
                      OR NOM-NUMERO-EMP NOT EQUAL WS-EMP-ACTUAL
           IF WS-FALTAN-EMP EQUAL ZEROS
              THEN
                  GO TO 330-FIN
           END-IF
           ADD 1 TO WS-EMP-SIN-ACUSE
           IF WS-FALTAN-EMP GREATER 3
              THEN
                  MOVE 4 TO WS-IND-ANT
              ELSE
                  MOVE WS-FALTAN-EMP TO WS-IND-ANT
           END-IF
           ADD 1 TO WS-ANT-EMPLEADOS (WS-IND-ANT)
           IF WS-FALTAN-EMP GREATER WS-FALTAN-GUARDADOS
              THEN
                  DISPLAY "EMPLEADO " WS-EMP-ACTUAL " CON "
                          WS-FALTAN-EMP " RECIBOS SIN ACUSE, SE "
                          "LISTAN LOS PRIMEROS " WS-FALTAN-GUARDADOS
           END-IF
           PERFORM 350-GRABA-SINFIRMA THRU 350-FIN
                   VARYING WS-IND-FALTAN FROM 1 BY 1
                   UNTIL WS-IND-FALTAN GREATER WS-FALTAN-GUARDADOS.
       330-FIN.  EXIT.

      * CORTE POR PERIODO DENTRO DEL EMPLEADO: EL RECIBO ESTA VIGENTE
      * SI HAY MAS NORM QUE REVE, Y ENTONCES DEBE TENER ACUSE.
       340-PERIODO.
           MOVE NOM-PERIODO TO WS-PERIODO-ACTUAL
           MOVE ZEROS       TO WS-RECIBOS-EMP
           PERFORM 345-RENGLON THRU 345-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"
                      OR NOM-NUMERO-EMP NOT EQUAL WS-EMP-ACTUAL
                      OR NOM-PERIODO NOT EQUAL WS-PERIODO-ACTUAL
           IF WS-RECIBOS-EMP NOT GREATER ZEROS
              THEN
                  GO TO 340-FIN
           END-IF
           ADD 1 TO WS-RECIBOS
           IF HAY-ARCHIVO-ACUSES
              THEN
                  MOVE WS-EMP-ACTUAL     TO ACU-NUMERO-EMP
                  MOVE WS-PERIODO-ACTUAL TO ACU-PERIODO
                  READ ACUSE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        ADD 1 TO WS-CON-ACUSE
                        GO TO 340-FIN
                  END-READ
           END-IF
           ADD 1 TO WS-SIN-ACUSE
                    WS-FALTAN-EMP
           IF WS-FALTAN-GUARDADOS LESS 200
              THEN
                  ADD 1 TO WS-FALTAN-GUARDADOS
                  MOVE WS-PERIODO-ACTUAL
                    TO WS-FAL-PERIODO (WS-FALTAN-GUARDADOS)
                  MOVE WS-DEPTO-RECIBO
                    TO WS-FAL-DEPTO (WS-FALTAN-GUARDADOS)
           END-IF.
       340-FIN.  EXIT.

       345-RENGLON.
           EVALUATE TRUE
              WHEN NOM-ES-NORMAL
                 ADD 1 TO WS-RECIBOS-EMP
                 MOVE NOM-DEPTO TO WS-DEPTO-RECIBO
              WHEN NOM-ES-REVERSO
                 SUBTRACT 1 FROM WS-RECIBOS-EMP
           END-EVALUATE
           PERFORM 325-LEE-SORT THRU 325-FIN.
       345-FIN.  EXIT.

       350-GRABA-SINFIRMA.
           MOVE WS-FAL-PERIODO (WS-IND-FALTAN) TO FAL-PERIODO
           MOVE WS-FAL-DEPTO (WS-IND-FALTAN)   TO FAL-DEPTO
           MOVE WS-EMP-ACTUAL                  TO FAL-NUMERO-EMP
           MOVE WS-FALTAN-EMP                  TO FAL-PERIODOS
           WRITE REG-SINFIRMA FROM REG-FALTAN.
       350-FIN.  EXIT.

       400-ABRE-REPORTE.
      * SIN MAESTRO DE EMPLEADOS EL REPORTE SALE SOLO CON EL NUMERO.
           OPEN INPUT EMPLEADOS
           IF EMPLEADOS-OK
              THEN
                  SET HAY-ARCHIVO-EMPLEADOS TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO EMPLEADOS, EL REPORTE SALE "
                          "SIN NOMBRES, STATUS: " WS-STATUS-EMPLEADOS
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
           MOVE WS-DESDE TO WS-TIT-2-DESDE
           MOVE WS-HASTA TO WS-TIT-2-HASTA
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       400-FIN.  EXIT.

       410-LISTA-PERIODOS.
           MOVE SPACES TO SW-FIN-SORT
           PERFORM 415-LEE-SORT THRU 415-FIN
           PERFORM 420-PERIODO THRU 420-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN".
       410-FIN.  EXIT.

       415-LEE-SORT.
           RETURN SORT-FALTAN
              AT END
                 MOVE "FIN" TO SW-FIN-SORT
           END-RETURN.
       415-FIN.  EXIT.

      * CORTE DE CONTROL POR PERIODO.
       420-PERIODO.
           MOVE FAL-PERIODO TO WS-PERIODO-ACTUAL
                               WS-ENC-PERIODO-R
           MOVE ZEROS       TO WS-SUB-PERIODO
           WRITE REG-REPORTE FROM WS-ENC-PERIODO AFTER 2
           PERFORM 430-DEPARTAMENTO THRU 430-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"
                      OR FAL-PERIODO NOT EQUAL WS-PERIODO-ACTUAL
           MOVE "TOTAL PERIODO  "  TO WS-SUB-TEXTO
           MOVE WS-PERIODO-ACTUAL  TO WS-SUB-CLAVE-R
           MOVE WS-SUB-PERIODO     TO WS-SUB-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-SUBTOTAL AFTER 1.
       420-FIN.  EXIT.

      * CORTE DE CONTROL POR DEPARTAMENTO DENTRO DEL PERIODO.
       430-DEPARTAMENTO.
           MOVE FAL-DEPTO TO WS-DEPTO-ACTUAL
           MOVE ZEROS     TO WS-SUB-DEPTO
           PERFORM 440-DETALLE THRU 440-FIN
                   UNTIL SW-FIN-SORT EQUAL "FIN"
                      OR FAL-PERIODO NOT EQUAL WS-PERIODO-ACTUAL
                      OR FAL-DEPTO NOT EQUAL WS-DEPTO-ACTUAL
           MOVE "SUBTOTAL DEPTO "  TO WS-SUB-TEXTO
           MOVE WS-DEPTO-ACTUAL    TO WS-SUB-CLAVE-R
           MOVE WS-SUB-DEPTO       TO WS-SUB-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-SUBTOTAL AFTER 1
           ADD WS-SUB-DEPTO TO WS-SUB-PERIODO.
       430-FIN.  EXIT.

       440-DETALLE.
           MOVE FAL-DEPTO      TO WS-DET-DEPTO
           MOVE FAL-NUMERO-EMP TO WS-DET-NUMERO
           MOVE SPACES         TO WS-DET-NOMBRE
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  MOVE FAL-NUMERO-EMP TO NUMERO-EMP
                  READ EMPLEADOS
                     INVALID KEY
                        MOVE "NO ESTA EN EL MAESTRO" TO WS-DET-NOMBRE
                     NOT INVALID KEY
                        MOVE NOMBRE-EMP TO WS-DET-NOMBRE
                  END-READ
           END-IF
           MOVE FAL-PERIODOS   TO WS-DET-PERIODOS
           EVALUATE TRUE
              WHEN FAL-PERIODOS EQUAL 1
                 MOVE "1 PERIODO"    TO WS-DET-ANTIGUEDAD
              WHEN FAL-PERIODOS EQUAL 2
                 MOVE "2 PERIODOS"   TO WS-DET-ANTIGUEDAD
              WHEN FAL-PERIODOS EQUAL 3
                 MOVE "3 PERIODOS"   TO WS-DET-ANTIGUEDAD
              WHEN OTHER
                 MOVE "4 O MAS"      TO WS-DET-ANTIGUEDAD
           END-EVALUATE
           ADD 1 TO WS-SUB-DEPTO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           PERFORM 415-LEE-SORT THRU 415-FIN.
       440-FIN.  EXIT.

       490-FINAL.
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 2
           MOVE "RECIBOS PAGADOS EN EL RANGO       :" TO WS-TOT-TEXTO
           MOVE WS-RECIBOS          TO WS-TOT-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "RECIBOS CON ACUSE FIRMADO         :" TO WS-TOT-TEXTO
           MOVE WS-CON-ACUSE        TO WS-TOT-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "RECIBOS SIN ACUSE                 :" TO WS-TOT-TEXTO
           MOVE WS-SIN-ACUSE        TO WS-TOT-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "EMPLEADOS CON RECIBOS SIN ACUSE   :" TO WS-TOT-TEXTO
           MOVE WS-EMP-SIN-ACUSE    TO WS-TOT-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "  DEBEN 1 PERIODO                 :" TO WS-TOT-TEXTO
           MOVE WS-ANT-EMPLEADOS (1) TO WS-TOT-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "  DEBEN 2 PERIODOS                :" TO WS-TOT-TEXTO
           MOVE WS-ANT-EMPLEADOS (2) TO WS-TOT-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "  DEBEN 3 PERIODOS                :" TO WS-TOT-TEXTO
           MOVE WS-ANT-EMPLEADOS (3) TO WS-TOT-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           MOVE "  DEBEN 4 O MAS PERIODOS          :" TO WS-TOT-TEXTO
           MOVE WS-ANT-EMPLEADOS (4) TO WS-TOT-CUANTOS-R
           WRITE REG-REPORTE FROM WS-DET-TOTAL AFTER 1
           IF HAY-ARCHIVO-EMPLEADOS
              THEN
                  CLOSE EMPLEADOS
           END-IF
           CLOSE REPORTE
           DISPLAY "REPORTE DE ACUSES TERMINADO, LEIDOS: " WS-LEIDOS
                   " RECIBOS: " WS-RECIBOS " SIN ACUSE: " WS-SIN-ACUSE
           IF WS-SIN-ACUSE GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       490-FIN.  EXIT.
