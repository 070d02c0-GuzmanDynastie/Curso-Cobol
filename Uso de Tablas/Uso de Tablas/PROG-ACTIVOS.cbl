       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGACTF.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * ACTIVOS DE LA EMPRESA ENTREGADOS A LOS EMPLEADOS (COPY         *
      * ACTIVOS): LAPTOPS, CELULARES, HERRAMIENTA, CREDENCIALES. NADIE *
      * REVISABA QUE SE DEVOLVIERAN A LA SALIDA DEL EMPLEADO:          *
      *   OPCION 1 - POR EMPLEADO: ENTREGA DE UN ACTIVO (ETIQUETA DE   *
      *              INVENTARIO, DESCRIPCION, VALOR Y FECHA; LA        *
      *              ETIQUETA NO PUEDE ESTAR EN PODER DE OTRO          *
      *              EMPLEADO) Y SU DEVOLUCION CON FECHA. AUDITORIA    *
      *              MODO "T" VIA PROGMENU DE CADA MOVIMIENTO.         *
      *   OPCION 2 - CORRIDA MENSUAL: ACTIVOS EN PODER DE EMPLEADOS    *
      *              DADOS DE BAJA, POR DEPARTAMENTO, SEPARANDO LOS    *
      *              PENDIENTES DE LOS QUE PROGBAJA YA COBRO EN EL     *
      *              FINIQUITO. CON ALGO PENDIENTE, RETURN-CODE 4.     *
      * LA BAJA DE VENTANILLA UNICA (PROGBAJA) LISTA LOS ACTIVOS NO    *
      * DEVUELTOS Y PUEDE COBRAR SU VALOR EN EL FINIQUITO.             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVOS      ASSIGN TO UT-S-ACTIVOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ACF-LLAVE
                               ALTERNATE RECORD KEY IS ACF-ETIQUETA
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-ACTIVOS.
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
       FD  ACTIVOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-ACTIVOS.
           COPY ACTIVOS.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-ACTIVOS   PIC X(02)    VALUE "00".
              88 ACTIVOS-OK         VALUE "00" "02" "05".
              88 ACTIVOS-NO-EXISTE  VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-ACCION           PIC X(01)    VALUE SPACES.
              88 ACCION-TERMINAR    VALUE "T".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-ACTIVOS      PIC X(03)    VALUE SPACES.
           05 SW-DATOS            PIC X(01)    VALUE "N".
              88 DATOS-OK           VALUE "S".
           05 SW-HAY-ACTIVO       PIC X(01)    VALUE "N".
              88 HAY-ACTIVO         VALUE "S".
           05 SW-OCUPADO          PIC X(01)    VALUE "N".
              88 ETIQUETA-OCUPADA   VALUE "S".
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-ETIQUETA-PEDIDA  PIC X(10)    VALUE SPACES.
           05 WS-EMPLEADO-OCUPA   PIC 9(05)    VALUE ZEROS.
           05 WS-DESCRIPCION      PIC X(30)    VALUE SPACES.
           05 WS-VALOR-CAPTURA    PIC 9(07)V99 VALUE ZEROS.
           05 WS-EN-PODER         PIC 9(03)    VALUE ZEROS.
           05 WS-FECHA-CAPTURA    PIC 9(08)    VALUE ZEROS.
           05 WS-MES-CAPTURA      PIC 9(02)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-DEPTO-ANT        PIC 9(03)    VALUE ZEROS.
           05 SW-PRIMER-DEPTO     PIC X(01)    VALUE "S".
              88 PRIMER-DEPTO       VALUE "S".
           05 WS-DEP-ACTIVOS      PIC 9(05)    VALUE ZEROS.
           05 WS-DEP-PENDIENTE    PIC 9(09)V99 VALUE ZEROS.
           05 WS-DEP-COBRADO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-ACTIVOS      PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-PENDIENTE    PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-COBRADO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-PENDIENTES   PIC 9(05)    VALUE ZEROS.
           05 WS-EDIT-IMPORTE     PIC Z,ZZZ,ZZ9.99.
           05 LK-PARAMETROS-DEPTO.
              10 LK-DEPTO-CODIGO       PIC 9(03).
              10 LK-DEPTO-NOMBRE       PIC X(20).
              10 LK-DEPTO-CCOSTO       PIC X(06).
              10 LK-DEPTO-ENCONTRADO   PIC X(01).
                 88 DEPTO-EXISTE          VALUE "S".
                 88 DEPTO-NO-EXISTE       VALUE "N".

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "S".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGACTF".

       01  WS-TITULO-1.
           05 FILLER              PIC X(10)    VALUE SPACES.
           05 FILLER              PIC X(46)
                 VALUE "ACTIVOS EN PODER DE EMPLEADOS DADOS DE BAJA".
           05 FILLER              PIC X(09)    VALUE "AL CORTE ".
           05 WS-TIT-1-FECHA      PIC 9(08).
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(15)    VALUE "  DEPARTAMENTO ".
           05 WS-TIT-2-DEPTO      PIC 9(03).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TIT-2-NOMBRE     PIC X(20).
           05 FILLER              PIC X(40)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(36)
                 VALUE "EMPL. NOMBRE           FEC.BAJA ETIQ".
           05 FILLER              PIC X(36)
                 VALUE "UETA   DESCRIPCION          VALOR SI".
           05 FILLER              PIC X(06)    VALUE "TUAC.".

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-NOMBRE       PIC X(16).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-FECHA-BAJA   PIC 9(08).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ETIQUETA     PIC X(10).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DESCRIPCION  PIC X(15).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-VALOR        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-SITUACION    PIC X(07).
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-SUBTOTAL.
           05 FILLER              PIC X(13)    VALUE "    ACTIVOS: ".
           05 WS-SUB-ACTIVOS      PIC ZZ,ZZ9.
           05 FILLER              PIC X(13)    VALUE "  PENDIENTE: ".
           05 WS-SUB-PENDIENTE    PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)    VALUE "  COBRADO: ".
           05 WS-SUB-COBRADO      PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(11)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. ENTREGA Y DEVOLUCION DE ACTIVOS POR EMPLEADO"
           DISPLAY "2. ACTIVOS EN PODER DE EMPLEADOS DADOS DE BAJA"
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
      * OPCION 1: ENTREGA Y DEVOLUCION DE ACTIVOS POR EMPLEADO
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
           OPEN I-O ACTIVOS
           IF ACTIVOS-NO-EXISTE
              THEN
                  OPEN OUTPUT ACTIVOS
                  CLOSE ACTIVOS
                  OPEN I-O ACTIVOS
           END-IF
           IF NOT ACTIVOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACTIVOS, STATUS: "
                          WS-STATUS-ACTIVOS
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
                 MOVE "ACT NOEX " TO WS-MENU-RESULTADO
                 CALL "PROGMENU" USING WS-PARAMETROS-MENU
              NOT INVALID KEY
                 DISPLAY "EMPLEADO: " NUMERO-EMP " " NOMBRE-EMP
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
                 MOVE SPACES TO WS-ACCION
                 PERFORM 120-UNA-ACCION THRU 120-FIN
                         UNTIL ACCION-TERMINAR
           END-READ
           CLOSE EMPLEADOS
           CLOSE ACTIVOS.
       100-FIN.  EXIT.

      * LISTA LOS ACTIVOS QUE EL EMPLEADO TIENE EN SU PODER.
       110-MUESTRA-ACTUAL.
           MOVE ZEROS            TO WS-EN-PODER
           MOVE WS-NUMERO-PEDIDO TO ACF-NUMERO-EMP
           MOVE LOW-VALUES       TO ACF-ETIQUETA
           MOVE SPACES           TO SW-FIN-ACTIVOS
           START ACTIVOS KEY IS NOT LESS ACF-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-ACTIVOS
           END-START
           PERFORM 115-UN-ACTIVO THRU 115-FIN
                   UNTIL SW-FIN-ACTIVOS EQUAL "FIN"
           IF WS-EN-PODER EQUAL ZEROS
              THEN
                  DISPLAY "SIN ACTIVOS EN SU PODER"
           END-IF.
       110-FIN.  EXIT.

       115-UN-ACTIVO.
           READ ACTIVOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-ACTIVOS
                 GO TO 115-FIN
           END-READ
           IF ACF-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  MOVE "FIN" TO SW-FIN-ACTIVOS
                  GO TO 115-FIN
           END-IF
           IF NOT ACF-EN-PODER
              THEN
                  GO TO 115-FIN
           END-IF
           ADD 1 TO WS-EN-PODER
           MOVE ACF-VALOR TO WS-EDIT-IMPORTE
           DISPLAY ACF-ETIQUETA " " ACF-DESCRIPCION " DEL "
                   ACF-FECHA-ENTREGA " VALOR: " WS-EDIT-IMPORTE.
       115-FIN.  EXIT.

       120-UNA-ACCION.
           DISPLAY "E=ENTREGA DE ACTIVO, D=DEVOLUCION, T=TERMINAR: "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
              WHEN "E"
                 PERFORM 130-ENTREGA THRU 130-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "D"
                 PERFORM 140-DEVOLUCION THRU 140-FIN
                 PERFORM 110-MUESTRA-ACTUAL THRU 110-FIN
              WHEN "T"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "ACCION INVALIDA"
           END-EVALUATE.
       120-FIN.  EXIT.

      * NO SE LE ENTREGA NADA AL EMPLEADO DADO DE BAJA, NI UNA
      * ETIQUETA QUE OTRO EMPLEADO TODAVIA NO DEVUELVE. UNA ETIQUETA
      * QUE EL MISMO EMPLEADO YA DEVOLVIO SE LE VUELVE A ENTREGAR
      * SOBRE EL MISMO REGISTRO.
       130-ENTREGA.
           IF EMP-ES-BAJA
              THEN
                  DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
                  MOVE "ACT INAC " TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           DISPLAY "ETIQUETA DE INVENTARIO: "
           ACCEPT WS-ETIQUETA-PEDIDA
           IF WS-ETIQUETA-PEDIDA EQUAL SPACES
              THEN
                  DISPLAY "ETIQUETA INVALIDA, NO SE GRABA"
                  MOVE "ACT ETIQ " TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           PERFORM 135-BUSCA-ETIQUETA THRU 135-FIN
           IF ETIQUETA-OCUPADA
              THEN
                  DISPLAY "EL ACTIVO ESTA EN PODER DEL EMPLEADO "
                          WS-EMPLEADO-OCUPA ", NO SE GRABA"
                  MOVE "ACT OCUP " TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           DISPLAY "DESCRIPCION DEL ACTIVO: "
           ACCEPT WS-DESCRIPCION
           DISPLAY "VALOR DEL ACTIVO: "
           ACCEPT WS-VALOR-CAPTURA
           IF WS-VALOR-CAPTURA NOT GREATER ZEROS
              THEN
                  DISPLAY "VALOR INVALIDO, NO SE GRABA"
                  MOVE "ACT VALR " TO WS-MENU-RESULTADO
                  GO TO 130-AUDITA
           END-IF
           MOVE "N" TO SW-DATOS
           DISPLAY "FECHA DE ENTREGA (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-FECHA-CAPTURA
           PERFORM 165-VALIDA-FECHA THRU 165-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 130-AUDITA
           END-IF
           MOVE "N" TO SW-HAY-ACTIVO
           MOVE WS-NUMERO-PEDIDO   TO ACF-NUMERO-EMP
           MOVE WS-ETIQUETA-PEDIDA TO ACF-ETIQUETA
           READ ACTIVOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET HAY-ACTIVO TO TRUE
           END-READ
           MOVE SPACES             TO REG-ACTIVOS
           MOVE WS-NUMERO-PEDIDO   TO ACF-NUMERO-EMP
           MOVE WS-ETIQUETA-PEDIDA TO ACF-ETIQUETA
           MOVE WS-DESCRIPCION     TO ACF-DESCRIPCION
           MOVE WS-VALOR-CAPTURA   TO ACF-VALOR
           MOVE WS-FECHA-CAPTURA   TO ACF-FECHA-ENTREGA
           MOVE ZEROS              TO ACF-FECHA-DEVOL
                                      ACF-FECHA-COBRO
           SET ACF-EN-PODER        TO TRUE
           MOVE WS-USUARIO         TO ACF-USUARIO
           MOVE "ACT ENTR " TO WS-MENU-RESULTADO
           IF HAY-ACTIVO
              THEN
                  REWRITE REG-ACTIVOS
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR ACTIVOS"
                        MOVE "ACT ERR  " TO WS-MENU-RESULTADO
                  END-REWRITE
              ELSE
                  WRITE REG-ACTIVOS
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR ACTIVOS"
                        MOVE "ACT ERR  " TO WS-MENU-RESULTADO
                  END-WRITE
           END-IF.
       130-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       130-FIN.  EXIT.

      * RECORRE LA ETIQUETA POR LA LLAVE ALTERNA: SI ALGUN REGISTRO
      * LA TIENE EN PODER DE UN EMPLEADO, NO SE PUEDE ENTREGAR.
       135-BUSCA-ETIQUETA.
           MOVE "N"                TO SW-OCUPADO
           MOVE WS-ETIQUETA-PEDIDA TO ACF-ETIQUETA
           MOVE SPACES             TO SW-FIN-ACTIVOS
           START ACTIVOS KEY IS EQUAL ACF-ETIQUETA
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-ACTIVOS
           END-START
           PERFORM 136-UNA-ETIQUETA THRU 136-FIN
                   UNTIL SW-FIN-ACTIVOS EQUAL "FIN".
       135-FIN.  EXIT.

       136-UNA-ETIQUETA.
           READ ACTIVOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-ACTIVOS
                 GO TO 136-FIN
           END-READ
           IF ACF-ETIQUETA NOT EQUAL WS-ETIQUETA-PEDIDA
              THEN
                  MOVE "FIN" TO SW-FIN-ACTIVOS
                  GO TO 136-FIN
           END-IF
           IF ACF-EN-PODER
              THEN
                  SET ETIQUETA-OCUPADA TO TRUE
                  MOVE ACF-NUMERO-EMP TO WS-EMPLEADO-OCUPA
                  MOVE "FIN" TO SW-FIN-ACTIVOS
           END-IF.
       136-FIN.  EXIT.

      * LA DEVOLUCION REGRESA EL ACTIVO AL INVENTARIO. SI YA SE HABIA
      * COBRADO EN EL FINIQUITO, SE AVISA: EL REEMBOLSO AL EX
      * EMPLEADO SE TRAMITA POR SEPARADO.
       140-DEVOLUCION.
           DISPLAY "ETIQUETA DE INVENTARIO: "
           ACCEPT WS-ETIQUETA-PEDIDA
           MOVE "N" TO SW-HAY-ACTIVO
           MOVE WS-NUMERO-PEDIDO   TO ACF-NUMERO-EMP
           MOVE WS-ETIQUETA-PEDIDA TO ACF-ETIQUETA
           READ ACTIVOS
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET HAY-ACTIVO TO TRUE
           END-READ
           IF NOT HAY-ACTIVO
              THEN
                  DISPLAY "EL EMPLEADO NO TIENE ESA ETIQUETA"
                  MOVE "ACT NOET " TO WS-MENU-RESULTADO
                  GO TO 140-AUDITA
           END-IF
           IF ACF-DEVUELTO
              THEN
                  DISPLAY "EL ACTIVO YA FUE DEVUELTO EL "
                          ACF-FECHA-DEVOL
                  MOVE "ACT YADV " TO WS-MENU-RESULTADO
                  GO TO 140-AUDITA
           END-IF
           MOVE "N" TO SW-DATOS
           DISPLAY "FECHA DE DEVOLUCION (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-FECHA-CAPTURA
           PERFORM 165-VALIDA-FECHA THRU 165-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 140-AUDITA
           END-IF
           IF ACF-COBRADO
              THEN
                  MOVE ACF-VALOR TO WS-EDIT-IMPORTE
                  DISPLAY "AVISO: EL VALOR DE " WS-EDIT-IMPORTE
                          " SE COBRO EN EL FINIQUITO EL "
                          ACF-FECHA-COBRO
                  DISPLAY "EL REEMBOLSO SE TRAMITA POR SEPARADO"
           END-IF
           SET ACF-DEVUELTO     TO TRUE
           MOVE WS-FECHA-CAPTURA TO ACF-FECHA-DEVOL
           MOVE WS-USUARIO       TO ACF-USUARIO
           REWRITE REG-ACTIVOS
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR ACTIVOS"
                 MOVE "ACT ERR  " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 DISPLAY "ACTIVO " ACF-ETIQUETA " DEVUELTO"
                 MOVE "ACT DEVL " TO WS-MENU-RESULTADO
           END-REWRITE.
       140-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU.
       140-FIN.  EXIT.

      * FECHA EN CEROS ES HOY; SI NO, SE VALIDA EL MES COMO EN LAS
      * DEMAS CAPTURAS. NO SE ACEPTA UNA FECHA A FUTURO.
       165-VALIDA-FECHA.
           IF WS-FECHA-CAPTURA EQUAL ZEROS
              THEN
                  MOVE WS-FECHA-HOY TO WS-FECHA-CAPTURA
           END-IF
           MOVE WS-FECHA-CAPTURA (5:2) TO WS-MES-CAPTURA
           IF WS-MES-CAPTURA LESS 1
              OR WS-MES-CAPTURA GREATER 12
              OR WS-FECHA-CAPTURA GREATER WS-FECHA-HOY
              THEN
                  DISPLAY "FECHA INVALIDA, NO SE GRABA"
                  MOVE "ACT FECH " TO WS-MENU-RESULTADO
                  GO TO 165-FIN
           END-IF
           SET DATOS-OK TO TRUE.
       165-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: ACTIVOS EN PODER DE EMPLEADOS DADOS DE BAJA (CORRIDA
      * MENSUAL). RECORRE EL MAESTRO POR LA LLAVE ALTERNA DEPTO-EMP,
      * COMO PROGEXPE, Y POR CADA EMPLEADO DE BAJA LOS ACTIVOS QUE NO
      * DEVOLVIO: PENDIENTES (NADIE LOS HA COBRADO) O YA COBRADOS EN
      * EL FINIQUITO. CON ALGO PENDIENTE, RETURN-CODE 4.
      * ---------------------------------------------------------------
       200-REPORTE.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           OPEN INPUT ACTIVOS
           IF NOT ACTIVOS-OK
              THEN
                  DISPLAY "NO HAY ACTIVOS REGISTRADOS, STATUS: "
                          WS-STATUS-ACTIVOS
                  CLOSE EMPLEADOS
                  GO TO 200-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  MOVE 8 TO RETURN-CODE
                  CLOSE EMPLEADOS
                        ACTIVOS
                  GO TO 200-FIN
           END-IF
           MOVE WS-FECHA-HOY TO WS-TIT-1-FECHA
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           MOVE ZEROS  TO DEPTO-EMP
           MOVE SPACES TO SW-FIN
           START EMPLEADOS KEY IS NOT LESS DEPTO-EMP
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 210-REVISA-EMPLEADO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF NOT PRIMER-DEPTO
              THEN
                  PERFORM 230-CORTE-DEPTO THRU 230-FIN
           END-IF
           MOVE WS-TOT-ACTIVOS   TO WS-SUB-ACTIVOS
           MOVE WS-TOT-PENDIENTE TO WS-SUB-PENDIENTE
           MOVE WS-TOT-COBRADO   TO WS-SUB-COBRADO
           WRITE REG-REPORTE FROM WS-GUIONES   AFTER 2
           WRITE REG-REPORTE FROM WS-SUBTOTAL  AFTER 1
           DISPLAY "ACTIVOS NO DEVUELTOS: " WS-TOT-ACTIVOS
                   " PENDIENTES DE COBRO: " WS-TOT-PENDIENTES
           IF WS-TOT-PENDIENTES GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EMPLEADOS
                 ACTIVOS
                 REPORTE.
       200-FIN.  EXIT.

       210-REVISA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              OR NOT EMP-ES-BAJA
              THEN
                  GO TO 210-FIN
           END-IF
           MOVE NUMERO-EMP TO ACF-NUMERO-EMP
           MOVE LOW-VALUES TO ACF-ETIQUETA
           MOVE SPACES     TO SW-FIN-ACTIVOS
           START ACTIVOS KEY IS NOT LESS ACF-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-ACTIVOS
           END-START
           PERFORM 215-ACTIVO-EMPLEADO THRU 215-FIN
                   UNTIL SW-FIN-ACTIVOS EQUAL "FIN".
       210-FIN.  EXIT.

       215-ACTIVO-EMPLEADO.
           READ ACTIVOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-ACTIVOS
                 GO TO 215-FIN
           END-READ
           IF ACF-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-ACTIVOS
                  GO TO 215-FIN
           END-IF
           IF ACF-DEVUELTO
              THEN
                  GO TO 215-FIN
           END-IF
           IF PRIMER-DEPTO
              OR DEPTO-EMP NOT EQUAL WS-DEPTO-ANT
              THEN
                  IF NOT PRIMER-DEPTO
                     THEN
                         PERFORM 230-CORTE-DEPTO THRU 230-FIN
                  END-IF
                  PERFORM 220-TITULO-DEPTO THRU 220-FIN
           END-IF
           ADD 1 TO WS-DEP-ACTIVOS
           MOVE NUMERO-EMP      TO WS-DET-NUMERO
           MOVE NOMBRE-EMP      TO WS-DET-NOMBRE
           MOVE FECHA-BAJA-EMP  TO WS-DET-FECHA-BAJA
           MOVE ACF-ETIQUETA    TO WS-DET-ETIQUETA
           MOVE ACF-DESCRIPCION TO WS-DET-DESCRIPCION
           MOVE ACF-VALOR       TO WS-DET-VALOR
           IF ACF-COBRADO
              THEN
                  MOVE "COBRADO"  TO WS-DET-SITUACION
                  ADD ACF-VALOR   TO WS-DEP-COBRADO
              ELSE
                  MOVE "PENDTE." TO WS-DET-SITUACION
                  ADD ACF-VALOR   TO WS-DEP-PENDIENTE
                  ADD 1           TO WS-TOT-PENDIENTES
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       215-FIN.  EXIT.

       220-TITULO-DEPTO.
           MOVE "N"       TO SW-PRIMER-DEPTO
           MOVE DEPTO-EMP TO WS-DEPTO-ANT
                             WS-TIT-2-DEPTO
                             LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           IF DEPTO-EXISTE
              THEN
                  MOVE LK-DEPTO-NOMBRE TO WS-TIT-2-NOMBRE
              ELSE
                  MOVE SPACES          TO WS-TIT-2-NOMBRE
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE ZEROS TO WS-DEP-ACTIVOS
                         WS-DEP-PENDIENTE
                         WS-DEP-COBRADO.
       220-FIN.  EXIT.

       230-CORTE-DEPTO.
           MOVE WS-DEP-ACTIVOS   TO WS-SUB-ACTIVOS
           MOVE WS-DEP-PENDIENTE TO WS-SUB-PENDIENTE
           MOVE WS-DEP-COBRADO   TO WS-SUB-COBRADO
           WRITE REG-REPORTE FROM WS-SUBTOTAL AFTER 2
           ADD WS-DEP-ACTIVOS   TO WS-TOT-ACTIVOS
           ADD WS-DEP-PENDIENTE TO WS-TOT-PENDIENTE
           ADD WS-DEP-COBRADO   TO WS-TOT-COBRADO.
       230-FIN.  EXIT.
