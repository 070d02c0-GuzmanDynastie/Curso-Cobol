       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCANU.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CIERRE ANUAL DE NOMINA. EL FIN DE ANIO ERA UNA LISTA DE        *
      * CORRIDAS SUELTAS QUE SOLO LLEVABA EN LA CABEZA EL RESPONSABLE  *
      * DE NOMINA; ESTE PROCESO, CON SU PROPIO CHECKPOINT (CKPTCANU)   *
      * AL ESTILO DEL CIERRE DE MES DE PROGCIER:                       *
      *   - VERIFICA EN BITACORA QUE CADA CORRIDA ANUAL TERMINO CON    *
      *     RETURN-CODE CERO: AGUINALDO (PROGAGUI), AJUSTE ANUAL DE    *
      *     ISR (PROGAJAN), CONSTANCIAS DE RETENCIONES (PROGCONS),     *
      *     RENOVACION DE VACACIONES EN SALDOVAC (PROGVACA) Y PERIODOS *
      *     DEL ANIO SIGUIENTE (PROGGPER).                             *
      *   - VERIFICA QUE TODOS LOS PERIODOS DEL EJERCICIO ESTEN        *
      *     PAGADOS Y QUE EL CATALOGO DEL ANIO SIGUIENTE YA EXISTA.    *
      *   - SI FALTA ALGO, NO TOCA NADA Y TERMINA CON RETORNO 8 Y LA   *
      *     CONSTANCIA COMO RECHAZO.                                   *
      *   - SI TODO ESTA, CIERRA LOS PERIODOS PAGADOS DEL EJERCICIO,   *
      *     GRABA EL REGISTRO OFICIAL EN CIERRANU CON LOS ULTIMOS      *
      *     FOLIOS DE CARTAS Y CHEQUES AL CORTE, E IMPRIME LA          *
      *     CONSTANCIA DE CIERRE CON LO QUE SE CORRIO Y CUANDO.        *
      * UN EJERCICIO YA CERRADO SOLO REIMPRIME SU CONSTANCIA (RETORNO  *
      * 4).                                                            *
      * -------------------------------------------------------------- *


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKPTCANU     ASSIGN TO UT-S-CKPTCANU
                               FILE STATUS IS WS-STATUS-CKPTCANU.
           SELECT BITACORA     ASSIGN TO UT-S-BITACORA
                               FILE STATUS IS WS-STATUS-BITACORA.
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PER-FECHA-PAGO
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT CARTAS       ASSIGN TO UT-S-CARTAS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CAR-FOLIO
                               FILE STATUS IS WS-STATUS-CARTAS.
           SELECT CHEQUES      ASSIGN TO UT-S-CHEQUES
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS RANDOM
                               RECORD KEY IS CHQ-FOLIO
                               FILE STATUS IS WS-STATUS-CHEQUES.
           SELECT CIERRANU     ASSIGN TO UT-S-CIERRANU
                               FILE STATUS IS WS-STATUS-CIERRANU.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * EL CHECKPOINT CARGA EL EJERCICIO AL QUE PERTENECE, IGUAL QUE
      * EL DEL CIERRE DE MES: UN CIERRE CAIDO DE OTRO EJERCICIO NO SE
      * REANUDA COMO SI FUERA DEL QUE SE PIDE AHORA.
       FD  CKPTCANU
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 06 CHARACTERS
           DATA RECORD IS REG-CKPTCANU.
       01  REG-CKPTCANU.
           05 CKA-PASO            PIC X(02).
           05 CKA-ANIO            PIC 9(04).

       FD  BITACORA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 55 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-BITACORA.
           COPY BITACORA.

       FD  PERIODOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

       FD  CARTAS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CARTAS.
           COPY CARTAS.

       FD  CHEQUES
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CHEQUES.
           COPY CHEQUES.

      * REGISTRO OFICIAL DEL CIERRE ANUAL, UNO POR EJERCICIO: QUIEN Y
      * CUANDO CERRO, CUANTOS PERIODOS QUEDARON CERRADOS, LOS ULTIMOS
      * FOLIOS DE CARTAS Y CHEQUES AL CORTE Y LA CORRIDA (FECHA Y
      * HORA DE BITACORA) QUE AMPARA CADA PRERREQUISITO.
       FD  CIERRANU
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 168 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CIERRANU.
       01  REG-CIERRANU.
           05 CAN-ANIO            PIC 9(04).
           05 FILLER              PIC X(164).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-CKPTCANU  PIC X(02)    VALUE "00".
              88 CKPTCANU-OK          VALUE "00".
              88 CKPTCANU-NO-EXISTE   VALUE "35".
           05 WS-STATUS-BITACORA  PIC X(02)    VALUE "00".
              88 BITACORA-OK          VALUE "00".
           05 WS-STATUS-PERIODOS  PIC X(02)    VALUE "00".
              88 PERIODOS-OK          VALUE "00".
           05 WS-STATUS-CARTAS    PIC X(02)    VALUE "00".
              88 CARTAS-OK            VALUE "00".
           05 WS-STATUS-CHEQUES   PIC X(02)    VALUE "00".
              88 CHEQUES-OK           VALUE "00".
           05 WS-STATUS-CIERRANU  PIC X(02)    VALUE "00".
              88 CIERRANU-OK          VALUE "00" "05".
              88 CIERRANU-NO-EXISTE   VALUE "35".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK           VALUE "00".
           05 WS-PASO             PIC X(02)    VALUE "00".
              88 PASO-NADA-HECHO       VALUE "00".
              88 PASO-PERIODOS-HECHO   VALUE "01".
              88 PASO-CIERRE-HECHO     VALUE "02".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-RESULTADO        PIC X(01)    VALUE "N".
              88 CIERRE-REALIZADO      VALUE "S".
              88 CIERRE-RECHAZADO      VALUE "N".
              88 CIERRE-REIMPRESO      VALUE "R".
           05 SW-CIERRE-EXISTE    PIC X(01)    VALUE "N".
              88 CIERRE-YA-EXISTE      VALUE "S".
           05 WS-CKP-ANIO         PIC 9(04)    VALUE ZEROS.
           05 WS-OPERADOR         PIC X(08)    VALUE SPACES.
           05 WS-ANIO-CIERRE      PIC 9(04)    VALUE ZEROS.
           05 WS-ANIO-SIGUIENTE   PIC 9(04)    VALUE ZEROS.
           05 WS-FECHA-INICIO     PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-FIN-EJER   PIC 9(08)    VALUE ZEROS.
           05 WS-FECHA-LIMITE     PIC 9(08)    VALUE ZEROS.
           05 WS-IND-PRE          PIC 9(01)    VALUE ZEROS.
           05 WS-FECHA-HOY.
              10 WS-ANIO-HOY      PIC 9(04).
              10 WS-MES-HOY       PIC 9(02).
              10 WS-DIA-HOY       PIC 9(02).

       01  WS-CONTADORES.
           05 WS-BIT-LEIDOS       PIC 9(07)    VALUE ZEROS.
           05 WS-FALTANTES        PIC 9(01)    VALUE ZEROS.
           05 WS-CUMPLIDOS        PIC 9(01)    VALUE ZEROS.
           05 WS-PER-PAGADOS      PIC 9(03)    VALUE ZEROS.
           05 WS-PER-CERRADOS     PIC 9(03)    VALUE ZEROS.
           05 WS-PER-PENDIENTES   PIC 9(03)    VALUE ZEROS.
           05 WS-PER-CERRADOS-HOY PIC 9(03)    VALUE ZEROS.

      * CORRIDAS ANUALES QUE DEBEN CONSTAR EN BITACORA CON RETURN-CODE
      * CERO ANTES DE CERRAR EL EJERCICIO, CON SU DESCRIPCION Y EL MES
      * Y DIA DEL EJERCICIO A PARTIR DEL CUAL UNA CORRIDA CUENTA (LA
      * BITACORA NO LLEVA EL EJERCICIO, SOLO LA FECHA DE LA CORRIDA).
      * EL AGUINALDO Y EL AJUSTE ANUAL SOLO QUEDAN EN BITACORA CUANDO
      * SE CONFIRMARON; LAS VACACIONES SOLO CON LA OPCION 3 DE
      * PROGVACA (RENOVACION DE ANIVERSARIOS).
       01  WS-TABLA-PRERREQ.
           05 FILLER              PIC X(40)
                 VALUE "PROGAGUIAGUINALDO DEL EJERCICIO     0101".
           05 FILLER              PIC X(40)
                 VALUE "PROGAJANAJUSTE ANUAL DE ISR         1101".
           05 FILLER              PIC X(40)
                 VALUE "PROGCONSCONSTANCIAS DE RETENCIONES  1201".
           05 FILLER              PIC X(40)
                 VALUE "PROGVACARENOVACION DE VACACIONES    1201".
           05 FILLER              PIC X(40)
                 VALUE "PROGGPERPERIODOS DEL ANIO SIGUIENTE 0101".
       01  WS-TABLA-PRERREQ-R REDEFINES WS-TABLA-PRERREQ.
           05 WS-PRERREQ          OCCURS 5 TIMES.
              10 WS-PRE-PROGRAMA  PIC X(08).
              10 WS-PRE-DESCRIPCION PIC X(28).
              10 WS-PRE-MMDD      PIC 9(04).

      * RESULTADO DE LA VERIFICACION DE CADA PRERREQUISITO.
       01  WS-TABLA-VERIF.
           05 WS-VERIF            OCCURS 5 TIMES.
              10 WS-VER-DESDE     PIC 9(08).
              10 WS-VER-CORRIDAS  PIC 9(03).
              10 WS-VER-RETORNO   PIC 9(02).
              10 SW-VER-CUMPLE    PIC X(01).
                 88 VER-CUMPLE       VALUE "S".

      * IMAGEN DEL REGISTRO DE CIERRANU: SE ARMA AQUI EN EL CIERRE Y
      * AQUI SE CARGA CUANDO EL EJERCICIO YA ESTABA CERRADO, PARA QUE
      * LA CONSTANCIA SALGA DEL MISMO LUGAR EN LOS DOS CASOS.
       01  WS-CIERRE.
           05 WS-CI-ANIO          PIC 9(04)    VALUE ZEROS.
           05 WS-CI-FECHA         PIC 9(08)    VALUE ZEROS.
           05 WS-CI-HORA          PIC 9(08)    VALUE ZEROS.
           05 WS-CI-OPERADOR      PIC X(08)    VALUE SPACES.
           05 WS-CI-PERIODOS      PIC 9(03)    VALUE ZEROS.
           05 WS-CI-PER-SIGUIENTE PIC 9(03)    VALUE ZEROS.
           05 WS-CI-FOLIO-CARTA   PIC 9(07)    VALUE ZEROS.
           05 WS-CI-FOLIO-CHEQUE  PIC 9(07)    VALUE ZEROS.
           05 WS-CI-PRERREQ       OCCURS 5 TIMES.
              10 WS-CI-PRE-PROGRAMA PIC X(08).
              10 WS-CI-PRE-FECHA  PIC 9(08).
              10 WS-CI-PRE-HORA   PIC 9(08).

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGCANU".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(40)
                        VALUE "CONSTANCIA DE CIERRE ANUAL DE NOMINA".
           05 FILLER              PIC X(20)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(11)    VALUE "EJERCICIO: ".
           05 WS-TIT-ANIO         PIC 9(04).
           05 FILLER              PIC X(10)    VALUE "   FECHA: ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(09)    VALUE "   HORA: ".
           05 WS-TIT-HORA         PIC 9(08).
           05 FILLER              PIC X(13)    VALUE "   OPERADOR: ".
           05 WS-TIT-OPERADOR     PIC X(08).
           05 FILLER              PIC X(09)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(80)    VALUE ALL "-".

       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(10)    VALUE "PROGRAMA".
           05 FILLER              PIC X(29)    VALUE "CORRIDA ANUAL".
           05 FILLER              PIC X(09)    VALUE "DESDE".
           05 FILLER              PIC X(09)    VALUE "FECHA".
           05 FILLER              PIC X(09)    VALUE "HORA".
           05 FILLER              PIC X(03)    VALUE "RC".
           05 FILLER              PIC X(11)    VALUE "ESTADO".

       01  WS-DETALLE.
           05 WS-DET-PROGRAMA     PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DESCRIPCION  PIC X(28).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-DESDE        PIC 9(08).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-FECHA        PIC 9(08).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-HORA         PIC 9(08).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-RETORNO      PIC 9(02).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-ESTADO       PIC X(11).

       01  WS-DET-PERIODOS-1.
           05 FILLER              PIC X(44)
              VALUE "PERIODOS DEL EJERCICIO PAGADOS O CERRADOS : ".
           05 WS-DET-PER-CERRADOS PIC ZZ9.
           05 FILLER              PIC X(33)    VALUE SPACES.

       01  WS-DET-PERIODOS-2.
           05 FILLER              PIC X(44)
              VALUE "PERIODOS DEL EJERCICIO SIN PAGAR          : ".
           05 WS-DET-PER-PENDIENTES PIC ZZ9.
           05 FILLER              PIC X(33)    VALUE SPACES.

       01  WS-DET-PERIODOS-3.
           05 FILLER              PIC X(37)
              VALUE "PERIODOS GENERADOS PARA EL EJERCICIO ".
           05 WS-DET-ANIO-SIG     PIC 9(04).
           05 FILLER              PIC X(03)    VALUE "  :".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-DET-PER-SIGUIENTE PIC ZZ9.
           05 FILLER              PIC X(32)    VALUE SPACES.

       01  WS-DET-FOLIOS.
           05 FILLER              PIC X(24)
                             VALUE "ULTIMO FOLIO DE CARTAS: ".
           05 WS-DET-FOLIO-CARTA  PIC Z(06)9.
           05 FILLER              PIC X(29)
                             VALUE "    ULTIMO FOLIO DE CHEQUES: ".
           05 WS-DET-FOLIO-CHEQUE PIC Z(06)9.
           05 FILLER              PIC X(13)    VALUE SPACES.

       01  WS-DET-RESULTADO.
           05 FILLER              PIC X(04)    VALUE "*** ".
           05 WS-DET-MENSAJE      PIC X(72).
           05 FILLER              PIC X(04)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           DISPLAY "CLAVE DE OPERADOR DEL CIERRE ANUAL: "
           ACCEPT WS-OPERADOR
           DISPLAY "EJERCICIO A CERRAR (AAAA): "
           ACCEPT WS-ANIO-CIERRE
           IF WS-ANIO-CIERRE EQUAL ZEROS
              OR WS-ANIO-CIERRE GREATER WS-ANIO-HOY
              THEN
                  DISPLAY "EJERCICIO INVALIDO: " WS-ANIO-CIERRE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           COMPUTE WS-ANIO-SIGUIENTE = WS-ANIO-CIERRE + 1

      * UN EJERCICIO YA CERRADO NO SE VUELVE A CERRAR: SOLO SE
      * REIMPRIME SU CONSTANCIA CON LO QUE QUEDO GRABADO.
           PERFORM 010-BUSCA-CIERRE   THRU 010-FIN
           IF CIERRE-YA-EXISTE
              THEN
                  DISPLAY "EL EJERCICIO " WS-ANIO-CIERRE
                          " YA ESTA CERRADO, SE REIMPRIME LA "
                          "CONSTANCIA"
                  SET CIERRE-REIMPRESO TO TRUE
                  PERFORM 020-ARMA-VENTANAS THRU 020-FIN
                  PERFORM 030-CARGA-CIERRE  THRU 030-FIN
                          VARYING WS-IND-PRE FROM 1 BY 1
                          UNTIL WS-IND-PRE GREATER 5
                  PERFORM 400-CONSTANCIA    THRU 400-FIN
                  MOVE 4 TO RETURN-CODE
                  GOBACK
           END-IF

           PERFORM 005-LEE-CHECKPOINT THRU 005-FIN
           PERFORM 020-ARMA-VENTANAS  THRU 020-FIN
           PERFORM 100-VERIFICA-BITACORA THRU 100-FIN
           PERFORM 150-VERIFICA-PERIODOS THRU 150-FIN
           PERFORM 170-EVALUA-PRERREQ THRU 170-FIN
                   VARYING WS-IND-PRE FROM 1 BY 1
                   UNTIL WS-IND-PRE GREATER 5

      * CUALQUIER PRERREQUISITO FALTANTE DETIENE EL CIERRE ANTES DE
      * TOCAR NINGUN ARCHIVO; LA CONSTANCIA SALE COMO RECHAZO PARA
      * QUE SE VEA QUE FALTA.
           IF WS-FALTANTES GREATER ZEROS
              OR WS-PER-PENDIENTES GREATER ZEROS
              OR WS-CI-PER-SIGUIENTE EQUAL ZEROS
              THEN
                  SET CIERRE-RECHAZADO TO TRUE
                  PERFORM 400-CONSTANCIA     THRU 400-FIN
                  DISPLAY "CIERRE ANUAL RECHAZADO, PRERREQUISITOS "
                          "FALTANTES: " WS-FALTANTES
                          " PERIODOS SIN PAGAR: " WS-PER-PENDIENTES
                  MOVE 8 TO RETURN-CODE
                  PERFORM 950-GRABA-BITACORA THRU 950-FIN
                  GOBACK
           END-IF

           IF PASO-NADA-HECHO
              THEN
                  DISPLAY "CERRANDO PERIODOS DEL EJERCICIO "
                          WS-ANIO-CIERRE "..."
                  PERFORM 200-CIERRA-PERIODOS THRU 200-FIN
                  IF RETURN-CODE EQUAL 8
                     THEN
                         DISPLAY "CIERRE DE PERIODOS FATAL, CIERRE "
                                 "ANUAL DETENIDO"
                         PERFORM 950-GRABA-BITACORA THRU 950-FIN
                         GOBACK
                  END-IF
                  MOVE "01" TO WS-PASO
                  PERFORM 900-GRABA-CHECKPOINT THRU 900-FIN
           END-IF

           PERFORM 250-LEE-FOLIOS     THRU 250-FIN
           PERFORM 300-GRABA-CIERRE   THRU 300-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  DISPLAY "NO QUEDO GRABADO EL CIERRE ANUAL"
                  PERFORM 950-GRABA-BITACORA THRU 950-FIN
                  GOBACK
           END-IF
           MOVE "02" TO WS-PASO
           PERFORM 900-GRABA-CHECKPOINT THRU 900-FIN
           SET CIERRE-REALIZADO TO TRUE
           PERFORM 400-CONSTANCIA     THRU 400-FIN
           MOVE "00" TO WS-PASO
           PERFORM 900-GRABA-CHECKPOINT THRU 900-FIN
           DISPLAY "CIERRE ANUAL TERMINADO, EJERCICIO: "
                   WS-ANIO-CIERRE " PERIODOS CERRADOS: "
                   WS-PER-CERRADOS-HOY
           MOVE 0 TO RETURN-CODE
           PERFORM 950-GRABA-BITACORA THRU 950-FIN
           GOBACK.

       005-LEE-CHECKPOINT.
           OPEN INPUT CKPTCANU
           IF CKPTCANU-NO-EXISTE
              THEN
                  MOVE "00" TO WS-PASO
              ELSE
                  IF NOT CKPTCANU-OK
                     THEN
                         DISPLAY "NO SE PUDO LEER CKPTCANU, STATUS: "
                                 WS-STATUS-CKPTCANU
                         MOVE "00" TO WS-PASO
                     ELSE
                         READ CKPTCANU
                            AT END
                               MOVE "00" TO WS-PASO
                               MOVE ZEROS TO WS-CKP-ANIO
                            NOT AT END
                               MOVE CKA-PASO TO WS-PASO
                               MOVE CKA-ANIO TO WS-CKP-ANIO
                         END-READ
                         CLOSE CKPTCANU
                  END-IF
           END-IF
           IF NOT PASO-NADA-HECHO
              AND WS-CKP-ANIO NOT EQUAL WS-ANIO-CIERRE
              THEN
                  DISPLAY "** EL CIERRE ANUAL DEL EJERCICIO "
                          WS-CKP-ANIO " QUEDO INCOMPLETO EN EL PASO "
                          WS-PASO "; SE ARRANCA CICLO COMPLETO DEL "
                          WS-ANIO-CIERRE " **"
                  MOVE "00" TO WS-PASO
           END-IF
      * EL PASO 02 SOLO VIVE ENTRE GRABAR CIERRANU E IMPRIMIR; SI EL
      * REGISTRO NO APARECIO EN CIERRANU, EL CIERRE SE REHACE A PARTIR
      * DE LOS PERIODOS YA CERRADOS.
           IF PASO-CIERRE-HECHO
              THEN
                  MOVE "01" TO WS-PASO
           END-IF.
       005-FIN.  EXIT.

       010-BUSCA-CIERRE.
           OPEN INPUT CIERRANU
           IF CIERRANU-NO-EXISTE
              THEN
                  GO TO 010-FIN
           END-IF
           IF NOT CIERRANU-OK
              THEN
                  DISPLAY "NO SE PUDO LEER CIERRANU, STATUS: "
                          WS-STATUS-CIERRANU
                  GO TO 010-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 015-LEE-CIERRE THRU 015-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE CIERRANU.
       010-FIN.  EXIT.

       015-LEE-CIERRE.
           READ CIERRANU
              AT END
                 MOVE "FIN" TO SW-FIN
              NOT AT END
                 IF CAN-ANIO EQUAL WS-ANIO-CIERRE
                    THEN
                        MOVE REG-CIERRANU TO WS-CIERRE
                        SET CIERRE-YA-EXISTE TO TRUE
                        MOVE "FIN" TO SW-FIN
                 END-IF
           END-READ.
       015-FIN.  EXIT.

       020-ARMA-VENTANAS.
           INITIALIZE WS-TABLA-VERIF
           PERFORM 025-ARMA-UNA THRU 025-FIN
                   VARYING WS-IND-PRE FROM 1 BY 1
                   UNTIL WS-IND-PRE GREATER 5.
       020-FIN.  EXIT.

       025-ARMA-UNA.
           COMPUTE WS-VER-DESDE (WS-IND-PRE) =
                   WS-ANIO-CIERRE * 10000 + WS-PRE-MMDD (WS-IND-PRE)
           IF NOT CIERRE-YA-EXISTE
              THEN
                  MOVE WS-PRE-PROGRAMA (WS-IND-PRE)
                    TO WS-CI-PRE-PROGRAMA (WS-IND-PRE)
                  MOVE ZEROS TO WS-CI-PRE-FECHA (WS-IND-PRE)
                  MOVE ZEROS TO WS-CI-PRE-HORA (WS-IND-PRE)
           END-IF.
       025-FIN.  EXIT.

       030-CARGA-CIERRE.
           MOVE "S" TO SW-VER-CUMPLE (WS-IND-PRE)
           MOVE 1   TO WS-VER-CORRIDAS (WS-IND-PRE).
       030-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * RECORRE LA BITACORA COMPLETA. POR CADA PRERREQUISITO SE QUEDA *
      * CON LA CORRIDA MAS RECIENTE CON RETURN-CODE CERO DENTRO DE SU  *
      * VENTANA; SI NO HUBO NINGUNA, CON LA ULTIMA CORRIDA FALLIDA     *
      * PARA QUE EL RECHAZO MUESTRE CUANDO Y CON QUE RETORNO.          *
      * -------------------------------------------------------------- *
       100-VERIFICA-BITACORA.
           OPEN INPUT BITACORA
           IF NOT BITACORA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR BITACORA, STATUS: "
                          WS-STATUS-BITACORA
                  GO TO 100-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 110-LEE-BITACORA THRU 110-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE BITACORA.
       100-FIN.  EXIT.

       110-LEE-BITACORA.
           READ BITACORA
              AT END
                 MOVE "FIN" TO SW-FIN
              NOT AT END
                 ADD 1 TO WS-BIT-LEIDOS
                 PERFORM 120-COMPARA-PRERREQ THRU 120-FIN
                         VARYING WS-IND-PRE FROM 1 BY 1
                         UNTIL WS-IND-PRE GREATER 5
           END-READ.
       110-FIN.  EXIT.

       120-COMPARA-PRERREQ.
           IF BIT-PROGRAMA NOT EQUAL WS-PRE-PROGRAMA (WS-IND-PRE)
              OR BIT-FECHA LESS WS-VER-DESDE (WS-IND-PRE)
              THEN
                  GO TO 120-FIN
           END-IF
           ADD 1 TO WS-VER-CORRIDAS (WS-IND-PRE)
           IF BIT-RETORNO EQUAL ZEROS
              THEN
                  MOVE BIT-FECHA   TO WS-CI-PRE-FECHA (WS-IND-PRE)
                  MOVE BIT-HORA-FIN TO WS-CI-PRE-HORA (WS-IND-PRE)
                  MOVE ZEROS       TO WS-VER-RETORNO (WS-IND-PRE)
                  MOVE "S"         TO SW-VER-CUMPLE (WS-IND-PRE)
                  GO TO 120-FIN
           END-IF
           IF NOT VER-CUMPLE (WS-IND-PRE)
              THEN
                  MOVE BIT-FECHA   TO WS-CI-PRE-FECHA (WS-IND-PRE)
                  MOVE BIT-HORA-FIN TO WS-CI-PRE-HORA (WS-IND-PRE)
                  MOVE BIT-RETORNO TO WS-VER-RETORNO (WS-IND-PRE)
           END-IF.
       120-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * CUENTA LOS PERIODOS DEL EJERCICIO POR ESTADO (TODOS DEBEN      *
      * ESTAR PAGADOS O YA CERRADOS, ESPECIALES INCLUIDOS) Y LOS DEL   *
      * EJERCICIO SIGUIENTE, QUE YA DEBEN EXISTIR EN EL CATALOGO.      *
      * -------------------------------------------------------------- *
       150-VERIFICA-PERIODOS.
           OPEN INPUT PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PERIODOS, STATUS: "
                          WS-STATUS-PERIODOS
                  ADD 1 TO WS-PER-PENDIENTES
                  GO TO 150-FIN
           END-IF
           COMPUTE WS-FECHA-INICIO   = WS-ANIO-CIERRE * 10000 + 0101
           COMPUTE WS-FECHA-FIN-EJER = WS-ANIO-CIERRE * 10000 + 1231
           COMPUTE WS-FECHA-LIMITE = WS-ANIO-SIGUIENTE * 10000 + 1231
           MOVE WS-FECHA-INICIO TO PER-FECHA-PAGO
           MOVE SPACES TO SW-FIN
           START PERIODOS KEY IS NOT LESS PER-FECHA-PAGO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 160-LEE-PERIODO THRU 160-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PERIODOS
           COMPUTE WS-CI-PERIODOS = WS-PER-PAGADOS + WS-PER-CERRADOS.
       150-FIN.  EXIT.

       160-LEE-PERIODO.
           READ PERIODOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 160-FIN
           END-READ
           IF PER-FECHA-PAGO GREATER WS-FECHA-LIMITE
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 160-FIN
           END-IF
           IF PER-FECHA-PAGO GREATER WS-FECHA-FIN-EJER
              THEN
                  ADD 1 TO WS-CI-PER-SIGUIENTE
                  GO TO 160-FIN
           END-IF
           EVALUATE TRUE
              WHEN PER-PAGADO
                 ADD 1 TO WS-PER-PAGADOS
              WHEN PER-CERRADO
                 ADD 1 TO WS-PER-CERRADOS
              WHEN OTHER
                 DISPLAY "PERIODO SIN PAGAR: " PER-FECHA-PAGO
                         " ESTADO " PER-ESTADO
                         " FRECUENCIA " PER-FRECUENCIA
                 ADD 1 TO WS-PER-PENDIENTES
           END-EVALUATE.
       160-FIN.  EXIT.

       170-EVALUA-PRERREQ.
           IF VER-CUMPLE (WS-IND-PRE)
              THEN
                  ADD 1 TO WS-CUMPLIDOS
              ELSE
                  ADD 1 TO WS-FALTANTES
                  DISPLAY "FALTA CORRIDA CON RETURN-CODE CERO DE "
                          WS-PRE-PROGRAMA (WS-IND-PRE)
                          " DESDE " WS-VER-DESDE (WS-IND-PRE)
           END-IF.
       170-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * PASO 01: LOS PERIODOS PAGADOS DEL EJERCICIO QUEDAN CERRADOS,   *
      * CON LO QUE NINGUN PROCESO DE NOMINA LOS VUELVE A TOMAR.        *
      * -------------------------------------------------------------- *
       200-CIERRA-PERIODOS.
           OPEN I-O PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PERIODOS, STATUS: "
                          WS-STATUS-PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           MOVE WS-FECHA-INICIO TO PER-FECHA-PAGO
           MOVE SPACES TO SW-FIN
           START PERIODOS KEY IS NOT LESS PER-FECHA-PAGO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 210-CIERRA-UNO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PERIODOS.
       200-FIN.  EXIT.

       210-CIERRA-UNO.
           READ PERIODOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           IF PER-FECHA-PAGO GREATER WS-FECHA-FIN-EJER
              THEN
                  MOVE "FIN" TO SW-FIN
                  GO TO 210-FIN
           END-IF
           IF NOT PER-PAGADO
              THEN
                  GO TO 210-FIN
           END-IF
           SET PER-CERRADO TO TRUE
           REWRITE REG-PERIODOS
              INVALID KEY
                 DISPLAY "NO SE PUDO CERRAR EL PERIODO "
                         PER-FECHA-PAGO
                 MOVE 8 TO RETURN-CODE
                 MOVE "FIN" TO SW-FIN
              NOT INVALID KEY
                 ADD 1 TO WS-PER-CERRADOS-HOY
           END-REWRITE.
       210-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * LOS FOLIOS DE CARTAS Y CHEQUES SON PERPETUOS (NUNCA SE REPITE  *
      * UNO EMITIDO), ASI QUE NO SE REINICIAN: SE DEJA CONSTANCIA DEL  *
      * ULTIMO FOLIO DE CADA SERIE AL CORTE DEL EJERCICIO.             *
      * -------------------------------------------------------------- *
       250-LEE-FOLIOS.
           OPEN INPUT CARTAS
           IF CARTAS-OK
              THEN
                  MOVE ZEROS TO CAR-FOLIO
                  READ CARTAS
                     INVALID KEY
                        MOVE ZEROS TO WS-CI-FOLIO-CARTA
                     NOT INVALID KEY
                        MOVE CAR-CTRL-ULTIMO TO WS-CI-FOLIO-CARTA
                  END-READ
                  CLOSE CARTAS
              ELSE
                  DISPLAY "SIN ARCHIVO CARTAS, STATUS: "
                          WS-STATUS-CARTAS
           END-IF
           OPEN INPUT CHEQUES
           IF CHEQUES-OK
              THEN
                  MOVE ZEROS TO CHQ-FOLIO
                  READ CHEQUES
                     INVALID KEY
                        MOVE ZEROS TO WS-CI-FOLIO-CHEQUE
                     NOT INVALID KEY
                        MOVE CHQ-CTRL-ULTIMO TO WS-CI-FOLIO-CHEQUE
                  END-READ
                  CLOSE CHEQUES
              ELSE
                  DISPLAY "SIN ARCHIVO CHEQUES, STATUS: "
                          WS-STATUS-CHEQUES
           END-IF.
       250-FIN.  EXIT.

       300-GRABA-CIERRE.
           OPEN EXTEND CIERRANU
           IF NOT CIERRANU-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CIERRANU, STATUS: "
                          WS-STATUS-CIERRANU
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           MOVE WS-ANIO-CIERRE  TO WS-CI-ANIO
           MOVE WS-FECHA-HOY    TO WS-CI-FECHA
           ACCEPT WS-CI-HORA    FROM TIME
           MOVE WS-OPERADOR     TO WS-CI-OPERADOR
           MOVE WS-CIERRE       TO REG-CIERRANU
           WRITE REG-CIERRANU
           CLOSE CIERRANU.
       300-FIN.  EXIT.

      * -------------------------------------------------------------- *
      * CONSTANCIA DE CIERRE ANUAL: QUE CORRIDA AMPARA CADA            *
      * PRERREQUISITO, LOS PERIODOS Y LOS FOLIOS AL CORTE. LA MISMA    *
      * HOJA SALE COMO RECHAZO CUANDO FALTA ALGO, O COMO REIMPRESION   *
      * DE UN EJERCICIO YA CERRADO.                                    *
      * -------------------------------------------------------------- *
       400-CONSTANCIA.
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  GO TO 400-FIN
           END-IF
           IF CIERRE-RECHAZADO
              THEN
                  MOVE WS-ANIO-CIERRE TO WS-CI-ANIO
                  MOVE WS-FECHA-HOY   TO WS-CI-FECHA
                  ACCEPT WS-CI-HORA   FROM TIME
                  MOVE WS-OPERADOR    TO WS-CI-OPERADOR
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-1     AFTER 1
           MOVE WS-CI-ANIO      TO WS-TIT-ANIO
           MOVE WS-CI-FECHA     TO WS-TIT-FECHA
           MOVE WS-CI-HORA      TO WS-TIT-HORA
           MOVE WS-CI-OPERADOR  TO WS-TIT-OPERADOR
           WRITE REG-REPORTE FROM WS-TITULO-2     AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           PERFORM 410-IMPRIME-PRERREQ THRU 410-FIN
                   VARYING WS-IND-PRE FROM 1 BY 1
                   UNTIL WS-IND-PRE GREATER 5
           WRITE REG-REPORTE FROM WS-GUIONES      AFTER 1
           MOVE WS-CI-PERIODOS     TO WS-DET-PER-CERRADOS
           WRITE REG-REPORTE FROM WS-DET-PERIODOS-1 AFTER 1
           MOVE WS-PER-PENDIENTES  TO WS-DET-PER-PENDIENTES
           WRITE REG-REPORTE FROM WS-DET-PERIODOS-2 AFTER 1
           MOVE WS-ANIO-SIGUIENTE  TO WS-DET-ANIO-SIG
           MOVE WS-CI-PER-SIGUIENTE TO WS-DET-PER-SIGUIENTE
           WRITE REG-REPORTE FROM WS-DET-PERIODOS-3 AFTER 1
           IF NOT CIERRE-RECHAZADO
              THEN
                  MOVE WS-CI-FOLIO-CARTA  TO WS-DET-FOLIO-CARTA
                  MOVE WS-CI-FOLIO-CHEQUE TO WS-DET-FOLIO-CHEQUE
                  WRITE REG-REPORTE FROM WS-DET-FOLIOS AFTER 1
           END-IF
           EVALUATE TRUE
              WHEN CIERRE-REALIZADO
                 MOVE "EJERCICIO CERRADO ***" TO WS-DET-MENSAJE
              WHEN CIERRE-REIMPRESO
                 MOVE "REIMPRESION DE UN EJERCICIO YA CERRADO ***"
                   TO WS-DET-MENSAJE
              WHEN OTHER
                 MOVE "CIERRE RECHAZADO, FALTAN PRERREQUISITOS ***"
                   TO WS-DET-MENSAJE
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DET-RESULTADO AFTER 2
           CLOSE REPORTE.
       400-FIN.  EXIT.

       410-IMPRIME-PRERREQ.
           MOVE WS-PRE-PROGRAMA (WS-IND-PRE)    TO WS-DET-PROGRAMA
           MOVE WS-PRE-DESCRIPCION (WS-IND-PRE) TO WS-DET-DESCRIPCION
           MOVE WS-VER-DESDE (WS-IND-PRE)       TO WS-DET-DESDE
           MOVE WS-CI-PRE-FECHA (WS-IND-PRE)    TO WS-DET-FECHA
           MOVE WS-CI-PRE-HORA (WS-IND-PRE)     TO WS-DET-HORA
           MOVE WS-VER-RETORNO (WS-IND-PRE)     TO WS-DET-RETORNO
           EVALUATE TRUE
              WHEN VER-CUMPLE (WS-IND-PRE)
                 MOVE "CORRIDO"   TO WS-DET-ESTADO
              WHEN WS-VER-CORRIDAS (WS-IND-PRE) EQUAL ZEROS
                 MOVE "FALTA"     TO WS-DET-ESTADO
              WHEN OTHER
                 MOVE "CON ERROR" TO WS-DET-ESTADO
           END-EVALUATE
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       410-FIN.  EXIT.

       900-GRABA-CHECKPOINT.
           OPEN OUTPUT CKPTCANU
           IF NOT CKPTCANU-OK
              THEN
                  DISPLAY "NO SE PUDO GRABAR CKPTCANU, STATUS: "
                          WS-STATUS-CKPTCANU
              ELSE
                  MOVE WS-PASO        TO CKA-PASO
                  MOVE WS-ANIO-CIERRE TO CKA-ANIO
                  WRITE REG-CKPTCANU
                  CLOSE CKPTCANU
           END-IF.
       900-FIN.  EXIT.

       950-GRABA-BITACORA.
           MOVE WS-BIT-LEIDOS       TO WS-BITA-LEIDOS
           MOVE WS-CUMPLIDOS        TO WS-BITA-SELECC
           MOVE WS-PER-CERRADOS-HOY TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE         TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       950-FIN.  EXIT.
