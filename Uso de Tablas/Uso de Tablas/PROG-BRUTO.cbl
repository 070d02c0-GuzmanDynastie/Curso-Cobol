       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGBRUT.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CALCULADORA DE NETO A BRUTO PARA OFERTAS DE EMPLEO. EL AREA DE *
      * RECLUTAMIENTO OFRECE AL CANDIDATO UN NETO Y NOMINA SACABA EL   *
      * BRUTO A PRUEBA Y ERROR. SE DIGITA EL NETO DESEADO POR PERIODO, *
      * LA FRECUENCIA DE PAGO (Q QUINCENAL, S SEMANAL) Y EL PUESTO, Y  *
      * SE BUSCA EL MENOR SALARIO BRUTO POR PERIODO CUYO NETO ALCANZA  *
      * EL DESEADO, CON LA MISMA DEDUCCION QUE APLICA PROGNOMI:        *
      *   - PROGDEDU CON LA VIGENCIA DE DEDUCC QUE RIGE HOY; EL        *
      *     SALARIO SEMANAL SE LLEVA A BASE QUINCENAL (POR 30/7) Y LA  *
      *     DEDUCCION SE PRORRATEA DE REGRESO (POR 7/30);              *
      *   - SIN TABLA DEDUCC, EL PORCENTAJE PLANO HISTORICO.           *
      * EL NETO CRECE CON EL BRUTO, ASI QUE LA BUSQUEDA PARTE EL       *
      * INTERVALO A LA MITAD HASTA QUEDAR A UN CENTAVO. MUESTRA EL     *
      * DESGLOSE ISR / IMSS / OTROS, LAS CARGAS PATRONALES DE TASAPAT  *
      * SOBRE ESE BRUTO (REDONDEADAS COMO EN PROGPATR) CON EL COSTO    *
      * TOTAL PARA LA EMPRESA, Y SI EL BRUTO CABE EN LA BANDA DE       *
      * TABSAL DEL PUESTO (PROGTSAL, CONTRA EL SALARIO POR PERIODO,    *
      * IGUAL QUE PROGFBAN). NO GRABA NINGUN ARCHIVO: CADA CALCULO     *
      * SOLO DEJA AUDITORIA MODO "T" VIA PROGMENU CON EL OPERADOR.     *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TASAPAT      ASSIGN TO UT-S-TASAPAT
                               FILE STATUS IS WS-STATUS-TASAPAT.

       DATA DIVISION.
       FILE SECTION.
       FD  TASAPAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS REG-TASAPAT.
           COPY TASAPAT.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-TASAPAT   PIC X(02)    VALUE "00".
              88 TASAPAT-OK         VALUE "00".
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 SW-OTRO             PIC X(01)    VALUE "S".
              88 OTRO-CALCULO       VALUE "S" "s".
           05 SW-DATOS            PIC X(01)    VALUE "N".
              88 DATOS-OK           VALUE "S".
           05 SW-BRUTO            PIC X(01)    VALUE "N".
              88 BRUTO-HALLADO      VALUE "S".
           05 SW-SIN-TASAPAT      PIC X(01)    VALUE "N".
              88 SIN-TASAPAT        VALUE "S".
           05 WS-FRECUENCIA       PIC X(01)    VALUE SPACES.
              88 FREC-QUINCENAL     VALUE "Q".
              88 FREC-SEMANAL       VALUE "S".
              88 FREC-VALIDA        VALUE "Q" "S".
           05 WS-PORCENTAJE-DEDUC PIC 9(02)V99 VALUE 16.
      * EL TOPE DEJA QUE EL BRUTO SEMANAL LLEVADO A BASE QUINCENAL
      * QUEPA EN EL SALARIO DE PROGDEDU.
           05 WS-BRUTO-TOPE       PIC 9(07)V99 VALUE 2000000.00.
           05 WS-NETO-DESEADO     PIC 9(07)V99 VALUE ZEROS.
           05 WS-BRUTO-PRUEBA     PIC 9(07)V99 VALUE ZEROS.
           05 WS-DEDUCCION        PIC 9(07)V99 VALUE ZEROS.
           05 WS-NETO-PRUEBA      PIC S9(07)V99 VALUE ZEROS.
           05 WS-BAJO             PIC 9(07)V99 VALUE ZEROS.
           05 WS-ALTO             PIC 9(07)V99 VALUE ZEROS.
           05 WS-RANGO            PIC 9(07)V99 VALUE ZEROS.
           05 WS-IMPORTE-TASA     PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-CARGAS       PIC 9(09)V99 VALUE ZEROS.
           05 WS-COSTO-TOTAL      PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOTAL-TASAS      PIC 9(02)    VALUE ZEROS.
           05 WS-IND-TASA         PIC 9(02)    VALUE ZEROS.
           05 WS-EDIT-IMPORTE     PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-EDIT-IMPORTE-2   PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-EDIT-TASA        PIC Z9.99.
           05 LK-PARAMETROS-PUESTO.
              10 LK-PUESTO-CODIGO      PIC 9(02).
              10 LK-PUESTO-DESCRIPCION PIC X(20).
              10 LK-PUESTO-ENCONTRADO  PIC X(01).
                 88 PUESTO-EXISTE         VALUE "S".
                 88 PUESTO-NO-EXISTE      VALUE "N".

       01  WS-TABLA-TASAS.
           05 WS-TASA-RENGLON     OCCURS 10 TIMES.
              10 WS-TAS-CLAVE     PIC X(12).
              10 WS-TAS-DESC      PIC X(20).
              10 WS-TAS-TASA      PIC 9(02)V99.

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

       01  WS-PARAMETROS-TSAL.
           05 WS-TSAL-PUESTO      PIC 9(02).
           05 WS-TSAL-SALARIO     PIC 9(07)V99.
           05 WS-TSAL-MINIMO      PIC 9(07)V99.
           05 WS-TSAL-MAXIMO      PIC 9(07)V99.
           05 WS-TSAL-DICTAMEN    PIC X(01).
              88 BANDA-DENTRO        VALUE "D".
              88 BANDA-DEBAJO        VALUE "B".
              88 BANDA-ARRIBA        VALUE "A".
              88 BANDA-SIN-BANDA     VALUE "N".

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "C".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGBRUT".

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           PERFORM 050-CARGA-TASAS THRU 050-FIN
           PERFORM 100-CALCULO THRU 100-FIN
                   UNTIL NOT OTRO-CALCULO
           GOBACK.

      * LAS TASAS PATRONALES SON LAS DE PROGPATR (TASAPAT); SIN EL
      * ARCHIVO EL CALCULO SIGUE, PERO SIN EL COSTO PARA LA EMPRESA.
       050-CARGA-TASAS.
           OPEN INPUT TASAPAT
           IF NOT TASAPAT-OK
              THEN
                  DISPLAY "SIN TASAPAT (CORRA PROGREFT), NO SE "
                          "MOSTRARA EL COSTO PATRONAL, STATUS: "
                          WS-STATUS-TASAPAT
                  SET SIN-TASAPAT TO TRUE
                  GO TO 050-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 055-CARGA-UNA-TASA THRU 055-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE TASAPAT
           IF WS-TOTAL-TASAS EQUAL ZEROS
              THEN
                  DISPLAY "TASAPAT ESTA VACIO, NO SE MOSTRARA EL "
                          "COSTO PATRONAL"
                  SET SIN-TASAPAT TO TRUE
           END-IF.
       050-FIN.  EXIT.

       055-CARGA-UNA-TASA.
           READ TASAPAT
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 055-FIN
           END-READ
           IF WS-TOTAL-TASAS EQUAL 10
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 10 TASAS EN "
                          "TASAPAT, EL EXCEDENTE NO SE CARGA"
                  MOVE "FIN" TO SW-FIN
                  GO TO 055-FIN
           END-IF
           ADD 1 TO WS-TOTAL-TASAS
           MOVE PAT-CLAVE       TO WS-TAS-CLAVE (WS-TOTAL-TASAS)
           MOVE PAT-DESCRIPCION TO WS-TAS-DESC  (WS-TOTAL-TASAS)
           MOVE PAT-TASA        TO WS-TAS-TASA  (WS-TOTAL-TASAS).
       055-FIN.  EXIT.

      * CADA CALCULO, VALIDO O NO, DEJA SU RENGLON DE AUDITORIA.
       100-CALCULO.
           PERFORM 110-PIDE-DATOS THRU 110-FIN
           IF NOT DATOS-OK
              THEN
                  GO TO 100-AUDITA
           END-IF
           PERFORM 200-BUSCA-BRUTO THRU 200-FIN
           IF NOT BRUTO-HALLADO
              THEN
                  MOVE WS-BRUTO-TOPE TO WS-EDIT-IMPORTE
                  DISPLAY "NI CON UN BRUTO DE " WS-EDIT-IMPORTE
                          " SE ALCANZA ESE NETO"
                  MOVE "BRUT NOAL" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           PERFORM 300-MUESTRA-DEDUCCION THRU 300-FIN
           PERFORM 400-MUESTRA-COSTO     THRU 400-FIN
           PERFORM 500-MUESTRA-BANDA     THRU 500-FIN.
       100-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           DISPLAY "OTRO CALCULO (S/N): "
           ACCEPT SW-OTRO.
       100-FIN.  EXIT.

       110-PIDE-DATOS.
           MOVE "N" TO SW-DATOS
           DISPLAY "NETO DESEADO POR PERIODO: "
           ACCEPT WS-NETO-DESEADO
           IF WS-NETO-DESEADO NOT GREATER ZEROS
              THEN
                  DISPLAY "NETO INVALIDO"
                  MOVE "BRUT NETO" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "FRECUENCIA DE PAGO (Q = QUINCENAL, S = SEMANAL): "
           ACCEPT WS-FRECUENCIA
           IF NOT FREC-VALIDA
              THEN
                  DISPLAY "FRECUENCIA INVALIDA"
                  MOVE "BRUT FREC" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           DISPLAY "PUESTO: "
           ACCEPT LK-PUESTO-CODIGO
           CALL "PROGPUES" USING LK-PARAMETROS-PUESTO
           IF PUESTO-NO-EXISTE
              THEN
                  DISPLAY "PUESTO NO ESTA EN TABPUESTO"
                  MOVE "BRUT PUES" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           SET DATOS-OK TO TRUE.
       110-FIN.  EXIT.

      * EL NETO DE UN BRUTO NUNCA PASA DEL BRUTO, ASI QUE UN CENTAVO
      * MENOS QUE EL NETO DESEADO QUEDA CORTO DE SEGURO. SE PARTE EL
      * INTERVALO HASTA QUE LOS EXTREMOS QUEDAN A UN CENTAVO; EL
      * EXTREMO ALTO ES EL MENOR BRUTO QUE ALCANZA EL NETO.
       200-BUSCA-BRUTO.
           MOVE "N" TO SW-BRUTO
           COMPUTE WS-BAJO = WS-NETO-DESEADO - 0.01
           MOVE WS-BRUTO-TOPE TO WS-ALTO
                                 WS-BRUTO-PRUEBA
           PERFORM 210-NETO-DE-BRUTO THRU 210-FIN
           IF WS-NETO-PRUEBA LESS WS-NETO-DESEADO
              THEN
                  GO TO 200-FIN
           END-IF
           COMPUTE WS-RANGO = WS-ALTO - WS-BAJO
           PERFORM 220-PARTE-INTERVALO THRU 220-FIN
                   UNTIL WS-RANGO NOT GREATER 0.01
      * SE RECALCULA EL BRUTO ELEGIDO PARA DEJAR SU DESGLOSE.
           MOVE WS-ALTO TO WS-BRUTO-PRUEBA
           PERFORM 210-NETO-DE-BRUTO THRU 210-FIN
           SET BRUTO-HALLADO TO TRUE.
       200-FIN.  EXIT.

      * LA MISMA DEDUCCION DE PROGNOMI (050-PAGA-EMPLEADO).
       210-NETO-DE-BRUTO.
           IF FREC-SEMANAL
              THEN
                  COMPUTE WS-DEDU-SALARIO ROUNDED =
                          WS-BRUTO-PRUEBA * 30 / 7
              ELSE
                  MOVE WS-BRUTO-PRUEBA TO WS-DEDU-SALARIO
           END-IF
           MOVE WS-FECHA-HOY TO WS-DEDU-FECHA
           CALL "PROGDEDU" USING WS-PARAMETROS-DEDU
           IF DEDUCCION-CALCULADA
              THEN
                  IF FREC-SEMANAL
                     THEN
                         PERFORM 215-PRORRATEA-DEDU THRU 215-FIN
                  END-IF
                  MOVE WS-DEDU-TOTAL TO WS-DEDUCCION
              ELSE
                  MOVE ZEROS TO WS-DEDU-ISR
                                WS-DEDU-IMSS
                                WS-DEDU-OTROS
                  COMPUTE WS-DEDUCCION ROUNDED =
                          WS-BRUTO-PRUEBA * WS-PORCENTAJE-DEDUC / 100
                  MOVE WS-DEDUCCION TO WS-DEDU-TOTAL
           END-IF
           COMPUTE WS-NETO-PRUEBA = WS-BRUTO-PRUEBA - WS-DEDUCCION.
       210-FIN.  EXIT.

       215-PRORRATEA-DEDU.
           COMPUTE WS-DEDU-ISR   ROUNDED = WS-DEDU-ISR   * 7 / 30
           COMPUTE WS-DEDU-IMSS  ROUNDED = WS-DEDU-IMSS  * 7 / 30
           COMPUTE WS-DEDU-OTROS ROUNDED = WS-DEDU-OTROS * 7 / 30
           COMPUTE WS-DEDU-TOTAL =
                   WS-DEDU-ISR + WS-DEDU-IMSS + WS-DEDU-OTROS.
       215-FIN.  EXIT.

       220-PARTE-INTERVALO.
           COMPUTE WS-BRUTO-PRUEBA = (WS-BAJO + WS-ALTO) / 2
           PERFORM 210-NETO-DE-BRUTO THRU 210-FIN
           IF WS-NETO-PRUEBA LESS WS-NETO-DESEADO
              THEN
                  MOVE WS-BRUTO-PRUEBA TO WS-BAJO
              ELSE
                  MOVE WS-BRUTO-PRUEBA TO WS-ALTO
           END-IF
           COMPUTE WS-RANGO = WS-ALTO - WS-BAJO.
       220-FIN.  EXIT.

       300-MUESTRA-DEDUCCION.
           DISPLAY "----------------------------------------------"
           DISPLAY "PUESTO " LK-PUESTO-CODIGO " "
                   LK-PUESTO-DESCRIPCION
           IF FREC-SEMANAL
              THEN
                  DISPLAY "PAGO SEMANAL"
              ELSE
                  DISPLAY "PAGO QUINCENAL"
           END-IF
           MOVE WS-NETO-DESEADO TO WS-EDIT-IMPORTE
           DISPLAY "NETO DESEADO POR PERIODO  : " WS-EDIT-IMPORTE
           MOVE WS-BRUTO-PRUEBA TO WS-EDIT-IMPORTE
           DISPLAY "SALARIO BRUTO POR PERIODO : " WS-EDIT-IMPORTE
           IF DEDUCCION-CALCULADA
              THEN
                  DISPLAY "DEDUCCIONES CON LA TABLA DEDUCC VIGENTE AL "
                          WS-FECHA-HOY
                  MOVE WS-DEDU-ISR   TO WS-EDIT-IMPORTE
                  DISPLAY "   ISR                    : "
                          WS-EDIT-IMPORTE
                  MOVE WS-DEDU-IMSS  TO WS-EDIT-IMPORTE
                  DISPLAY "   IMSS                   : "
                          WS-EDIT-IMPORTE
                  MOVE WS-DEDU-OTROS TO WS-EDIT-IMPORTE
                  DISPLAY "   OTROS                  : "
                          WS-EDIT-IMPORTE
              ELSE
                  DISPLAY "SIN TABLA DEDUCC, SE APLICA EL "
                          "PORCENTAJE PLANO"
           END-IF
           MOVE WS-DEDUCCION TO WS-EDIT-IMPORTE
           DISPLAY "TOTAL DEDUCCIONES         : " WS-EDIT-IMPORTE
           MOVE WS-NETO-PRUEBA TO WS-EDIT-IMPORTE
           DISPLAY "NETO RESULTANTE           : " WS-EDIT-IMPORTE.
       300-FIN.  EXIT.

      * CADA CARGA SOBRE EL BRUTO DEL PERIODO CON LA TASA DE TASAPAT,
      * REDONDEADA COMO EN PROGPATR.
       400-MUESTRA-COSTO.
           IF SIN-TASAPAT
              THEN
                  GO TO 400-FIN
           END-IF
           MOVE ZEROS TO WS-TOT-CARGAS
           DISPLAY "CARGAS PATRONALES DEL PERIODO:"
           PERFORM 410-MUESTRA-TASA THRU 410-FIN
                   VARYING WS-IND-TASA FROM 1 BY 1
                   UNTIL WS-IND-TASA GREATER WS-TOTAL-TASAS
           MOVE WS-TOT-CARGAS TO WS-EDIT-IMPORTE
           DISPLAY "TOTAL CARGAS PATRONALES   : " WS-EDIT-IMPORTE
           COMPUTE WS-COSTO-TOTAL = WS-BRUTO-PRUEBA + WS-TOT-CARGAS
           MOVE WS-COSTO-TOTAL TO WS-EDIT-IMPORTE
           DISPLAY "COSTO TOTAL PARA LA EMPRESA: " WS-EDIT-IMPORTE.
       400-FIN.  EXIT.

       410-MUESTRA-TASA.
           COMPUTE WS-IMPORTE-TASA ROUNDED =
                   WS-BRUTO-PRUEBA * WS-TAS-TASA (WS-IND-TASA) / 100
           ADD WS-IMPORTE-TASA TO WS-TOT-CARGAS
           MOVE WS-TAS-TASA (WS-IND-TASA) TO WS-EDIT-TASA
           MOVE WS-IMPORTE-TASA           TO WS-EDIT-IMPORTE
           DISPLAY "   " WS-TAS-DESC (WS-IND-TASA) " " WS-EDIT-TASA
                   "% " WS-EDIT-IMPORTE.
       410-FIN.  EXIT.

      * LA BANDA DE TABSAL SE COMPARA CONTRA EL SALARIO POR PERIODO,
      * QUE ES COMO QUEDARIA EN SALARIO-EMP.
       500-MUESTRA-BANDA.
           MOVE LK-PUESTO-CODIGO TO WS-TSAL-PUESTO
           MOVE WS-BRUTO-PRUEBA  TO WS-TSAL-SALARIO
           CALL "PROGTSAL" USING WS-PARAMETROS-TSAL
           MOVE WS-TSAL-MINIMO TO WS-EDIT-IMPORTE
           MOVE WS-TSAL-MAXIMO TO WS-EDIT-IMPORTE-2
           EVALUATE TRUE
              WHEN BANDA-DENTRO
                 DISPLAY "DENTRO DE LA BANDA DEL PUESTO ("
                         WS-EDIT-IMPORTE " A " WS-EDIT-IMPORTE-2 ")"
                 MOVE "BRUT DENT" TO WS-MENU-RESULTADO
              WHEN BANDA-DEBAJO
                 DISPLAY "AVISO: POR DEBAJO DEL MINIMO DEL PUESTO ("
                         WS-EDIT-IMPORTE " A " WS-EDIT-IMPORTE-2 ")"
                 MOVE "BRUT DEBA" TO WS-MENU-RESULTADO
              WHEN BANDA-ARRIBA
                 DISPLAY "AVISO: POR ARRIBA DEL MAXIMO DEL PUESTO ("
                         WS-EDIT-IMPORTE " A " WS-EDIT-IMPORTE-2 ")"
                 MOVE "BRUT ARRI" TO WS-MENU-RESULTADO
              WHEN OTHER
                 DISPLAY "EL PUESTO NO TIENE BANDA EN TABSAL"
                 MOVE "BRUT SINB" TO WS-MENU-RESULTADO
           END-EVALUATE
           DISPLAY "----------------------------------------------".
       500-FIN.  EXIT.
