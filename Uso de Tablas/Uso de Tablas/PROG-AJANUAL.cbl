      *     RECIBO DEL IMPUESTO PENDIENTE DE ENTERAR.                  *
      * SIN CONFIRMAR CON "S" ES UNA SIMULACION, IGUAL QUE PROGAGUI:   *
      * FINANZAS VE EL DETALLE ANTES DE COMPROMETER UN PESO.           *
      * UN PERIODO REVERTIDO POR PROGREVE NO ENTRA AL AJUSTE: SUS      *
      * RENGLONES NORMALES SE RESTAN CON LA BITACORA NOMREVE, QUE LOS  *
      * GUARDA CON SU CONCEPTO ORIGINAL.                               *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT NOMREVE      ASSIGN TO UT-S-NOMREVE
                               FILE STATUS IS WS-STATUS-NOMREVE.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

      * BITACORA DE RENGLONES REVERTIDOS DE PROGREVE, CON EL CONCEPTO
      * ORIGINAL (LAYOUT DE NOMINA). PUEDE NO EXISTIR.
       FD  NOMREVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMREVE.
       01  REG-NOMREVE            PIC X(101).

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
           05 WS-STATUS-NOMREVE   PIC X(02)    VALUE "00".
              88 NOMREVE-OK         VALUE "00".
           05 SW-REVERTIDO        PIC X(01)    VALUE "N".
              88 RENGLON-REVERTIDO   VALUE "S".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-CONTRATO  PIC X(02)    VALUE "00".
              10 WS-ACU-ISR-RET   PIC 9(09)V99.
              10 WS-ACU-FRECUENCIA PIC X(01).

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGAJAN".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(18)    VALUE SPACES.
           05 FILLER              PIC X(44)
       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           DISPLAY "EJERCICIO A AJUSTAR (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           DISPLAY "CONFIRMA LA GENERACION DE LA INTERFAZ A NOMINA "
           PERFORM 040-LEE              THRU 040-FIN
           PERFORM 040-PROCESO          THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           IF RETURN-CODE NOT EQUAL 8
              THEN
                  PERFORM 060-RESTA-REVERTIDOS THRU 060-FIN
           END-IF
      * SI EL ACUMULADO ABORTO SIN TABLA DE DEDUCCIONES, NO HAY NADA
      * QUE ANUALIZAR: SEGUIR GENERARIA AJUSTES CON BASURA.
           IF RETURN-CODE NOT EQUAL 8
                  PERFORM 100-AJUSTA-TODOS THRU 100-FIN
           END-IF
           PERFORM 200-FINAL            THRU 200-FIN
      * SOLO LA CORRIDA CONFIRMADA QUEDA EN BITACORA: UNA SIMULACION
      * NO CUENTA COMO AJUSTE APLICADO PARA EL CIERRE ANUAL.
           IF CORRIDA-CONFIRMADA
              THEN
                  PERFORM 210-GRABA-BITACORA THRU 210-FIN
           END-IF
           GOBACK.

       020-ABRE-ARCHIVOS.
                     MOVE WS-IND-BUSCA TO WS-IND-EMP
              END-IF
           END-PERFORM
           IF WS-IND-EMP EQUAL ZEROS
              AND RENGLON-REVERTIDO
              THEN
                  GO TO 050-FIN
           END-IF
           IF WS-IND-EMP EQUAL ZEROS
              THEN
                  IF WS-TOTAL-EMPS EQUAL 1000
                         MOVE WS-DEDU-ISR TO WS-ISR-PERIODO
                  END-IF
           END-IF
           IF RENGLON-REVERTIDO
              THEN
                  SUBTRACT 1         FROM WS-ACU-PERIODOS (WS-IND-EMP)
                  SUBTRACT NOM-SALARIO
                      FROM WS-ACU-SALARIO (WS-IND-EMP)
                  SUBTRACT WS-ISR-PERIODO
                      FROM WS-ACU-ISR-RET (WS-IND-EMP)
                  GO TO 050-FIN
           END-IF
           ADD 1              TO WS-ACU-PERIODOS (WS-IND-EMP)
           ADD NOM-SALARIO    TO WS-ACU-SALARIO  (WS-IND-EMP)
           ADD WS-ISR-PERIODO TO WS-ACU-ISR-RET  (WS-IND-EMP).
           END-READ.
       055-FIN.  EXIT.

      * UN RENGLON REVE NO DICE QUE CONCEPTO CANCELO; LA BITACORA DE
      * PROGREVE GUARDA EL RENGLON ORIGINAL Y LOS NORMALES DEL
      * EJERCICIO SE RESTAN DEL ACUMULADO CON LA MISMA REGLA CON QUE
      * SE SUMARON. SIN BITACORA NUNCA SE HA REVERTIDO NADA.
       060-RESTA-REVERTIDOS.
           OPEN INPUT NOMREVE
           IF NOT NOMREVE-OK
              THEN
                  GO TO 060-FIN
           END-IF
           SET RENGLON-REVERTIDO TO TRUE
           MOVE SPACES TO SW-FIN
           PERFORM 065-UN-REVERTIDO THRU 065-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE "N" TO SW-REVERTIDO
           CLOSE NOMREVE.
       060-FIN.  EXIT.

       065-UN-REVERTIDO.
           READ NOMREVE INTO REG-NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 065-FIN
           END-READ
           IF NOM-ANIO EQUAL WS-ANIO-PEDIDO
              AND NOM-ES-NORMAL
              THEN
                  PERFORM 050-ACUMULA THRU 050-FIN
           END-IF.
       065-FIN.  EXIT.

       100-AJUSTA-TODOS.
           PERFORM VARYING WS-IND-EMP FROM 1 BY 1
                   UNTIL WS-IND-EMP GREATER WS-TOTAL-EMPS
              THEN
                  GO TO 110-FIN
           END-IF
      * TODO SU EJERCICIO REVERTIDO: NO HAY PERIODOS QUE AJUSTAR.
           IF WS-ACU-PERIODOS (WS-IND-EMP) EQUAL ZEROS
              THEN
                  GO TO 110-FIN
           END-IF
           COMPUTE WS-PROMEDIO-PER ROUNDED =
                   WS-ACU-SALARIO (WS-IND-EMP)
                   / WS-ACU-PERIODOS (WS-IND-EMP)
                  MOVE 4 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       210-GRABA-BITACORA.
           MOVE WS-LEIDOS     TO WS-BITA-LEIDOS
           MOVE WS-TOTAL-EMPS TO WS-BITA-SELECC
           MOVE WS-AJUSTADOS  TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE   TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       210-FIN.  EXIT.
