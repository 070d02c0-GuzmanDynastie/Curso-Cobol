      * DE BAJA EN EL MAESTRO):                                        *
      *   - DIAS TRABAJADOS: ANIO DE 360 CON LA CONVENCION DE MESES    *
      *     DE 30 DIAS DE PROGAGUI, RECORTADO POR ALTA O BAJA EN EL    *
      *     EJERCICIO Y DESCONTANDO LAS FALTAS "F" Y LAS SUSPENSIONES  *
      *     SIN GOCE "S" DE INCIDEN;                                   *
      *   - SALARIOS DEVENGADOS: SUMA DE SUS RENGLONES NORMALES DEL    *
      *     REGISTRO DE NOMINA DEL EJERCICIO, MENOS LOS QUE PROGREVE   *
      *     REVIRTIO (BITACORA NOMREVE, CON SU CONCEPTO ORIGINAL).     *
      * LA MITAD DEL MONTO SE PRORRATEA POR DIAS Y LA OTRA MITAD POR   *
      * SALARIOS. EMITE EL DETALLE Y, SOLO CONFIRMANDO CON "S", LA     *
      * INTERFAZ INTFPTU (LAYOUT DE NOMINA, CONCEPTO "PTU ") QUE       *
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT NOMREVE      ASSIGN TO UT-S-NOMREVE
                               FILE STATUS IS WS-STATUS-NOMREVE.
           SELECT INCIDEN      ASSIGN TO UT-S-INCIDEN
                               FILE STATUS IS WS-STATUS-INCIDEN.
           SELECT INTFPTU      ASSIGN TO UT-S-INTFPTU
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

       FD  INCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INCIDEN.
           COPY INCIDEN.
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00".
              88 NOMINA-NO-EXISTE   VALUE "35".
           05 WS-STATUS-NOMREVE   PIC X(02)    VALUE "00".
              88 NOMREVE-OK         VALUE "00".
           05 WS-STATUS-INCIDEN   PIC X(02)    VALUE "00".
              88 INCIDEN-OK          VALUE "00".
              88 INCIDEN-NO-EXISTE   VALUE "35".
           MOVE SPACES TO SW-FIN-NOMINA
           PERFORM 065-CARGA-UN-SALARIO THRU 065-FIN
                   UNTIL SW-FIN-NOMINA EQUAL "FIN"
           PERFORM 066-RESTA-REVERTIDOS THRU 066-FIN
           CLOSE NOMINA.
       060-FIN.  EXIT.

           END-PERFORM.
       065-FIN.  EXIT.

      * UN RENGLON REVE NO DICE QUE CONCEPTO CANCELO; LA BITACORA DE
      * PROGREVE GUARDA EL RENGLON ORIGINAL Y LOS NORMALES DEL
      * EJERCICIO QUE SE REVIRTIERON SALEN DE LOS SALARIOS. SIN
      * BITACORA NUNCA SE HA REVERTIDO NADA.
       066-RESTA-REVERTIDOS.
           OPEN INPUT NOMREVE
           IF NOT NOMREVE-OK
              THEN
                  GO TO 066-FIN
           END-IF
           MOVE SPACES TO SW-FIN-NOMINA
           PERFORM 067-RESTA-UN-REVERTIDO THRU 067-FIN
                   UNTIL SW-FIN-NOMINA EQUAL "FIN"
           CLOSE NOMREVE.
       066-FIN.  EXIT.

       067-RESTA-UN-REVERTIDO.
           READ NOMREVE INTO REG-NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN-NOMINA
                 GO TO 067-FIN
           END-READ
           IF NOM-ANIO NOT EQUAL WS-ANIO-PEDIDO
              OR NOT NOM-ES-NORMAL
              THEN
                  GO TO 067-FIN
           END-IF
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-EMPS
              IF WS-PTU-NUMERO (WS-IND-BUSCA) EQUAL NOM-NUMERO-EMP
                 THEN
                     SUBTRACT NOM-SALARIO
                        FROM WS-PTU-SALARIOS (WS-IND-BUSCA)
              END-IF
           END-PERFORM.
       067-FIN.  EXIT.

       070-DESCUENTA-FALTAS.
           OPEN INPUT INCIDEN
           IF INCIDEN-NO-EXISTE
                 GO TO 075-FIN
           END-READ
           MOVE INC-FECHA TO WS-FECHA-INC
           IF (NOT INC-ES-FALTA AND NOT INC-ES-SUSPENSION)
              OR WS-INC-ANIO NOT EQUAL WS-ANIO-PEDIDO
              THEN
                  GO TO 075-FIN
