       01  WS-TABLA-DIAS-R REDEFINES WS-TABLA-DIAS-MES.
           05 WS-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGGPER".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(40)

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           DISPLAY "ANIO A GENERAR (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           DISPLAY "PRIMER VIERNES DE PAGO SEMANAL (AAAAMMDD, "
                   UNTIL WS-MES GREATER 12
           PERFORM 150-GENERA-SEMANAS THRU 150-FIN
           PERFORM 200-FINAL THRU 200-FIN
           PERFORM 210-GRABA-BITACORA THRU 210-FIN
           GOBACK.

       100-GENERA-MES.
                         WS-STATUS-PERIODOS
                 GO TO 130-FIN
           END-READ
      * UN PERIODO ESPECIAL DE PROGEXTR EN ESTA FECHA NO SE
      * CONVIERTE EN REGULAR: SE RESPETA Y SE AVISA DEL CHOQUE.
           IF PER-ES-ESPECIAL
              THEN
                  DISPLAY "LA FECHA " WS-FECHA-PAGO " ES UN PERIODO "
                          "ESPECIAL, NO SE GENERA EL REGULAR"
                  ADD 1 TO WS-RESPETADOS
                  GO TO 130-FIN
           END-IF
           IF NOT PER-ABIERTO
              THEN
      * SIMULADO, NOMINADO, PAGADO O CERRADO: LA HISTORIA MANDA.
                  MOVE 4 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       210-GRABA-BITACORA.
           MOVE WS-ESPERADOS  TO WS-BITA-LEIDOS
           MOVE WS-RESPETADOS TO WS-BITA-SELECC
           MOVE WS-GENERADOS  TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE   TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       210-FIN.  EXIT.
