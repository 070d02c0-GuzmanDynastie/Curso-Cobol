              10 WS-MES-HOY       PIC 9(02).
              10 WS-DIA-HOY       PIC 9(02).

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGAGUI".
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
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           DISPLAY "CONFIRMA LA GENERACION DE LA INTERFAZ A NOMINA "
                   "(S=SI, CUALQUIER OTRA TECLA SOLO SIMULA): "
           ACCEPT WS-CONFIRMA
           PERFORM 040-PROCESO          THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 200-FINAL            THRU 200-FIN
      * SOLO LA CORRIDA CONFIRMADA QUEDA EN BITACORA: UNA SIMULACION
      * NO CUENTA COMO AGUINALDO PAGADO PARA EL CIERRE ANUAL.
           IF CORRIDA-CONFIRMADA
              THEN
                  PERFORM 210-GRABA-BITACORA THRU 210-FIN
           END-IF
           GOBACK.

       020-ABRE-ARCHIVOS.
                  MOVE 4 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

       210-GRABA-BITACORA.
           MOVE WS-PAGADOS    TO WS-BITA-LEIDOS
           MOVE WS-PAGADOS    TO WS-BITA-SELECC
           MOVE WS-PAGADOS    TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE   TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       210-FIN.  EXIT.
