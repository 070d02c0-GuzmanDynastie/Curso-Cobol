              10 WS-PV-DIAS-SALDO PIC S9(05)   VALUE ZEROS.
              10 WS-PV-PASIVO     PIC 9(11)V99 VALUE ZEROS.

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGVACA".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(22)    VALUE SPACES.
           05 FILLER              PIC X(46)
       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
                 PERFORM 200-REPORTE      THRU 200-FIN
              WHEN 3
                 PERFORM 300-ANIVERSARIOS THRU 300-FIN
                 PERFORM 390-GRABA-BITACORA THRU 390-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           END-IF.
       330-FIN.  EXIT.

       390-GRABA-BITACORA.
           MOVE WS-RENOVADOS  TO WS-BITA-LEIDOS
           MOVE WS-RENOVADOS  TO WS-BITA-SELECC
           MOVE WS-RENOVADOS  TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE   TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       390-FIN.  EXIT.

      * ---------------------------------------------------------------
      * RUTINAS COMUNES
      * ---------------------------------------------------------------
