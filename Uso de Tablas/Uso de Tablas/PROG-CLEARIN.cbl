       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * CUADRE DE LAS INTERFACES DE NOMINA (DINERO EN TRANSITO). LAS   *
      * CORRIDAS DEJAN IMPORTES EN LAS ONCE INTERFACES (INTFAGUI,      *
      * INTFFINI, INTFCOMI, INTFAJUS, INTFPTU, INTFPRIM, INTFAHOR,     *
      * INTFRETR, INTFVALE, INTFBONO E INTFINCE) CONFIANDO EN QUE      *
      * PROGNOMI LOS RECOJA; SI ALGO SE ATORA, EL RENGLON SE           *
      * QUEDA AHI Y NADIE COBRA NI NADIE AVISA. ESTA CORRIDA APLICA A  *
      * ESE DINERO LA MISMA DISCIPLINA QUE EL ENCABEZADO/SUMARIO LE    *
      * DA AL ARCHIVO EMPLEADOS:                                       *
           05 FILLER              PIC X(13) VALUE "UT-S-INTFRETR".
           05 FILLER              PIC X(13) VALUE "UT-S-INTFVALE".
           05 FILLER              PIC X(13) VALUE "UT-S-INTFBONO".
           05 FILLER              PIC X(13) VALUE "UT-S-INTFINCE".
       01  WS-LISTA-R REDEFINES WS-LISTA-INTERFACES.
           05 WS-NOMBRE-INT       PIC X(13) OCCURS 11 TIMES.

      * PAGOS RECIENTES DEL REGISTRO DE NOMINA (ULTIMOS DOS MESES)
      * PARA DETECTAR EL RIESGO DE PAGO DOBLE.
           PERFORM 030-CARGA-PAGOS      THRU 030-FIN
           PERFORM 100-UNA-INTERFAZ     THRU 100-FIN
                   VARYING WS-IND-INT FROM 1 BY 1
                   UNTIL WS-IND-INT GREATER 11
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

