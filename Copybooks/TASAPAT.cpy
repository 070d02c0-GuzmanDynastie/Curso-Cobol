      * PERIODO Y LA CUENTA DE PASIVO DONDE SE PROVISIONA. LO          *
      * REFRESCA PROGREFT CON LOS VALORES CANONICOS, IGUAL QUE         *
      * DEDUCC, Y LO CARGA RESIDENTE PROGPATR PARA LA CORRIDA DE       *
      * CARGAS PATRONALES DEL PERIODO. EL RENGLON RIESGO-TRAB (PRIMA   *
      * DE RIESGO DE TRABAJO) NO ES CANONICO: LO CARGA PROGRIES CON LA *
      * DETERMINACION ANUAL Y PROGREFT LO CONSERVA AL REFRESCAR.       *
      * -------------------------------------------------------------- *
       01  REG-TASAPAT.
           05 PAT-CLAVE           PIC X(12).
