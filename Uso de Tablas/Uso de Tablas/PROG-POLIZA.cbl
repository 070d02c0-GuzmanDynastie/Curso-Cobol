      * CTA-CAJA-AHORRO, CTA-BANCO-PUENTE) CON VALORES DE CASA.        *
      * EL ARCHIVO DE POLIZA LLEVA ENCABEZADO Y SUMARIO DE CONTROL,    *
      * COMO EL DE DISPERSION DE PROGBANC.                             *
      * CADA RAZON SOCIAL LLEVA SU PROPIA CONTABILIDAD: LA CORRIDA     *
      * PIDE LA CLAVE DEL REGISTRO PATRONAL Y SOLO CONTABILIZA LOS     *
      * RENGLONES DE SUS EMPLEADOS (PROGRPAT LOS RESUELVE CON EL       *
      * DEPARTAMENTO PAGADO), CON EL NUMERO DE REGISTRO IMSS EN EL     *
      * ENCABEZADO. CON CLAVE 00 CONTABILIZA TODO Y EL REPORTE CIERRA  *
      * CON LOS CARGOS Y EL NETO DE CADA REGISTRO.                     *
      * EL EMPLEADO CON DISTRIBUCION DEL COSTO LABORAL VIGENTE (COPY   *
      * DISTLAB, CAPTURADA CON PROGDLAB) NO SE CARGA AL CENTRO DE SU   *
      * DEPARTAMENTO: PROGRCOS REPARTE EL CARGO DE CADA RENGLON ENTRE  *
      * SUS CENTROS POR PORCENTAJE Y EL CENTRO PRINCIPAL ABSORBE EL    *
      * RESTO DEL REDONDEO, ASI QUE LA POLIZA SIGUE CUADRANDO AL       *
      * CENTAVO. UNA DISTRIBUCION QUE NO SUMA 100 SE IGNORA, EL        *
      * RENGLON VA AL DEPARTAMENTO Y LA CORRIDA TERMINA CON            *
      * RETURN-CODE 4 PARA QUE SE CORRIJA.                             *
      * LOS RENGLONES REVE DE UN REVERSO (PROGREVE) SE RESTAN: LA      *
      * POLIZA DE UN PERIODO REVERTIDO SOLO LLEVA LO QUE QUEDO         *
      * VIGENTE; EL ASIENTO DEL REVERSO MISMO SALE EN POLREVE.         *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 POL-CTRL-REGISTROS  PIC 9(05).
           05 POL-CTRL-CARGOS     PIC 9(11)V99.
           05 POL-CTRL-ABONOS     PIC 9(11)V99.
           05 POL-CTRL-REGISTRO-IMSS PIC X(11).
           05 FILLER              PIC X(25).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           05 WS-CTA-RETENCIONES  PIC X(06)    VALUE "210000".
           05 WS-CTA-CAJA         PIC X(06)    VALUE "220000".
           05 WS-CTA-PUENTE       PIC X(06)    VALUE "110000".
           05 WS-REG-PEDIDO       PIC 9(02)    VALUE ZEROS.
              88 TODOS-LOS-REGISTROS VALUE ZEROS.
           05 WS-REG-IMSS-PEDIDO  PIC X(11)    VALUE SPACES.
           05 WS-IND-REG          PIC 9(02)    VALUE ZEROS.
           05 WS-IND-RCO          PIC 9(02)    VALUE ZEROS.
           05 WS-REPARTIDOS       PIC 9(05)    VALUE ZEROS.
           05 WS-DIST-INVALIDAS   PIC 9(05)    VALUE ZEROS.

       01  WS-TOTALES-REGPAT.
           05 WS-TREG-RENGLON     OCCURS 10 TIMES.
              10 WS-TREG-CARGOS   PIC 9(11)V99.
              10 WS-TREG-NETO     PIC 9(11)V99.

       01  WS-PARAMETROS-REGPAT.
           05 WS-RGP-ACCION       PIC X(01).
           05 WS-RGP-NUMERO-EMP   PIC 9(05).
           05 WS-RGP-DEPTO        PIC 9(03).
           05 WS-RGP-INDICE       PIC 9(02).
           05 WS-RGP-CLAVE        PIC 9(02).
           05 WS-RGP-REGISTRO-IMSS PIC X(11).
           05 WS-RGP-RAZON-SOCIAL PIC X(30).
           05 WS-RGP-RFC-PATRON   PIC X(13).
           05 WS-RGP-ORIGEN       PIC X(01).
           05 WS-RGP-ENCONTRADO   PIC X(01).
              88 RGP-ENCONTRADO      VALUE "S".
           05 WS-RGP-TOTAL        PIC 9(02).

       01  WS-PARAMETROS-RCOS.
           05 WS-RCO-ACCION       PIC X(01).
           05 WS-RCO-NUMERO-EMP   PIC 9(05).
           05 WS-RCO-FECHA        PIC 9(08).
           05 WS-RCO-IMPORTE      PIC S9(09)V99.
           05 WS-RCO-RESULTADO    PIC X(01).
              88 RCO-REPARTIDO       VALUE "S".
              88 RCO-SIN-JUEGO       VALUE "N".
           05 WS-RCO-FECHA-EFECTIVA PIC 9(08).
           05 WS-RCO-TOTAL-PORC   PIC 9(03)V99.
           05 WS-RCO-CUANTOS      PIC 9(02).
           05 WS-RCO-CENTRO       OCCURS 10 TIMES.
              10 WS-RCO-CCOSTO    PIC X(06).
              10 WS-RCO-PORCENTAJE PIC 9(03)V99.
              10 WS-RCO-PRINCIPAL PIC X(01).
              10 WS-RCO-IMPORTE-CC PIC S9(09)V99.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
       01  WS-TITULO-2.
           05 FILLER              PIC X(11)    VALUE "  PERIODO: ".
           05 WS-TIT-2-PERIODO    PIC 9(08).
           05 FILLER              PIC X(13)    VALUE "  REGISTRO: ".
           05 WS-TIT-2-REGISTRO   PIC X(11).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TIT-2-RAZON      PIC X(30).
           05 FILLER              PIC X(06)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 WS-TOT-ABONOS-R     PIC $$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(32)    VALUE SPACES.

       01  WS-DET-TOT-REG.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(09)    VALUE "REGISTRO ".
           05 WS-TOT-REG-CLAVE    PIC 99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-REG-IMSS     PIC X(11).
           05 FILLER              PIC X(09)    VALUE "  CARGOS ".
           05 WS-TOT-REG-CARGOS   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(07)    VALUE "  NETO ".
           05 WS-TOT-REG-NETO     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(06)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PERIODO A CONTABILIZAR (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           PERFORM 012-PIDE-REGISTRO    THRU 012-FIN
           PERFORM 018-LEE-PARAMETROS   THRU 018-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

       012-PIDE-REGISTRO.
           INITIALIZE WS-TOTALES-REGPAT
           DISPLAY "REGISTRO PATRONAL (CLAVE, 00 = TODOS): "
           ACCEPT WS-REG-PEDIDO
           MOVE "R" TO WS-RGP-ACCION
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE "TODOS"       TO WS-TIT-2-REGISTRO
           MOVE SPACES        TO WS-TIT-2-RAZON
           IF TODOS-LOS-REGISTROS
              THEN
                  GO TO 012-FIN
           END-IF
           MOVE "C"           TO WS-RGP-ACCION
           MOVE WS-REG-PEDIDO TO WS-RGP-CLAVE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           IF NOT RGP-ENCONTRADO
              THEN
                  DISPLAY "NO EXISTE EL REGISTRO PATRONAL "
                          WS-REG-PEDIDO
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           MOVE WS-RGP-REGISTRO-IMSS TO WS-REG-IMSS-PEDIDO
                                        WS-TIT-2-REGISTRO
           MOVE WS-RGP-RAZON-SOCIAL  TO WS-TIT-2-RAZON.
       012-FIN.  EXIT.

       018-LEE-PARAMETROS.
           MOVE "CTA-RETENCIONES" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           MOVE ZEROS             TO REG-POLIZA
           MOVE 00000             TO POL-CTRL-INDICADOR
           MOVE WS-PERIODO-PEDIDO TO POL-CTRL-FECHA
           MOVE WS-REG-IMSS-PEDIDO TO POL-CTRL-REGISTRO-IMSS
           WRITE REG-POLIZA.
       020-FIN.  EXIT.

       040-FIN.  EXIT.

       050-DISTRIBUYE.
           MOVE "E"            TO WS-RGP-ACCION
           MOVE NOM-NUMERO-EMP TO WS-RGP-NUMERO-EMP
           MOVE NOM-DEPTO      TO WS-RGP-DEPTO
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           IF NOT TODOS-LOS-REGISTROS
              AND WS-RGP-CLAVE NOT EQUAL WS-REG-PEDIDO
              THEN
                  GO TO 050-FIN
           END-IF
           ADD 1 TO WS-SELECCIONADOS
      * EL CARGO SE DERIVA DEL LADO DE LOS ABONOS (NETO + DEDUCCION
      * + PRESTAMO) PARA QUE LA POLIZA CUADRE POR CONSTRUCCION EN
      * TODO CONCEPTO: EN UN RENGLON NORMAL ES IGUAL A SALARIO +
      * EXTRAS - FALTAS, Y EN LOS RENGLONES DE SOLO DEDUCCION (DEVU,
      * AJUS A CARGO) CARGA EL MISMO IMPORTE QUE ABONA.
           COMPUTE WS-CARGO-RENGLON =
                   NOM-NETO + NOM-DEDUCCION + NOM-PRESTAMO
      * UN RENGLON REVE (PROGREVE) ANULA A OTRO DEL PERIODO: RESTA
      * LO QUE EL ORIGINAL SUMO, Y LA POLIZA QUE SE VUELVA A CORRER
      * SOLO CONTABILIZA LO QUE QUEDO VIGENTE.
           IF NOM-ES-REVERSO
              THEN
                  COMPUTE WS-CARGO-RENGLON = WS-CARGO-RENGLON * -1
                  SUBTRACT NOM-DEDUCCION FROM WS-TOT-DEDUCCION
                  SUBTRACT NOM-PRESTAMO  FROM WS-TOT-PRESTAMO
                  SUBTRACT NOM-NETO      FROM WS-TOT-NETO
                                           WS-TREG-NETO (WS-RGP-INDICE)
              ELSE
                  ADD NOM-DEDUCCION TO WS-TOT-DEDUCCION
                  ADD NOM-PRESTAMO  TO WS-TOT-PRESTAMO
                  ADD NOM-NETO      TO WS-TOT-NETO
                                       WS-TREG-NETO (WS-RGP-INDICE)
           END-IF
           COMPUTE WS-TREG-CARGOS (WS-RGP-INDICE) =
                   WS-TREG-CARGOS (WS-RGP-INDICE) + WS-CARGO-RENGLON
      * EL RUTEO DEL CARGO SALE DEL CATALOGO DE CONCEPTOS: UN
      * CONCEPTO CON CUENTA PROPIA (DEVOLUCIONES, REPARTO DE AHORRO)
      * SE CARGA AHI; LOS DEMAS SE REPARTEN ENTRE LOS CENTROS DE LA
      * DISTRIBUCION DEL EMPLEADO O, SI NO TIENE, CAEN AL CENTRO DE
      * COSTOS DEL DEPARTAMENTO, COMO SIEMPRE.
           MOVE NOM-CONCEPTO TO WS-CPTO-CODIGO
           CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
           IF CPTO-ENCONTRADO
              AND WS-CPTO-CUENTA NOT EQUAL SPACES
              THEN
                  MOVE WS-CPTO-CUENTA TO LK-DEPTO-CCOSTO
                  PERFORM 060-ACUMULA-CCOSTO THRU 060-FIN
                  GO TO 050-FIN
           END-IF
           MOVE "R"              TO WS-RCO-ACCION
           MOVE NOM-NUMERO-EMP   TO WS-RCO-NUMERO-EMP
           MOVE NOM-PERIODO      TO WS-RCO-FECHA
           MOVE WS-CARGO-RENGLON TO WS-RCO-IMPORTE
           CALL "PROGRCOS" USING WS-PARAMETROS-RCOS
           IF RCO-REPARTIDO
              THEN
                  ADD 1 TO WS-REPARTIDOS
                  PERFORM 070-CARGA-CENTRO THRU 070-FIN
                          VARYING WS-IND-RCO FROM 1 BY 1
                          UNTIL WS-IND-RCO GREATER WS-RCO-CUANTOS
                  GO TO 050-FIN
           END-IF
           IF NOT RCO-SIN-JUEGO
              THEN
                  DISPLAY "DISTRIBUCION INVALIDA DEL EMPLEADO "
                          NOM-NUMERO-EMP " (" WS-RCO-RESULTADO
                          "), SE CARGA A SU DEPARTAMENTO"
                  ADD 1 TO WS-DIST-INVALIDAS
           END-IF
           MOVE NOM-DEPTO TO LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           IF DEPTO-NO-ENCONTRADO
              THEN
                  MOVE "SINCC " TO LK-DEPTO-CCOSTO
           END-IF
           PERFORM 060-ACUMULA-CCOSTO THRU 060-FIN.
       050-FIN.  EXIT.

       060-ACUMULA-CCOSTO.
           ADD WS-CARGO-RENGLON TO WS-CC-IMPORTE (WS-IND-CC).
       060-FIN.  EXIT.

      * UNA PARTE DEL CARGO REPARTIDO POR PROGRCOS; LOS TOTALES DEL
      * REGISTRO YA LLEVAN EL CARGO COMPLETO DEL RENGLON.
       070-CARGA-CENTRO.
           MOVE WS-RCO-CCOSTO     (WS-IND-RCO) TO LK-DEPTO-CCOSTO
           MOVE WS-RCO-IMPORTE-CC (WS-IND-RCO) TO WS-CARGO-RENGLON
           PERFORM 060-ACUMULA-CCOSTO THRU 060-FIN.
       070-FIN.  EXIT.

       100-GENERA-POLIZA.
           PERFORM VARYING WS-IND-CC FROM 1 BY 1
                   UNTIL WS-IND-CC GREATER WS-TOTAL-CCOSTOS
           WRITE REG-REPORTE FROM WS-DET-TOT-CARGOS AFTER 2
           MOVE WS-TOT-ABONOS TO WS-TOT-ABONOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-ABONOS AFTER 1
           IF TODOS-LOS-REGISTROS
              THEN
                  MOVE "I" TO WS-RGP-ACCION
                  PERFORM 210-TOTAL-REGISTRO THRU 210-FIN
                          VARYING WS-IND-REG FROM 1 BY 1
                          UNTIL WS-IND-REG GREATER WS-RGP-TOTAL
           END-IF
           MOVE "F" TO WS-RCO-ACCION
           CALL "PROGRCOS" USING WS-PARAMETROS-RCOS
           CLOSE NOMINA
           CLOSE POLIZA
           CLOSE REPORTE
           DISPLAY "POLIZA TERMINADA, ASIENTOS: " WS-ASIENTOS
                   " RENGLONES DEL PERIODO: " WS-SELECCIONADOS
           DISPLAY "RENGLONES REPARTIDOS ENTRE CENTROS: " WS-REPARTIDOS
                   " CON DISTRIBUCION INVALIDA: " WS-DIST-INVALIDAS
           EVALUATE TRUE
              WHEN WS-SELECCIONADOS EQUAL ZEROS
                 DISPLAY "NINGUN RENGLON DE NOMINA DEL PERIODO "
                 DISPLAY "POLIZA DESCUADRADA: CARGOS "
                         WS-TOT-CARGOS " ABONOS " WS-TOT-ABONOS
                 MOVE 8 TO RETURN-CODE
              WHEN WS-DIST-INVALIDAS GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       200-FIN.  EXIT.

       210-TOTAL-REGISTRO.
           MOVE WS-IND-REG TO WS-RGP-INDICE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE WS-RGP-CLAVE                TO WS-TOT-REG-CLAVE
           MOVE WS-RGP-REGISTRO-IMSS        TO WS-TOT-REG-IMSS
           MOVE WS-TREG-CARGOS (WS-IND-REG) TO WS-TOT-REG-CARGOS
           MOVE WS-TREG-NETO (WS-IND-REG)   TO WS-TOT-REG-NETO
           IF WS-IND-REG EQUAL 1
              THEN
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 2
              ELSE
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 1
           END-IF.
       210-FIN.  EXIT.
