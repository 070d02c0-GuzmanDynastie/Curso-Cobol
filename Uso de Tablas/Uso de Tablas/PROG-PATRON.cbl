      * CARGO AL CENTRO DE COSTOS DE CADA DEPARTAMENTO Y ABONO A LA   *
      * CUENTA DE PASIVO DE CADA CONTRIBUCION, PARA QUE EL COSTO       *
      * VERDADERO DE LA NOMINA CAIGA EN EL MISMO LUGAR QUE EL RESTO.   *
      * CADA REGISTRO PATRONAL DECLARA SUS PROPIAS CUOTAS: LA CORRIDA  *
      * PIDE LA CLAVE DEL REGISTRO Y SOLO TOMA LOS RENGLONES DE SUS    *
      * EMPLEADOS (PROGRPAT LOS RESUELVE CON EL DEPARTAMENTO PAGADO),  *
      * CON EL NUMERO DE REGISTRO IMSS EN EL ENCABEZADO DE LA POLIZA.  *
      * CON CLAVE 00 TOMA TODO Y EL REPORTE CIERRA CON LA BASE Y LAS   *
      * CARGAS DE CADA REGISTRO.                                       *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 POL-CTRL-REGISTROS  PIC 9(05).
           05 POL-CTRL-CARGOS     PIC 9(11)V99.
           05 POL-CTRL-ABONOS     PIC 9(11)V99.
           05 POL-CTRL-REGISTRO-IMSS PIC X(11).
           05 FILLER              PIC X(25).

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           05 WS-TOT-CARGOS       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-ABONOS       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PATRONAL     PIC 9(11)V99 VALUE ZEROS.
           05 WS-REG-PEDIDO       PIC 9(02)    VALUE ZEROS.
              88 TODOS-LOS-REGISTROS VALUE ZEROS.
           05 WS-REG-IMSS-PEDIDO  PIC X(11)    VALUE SPACES.
           05 WS-IND-REG          PIC 9(02)    VALUE ZEROS.

       01  WS-TOTALES-REGPAT.
           05 WS-TREG-RENGLON     OCCURS 10 TIMES.
              10 WS-TREG-BASE     PIC 9(11)V99.
              10 WS-TREG-CARGAS   PIC 9(11)V99.

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

       01  LK-PARAMETROS-DEPTO.
           05 LK-DEPTO-CODIGO     PIC 9(03).
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
           05 WS-TOT-PATRONAL-R   PIC $$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(32)    VALUE SPACES.

       01  WS-DET-TOT-REG.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(09)    VALUE "REGISTRO ".
           05 WS-TOT-REG-CLAVE    PIC 99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-REG-IMSS     PIC X(11).
           05 FILLER              PIC X(07)    VALUE "  BASE ".
           05 WS-TOT-REG-BASE     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(09)    VALUE "  CARGAS ".
           05 WS-TOT-REG-CARGAS   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(06)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           DISPLAY "PERIODO A DECLARAR (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           PERFORM 012-PIDE-REGISTRO    THRU 012-FIN
           PERFORM 015-CARGA-TASAS      THRU 015-FIN
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

       015-CARGA-TASAS.
           OPEN INPUT TASAPAT
           IF NOT TASAPAT-OK
           MOVE ZEROS             TO REG-POLIPATR
           MOVE 00000             TO POL-CTRL-INDICADOR
           MOVE WS-PERIODO-PEDIDO TO POL-CTRL-FECHA
           MOVE WS-REG-IMSS-PEDIDO TO POL-CTRL-REGISTRO-IMSS
           WRITE REG-POLIPATR.
       020-FIN.  EXIT.

       040-FIN.  EXIT.

       050-ACUMULA-BASE.
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
           COMPUTE WS-BRUTO-RENGLON =
                   NOM-NETO + NOM-DEDUCCION + NOM-PRESTAMO
           ADD WS-BRUTO-RENGLON TO WS-BASE-TOTAL
                                   WS-TREG-BASE (WS-RGP-INDICE)
           MOVE NOM-DEPTO TO LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           IF DEPTO-NO-ENCONTRADO
           WRITE REG-REPORTE FROM WS-DET-TOT-BASE     AFTER 2
           MOVE WS-TOT-PATRONAL TO WS-TOT-PATRONAL-R
           WRITE REG-REPORTE FROM WS-DET-TOT-PATRONAL AFTER 1
           IF TODOS-LOS-REGISTROS
              THEN
                  MOVE "I" TO WS-RGP-ACCION
                  PERFORM 210-TOTAL-REGISTRO THRU 210-FIN
                          VARYING WS-IND-REG FROM 1 BY 1
                          UNTIL WS-IND-REG GREATER WS-RGP-TOTAL
           END-IF
           CLOSE NOMINA
           CLOSE POLIPATR
           CLOSE REPORTE
                  MOVE 0 TO RETURN-CODE
           END-IF.
       200-FIN.  EXIT.

      * LAS CARGAS DE CADA REGISTRO SE CALCULAN SOBRE SU BASE, TASA
      * POR TASA Y REDONDEADAS, COMO LAS DECLARA ESE REGISTRO.
       210-TOTAL-REGISTRO.
           MOVE WS-IND-REG TO WS-RGP-INDICE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           PERFORM 220-CARGA-REGISTRO THRU 220-FIN
                   VARYING WS-IND-TASA FROM 1 BY 1
                   UNTIL WS-IND-TASA GREATER WS-TOTAL-TASAS
           MOVE WS-RGP-CLAVE                TO WS-TOT-REG-CLAVE
           MOVE WS-RGP-REGISTRO-IMSS        TO WS-TOT-REG-IMSS
           MOVE WS-TREG-BASE (WS-IND-REG)   TO WS-TOT-REG-BASE
           MOVE WS-TREG-CARGAS (WS-IND-REG) TO WS-TOT-REG-CARGAS
           IF WS-IND-REG EQUAL 1
              THEN
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 2
              ELSE
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 1
           END-IF.
       210-FIN.  EXIT.

       220-CARGA-REGISTRO.
           COMPUTE WS-IMPORTE-TASA ROUNDED =
                   WS-TREG-BASE (WS-IND-REG)
                   * WS-TAS-TASA (WS-IND-TASA) / 100
           ADD WS-IMPORTE-TASA TO WS-TREG-CARGAS (WS-IND-REG).
       220-FIN.  EXIT.
