      * EL RFC Y CURP DE EMPDATOS, E IMPRIME UNA CONSTANCIA POR        *
      * EMPLEADO MAS UNA HOJA DE TOTALES DE LA EMPRESA QUE FINANZAS    *
      * PUEDE CUADRAR CONTRA EL PROPIO ARCHIVO DE NOMINA.              *
      * LA CONSTANCIA LA EXPIDE CADA RAZON SOCIAL: LOS RENGLONES SE    *
      * ACUMULAN POR EMPLEADO Y REGISTRO PATRONAL (PROGRPAT RESUELVE   *
      * EL DE CADA RENGLON CON EL DEPARTAMENTO PAGADO), ASI QUE QUIEN  *
      * CAMBIO DE RAZON SOCIAL EN EL ANIO RECIBE UNA CONSTANCIA DE     *
      * CADA UNA, CON EL NOMBRE Y RFC DEL PATRON. LA CORRIDA PIDE LA   *
      * CLAVE DEL REGISTRO; CON CLAVE 00 EMITE TODAS Y LA HOJA DE      *
      * TOTALES CIERRA CON LOS DE CADA REGISTRO.                       *
      * LOS RENGLONES REVE DE PROGREVE RESTAN LOS IMPORTES DEL RENGLON *
      * QUE REVIRTIERON, ASI UN PERIODO CANCELADO NO CUENTA DOS VECES. *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 WS-TOT-SALARIOS     PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-DEDUCCION    PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-NETO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-REG-PEDIDO       PIC 9(02)    VALUE ZEROS.
              88 TODOS-LOS-REGISTROS VALUE ZEROS.
           05 WS-IND-REG          PIC 9(02)    VALUE ZEROS.
           05 WS-FECHA-HOY.
              10 WS-ANIO-HOY      PIC 9(04).
              10 WS-MES-HOY       PIC 9(02).
       01  WS-TABLA-EMPS.
           05 WS-EMP-ACUM         OCCURS 1000 TIMES.
              10 WS-ACU-NUMERO    PIC 9(05).
              10 WS-ACU-IND-REG   PIC 9(02).
              10 WS-ACU-RENGLONES PIC 9(03).
              10 WS-ACU-SALARIO   PIC 9(09)V99.
              10 WS-ACU-DEDUCCION PIC 9(09)V99.
              10 WS-ACU-IMPUESTO  PIC 9(09)V99.
              10 WS-ACU-NETO      PIC 9(09)V99.

       01  WS-TOTALES-REGPAT.
           05 WS-TREG-RENGLON     OCCURS 10 TIMES.
              10 WS-TREG-CONSTANCIAS PIC 9(05).
              10 WS-TREG-PERCIBIDO PIC 9(11)V99.
              10 WS-TREG-RETENIDO PIC 9(11)V99.

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

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGCONS".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       01  WS-TITULO-1.
           05 FILLER              PIC X(15)    VALUE SPACES.
           05 FILLER              PIC X(44)
           05 FILLER              PIC X(78)    VALUE ALL "=".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-CONST-0.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "PATRON: ".
           05 WS-CON-RAZON        PIC X(30).
           05 FILLER              PIC X(07)    VALUE "  RFC: ".
           05 WS-CON-RFC-PATRON   PIC X(13).
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-CONST-1.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "EMPLEADO: ".
           05 WS-TOT-NETO-R       PIC $$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(32)    VALUE SPACES.

       01  WS-DET-TOT-REG.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(09)    VALUE "REGISTRO ".
           05 WS-TOT-REG-CLAVE    PIC 99.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-TOT-REG-IMSS     PIC X(11).
           05 FILLER              PIC X(07)    VALUE " CONST ".
           05 WS-TOT-REG-CONST    PIC ZZ,ZZ9.
           05 FILLER              PIC X(06)    VALUE " PERC ".
           05 WS-TOT-REG-PERC     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(05)    VALUE " RET ".
           05 WS-TOT-REG-RET      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(04)    VALUE SPACES.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           DISPLAY "EJERCICIO A CONSTANCIAR (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           PERFORM 015-PIDE-REGISTRO    THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 040-LEE              THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 100-IMPRIME-TODAS    THRU 100-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           PERFORM 220-GRABA-BITACORA   THRU 220-FIN
           GOBACK.

       015-PIDE-REGISTRO.
           INITIALIZE WS-TOTALES-REGPAT
           DISPLAY "REGISTRO PATRONAL (CLAVE, 00 = TODOS): "
           ACCEPT WS-REG-PEDIDO
           MOVE "R" TO WS-RGP-ACCION
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           IF TODOS-LOS-REGISTROS
              THEN
                  GO TO 015-FIN
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
           DISPLAY "CONSTANCIAS DE " WS-RGP-RAZON-SOCIAL.
       015-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
       040-FIN.  EXIT.

       050-ACUMULA.
           MOVE "E"            TO WS-RGP-ACCION
           MOVE NOM-NUMERO-EMP TO WS-RGP-NUMERO-EMP
           MOVE NOM-DEPTO      TO WS-RGP-DEPTO
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           IF NOT TODOS-LOS-REGISTROS
              AND WS-RGP-CLAVE NOT EQUAL WS-REG-PEDIDO
              THEN
                  GO TO 050-FIN
           END-IF
           MOVE ZEROS TO WS-IND-EMP
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-EMPS
              IF WS-ACU-NUMERO (WS-IND-BUSCA) EQUAL NOM-NUMERO-EMP
                 AND WS-ACU-IND-REG (WS-IND-BUSCA) EQUAL WS-RGP-INDICE
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-EMP
              END-IF
                  ADD 1 TO WS-TOTAL-EMPS
                  MOVE WS-TOTAL-EMPS  TO WS-IND-EMP
                  MOVE NOM-NUMERO-EMP TO WS-ACU-NUMERO (WS-IND-EMP)
                  MOVE WS-RGP-INDICE  TO WS-ACU-IND-REG (WS-IND-EMP)
                  MOVE ZEROS TO WS-ACU-RENGLONES (WS-IND-EMP)
                                WS-ACU-SALARIO   (WS-IND-EMP)
                                WS-ACU-DEDUCCION (WS-IND-EMP)
                                WS-ACU-IMPUESTO  (WS-IND-EMP)
                                WS-ACU-NETO      (WS-IND-EMP)
           END-IF
      * UN RENGLON REVE CANCELA AL RENGLON QUE REVIRTIO: SUS IMPORTES
      * (SIN SIGNO, VER COPY NOMINA) SE RESTAN DE LO ACUMULADO.
           IF NOM-ES-REVERSO
              THEN
                  SUBTRACT 1 FROM WS-ACU-RENGLONES (WS-IND-EMP)
                  SUBTRACT NOM-SALARIO
                      FROM WS-ACU-SALARIO   (WS-IND-EMP)
                  SUBTRACT NOM-DEDUCCION
                      FROM WS-ACU-DEDUCCION (WS-IND-EMP)
                  SUBTRACT NOM-NETO
                      FROM WS-ACU-NETO      (WS-IND-EMP)
                  COMPUTE WS-IMP-RENGLON =
                          NOM-ISR + NOM-IMSS + NOM-OTROS
                  SUBTRACT WS-IMP-RENGLON
                      FROM WS-ACU-IMPUESTO  (WS-IND-EMP)
                  ADD 1 TO WS-ACUMULADOS
                  GO TO 050-FIN
           END-IF
           ADD 1             TO WS-ACU-RENGLONES (WS-IND-EMP)
           ADD NOM-SALARIO   TO WS-ACU-SALARIO   (WS-IND-EMP)
           ADD NOM-DEDUCCION TO WS-ACU-DEDUCCION (WS-IND-EMP)
                 MOVE NOMBRE-EMP TO WS-CON-NOMBRE
           END-READ
           PERFORM 120-CONSULTA-DATOS THRU 120-FIN
           MOVE "I"                        TO WS-RGP-ACCION
           MOVE WS-ACU-IND-REG (WS-IND-EMP) TO WS-RGP-INDICE
                                              WS-IND-REG
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE WS-RGP-RAZON-SOCIAL        TO WS-CON-RAZON
           MOVE WS-RGP-RFC-PATRON          TO WS-CON-RFC-PATRON
           MOVE WS-ACU-RENGLONES (WS-IND-EMP) TO WS-CON-RENGLONES
           MOVE WS-ACU-SALARIO   (WS-IND-EMP) TO WS-CON-SALARIO
           MOVE WS-ACU-IMPUESTO  (WS-IND-EMP) TO WS-CON-IMPUESTO
           MOVE WS-ACU-NETO      (WS-IND-EMP) TO WS-CON-NETO
           WRITE REG-REPORTE FROM WS-CONST-0  AFTER 2
           WRITE REG-REPORTE FROM WS-CONST-1  AFTER 1
           WRITE REG-REPORTE FROM WS-CONST-2  AFTER 1
           WRITE REG-REPORTE FROM WS-CONST-3  AFTER 1
           WRITE REG-REPORTE FROM WS-CONST-4  AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           ADD WS-ACU-SALARIO   (WS-IND-EMP) TO WS-TOT-SALARIOS
           ADD WS-ACU-DEDUCCION (WS-IND-EMP) TO WS-TOT-DEDUCCION
           ADD WS-ACU-NETO      (WS-IND-EMP) TO WS-TOT-NETO
           ADD 1 TO WS-TREG-CONSTANCIAS (WS-IND-REG)
           ADD WS-ACU-SALARIO   (WS-IND-EMP)
               TO WS-TREG-PERCIBIDO (WS-IND-REG)
           ADD WS-ACU-IMPUESTO  (WS-IND-EMP)
               TO WS-TREG-RETENIDO (WS-IND-REG).
       110-FIN.  EXIT.

       120-CONSULTA-DATOS.
           WRITE REG-REPORTE FROM WS-DET-TOT-DEDUC    AFTER 1
           MOVE WS-TOT-NETO      TO WS-TOT-NETO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-NETO     AFTER 1
           IF TODOS-LOS-REGISTROS
              THEN
                  MOVE "I" TO WS-RGP-ACCION
                  PERFORM 210-TOTAL-REGISTRO THRU 210-FIN
                          VARYING WS-IND-REG FROM 1 BY 1
                          UNTIL WS-IND-REG GREATER WS-RGP-TOTAL
           END-IF
           CLOSE NOMINA
           CLOSE EMPLEADOS
           CLOSE REPORTE
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       200-FIN.  EXIT.

       210-TOTAL-REGISTRO.
           MOVE WS-IND-REG TO WS-RGP-INDICE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE WS-RGP-CLAVE                 TO WS-TOT-REG-CLAVE
           MOVE WS-RGP-REGISTRO-IMSS         TO WS-TOT-REG-IMSS
           MOVE WS-TREG-CONSTANCIAS (WS-IND-REG) TO WS-TOT-REG-CONST
           MOVE WS-TREG-PERCIBIDO (WS-IND-REG)   TO WS-TOT-REG-PERC
           MOVE WS-TREG-RETENIDO (WS-IND-REG)    TO WS-TOT-REG-RET
           IF WS-IND-REG EQUAL 1
              THEN
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 2
              ELSE
                  WRITE REG-REPORTE FROM WS-DET-TOT-REG AFTER 1
           END-IF.
       210-FIN.  EXIT.

       220-GRABA-BITACORA.
           MOVE WS-LEIDOS     TO WS-BITA-LEIDOS
           MOVE WS-ACUMULADOS TO WS-BITA-SELECC
           MOVE WS-TOTAL-EMPS TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE   TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       220-FIN.  EXIT.
