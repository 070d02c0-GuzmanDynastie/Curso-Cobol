                               FILE STATUS IS WS-STATUS-AGENDA.
           SELECT CONCEPTOS    ASSIGN TO UT-S-CONCEPTOS
                               FILE STATUS IS WS-STATUS-CONCEPTOS.
           SELECT PASOLOTE     ASSIGN TO UT-S-PASOLOTE
                               FILE STATUS IS WS-STATUS-PASOLOTE.

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-CONCEPTOS.
           COPY CONCEPTOS.

       FD  PASOLOTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS REG-PASOLOTE.
           COPY PASOLOTE.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-TABMESES  PIC X(02)    VALUE "00".
           05 WS-STATUS-TASAPAT   PIC X(02)    VALUE "00".
              88 TASAPAT-OK         VALUE "00".
           05 WS-TOTAL-TASAS      PIC 9(02)    VALUE ZEROS.
           05 WS-TOTAL-TAS-PREVIAS PIC 9(02)   VALUE ZEROS.
           05 SW-FIN-TASAPAT      PIC X(03)    VALUE SPACES.
           05 SW-TASA-CANONICA    PIC X(01)    VALUE "N".
              88 TASA-CANONICA      VALUE "S".
           05 WS-STATUS-TABSAL    PIC X(02)    VALUE "00".
              88 TABSAL-OK          VALUE "00".
           05 WS-TOTAL-BANDAS     PIC 9(02)    VALUE ZEROS.
           05 WS-STATUS-CONCEPTOS PIC X(02)    VALUE "00".
              88 CONCEPTOS-OK       VALUE "00".
           05 WS-TOTAL-CONCEPTOS  PIC 9(02)    VALUE ZEROS.
           05 WS-STATUS-PASOLOTE  PIC X(02)    VALUE "00".
              88 PASOLOTE-OK        VALUE "00".
           05 WS-TOTAL-PASOS      PIC 9(02)    VALUE ZEROS.
           05 WS-BANDA-MINIMO     PIC 9(07)V99 VALUE ZEROS.

       01  WS-TABLA-MESES-CANON.
           05 WS-PREVIO OCCURS 160 TIMES.
              10 WS-PRE-RENGLON   PIC X(45).

      * RENGLONES DE TASAPAT QUE NO SON CANONICOS (LA PRIMA DE RIESGO
      * DE TRABAJO QUE CARGA PROGRIES), PRESERVADOS TAL CUAL: LA PRIMA
      * LA DETERMINA LA EMPRESA CADA ANIO Y NO TIENE VALOR CANONICO.
       01  WS-TABLA-TASAS-PREVIAS.
           05 WS-TAS-PREVIA       PIC X(42)    OCCURS 6 TIMES.

       01  WS-TABLA-TASAS-CANON.
           05 PA-CANON OCCURS 4 TIMES.
              10 PA-CANON-CLAVE       PIC X(12).
              10 PA-CANON-CUENTA      PIC X(06).

       01  WS-TABLA-AGENDA-CANON.
           05 AG-CANON OCCURS 14 TIMES.
              10 AG-CANON-CORRIDA     PIC X(08).
              10 AG-CANON-FRECUENCIA  PIC X(01).
              10 AG-CANON-DIA         PIC 9(02).
              10 AG-CANON-MES         PIC 9(02).
              10 AG-CANON-DESC        PIC X(20).

      * RED CANONICA DEL PROCESO NOCTURNO (VER COPY PASOLOTE), EN EL
      * ORDEN EN QUE PROGLOTE LOS ENCADENABA.
       01  WS-TABLA-PASOS-CANON.
           05 PL-CANON OCCURS 8 TIMES.
              10 PL-CANON-ID          PIC X(02).
              10 PL-CANON-PROGRAMA    PIC X(08).
              10 PL-CANON-PREDECESORES PIC X(08).
              10 PL-CANON-SEVERIDAD   PIC X(01).
              10 PL-CANON-DIAS        PIC X(07).
              10 PL-CANON-DESC        PIC X(20).

      * CATALOGO CANONICO DE CONCEPTOS DE NOMINA, EN ORDEN
      * ASCENDENTE POR CODIGO PARA EL SEARCH ALL DE PROGCPTO. CUENTA
      * EN BLANCO = SE CARGA AL CENTRO DE COSTOS DEL DEPARTAMENTO.
       01  WS-TABLA-CPTOS-CANON.
           05 CP-CANON OCCURS 15 TIMES.
              10 CP-CANON-CODIGO      PIC X(04).
              10 CP-CANON-DESC        PIC X(20).
              10 CP-CANON-SIGNO       PIC X(01).
           PERFORM 090-REFRESCA-TABSAL      THRU 090-FIN
           PERFORM 095-REFRESCA-AGENDA      THRU 095-FIN
           PERFORM 098-REFRESCA-CONCEPTOS   THRU 098-FIN
           PERFORM 096-REFRESCA-PASOLOTE    THRU 096-FIN
           DISPLAY "TABMESES REFRESCADO, RENGLONES: "  WS-TOTAL-MESES
           DISPLAY "TABPUESTO REFRESCADO, RENGLONES: " WS-TOTAL-PUESTOS
           DISPLAY "TABDEPTO REFRESCADO, RENGLONES: "  WS-TOTAL-DEPTOS
           DISPLAY "AGENDA REFRESCADA, RENGLONES: "    WS-TOTAL-CORRIDAS
           DISPLAY "CONCEPTOS REFRESCADO, RENGLONES: "
                   WS-TOTAL-CONCEPTOS
           DISPLAY "PASOLOTE REFRESCADO, RENGLONES: "  WS-TOTAL-PASOS
           GOBACK.

       020-CARGA-VALORES-CANON.
           MOVE "Q"            TO AG-CANON-FRECUENCIA (11)
           MOVE ZEROS          TO AG-CANON-DIA (11) AG-CANON-MES (11)
           MOVE "CARGA NOMINA A DB2"  TO AG-CANON-DESC (11)
           MOVE "PROGINTG"     TO AG-CANON-CORRIDA    (12)
           MOVE "D"            TO AG-CANON-FRECUENCIA (12)
           MOVE ZEROS          TO AG-CANON-DIA (12) AG-CANON-MES (12)
           MOVE "INTEGRIDAD ARCHIVOS" TO AG-CANON-DESC (12)
           MOVE "PROGDLTA"     TO AG-CANON-CORRIDA    (13)
           MOVE "D"            TO AG-CANON-FRECUENCIA (13)
           MOVE ZEROS          TO AG-CANON-DIA (13) AG-CANON-MES (13)
           MOVE "DELTA DE EMPLEADOS"  TO AG-CANON-DESC (13)
           MOVE "PROGBIEX"     TO AG-CANON-CORRIDA    (14)
           MOVE "D"            TO AG-CANON-FRECUENCIA (14)
           MOVE ZEROS          TO AG-CANON-DIA (14) AG-CANON-MES (14)
           MOVE "EXTRACTO BI EMPLEADO" TO AG-CANON-DESC (14)

      * RED CANONICA DEL NOCTURNO: VALIDACION (SOLO AVISO), LA
      * SINCRONIZACION A DB2 Y, YA SINCRONIZADOS, LOS DOS REPORTES;
      * AL FINAL LOS CAMBIOS CON FECHA EFECTIVA. TRAS LA VALIDACION
      * CORRE TAMBIEN EL BARRIDO DE INTEGRIDAD DE LOS ARCHIVOS
      * COMPANEROS (SOLO AVISO). YA APLICADOS LOS CAMBIOS CON FECHA
      * EFECTIVA SE EXTRAE EL DELTA DE EMPLEADOS PARA LOS SISTEMAS
      * RECEPTORES (AVISO: SI FALLA, LA MARCA NO SE MUEVE Y LA NOCHE
      * SIGUIENTE LO RECOGE) Y LA FOTO DE EMPLEADOS PARA EL ALMACEN
      * DE BI (AVISO: SI FALLA NO SE CATALOGA Y BI CONSERVA LA
      * ANTERIOR). TODOS CORREN CADA DIA HABIL.
           MOVE "01"           TO PL-CANON-ID           (1)
           MOVE "PROGVALI"     TO PL-CANON-PROGRAMA     (1)
           MOVE SPACES         TO PL-CANON-PREDECESORES (1)
           MOVE "A"            TO PL-CANON-SEVERIDAD    (1)
           MOVE "SSSSSSS"      TO PL-CANON-DIAS         (1)
           MOVE "VALIDACION MAESTRO"  TO PL-CANON-DESC (1)
           MOVE "02"           TO PL-CANON-ID           (2)
           MOVE "PROGSYNC"     TO PL-CANON-PROGRAMA     (2)
           MOVE "01"           TO PL-CANON-PREDECESORES (2)
           MOVE "F"            TO PL-CANON-SEVERIDAD    (2)
           MOVE "SSSSSSS"      TO PL-CANON-DIAS         (2)
           MOVE "SINCRONIZA A DB2"    TO PL-CANON-DESC (2)
           MOVE "03"           TO PL-CANON-ID           (3)
           MOVE "PROGSORT"     TO PL-CANON-PROGRAMA     (3)
           MOVE "02"           TO PL-CANON-PREDECESORES (3)
           MOVE "F"            TO PL-CANON-SEVERIDAD    (3)
           MOVE "SSSSSSS"      TO PL-CANON-DIAS         (3)
           MOVE "REPORTE DE PLANTILLA" TO PL-CANON-DESC (3)
           MOVE "04"           TO PL-CANON-ID           (4)
           MOVE "PROGSQL "     TO PL-CANON-PROGRAMA     (4)
           MOVE "02"           TO PL-CANON-PREDECESORES (4)
           MOVE "F"            TO PL-CANON-SEVERIDAD    (4)
           MOVE "SSSSSSS"      TO PL-CANON-DIAS         (4)
           MOVE "REPORTE DESDE DB2"   TO PL-CANON-DESC (4)
           MOVE "05"           TO PL-CANON-ID           (5)
           MOVE "PROGFAPL"     TO PL-CANON-PROGRAMA     (5)
           MOVE "0304"         TO PL-CANON-PREDECESORES (5)
           MOVE "F"            TO PL-CANON-SEVERIDAD    (5)
           MOVE "SSSSSSS"      TO PL-CANON-DIAS         (5)
           MOVE "CAMBIOS FECHA EFECT."  TO PL-CANON-DESC (5)
           MOVE "06"           TO PL-CANON-ID           (6)
           MOVE "PROGINTG"     TO PL-CANON-PROGRAMA     (6)
           MOVE "01"           TO PL-CANON-PREDECESORES (6)
           MOVE "A"            TO PL-CANON-SEVERIDAD    (6)
           MOVE "SSSSSSS"      TO PL-CANON-DIAS         (6)
           MOVE "INTEGRIDAD ARCHIVOS" TO PL-CANON-DESC (6)
           MOVE "07"           TO PL-CANON-ID           (7)
           MOVE "PROGDLTA"     TO PL-CANON-PROGRAMA     (7)
           MOVE "05"           TO PL-CANON-PREDECESORES (7)
           MOVE "A"            TO PL-CANON-SEVERIDAD    (7)
           MOVE "SSSSSSS"      TO PL-CANON-DIAS         (7)
           MOVE "DELTA DE EMPLEADOS"  TO PL-CANON-DESC (7)
           MOVE "08"           TO PL-CANON-ID           (8)
           MOVE "PROGBIEX"     TO PL-CANON-PROGRAMA     (8)
           MOVE "05"           TO PL-CANON-PREDECESORES (8)
           MOVE "A"            TO PL-CANON-SEVERIDAD    (8)
           MOVE "SSSSSSS"      TO PL-CANON-DIAS         (8)
           MOVE "EXTRACTO BI EMPLEADO" TO PL-CANON-DESC (8)

           MOVE "AGUI" TO CP-CANON-CODIGO (1)
           MOVE "AGUINALDO ANUAL"
           MOVE "D"    TO CP-CANON-SIGNO (6)
           MOVE "N"    TO CP-CANON-GRAVABLE (6)
           MOVE "110000" TO CP-CANON-CUENTA (6)
           MOVE "FEST" TO CP-CANON-CODIGO (7)
           MOVE "FESTIVO TRABAJADO"
              TO CP-CANON-DESC (7)
           MOVE "P"    TO CP-CANON-SIGNO (7)
           MOVE "N"    TO CP-CANON-GRAVABLE (7)
           MOVE SPACES TO CP-CANON-CUENTA (7)
           MOVE "FINI" TO CP-CANON-CODIGO (8)
           MOVE "FINIQUITO POR BAJA"
              TO CP-CANON-DESC (8)
           MOVE "P"    TO CP-CANON-SIGNO (8)
           MOVE "N"    TO CP-CANON-GRAVABLE (8)
           MOVE SPACES TO CP-CANON-CUENTA (8)
           MOVE "INCE" TO CP-CANON-CODIGO (9)
           MOVE "INCENTIVO PRODUCCION"
              TO CP-CANON-DESC (9)
           MOVE "P"    TO CP-CANON-SIGNO (9)
           MOVE "S"    TO CP-CANON-GRAVABLE (9)
           MOVE SPACES TO CP-CANON-CUENTA (9)
           MOVE "NORM" TO CP-CANON-CODIGO (10)
           MOVE "SUELDO DEL PERIODO"
              TO CP-CANON-DESC (10)
           MOVE "P"    TO CP-CANON-SIGNO (10)
           MOVE "S"    TO CP-CANON-GRAVABLE (10)
           MOVE SPACES TO CP-CANON-CUENTA (10)
           MOVE "PDOM" TO CP-CANON-CODIGO (11)
           MOVE "PRIMA DOMINICAL"
              TO CP-CANON-DESC (11)
           MOVE "P"    TO CP-CANON-SIGNO (11)
           MOVE "N"    TO CP-CANON-GRAVABLE (11)
           MOVE SPACES TO CP-CANON-CUENTA (11)
           MOVE "PTU " TO CP-CANON-CODIGO (12)
           MOVE "REPARTO DE UTILIDAD"
              TO CP-CANON-DESC (12)
           MOVE "P"    TO CP-CANON-SIGNO (12)
           MOVE "N"    TO CP-CANON-GRAVABLE (12)
           MOVE SPACES TO CP-CANON-CUENTA (12)
           MOVE "PVAC" TO CP-CANON-CODIGO (13)
           MOVE "PRIMA VACACIONAL"
              TO CP-CANON-DESC (13)
           MOVE "P"    TO CP-CANON-SIGNO (13)
           MOVE "S"    TO CP-CANON-GRAVABLE (13)
           MOVE SPACES TO CP-CANON-CUENTA (13)
           MOVE "RETR" TO CP-CANON-CODIGO (14)
           MOVE "RETROACTIVO SUELDO"
              TO CP-CANON-DESC (14)
           MOVE "P"    TO CP-CANON-SIGNO (14)
           MOVE "S"    TO CP-CANON-GRAVABLE (14)
           MOVE SPACES TO CP-CANON-CUENTA (14)
           MOVE "VALE" TO CP-CANON-CODIGO (15)
           MOVE "VALES DE DESPENSA"
              TO CP-CANON-DESC (15)
           MOVE "P"    TO CP-CANON-SIGNO (15)
           MOVE "N"    TO CP-CANON-GRAVABLE (15)
           MOVE SPACES TO CP-CANON-CUENTA (15).
       020-FIN.  EXIT.

       030-REFRESCA-TABMESES.
       075-FIN.  EXIT.

       080-REFRESCA-TASAPAT.
           MOVE ZEROS TO WS-TOTAL-TAS-PREVIAS
           OPEN INPUT TASAPAT
           IF TASAPAT-OK
              THEN
                  MOVE SPACES TO SW-FIN-TASAPAT
                  PERFORM 085-PRESERVA-TASA THRU 085-FIN
                          UNTIL SW-FIN-TASAPAT EQUAL "FIN"
                  CLOSE TASAPAT
           END-IF
           OPEN OUTPUT TASAPAT
           IF NOT TASAPAT-OK
              THEN
                     WRITE REG-TASAPAT
                     ADD 1 TO WS-TOTAL-TASAS
                  END-PERFORM
                  PERFORM VARYING WS-INDICE FROM 1 BY 1
                          UNTIL WS-INDICE GREATER WS-TOTAL-TAS-PREVIAS
                     MOVE WS-TAS-PREVIA (WS-INDICE) TO REG-TASAPAT
                     WRITE REG-TASAPAT
                     ADD 1 TO WS-TOTAL-TASAS
                  END-PERFORM
                  CLOSE TASAPAT
           END-IF.
       080-FIN.  EXIT.

       085-PRESERVA-TASA.
           READ TASAPAT
              AT END
                 MOVE "FIN" TO SW-FIN-TASAPAT
                 GO TO 085-FIN
           END-READ
           MOVE "N" TO SW-TASA-CANONICA
           PERFORM VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER 4
              IF PAT-CLAVE EQUAL PA-CANON-CLAVE (WS-INDICE)
                 THEN
                     MOVE "S" TO SW-TASA-CANONICA
              END-IF
           END-PERFORM
           IF TASA-CANONICA
              THEN
                  GO TO 085-FIN
           END-IF
           IF WS-TOTAL-TAS-PREVIAS EQUAL 6
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 6 RENGLONES NO "
                          "CANONICOS EN TASAPAT"
                  MOVE "FIN" TO SW-FIN-TASAPAT
                  GO TO 085-FIN
           END-IF
           ADD 1 TO WS-TOTAL-TAS-PREVIAS
           MOVE REG-TASAPAT TO WS-TAS-PREVIA (WS-TOTAL-TAS-PREVIAS).
       085-FIN.  EXIT.

       090-REFRESCA-TABSAL.
      * TABSAL DEBE QUEDAR ORDENADO ASCENDENTE POR PUESTO, COMO
      * TABPUESTO. LAS BANDAS DE ARRANQUE SON LA ESCALA SEMILLA
                          WS-STATUS-AGENDA
              ELSE
                  PERFORM VARYING WS-INDICE FROM 1 BY 1
                          UNTIL WS-INDICE GREATER 14
                     MOVE AG-CANON-CORRIDA    (WS-INDICE)
                        TO AGE-CORRIDA
                     MOVE AG-CANON-FRECUENCIA (WS-INDICE)
           END-IF.
       095-FIN.  EXIT.

       096-REFRESCA-PASOLOTE.
           OPEN OUTPUT PASOLOTE
           IF NOT PASOLOTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PASOLOTE, STATUS: "
                          WS-STATUS-PASOLOTE
              ELSE
                  PERFORM 097-GRABA-PASO THRU 097-FIN
                          VARYING WS-INDICE FROM 1 BY 1
                          UNTIL WS-INDICE GREATER 8
                  CLOSE PASOLOTE
           END-IF.
       096-FIN.  EXIT.

       097-GRABA-PASO.
           MOVE SPACES TO REG-PASOLOTE
           MOVE PL-CANON-ID           (WS-INDICE) TO PAS-ID
           MOVE PL-CANON-PROGRAMA     (WS-INDICE) TO PAS-PROGRAMA
           MOVE PL-CANON-PREDECESORES (WS-INDICE) TO PAS-PREDECESORES
           MOVE PL-CANON-SEVERIDAD    (WS-INDICE) TO PAS-SEVERIDAD
           MOVE PL-CANON-DIAS         (WS-INDICE) TO PAS-DIAS
           MOVE PL-CANON-DESC         (WS-INDICE) TO PAS-DESCRIPCION
           WRITE REG-PASOLOTE
           ADD 1 TO WS-TOTAL-PASOS.
       097-FIN.  EXIT.

       098-REFRESCA-CONCEPTOS.
      * CONCEPTOS DEBE QUEDAR ORDENADO ASCENDENTE POR CODIGO, COMO
      * TABPUESTO; LA TABLA CANONICA YA SE LLENO EN ORDEN.
                          WS-STATUS-CONCEPTOS
              ELSE
                  PERFORM VARYING WS-INDICE FROM 1 BY 1
                          UNTIL WS-INDICE GREATER 15
                     MOVE CP-CANON-CODIGO   (WS-INDICE)
                        TO CON-CODIGO
                     MOVE CP-CANON-DESC     (WS-INDICE)
