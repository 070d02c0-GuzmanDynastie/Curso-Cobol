       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGSQLN.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * REPORTE ANALITICO DE LA NOMINA PAGADA SOBRE LA TABLA DB2       *
      * NOMINA (LA CARGA PROGSNOM), CRUZADA CON LA TABLA EMPLEADOS.    *
      * PROGSQL SOLO CONSULTA EMPLEADOS; ESTE CONTESTA LO QUE FINANZAS *
      * PEDIA AD HOC. POR CADA CORRIDA RECIBE:                         *
      *   - RANGO DE PERIODOS (AAAAMMDD), DE HASTA UN ANIO;            *
      *   - RANGO DE DEPARTAMENTOS (EN BLANCO = TODOS);                *
      *   - HASTA 10 CONCEPTOS (NINGUNO = TODOS);                      *
      *   - SALIDA R (REPORTE IMPRESO) O C (CSV PARA LOS MODELOS DE    *
      *     FINANZAS, UN RENGLON POR GRUPO Y SIN TOTALES).             *
      * CADA GRUPO DEPARTAMENTO-CONCEPTO-MES TRAE PERCEPCION Y NETO    *
      * DEL PERIODO PEDIDO Y DEL MISMO PERIODO UN ANIO ANTES,          *
      * DIFERENCIA, VARIACION PORCENTUAL Y EMPLEADOS PAGADOS; EL       *
      * REPORTE SUBTOTALIZA POR DEPARTAMENTO Y CIERRA CON TOTAL        *
      * GENERAL. LOS RENGLONES DEL REGISTRO SIN EMPLEADO EN LA TABLA   *
      * EMPLEADOS SE CUENTAN Y DEJAN RETURN-CODE 4.                    *
      * BITACORA DE ERRORES SQL (ERRSQLN), WHENEVER, COMMIT PARCIAL    *
      * CADA WS-COMMIT-CADA GRUPOS Y PUNTO DE CONTROL (CKPTSQN) IGUAL  *
      * QUE PROGSQL: UNA CORRIDA CAIDA SE REPITE CON LOS MISMOS        *
      * CRITERIOS Y SOLO ESCRIBE LO QUE FALTO.                         *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.
       SPECIAL-NAMES.             C01 IS SALTO.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE      ASSIGN TO UT-S-REPNOMI.
           SELECT ERRORLOG     ASSIGN TO UT-S-ERRSQLN.
           SELECT CKPTSQN      ASSIGN TO UT-S-CKPTSQN
                               FILE STATUS IS WS-STATUS-CKPTSQN.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(110).

       FD  ERRORLOG
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ERRORLOG.
       01  REG-ERRORLOG           PIC X(80).

       FD  CKPTSQN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-CKPTSQN.
       01  REG-CKPTSQN.
           05 CSQ-CLAVE           PIC X(13).
           05 CSQ-CRITERIOS       PIC X(63).
           05 FILLER              PIC X(04).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-LEIDOS           PIC 9(07)    VALUE ZEROS.
           05 WS-ESCRITOS         PIC 9(07)    VALUE ZEROS.
           05 WS-OMITIDOS         PIC 9(07)    VALUE ZEROS.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-CONLIN           PIC 9(02)    VALUE ZEROS.
           05 WS-PAGINA           PIC 9(03)    VALUE 1.
           05 WS-FECHA-HOY.
              10 WS-HOY-ANIO      PIC 9(04).
              10 WS-HOY-MES       PIC 9(02).
              10 WS-HOY-DIA       PIC 9(02).
           05 WS-CONTADOR-COMMIT  PIC 9(03)    VALUE ZEROS.
           05 WS-COMMIT-CADA      PIC 9(03)    VALUE 100.
           05 WS-STATUS-CKPTSQN   PIC X(02)    VALUE "00".
              88 CKPTSQN-OK         VALUE "00".
              88 CKPTSQN-NO-EXISTE  VALUE "35".
           05 SW-EN-ERROR-SQL     PIC X(01)    VALUE "N".
              88 YA-EN-ERROR-SQL     VALUE "S".
           05 SW-REANUDA          PIC X(01)    VALUE "N".
              88 REANUDANDO          VALUE "S".
           05 SW-DEPTO-RENGLONES  PIC X(01)    VALUE "N".
              88 DEPTO-CON-RENGLONES VALUE "S".
              88 DEPTO-SIN-RENGLONES VALUE "N".
           05 SW-FIN-CONCEPTOS    PIC X(01)    VALUE "N".
              88 FIN-CONCEPTOS       VALUE "S".
           05 WS-IND-CONC         PIC 9(02)    VALUE ZEROS.
           05 WS-CONCEPTO-PEDIDO  PIC X(04)    VALUE SPACES.
           05 WS-PERIODO-X        PIC X(08)    VALUE SPACES.
           05 WS-PERIODO-N REDEFINES WS-PERIODO-X
                                  PIC 9(08).
           05 WS-DEPTO-X          PIC X(03)    VALUE SPACES.
           05 WS-DEPTO-N REDEFINES WS-DEPTO-X
                                  PIC 9(03).
           05 WS-LIMITE-PERIODO   PIC 9(08)    VALUE ZEROS.
           05 WS-DEPTO-ANTERIOR   PIC 9(03)    VALUE ZEROS.

      * CRITERIOS DE LA CORRIDA. SE GUARDAN TAL CUAL EN CKPTSQN PARA
      * QUE UN PUNTO DE CONTROL SOLO SE APROVECHE AL REPETIR LA MISMA
      * CONSULTA.
       01  WS-CRITERIOS.
           05 WS-CRI-PERIODO-DESDE PIC 9(08)   VALUE ZEROS.
           05 WS-CRI-PERIODO-HASTA PIC 9(08)   VALUE ZEROS.
           05 WS-CRI-DEPTO-DESDE  PIC 9(03)    VALUE ZEROS.
           05 WS-CRI-DEPTO-HASTA  PIC 9(03)    VALUE 999.
           05 WS-CRI-SALIDA       PIC X(01)    VALUE "R".
              88 SALIDA-REPORTE      VALUE "R".
              88 SALIDA-CSV          VALUE "C".
           05 WS-LISTA-CONCEPTOS.
              10 WS-CONC-01       PIC X(04)    VALUE SPACES.
              10 WS-CONC-02       PIC X(04)    VALUE SPACES.
              10 WS-CONC-03       PIC X(04)    VALUE SPACES.
              10 WS-CONC-04       PIC X(04)    VALUE SPACES.
              10 WS-CONC-05       PIC X(04)    VALUE SPACES.
              10 WS-CONC-06       PIC X(04)    VALUE SPACES.
              10 WS-CONC-07       PIC X(04)    VALUE SPACES.
              10 WS-CONC-08       PIC X(04)    VALUE SPACES.
              10 WS-CONC-09       PIC X(04)    VALUE SPACES.
              10 WS-CONC-10       PIC X(04)    VALUE SPACES.
           05 WS-TAB-CONCEPTOS REDEFINES WS-LISTA-CONCEPTOS.
              10 WS-CONC-TAB      PIC X(04)    OCCURS 10 TIMES.

      * LLAVE DEL GRUPO EN CURSO (DEPTO, CONCEPTO, MES) EN EL MISMO
      * ORDEN DEL ORDER BY, Y LA DEL ULTIMO GRUPO YA ESCRITO.
       01  WS-CLAVE-ACTUAL.
           05 WS-CLA-DEPTO        PIC 9(03).
           05 WS-CLA-CONCEPTO     PIC X(04).
              88 CLA-ES-REVERSO      VALUE "REVE".
           05 WS-CLA-MES          PIC 9(06).
           05 WS-CLA-MES-R REDEFINES WS-CLA-MES.
              10 WS-CLA-MES-ANIO  PIC 9(04).
              10 WS-CLA-MES-MES   PIC 9(02).
       01  WS-CKPT-CLAVE          PIC X(13)    VALUE SPACES.

      * VARIABLES ANFITRIONAS DEL CURSOR.
       01  WS-HOST-SQN.
           05 WS-SQN-PER-DESDE    PIC S9(08)   COMP-3.
           05 WS-SQN-PER-HASTA    PIC S9(08)   COMP-3.
           05 WS-SQN-ANT-DESDE    PIC S9(08)   COMP-3.
           05 WS-SQN-ANT-HASTA    PIC S9(08)   COMP-3.
           05 WS-SQN-DEPTO-DESDE  PIC S9(03)   COMP-3.
           05 WS-SQN-DEPTO-HASTA  PIC S9(03)   COMP-3.
           05 WS-SQN-NUM-CONC     PIC S9(04)   COMP.
           05 WS-SQN-DEPTO        PIC S9(03)   COMP-3.
           05 WS-SQN-CONCEPTO     PIC X(04).
           05 WS-SQN-MES          PIC S9(06)   COMP-3.
           05 WS-SQN-PERC-ACT     PIC S9(11)V99 COMP-3.
           05 WS-SQN-PERC-ANT     PIC S9(11)V99 COMP-3.
           05 WS-SQN-NETO-ACT     PIC S9(11)V99 COMP-3.
           05 WS-SQN-NETO-ANT     PIC S9(11)V99 COMP-3.
           05 WS-SQN-EMPLEADOS    PIC S9(09)   COMP.
           05 WS-SQN-SIN-EMPLEADO PIC S9(09)   COMP.

       01  WS-ACUMULADOS.
           05 WS-DEP-PERC-ACT     PIC S9(11)V99 VALUE ZEROS.
           05 WS-DEP-PERC-ANT     PIC S9(11)V99 VALUE ZEROS.
           05 WS-DEP-NETO-ACT     PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-PERC-ACT     PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-PERC-ANT     PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-NETO-ACT     PIC S9(11)V99 VALUE ZEROS.
           05 WS-TOT-SIN-EMPLEADO PIC 9(07)    VALUE ZEROS.

      * ENTRADA Y SALIDA DE 047-CALCULA-VARIACION.
       01  WS-CALCULO.
           05 WS-CALC-ACT         PIC S9(11)V99 VALUE ZEROS.
           05 WS-CALC-ANT         PIC S9(11)V99 VALUE ZEROS.
           05 WS-CALC-DIF         PIC S9(11)V99 VALUE ZEROS.
           05 WS-CALC-PORC        PIC S9(04)V9 VALUE ZEROS.
           05 WS-CALC-VAR-X       PIC X(07)    VALUE SPACES.
           05 WS-CALC-VAR-ED REDEFINES WS-CALC-VAR-X
                                  PIC -ZZZ9.9.
           05 WS-CALC-VAR-CSV     PIC X(07)    VALUE SPACES.
           05 WS-CALC-CSV-ED REDEFINES WS-CALC-VAR-CSV
                                  PIC -9(04).9.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-PARAMETROS-BITA.
           05 WS-BITA-PROGRAMA    PIC X(08)    VALUE "PROGSQLN".
           05 WS-BITA-HORA-INICIO PIC 9(08)    VALUE ZEROS.
           05 WS-BITA-LEIDOS      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-SELECC      PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-ESCRITOS    PIC 9(07)    VALUE ZEROS.
           05 WS-BITA-RETORNO     PIC 9(02)    VALUE ZEROS.

       01  WS-REG-ERRORLOG.
           05 FILLER              PIC X(09)    VALUE "SQLCODE: ".
           05 WS-ERR-SQLCODE      PIC -(05)9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(10)    VALUE "SQLSTATE: ".
           05 WS-ERR-SQLSTATE     PIC X(05).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "DEPTO: ".
           05 WS-ERR-DEPTO        PIC X(03).
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-ERR-SQLERRM      PIC X(30).

       01  WS-TITULO-1.
           05 FILLER              PIC X(27)    VALUE SPACES.
           05 WS-TIT-1            PIC X(22)
                                  VALUE "CENTRO DE CAPACITACION".
           05 FILLER              PIC X(31)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(08)    VALUE " FECHA: ".
           05 WS-TIT-2-DIA        PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-MES        PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-TIT-2-ANIO       PIC 9(04).
           05 FILLER              PIC X(06)    VALUE SPACES.
           05 FILLER              PIC X(30)
                          VALUE "NOMINA DB2 POR DEPTO, CONCEPTO".
           05 FILLER              PIC X(30)
                          VALUE " Y MES CONTRA EL ANIO ANTERIOR".
           05 FILLER              PIC X(09)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "PAGINA: ".
           05 WS-TIT-2-PAGINA     PIC ZZ9.
           05 FILLER              PIC X(06)    VALUE SPACES.

       01  WS-TITULO-3.
           05 FILLER              PIC X(10)    VALUE " PERIODO: ".
           05 WS-TIT-3-PER-DESDE  PIC 9(08).
           05 FILLER              PIC X(03)    VALUE " A ".
           05 WS-TIT-3-PER-HASTA  PIC 9(08).
           05 FILLER              PIC X(16)
                                  VALUE "  ANIO ANTERIOR ".
           05 WS-TIT-3-ANT-DESDE  PIC 9(08).
           05 FILLER              PIC X(03)    VALUE " A ".
           05 WS-TIT-3-ANT-HASTA  PIC 9(08).
           05 FILLER              PIC X(10)    VALUE "  DEPTOS: ".
           05 WS-TIT-3-DEPTO-DESDE PIC 9(03).
           05 FILLER              PIC X(03)    VALUE " A ".
           05 WS-TIT-3-DEPTO-HASTA PIC 9(03).
           05 FILLER              PIC X(27)    VALUE SPACES.

       01  WS-TITULO-4.
           05 FILLER              PIC X(12)    VALUE " CONCEPTOS: ".
           05 WS-TIT-4-LISTA.
              10 WS-TIT-4-ENTRADA OCCURS 10 TIMES.
                 15 WS-TIT-4-CONCEPTO PIC X(04).
                 15 WS-TIT-4-SEPARA   PIC X(01).
           05 WS-TIT-4-TEXTO REDEFINES WS-TIT-4-LISTA
                                  PIC X(50).
           05 FILLER              PIC X(48)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(104)   VALUE ALL "-".
           05 FILLER              PIC X(05)    VALUE SPACES.

       01  WS-SUB-TITULO-1.
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "DEPTO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "CPTO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "MES".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(14)    VALUE "PERCEP. ACTUAL".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(14)    VALUE "  PERCEP. ANT.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(15)    VALUE "     DIFERENCIA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(07)    VALUE "  VAR %".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(14)    VALUE "   NETO ACTUAL".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "EMPLS.".
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC ZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-CONCEPTO     PIC X(04).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-ANIO         PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "/".
           05 WS-DET-MES          PIC 9(02).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PERC-ACT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PERC-ANT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DIFERENCIA   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-VARIACION    PIC X(07).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NETO-ACT     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-EMPLEADOS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE SPACES.

       01  WS-SUBTOTAL-DEPTO.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(12)    VALUE "TOTAL DEPTO ".
           05 WS-SUB-DEPTO        PIC ZZ9.
           05 FILLER              PIC X(06)    VALUE SPACES.
           05 WS-SUB-PERC-ACT     PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-SUB-PERC-ANT     PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-SUB-DIFERENCIA   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-SUB-VARIACION    PIC X(07).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-SUB-NETO-ACT     PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-TOTAL-GENERAL.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(13)    VALUE "TOTAL GENERAL".
           05 FILLER              PIC X(08)    VALUE SPACES.
           05 WS-GEN-PERC-ACT     PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-GEN-PERC-ANT     PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-GEN-DIFERENCIA   PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-GEN-VARIACION    PIC X(07).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-GEN-NETO-ACT     PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(15)    VALUE SPACES.

       01  WS-DETALLE-LEIDOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(35)
                      VALUE "GRUPOS LEIDOS DE DB2             : ".
           05 WS-RES-LEIDOS       PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(65)    VALUE SPACES.

       01  WS-DETALLE-ESCRITOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(35)
                      VALUE "GRUPOS ESCRITOS EN ESTA CORRIDA  : ".
           05 WS-RES-ESCRITOS     PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(65)    VALUE SPACES.

       01  WS-DETALLE-HUERFANOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(35)
                      VALUE "RENGLONES SIN EMPLEADO EN DB2    : ".
           05 WS-RES-HUERFANOS    PIC Z,ZZZ,ZZ9.
           05 FILLER              PIC X(65)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * LAYOUTS PARA EL MODO DE SALIDA EN CSV (DELIMITADO POR COMAS)   *
      * -------------------------------------------------------------- *
       01  WS-CSV-ENCABEZADO.
           05 FILLER              PIC X(40)
              VALUE "DEPTO,CONCEPTO,MES,PERCEPCION,".
           05 FILLER              PIC X(40)
              VALUE "PERCEPCION_ANT,DIFERENCIA,VARIACION_PCT,".
           05 FILLER              PIC X(30)
              VALUE "NETO,NETO_ANT,EMPLEADOS".

       01  WS-CSV-DETALLE.
           05 WS-CSV-DEPTO        PIC 9(03).
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-CONCEPTO     PIC X(04).
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-MES          PIC 9(06).
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-PERC-ACT     PIC 9(11).99.
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-PERC-ANT     PIC 9(11).99.
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-DIFERENCIA   PIC -9(11).99.
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-VARIACION    PIC X(07).
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-NETO-ACT     PIC 9(11).99.
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-NETO-ANT     PIC 9(11).99.
           05 FILLER              PIC X(01)    VALUE ",".
           05 WS-CSV-EMPLEADOS    PIC 9(05).
           05 FILLER              PIC X(05)    VALUE SPACES.

      * -------------------------------------------------------------- *
      * DEFINICIONES SQL                                               *
      * -------------------------------------------------------------- *
           EXEC SQL
                INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
                INCLUDE DB2NOMI
           END-EXEC.

           EXEC SQL
                INCLUDE DB2EMPLE
           END-EXEC.

      * LA TABLA INTERNA T MARCA CADA RENGLON COMO DEL PERIODO PEDIDO
      * O DEL MISMO PERIODO UN ANIO ANTES; EL RENGLON DEL ANIO
      * ANTERIOR SE AGRUPA EN EL MES EQUIVALENTE DEL PERIODO PEDIDO
      * (AAAAMM + 100), ASI CADA GRUPO TRAE LAS DOS CIFRAS JUNTAS.
      * EL LEFT JOIN CONTRA EMPLEADOS CUENTA LOS EMPLEADOS PAGADOS EN
      * EL MES Y DELATA RENGLONES DEL REGISTRO SIN EMPLEADO EN DB2.
      * WITH HOLD: LOS COMMIT PARCIALES NO CIERRAN EL CURSOR.
           EXEC SQL
                DECLARE CURSOR_NOM_ANALISIS CURSOR WITH HOLD FOR
                        SELECT T.DEPTO, T.CONCEPTO, T.MES,
                               SUM(T.PERC_ACT), SUM(T.PERC_ANT),
                               SUM(T.NETO_ACT), SUM(T.NETO_ANT),
                               COUNT(DISTINCT T.NUM_ACT),
                               SUM(T.SIN_EMPLEADO)
                        FROM  (SELECT N.NOM_DEPTO    AS DEPTO,
                                      N.NOM_CONCEPTO AS CONCEPTO,
                                      CASE WHEN N.NOM_PERIODO
                                                >= :WS-SQN-PER-DESDE
                                           THEN INTEGER(N.NOM_PERIODO
                                                        / 100)
                                           ELSE INTEGER(N.NOM_PERIODO
                                                        / 100) + 100
                                      END            AS MES,
                                      CASE WHEN N.NOM_PERIODO
                                                >= :WS-SQN-PER-DESDE
                                           THEN N.NOM_SALARIO
                                           ELSE 0
                                      END            AS PERC_ACT,
                                      CASE WHEN N.NOM_PERIODO
                                                >= :WS-SQN-PER-DESDE
                                           THEN 0
                                           ELSE N.NOM_SALARIO
                                      END            AS PERC_ANT,
                                      CASE WHEN N.NOM_PERIODO
                                                >= :WS-SQN-PER-DESDE
                                           THEN N.NOM_NETO
                                           ELSE 0
                                      END            AS NETO_ACT,
                                      CASE WHEN N.NOM_PERIODO
                                                >= :WS-SQN-PER-DESDE
                                           THEN 0
                                           ELSE N.NOM_NETO
                                      END            AS NETO_ANT,
                                      CASE WHEN N.NOM_PERIODO
                                                >= :WS-SQN-PER-DESDE
                                           THEN E.EMP_NUM
                                      END            AS NUM_ACT,
                                      CASE WHEN E.EMP_NUM IS NULL
                                           THEN 1
                                           ELSE 0
                                      END            AS SIN_EMPLEADO
                               FROM   NOMINA N
                                      LEFT OUTER JOIN EMPLEADOS E
                                        ON E.EMP_NUM = N.NOM_NUM
                               WHERE (N.NOM_PERIODO
                                        BETWEEN :WS-SQN-PER-DESDE
                                            AND :WS-SQN-PER-HASTA
                                   OR N.NOM_PERIODO
                                        BETWEEN :WS-SQN-ANT-DESDE
                                            AND :WS-SQN-ANT-HASTA)
                                 AND N.NOM_DEPTO
                                        BETWEEN :WS-SQN-DEPTO-DESDE
                                            AND :WS-SQN-DEPTO-HASTA
                                 AND (:WS-SQN-NUM-CONC = 0
                                   OR N.NOM_CONCEPTO IN
                                        (:WS-CONC-01, :WS-CONC-02,
                                         :WS-CONC-03, :WS-CONC-04,
                                         :WS-CONC-05, :WS-CONC-06,
                                         :WS-CONC-07, :WS-CONC-08,
                                         :WS-CONC-09, :WS-CONC-10))
                              ) AS T
                        GROUP BY T.DEPTO, T.CONCEPTO, T.MES
                        ORDER BY T.DEPTO, T.CONCEPTO, T.MES
           END-EXEC.

       PROCEDURE DIVISION.
       010-INICIO.
           ACCEPT WS-BITA-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 012-LEE-PARAMETROS THRU 012-FIN
           PERFORM 013-PIDE-CRITERIOS THRU 013-FIN
           EXEC SQL
                WHENEVER SQLERROR PERFORM 049-ERROR-SQL-GENERAL
           END-EXEC
           PERFORM 015-LEE-CHECKPOINT THRU 015-FIN
           PERFORM 020-ABRE-ARCHIVOS THRU 020-FIN
           IF SALIDA-CSV
              THEN
                  WRITE REG-REPORTE FROM WS-CSV-ENCABEZADO
              ELSE
                  PERFORM 030-TITULOS THRU 030-FIN
           END-IF
           PERFORM 040-LEE           THRU 040-FIN
           PERFORM 040-PROCESO       THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 050-FINAL         THRU 050-FIN
           MOVE SPACES TO WS-CKPT-CLAVE
           PERFORM 016-GRABA-CHECKPOINT THRU 016-FIN
           IF WS-LEIDOS EQUAL ZEROS
              OR WS-TOT-SIN-EMPLEADO GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
              ELSE
                  MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM 057-GRABA-BITACORA   THRU 057-FIN
           GOBACK.

      * EL INTERVALO DE COMMIT SE PUEDE AFINAR DESDE EL ARCHIVO
      * PARAMS SIN RECOMPILAR; SIN RENGLON SE CONSERVA EL DE CASA.
       012-LEE-PARAMETROS.
           MOVE "COMMIT-CADA" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-COMMIT-CADA
           END-IF
           DISPLAY "COMMIT-CADA EFECTIVO: " WS-COMMIT-CADA.
       012-FIN.  EXIT.

      * EL RANGO DE PERIODOS NO PUEDE PASAR DE UN ANIO: EL MISMO
      * RANGO CORRIDO UN ANIO ATRAS ES LA BASE DE COMPARACION Y NO
      * DEBE ENCIMARSE CON EL PERIODO PEDIDO. DEPARTAMENTOS EN
      * BLANCO = TODOS; SIN CONCEPTOS = TODOS LOS CONCEPTOS.
       013-PIDE-CRITERIOS.
           DISPLAY "PERIODO DESDE (AAAAMMDD): "
           ACCEPT WS-PERIODO-X
           IF WS-PERIODO-X NOT NUMERIC
              THEN
                  DISPLAY "PERIODO DESDE INVALIDO: " WS-PERIODO-X
                  GO TO 013-ERROR
           END-IF
           MOVE WS-PERIODO-N TO WS-CRI-PERIODO-DESDE
           DISPLAY "PERIODO HASTA (AAAAMMDD): "
           ACCEPT WS-PERIODO-X
           IF WS-PERIODO-X NOT NUMERIC
              THEN
                  DISPLAY "PERIODO HASTA INVALIDO: " WS-PERIODO-X
                  GO TO 013-ERROR
           END-IF
           MOVE WS-PERIODO-N TO WS-CRI-PERIODO-HASTA
           COMPUTE WS-LIMITE-PERIODO = WS-CRI-PERIODO-DESDE + 10000
           IF WS-CRI-PERIODO-HASTA LESS WS-CRI-PERIODO-DESDE
              OR WS-CRI-PERIODO-HASTA NOT LESS WS-LIMITE-PERIODO
              THEN
                  DISPLAY "EL RANGO DE PERIODOS DEBE IR EN ORDEN Y "
                          "NO PASAR DE UN ANIO"
                  GO TO 013-ERROR
           END-IF
           DISPLAY "DEPTO DESDE (ESPACIOS = TODOS): "
           ACCEPT WS-DEPTO-X
           IF WS-DEPTO-X NOT EQUAL SPACES
              THEN
                  IF WS-DEPTO-X NOT NUMERIC
                     THEN
                         DISPLAY "DEPTO DESDE INVALIDO: " WS-DEPTO-X
                         GO TO 013-ERROR
                  END-IF
                  MOVE WS-DEPTO-N TO WS-CRI-DEPTO-DESDE
           END-IF
           DISPLAY "DEPTO HASTA (ESPACIOS = TODOS): "
           ACCEPT WS-DEPTO-X
           IF WS-DEPTO-X NOT EQUAL SPACES
              THEN
                  IF WS-DEPTO-X NOT NUMERIC
                     THEN
                         DISPLAY "DEPTO HASTA INVALIDO: " WS-DEPTO-X
                         GO TO 013-ERROR
                  END-IF
                  MOVE WS-DEPTO-N TO WS-CRI-DEPTO-HASTA
           END-IF
           IF WS-CRI-DEPTO-HASTA LESS WS-CRI-DEPTO-DESDE
              THEN
                  DISPLAY "EL RANGO DE DEPARTAMENTOS VA AL REVES"
                  GO TO 013-ERROR
           END-IF
           MOVE ZEROS TO WS-SQN-NUM-CONC
           PERFORM 014-PIDE-CONCEPTO THRU 014-FIN
                   VARYING WS-IND-CONC FROM 1 BY 1
                   UNTIL WS-IND-CONC GREATER 10
                      OR FIN-CONCEPTOS
           DISPLAY "SALIDA (R = REPORTE, C = CSV): "
           ACCEPT WS-CRI-SALIDA
           IF NOT SALIDA-REPORTE
              AND NOT SALIDA-CSV
              THEN
                  DISPLAY "SALIDA INVALIDA: " WS-CRI-SALIDA
                  GO TO 013-ERROR
           END-IF
           MOVE WS-CRI-PERIODO-DESDE TO WS-SQN-PER-DESDE
           MOVE WS-CRI-PERIODO-HASTA TO WS-SQN-PER-HASTA
           COMPUTE WS-SQN-ANT-DESDE = WS-CRI-PERIODO-DESDE - 10000
           COMPUTE WS-SQN-ANT-HASTA = WS-CRI-PERIODO-HASTA - 10000
           MOVE WS-CRI-DEPTO-DESDE   TO WS-SQN-DEPTO-DESDE
           MOVE WS-CRI-DEPTO-HASTA   TO WS-SQN-DEPTO-HASTA
           GO TO 013-FIN.
       013-ERROR.
           MOVE 8 TO RETURN-CODE
           PERFORM 057-GRABA-BITACORA THRU 057-FIN
           GOBACK.
       013-FIN.  EXIT.

       014-PIDE-CONCEPTO.
           DISPLAY "CONCEPTO " WS-IND-CONC
                   " (ESPACIOS = NO MAS CONCEPTOS): "
           MOVE SPACES TO WS-CONCEPTO-PEDIDO
           ACCEPT WS-CONCEPTO-PEDIDO
           IF WS-CONCEPTO-PEDIDO EQUAL SPACES
              THEN
                  SET FIN-CONCEPTOS TO TRUE
              ELSE
                  MOVE WS-CONCEPTO-PEDIDO TO WS-CONC-TAB (WS-IND-CONC)
                  ADD 1 TO WS-SQN-NUM-CONC
           END-IF.
       014-FIN.  EXIT.

       015-LEE-CHECKPOINT.
      * SI UNA CORRIDA ANTERIOR CON LOS MISMOS CRITERIOS SE CAYO A LA
      * MITAD, CKPTSQN TRAE LA LLAVE DEL ULTIMO GRUPO YA ESCRITO Y
      * CONFIRMADO; 040-PROCESO YA NO LO VUELVE A ESCRIBIR, PERO SI
      * LO ACUMULA, PARA QUE LOS TOTALES SALGAN COMPLETOS.
           OPEN INPUT CKPTSQN
           IF CKPTSQN-NO-EXISTE
              THEN
                  GO TO 015-FIN
           END-IF
           IF NOT CKPTSQN-OK
              THEN
                  DISPLAY "NO SE PUDO LEER CKPTSQN, STATUS: "
                          WS-STATUS-CKPTSQN
                  GO TO 015-FIN
           END-IF
           READ CKPTSQN
              AT END MOVE SPACES TO CSQ-CLAVE
           END-READ
           CLOSE CKPTSQN
           IF CSQ-CLAVE EQUAL SPACES
              THEN
                  GO TO 015-FIN
           END-IF
           IF CSQ-CRITERIOS NOT EQUAL WS-CRITERIOS
              THEN
                  DISPLAY "CKPTSQN ES DE UNA CONSULTA CON OTROS "
                          "CRITERIOS, SE EMPIEZA DESDE EL PRINCIPIO"
                  GO TO 015-FIN
           END-IF
           MOVE CSQ-CLAVE TO WS-CKPT-CLAVE
           SET REANUDANDO TO TRUE
           DISPLAY "SE REANUDA DESPUES DEL GRUPO " WS-CKPT-CLAVE
                   "; LO ANTERIOR ESTA EN LA SALIDA DE LA CORRIDA "
                   "CAIDA".
       015-FIN.  EXIT.

       016-GRABA-CHECKPOINT.
           OPEN OUTPUT CKPTSQN
           IF NOT CKPTSQN-OK
              THEN
                  DISPLAY "NO SE PUDO GRABAR CKPTSQN, STATUS: "
                          WS-STATUS-CKPTSQN
              ELSE
                  MOVE SPACES        TO REG-CKPTSQN
                  MOVE WS-CKPT-CLAVE TO CSQ-CLAVE
                  MOVE WS-CRITERIOS  TO CSQ-CRITERIOS
                  WRITE REG-CKPTSQN
                  CLOSE CKPTSQN
           END-IF.
       016-FIN.  EXIT.

       020-ABRE-ARCHIVOS.
           OPEN OUTPUT REPORTE
                OUTPUT ERRORLOG
           EXEC SQL
                OPEN CURSOR_NOM_ANALISIS
           END-EXEC.
       020-FIN.  EXIT.

       030-TITULOS.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER SALTO
           MOVE WS-HOY-DIA           TO WS-TIT-2-DIA
           MOVE WS-HOY-MES           TO WS-TIT-2-MES
           MOVE WS-HOY-ANIO          TO WS-TIT-2-ANIO
           MOVE WS-PAGINA            TO WS-TIT-2-PAGINA
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER ADVANCING 1
           MOVE WS-CRI-PERIODO-DESDE TO WS-TIT-3-PER-DESDE
           MOVE WS-CRI-PERIODO-HASTA TO WS-TIT-3-PER-HASTA
           MOVE WS-SQN-ANT-DESDE     TO WS-TIT-3-ANT-DESDE
           MOVE WS-SQN-ANT-HASTA     TO WS-TIT-3-ANT-HASTA
           MOVE WS-CRI-DEPTO-DESDE   TO WS-TIT-3-DEPTO-DESDE
           MOVE WS-CRI-DEPTO-HASTA   TO WS-TIT-3-DEPTO-HASTA
           WRITE REG-REPORTE FROM WS-TITULO-3 AFTER 1
           MOVE SPACES TO WS-TIT-4-TEXTO
           IF WS-SQN-NUM-CONC EQUAL ZEROS
              THEN
                  MOVE "TODOS" TO WS-TIT-4-TEXTO
              ELSE
                  PERFORM 031-TITULO-CONCEPTO THRU 031-FIN
                          VARYING WS-IND-CONC FROM 1 BY 1
                          UNTIL WS-IND-CONC GREATER WS-SQN-NUM-CONC
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-4 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           MOVE 7 TO WS-CONLIN.
       030-FIN.  EXIT.

       031-TITULO-CONCEPTO.
           MOVE WS-CONC-TAB (WS-IND-CONC)
             TO WS-TIT-4-CONCEPTO (WS-IND-CONC).
       031-FIN.  EXIT.

       040-PROCESO.
           ADD 1 TO WS-LEIDOS
           MOVE WS-SQN-DEPTO    TO WS-CLA-DEPTO
           MOVE WS-SQN-CONCEPTO TO WS-CLA-CONCEPTO
           MOVE WS-SQN-MES      TO WS-CLA-MES
           IF WS-LEIDOS GREATER 1
              AND WS-CLA-DEPTO NOT EQUAL WS-DEPTO-ANTERIOR
              THEN
                  PERFORM 043-CORTE-DEPTO THRU 043-FIN
           END-IF
           MOVE WS-CLA-DEPTO TO WS-DEPTO-ANTERIOR
           PERFORM 044-ACUMULA THRU 044-FIN
           IF REANUDANDO
              AND WS-CLAVE-ACTUAL NOT GREATER WS-CKPT-CLAVE
              THEN
                  ADD 1 TO WS-OMITIDOS
              ELSE
                  PERFORM 045-ESCRIBE-DETALLE THRU 045-FIN
                  SET DEPTO-CON-RENGLONES TO TRUE
                  MOVE WS-CLAVE-ACTUAL TO WS-CKPT-CLAVE
                  ADD 1 TO WS-ESCRITOS
                  ADD 1 TO WS-CONTADOR-COMMIT
                  IF WS-CONTADOR-COMMIT GREATER OR EQUAL WS-COMMIT-CADA
                     THEN
                         PERFORM 049-COMMIT-PARCIAL THRU 049B-FIN
                  END-IF
           END-IF.
       040-LEE.
      * SQLCODE < 0 LO ATRAPA EL WHENEVER SQLERROR DE 010-INICIO.
           EXEC SQL
                FETCH CURSOR_NOM_ANALISIS
                      INTO :WS-SQN-DEPTO, :WS-SQN-CONCEPTO,
                           :WS-SQN-MES, :WS-SQN-PERC-ACT,
                           :WS-SQN-PERC-ANT, :WS-SQN-NETO-ACT,
                           :WS-SQN-NETO-ANT, :WS-SQN-EMPLEADOS,
                           :WS-SQN-SIN-EMPLEADO
           END-EXEC
           IF SQLCODE EQUAL 100
              THEN
                  MOVE "FIN" TO SW-FIN
           END-IF.
       040-FIN.  EXIT.

      * EL SUBTOTAL SOLO SE IMPRIME SI EL DEPARTAMENTO TUVO RENGLONES
      * EN ESTA CORRIDA; EL DE UN DEPARTAMENTO QUE QUEDO COMPLETO
      * ANTES DEL PUNTO DE CONTROL YA SALIO EN EL REPORTE ANTERIOR.
       043-CORTE-DEPTO.
           IF SALIDA-REPORTE
              AND DEPTO-CON-RENGLONES
              THEN
                  MOVE WS-DEPTO-ANTERIOR TO WS-SUB-DEPTO
                  MOVE WS-DEP-PERC-ACT   TO WS-SUB-PERC-ACT
                                            WS-CALC-ACT
                  MOVE WS-DEP-PERC-ANT   TO WS-SUB-PERC-ANT
                                            WS-CALC-ANT
                  PERFORM 047-CALCULA-VARIACION THRU 047-FIN
                  MOVE WS-CALC-DIF       TO WS-SUB-DIFERENCIA
                  MOVE WS-CALC-VAR-X     TO WS-SUB-VARIACION
                  MOVE WS-DEP-NETO-ACT   TO WS-SUB-NETO-ACT
                  WRITE REG-REPORTE FROM WS-SUBTOTAL-DEPTO AFTER 2
                  MOVE SPACES TO REG-REPORTE
                  WRITE REG-REPORTE AFTER 1
                  ADD 3 TO WS-CONLIN
           END-IF
           MOVE ZEROS TO WS-DEP-PERC-ACT
                         WS-DEP-PERC-ANT
                         WS-DEP-NETO-ACT
           SET DEPTO-SIN-RENGLONES TO TRUE.
       043-FIN.  EXIT.

      * UN GRUPO DE CONCEPTO REVE ES REVERSO DE LO YA PAGADO (VER
      * COPY NOMINA): SE MUESTRA CON SUS IMPORTES TAL CUAL, PERO EN
      * LOS TOTALES RESTA.
       044-ACUMULA.
           IF CLA-ES-REVERSO
              THEN
                  SUBTRACT WS-SQN-PERC-ACT FROM WS-DEP-PERC-ACT
                                                WS-TOT-PERC-ACT
                  SUBTRACT WS-SQN-PERC-ANT FROM WS-DEP-PERC-ANT
                                                WS-TOT-PERC-ANT
                  SUBTRACT WS-SQN-NETO-ACT FROM WS-DEP-NETO-ACT
                                                WS-TOT-NETO-ACT
              ELSE
                  ADD WS-SQN-PERC-ACT TO WS-DEP-PERC-ACT
                                         WS-TOT-PERC-ACT
                  ADD WS-SQN-PERC-ANT TO WS-DEP-PERC-ANT
                                         WS-TOT-PERC-ANT
                  ADD WS-SQN-NETO-ACT TO WS-DEP-NETO-ACT
                                         WS-TOT-NETO-ACT
           END-IF
           ADD WS-SQN-SIN-EMPLEADO TO WS-TOT-SIN-EMPLEADO.
       044-FIN.  EXIT.

       045-ESCRIBE-DETALLE.
           MOVE WS-SQN-PERC-ACT TO WS-CALC-ACT
           MOVE WS-SQN-PERC-ANT TO WS-CALC-ANT
           PERFORM 047-CALCULA-VARIACION THRU 047-FIN
           IF SALIDA-CSV
              THEN
                  MOVE WS-CLA-DEPTO     TO WS-CSV-DEPTO
                  MOVE WS-CLA-CONCEPTO  TO WS-CSV-CONCEPTO
                  MOVE WS-CLA-MES       TO WS-CSV-MES
                  MOVE WS-SQN-PERC-ACT  TO WS-CSV-PERC-ACT
                  MOVE WS-SQN-PERC-ANT  TO WS-CSV-PERC-ANT
                  MOVE WS-CALC-DIF      TO WS-CSV-DIFERENCIA
                  MOVE WS-CALC-VAR-CSV  TO WS-CSV-VARIACION
                  MOVE WS-SQN-NETO-ACT  TO WS-CSV-NETO-ACT
                  MOVE WS-SQN-NETO-ANT  TO WS-CSV-NETO-ANT
                  MOVE WS-SQN-EMPLEADOS TO WS-CSV-EMPLEADOS
                  WRITE REG-REPORTE FROM WS-CSV-DETALLE
                  GO TO 045-FIN
           END-IF
           IF WS-CONLIN GREATER 60
              THEN
                  ADD 1 TO WS-PAGINA
                  PERFORM 030-TITULOS THRU 030-FIN
           END-IF
           MOVE WS-CLA-DEPTO     TO WS-DET-DEPTO
           MOVE WS-CLA-CONCEPTO  TO WS-DET-CONCEPTO
           MOVE WS-CLA-MES-ANIO  TO WS-DET-ANIO
           MOVE WS-CLA-MES-MES   TO WS-DET-MES
           MOVE WS-SQN-PERC-ACT  TO WS-DET-PERC-ACT
           MOVE WS-SQN-PERC-ANT  TO WS-DET-PERC-ANT
           MOVE WS-CALC-DIF      TO WS-DET-DIFERENCIA
           MOVE WS-CALC-VAR-X    TO WS-DET-VARIACION
           MOVE WS-SQN-NETO-ACT  TO WS-DET-NETO-ACT
           MOVE WS-SQN-EMPLEADOS TO WS-DET-EMPLEADOS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           ADD 1 TO WS-CONLIN.
       045-FIN.  EXIT.

      * DIFERENCIA Y VARIACION PORCENTUAL CONTRA EL ANIO ANTERIOR.
      * SIN BASE EN EL ANIO ANTERIOR LA VARIACION NO EXISTE: EL
      * REPORTE DICE NUEVO Y EL CSV DEJA LA COLUMNA VACIA.
       047-CALCULA-VARIACION.
           COMPUTE WS-CALC-DIF = WS-CALC-ACT - WS-CALC-ANT
           IF WS-CALC-ANT EQUAL ZEROS
              THEN
                  MOVE "  NUEVO" TO WS-CALC-VAR-X
                  MOVE SPACES    TO WS-CALC-VAR-CSV
                  GO TO 047-FIN
           END-IF
           COMPUTE WS-CALC-PORC ROUNDED =
                   WS-CALC-DIF * 100 / WS-CALC-ANT
              ON SIZE ERROR
                 MOVE " >9999" TO WS-CALC-VAR-X
                 MOVE SPACES   TO WS-CALC-VAR-CSV
                 GO TO 047-FIN
           END-COMPUTE
           MOVE WS-CALC-PORC TO WS-CALC-VAR-ED
           MOVE WS-CALC-PORC TO WS-CALC-CSV-ED.
       047-FIN.  EXIT.

       048-GRABA-ERROR.
           MOVE SQLCODE           TO WS-ERR-SQLCODE
           MOVE SQLSTATE          TO WS-ERR-SQLSTATE
           MOVE WS-CLA-DEPTO      TO WS-ERR-DEPTO
           MOVE SQLERRMC          TO WS-ERR-SQLERRM
           WRITE REG-ERRORLOG FROM WS-REG-ERRORLOG.
       048-FIN.  EXIT.

       049-ERROR-SQL-GENERAL.
      * MISMO PATRON DE PROGSQL: EL WHENEVER SIGUE ACTIVO MIENTRAS
      * CORRE ESTA RUTINA; SW-EN-ERROR-SQL EVITA REPETIR LA LIMPIEZA.
      * EL PUNTO DE CONTROL QUEDA CON EL ULTIMO GRUPO CONFIRMADO.
           IF YA-EN-ERROR-SQL
              THEN
                  DISPLAY "ERROR SQL EN LA PROPIA LIMPIEZA, SQLCODE: "
                          SQLCODE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           SET YA-EN-ERROR-SQL TO TRUE
           DISPLAY "ERROR CRITICO DE SQL, SQLCODE: " SQLCODE
           PERFORM 048-GRABA-ERROR THRU 048-FIN
           PERFORM 050-FINAL       THRU 050-FIN
           MOVE 8 TO RETURN-CODE
           PERFORM 057-GRABA-BITACORA THRU 057-FIN
           GOBACK.

       049-COMMIT-PARCIAL.
           EXEC SQL
                COMMIT
           END-EXEC
           PERFORM 016-GRABA-CHECKPOINT THRU 016-FIN
           DISPLAY "COMMIT PARCIAL REALIZADO, GRUPOS ESCRITOS: "
                   WS-ESCRITOS
           MOVE ZEROS TO WS-CONTADOR-COMMIT.
       049B-FIN.  EXIT.

       050-FINAL.
           IF WS-LEIDOS GREATER ZEROS
              THEN
                  PERFORM 043-CORTE-DEPTO THRU 043-FIN
           END-IF
           IF SALIDA-REPORTE
              THEN
                  MOVE WS-TOT-PERC-ACT TO WS-GEN-PERC-ACT
                                          WS-CALC-ACT
                  MOVE WS-TOT-PERC-ANT TO WS-GEN-PERC-ANT
                                          WS-CALC-ANT
                  PERFORM 047-CALCULA-VARIACION THRU 047-FIN
                  MOVE WS-CALC-DIF     TO WS-GEN-DIFERENCIA
                  MOVE WS-CALC-VAR-X   TO WS-GEN-VARIACION
                  MOVE WS-TOT-NETO-ACT TO WS-GEN-NETO-ACT
                  WRITE REG-REPORTE FROM WS-TOTAL-GENERAL AFTER 2
                  MOVE WS-LEIDOS       TO WS-RES-LEIDOS
                  WRITE REG-REPORTE FROM WS-DETALLE-LEIDOS AFTER 2
                  MOVE WS-ESCRITOS     TO WS-RES-ESCRITOS
                  WRITE REG-REPORTE FROM WS-DETALLE-ESCRITOS AFTER 1
                  MOVE WS-TOT-SIN-EMPLEADO TO WS-RES-HUERFANOS
                  WRITE REG-REPORTE FROM WS-DETALLE-HUERFANOS AFTER 1
           END-IF
           DISPLAY "GRUPOS LEIDOS DE DB2           : " WS-LEIDOS
           DISPLAY "GRUPOS ESCRITOS                : " WS-ESCRITOS
           DISPLAY "GRUPOS YA ESCRITOS ANTES       : " WS-OMITIDOS
           IF WS-TOT-SIN-EMPLEADO GREATER ZEROS
              THEN
                  DISPLAY "RENGLONES DE NOMINA SIN EMPLEADO EN DB2: "
                          WS-TOT-SIN-EMPLEADO
           END-IF
           EXEC SQL
                COMMIT
           END-EXEC
           PERFORM 016-GRABA-CHECKPOINT THRU 016-FIN
           CLOSE REPORTE
           CLOSE ERRORLOG
           EXEC SQL
                CLOSE CURSOR_NOM_ANALISIS
           END-EXEC.
       050-FIN.  EXIT.

       057-GRABA-BITACORA.
           MOVE WS-LEIDOS     TO WS-BITA-LEIDOS
           MOVE WS-ESCRITOS   TO WS-BITA-SELECC
           MOVE WS-ESCRITOS   TO WS-BITA-ESCRITOS
           MOVE RETURN-CODE   TO WS-BITA-RETORNO
           CALL "PROGBITA" USING WS-PARAMETROS-BITA.
       057-FIN.  EXIT.
