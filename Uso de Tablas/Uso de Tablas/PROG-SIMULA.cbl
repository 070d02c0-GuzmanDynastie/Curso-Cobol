      *     (PARAMS "UMBRAL-VARIANZA", 20 POR CIENTO DE CASA);         *
      *   - TOTALES POR DEPARTAMENTO;                                  *
      *   - EMPLEADOS NUEVOS Y LOS QUE YA NO ESTAN.                    *
      * LA PRIMA DOMINICAL Y EL FESTIVO TRABAJADO PENDIENTES EN        *
      * PRIMDIA SE SIMULAN CON LA MISMA TARIFA DE PROGNOMI.            *
      * AL TERMINAR AVANZA EL PERIODO A SIMULADO EN EL CATALOGO:       *
      * PROGNOMI SOLO CORRE EN FIRME SOBRE UN PERIODO SIMULADO, ASI    *
      * QUE LA NOMINA REAL SOLO ES POSIBLE CON ESTA HOJA FIRMADA.      *
      * DEJA ADEMAS EL NETO DE CADA EMPLEADO SIMULADO, CON SU PENSION  *
      * Y SU CUOTA SINDICAL, EN SIMNETO: PROGTESO LO TOMA PARA         *
      * PROYECTAR EL EFECTIVO QUE TESORERIA FONDEA EL DIA DE PAGO.     *
      * LAS CAPTURAS TARDIAS DE LA COLA CAPTARDE QUE ENTRAN EN ESTE    *
      * PERIODO SE SIMULAN COMO LAS DEMAS, PERO SU EFECTO SE SEPARA:   *
      * NO CUENTA PARA LA VARIACION CONTRA EL PERIODO ANTERIOR Y SALEN *
      * LISTADAS EN SU PROPIA SECCION DE LA HOJA.                      *
      * EL INFONAVIT Y EL FONACOT SE SIMULAN DESPUES DE LA PENSION Y   *
      * ANTES DE LA CUOTA SINDICAL, COMO EN PROGNOMI, CON SU ATRASO    *
      * PENDIENTE EN PENDEDU; TODO SE LEE SOLO DE ENTRADA.             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CTR-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-CONTRATO.
           SELECT CONCFIJO     ASSIGN TO UT-S-CONCFIJO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CFJ-LLAVE
                               FILE STATUS IS WS-STATUS-CONCFIJO.
           SELECT SINDICAT     ASSIGN TO UT-S-SINDICAT
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SIN-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SINDICAT.
           SELECT VIATICOS     ASSIGN TO UT-S-VIATICOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS VIA-LLAVE
                               FILE STATUS IS WS-STATUS-VIATICOS.
           SELECT PRIMDIA      ASSIGN TO UT-S-PRIMDIA
                               FILE STATUS IS WS-STATUS-PRIMDIA.
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT SIMNETO      ASSIGN TO UT-S-SIMNETO
                               FILE STATUS IS WS-STATUS-SIMNETO.
           SELECT CAPTARDE     ASSIGN TO UT-S-CAPTARDE
                               FILE STATUS IS WS-STATUS-CAPTARDE.
           SELECT INFONAV      ASSIGN TO UT-S-INFONAV
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS INF-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-INFONAV.
           SELECT SDIEMP       ASSIGN TO UT-S-SDIEMP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SDI-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SDIEMP.
           SELECT FONACOT      ASSIGN TO UT-S-FONACOT
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS FON-LLAVE
                               FILE STATUS IS WS-STATUS-FONACOT.
           SELECT PENDEDU      ASSIGN TO UT-S-PENDEDU
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PDE-LLAVE
                               FILE STATUS IS WS-STATUS-PENDEDU.

       DATA DIVISION.
       FILE SECTION.

       FD  INCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INCIDEN.
           COPY INCIDEN.
           DATA RECORD IS REG-CONTRATO.
           COPY CONTRATO.

      * LOS CONCEPTOS FIJOS SE SIMULAN CON LAS REGLAS DE PROGNOMI,
      * SOLO DE ENTRADA: NINGUNA PARCIALIDAD SE CONSUME.
       FD  CONCFIJO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-CONCFIJO.
           COPY CONCFIJO.

      * LA CUOTA SINDICAL SE SIMULA CON LA MISMA REGLA DE PROGNOMI.
       FD  SINDICAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-SINDICAT.
           COPY SINDICAT.

      * LOS ANTICIPOS DE VIATICOS SE LEEN SOLO DE ENTRADA: LA
      * SIMULACION CALCULA EL DESCUENTO PERO NO MUEVE NINGUN SALDO.
       FD  VIATICOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-VIATICOS.
           COPY VIATICOS.

      * DIAS DOMINGO Y FESTIVOS TRABAJADOS QUE GENERO PROGRELO, SOLO
      * DE ENTRADA: LA SIMULACION NO LOS MARCA COMO PAGADOS.
       FD  PRIMDIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRIMDIA.
           COPY PRIMDIA.

       FD  PERIODOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       FD  SIMNETO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-SIMNETO.
           COPY SIMNETO.

      * COLA DE CAPTURAS TARDIAS, SOLO DE ENTRADA: LA LIBERACION A
      * INCIDEN Y HRSEXTRA LA HACE PROGNOMI EN LA CORRIDA EN FIRME.
       FD  CAPTARDE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CAPTARDE.
           COPY CAPTARDE.

      * CREDITOS INFONAVIT Y SDI VIGENTE, SOLO DE ENTRADA: LA CUOTA
      * DEL PERIODO SE SIMULA CON LA MISMA REGLA DE PROGNOMI.
       FD  INFONAV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-INFONAV.
           COPY INFONAV.

       FD  SDIEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS REG-SDIEMP.
           COPY SDIEMP.

      * CREDITOS FONACOT DE LA CEDULA Y DESCUENTOS PENDIENTES, SOLO
      * DE ENTRADA: LO RETENIDO Y LOS SALDOS LOS MUEVE PROGNOMI.
       FD  FONACOT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS REG-FONACOT.
           COPY FONACOT.

       FD  PENDEDU
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-PENDEDU.
           COPY PENDEDU.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 CONTRATO-OK        VALUE "00".
           05 SW-HAY-CONTRATO     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-CONTRATO VALUE "S".
           05 WS-STATUS-CONCFIJO  PIC X(02)    VALUE "00".
              88 CONCFIJO-OK        VALUE "00".
           05 SW-HAY-CONCFIJO     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-CONCFIJO VALUE "S".
           05 SW-FIN-CONCFIJO     PIC X(03)    VALUE SPACES.
           05 WS-FIJOS            PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-FIJOS-PERC   PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-FIJOS-DEDU   PIC 9(09)V99 VALUE ZEROS.
           05 WS-STATUS-PRIMDIA   PIC X(02)    VALUE "00".
              88 PRIMDIA-OK         VALUE "00".
              88 PRIMDIA-NO-EXISTE  VALUE "35".
           05 SW-FIN-PRIMAS       PIC X(03)    VALUE SPACES.
           05 WS-TOTAL-PRIMAS     PIC 9(03)    VALUE ZEROS.
           05 WS-IND-PRI          PIC 9(03)    VALUE ZEROS.
           05 WS-PAGO-DOMINICAL   PIC 9(07)V99 VALUE ZEROS.
           05 WS-PAGO-FESTIVO     PIC 9(07)V99 VALUE ZEROS.
           05 WS-DIAS-PRIMA       PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-PRIMAS       PIC 9(09)V99 VALUE ZEROS.
           05 WS-STATUS-SINDICAT  PIC X(02)    VALUE "00".
              88 SINDICAT-OK        VALUE "00".
           05 SW-HAY-SINDICAT     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-SINDICAT VALUE "S".
           05 WS-PORC-CUOTA-SIND  PIC 9(02)V99 VALUE 1.00.
           05 WS-SINDICATO-RET    PIC 9(07)V99 VALUE ZEROS.
           05 WS-SINDICATOS       PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-SINDICATO    PIC 9(09)V99 VALUE ZEROS.
           05 WS-SEGURO-RET       PIC 9(07)V99 VALUE ZEROS.
           05 WS-SEGUROS          PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-SEGURO       PIC 9(09)V99 VALUE ZEROS.
           05 WS-STATUS-VIATICOS  PIC X(02)    VALUE "00".
              88 VIATICOS-OK        VALUE "00".
           05 SW-HAY-VIATICOS     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-VIATICOS VALUE "S".
           05 SW-FIN-VIATICOS     PIC X(03)    VALUE SPACES.
           05 WS-DIAS-COMPROBA    PIC 9(03)    VALUE 30.
           05 WS-PER-ABS          PIC 9(07)    VALUE ZEROS.
           05 WS-VIA-ABS          PIC 9(07)    VALUE ZEROS.
           05 WS-VIA-DIAS         PIC S9(05)   VALUE ZEROS.
           05 WS-VIA-SALDO        PIC 9(07)V99 VALUE ZEROS.
           05 WS-VIATICO-RET      PIC 9(07)V99 VALUE ZEROS.
           05 WS-VIATICOS         PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-VIATICO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-STATUS-INFONAV   PIC X(02)    VALUE "00".
              88 INFONAV-OK         VALUE "00".
           05 SW-HAY-INFONAV      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-INFONAV VALUE "S".
           05 WS-INFONAVIT-RET    PIC 9(07)V99 VALUE ZEROS.
           05 WS-INFONAVIT-MES    PIC 9(07)V99 VALUE ZEROS.
           05 WS-INFONAVITS       PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-INFONAVIT    PIC 9(09)V99 VALUE ZEROS.
           05 WS-FACTOR-INTEGRA   PIC 9(01)V9999 VALUE 1.0452.
           05 WS-STATUS-SDIEMP    PIC X(02)    VALUE "00".
              88 SDIEMP-OK          VALUE "00".
           05 SW-HAY-SDIEMP       PIC X(01)    VALUE "N".
              88 HAY-SDIEMP          VALUE "S".
           05 WS-SDI-DIARIO       PIC 9(07)V99 VALUE ZEROS.
           05 WS-VSM-DIARIO       PIC 9(05)V99 VALUE 113.14.
           05 WS-DIAS-MES-INFO    PIC 9(02)V9  VALUE 30.4.
           05 WS-STATUS-FONACOT   PIC X(02)    VALUE "00".
              88 FONACOT-OK         VALUE "00".
           05 SW-HAY-FONACOT      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-FONACOT VALUE "S".
           05 SW-FIN-FONACOT      PIC X(03)    VALUE SPACES.
           05 SW-CREDITO-ATRASO   PIC X(01)    VALUE "N".
              88 HAY-CREDITO-ATRASO  VALUE "S".
           05 WS-FONACOT-RET      PIC 9(07)V99 VALUE ZEROS.
           05 WS-FONACOT-CRED     PIC 9(07)V99 VALUE ZEROS.
           05 WS-FONACOT-PEND     PIC 9(07)V99 VALUE ZEROS.
           05 WS-FONACOT-ATRASO   PIC 9(07)V99 VALUE ZEROS.
           05 WS-FONACOTS         PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-FONACOT      PIC 9(09)V99 VALUE ZEROS.
           05 WS-STATUS-PENDEDU   PIC X(02)    VALUE "00".
              88 PENDEDU-OK         VALUE "00".
           05 SW-HAY-PENDEDU      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-PENDEDU VALUE "S".
           05 WS-PDE-CONCEPTO     PIC X(04)    VALUE SPACES.
           05 WS-PEND-ANTERIOR    PIC 9(07)V99 VALUE ZEROS.
           05 WS-RET-PROPUESTA    PIC 9(07)V99 VALUE ZEROS.
           05 WS-RET-APLICADA     PIC 9(07)V99 VALUE ZEROS.
           05 WS-FREC-PERIODO    PIC X(01)    VALUE "Q".
           05 WS-FREC-EMP         PIC X(01)    VALUE "Q".
           05 SW-LE-TOCA          PIC X(01)    VALUE "S".
              88 LE-TOCA-COBRAR     VALUE "S".
           05 WS-DIVISOR-DIAS     PIC 9(02)    VALUE 30.
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-STATUS-SIMNETO   PIC X(02)    VALUE "00".
              88 SIMNETO-OK         VALUE "00".
           05 SW-HAY-SIMNETO      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-SIMNETO VALUE "S".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-FIN-NOMINA       PIC X(03)    VALUE SPACES.
           05 SW-FIN-INCIDEN      PIC X(03)    VALUE SPACES.
           05 SW-FIN-HORAS        PIC X(03)    VALUE SPACES.
           05 WS-STATUS-CAPTARDE  PIC X(02)    VALUE "00".
              88 CAPTARDE-OK          VALUE "00".
              88 CAPTARDE-NO-EXISTE   VALUE "35".
           05 SW-FIN-CAPTARDE     PIC X(03)    VALUE SPACES.
           05 SW-TARDIA-PERIODO   PIC X(01)    VALUE "N".
              88 TARDIA-DEL-PERIODO   VALUE "S".
           05 WS-TARDIAS          PIC 9(05)    VALUE ZEROS.
           05 WS-HORAS-TARDIAS-EMP PIC 9(03)V99 VALUE ZEROS.
           05 WS-EXTRAS-TARDIAS   PIC 9(07)V99 VALUE ZEROS.
           05 WS-DESC-TARDIAS     PIC 9(07)V99 VALUE ZEROS.
           05 WS-NETO-COMPARA     PIC S9(08)V99 VALUE ZEROS.
           05 WS-TOT-TARDIAS      PIC S9(09)V99 VALUE ZEROS.
           05 WS-IMPORTE-TARDIA   PIC S9(07)V99 VALUE ZEROS.
           05 WS-LEIDOS           PIC 9(05)    VALUE ZEROS.
           05 WS-SIMULADOS        PIC 9(05)    VALUE ZEROS.
           05 WS-VARIANZAS        PIC 9(05)    VALUE ZEROS.
           05 WS-PORCENTAJE-DEDUC PIC 9(02)V99 VALUE 16.
           05 WS-DEDUCCION-EMP    PIC 9(07)V99 VALUE ZEROS.
           05 WS-NETO-EMP         PIC 9(07)V99 VALUE ZEROS.
           05 WS-PISO-EMP         PIC 9(07)V99 VALUE ZEROS.
           05 WS-NETO-LIBRE       PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOTAL-FALTAS     PIC 9(03)    VALUE ZEROS.
           05 WS-DESC-FALTAS      PIC 9(07)V99 VALUE ZEROS.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99 VALUE ZEROS.
              88 DEDUCCION-SIN-TABLA    VALUE "N".
           05 WS-DEDU-FECHA       PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-ZONA.
           05 WS-ZON-ACCION       PIC X(01)    VALUE "C".
           05 WS-ZON-DEPTO        PIC 9(03).
           05 WS-ZON-FECHA        PIC 9(08).
           05 WS-ZON-ZONA         PIC X(01).
           05 WS-ZON-DIARIO       PIC 9(05)V99.
           05 WS-ZON-VIGOR        PIC 9(08).
           05 WS-ZON-ENCONTRADO   PIC X(01).
              88 MINIMO-ENCONTRADO   VALUE "S".

       01  WS-PARAMETROS-SGM.
           05 WS-SGM-ACCION       PIC X(01)    VALUE "C".
           05 WS-SGM-NUMERO-EMP   PIC 9(05).
           05 WS-SGM-FECHA        PIC 9(08).
           05 WS-SGM-FRECUENCIA   PIC X(01).
           05 WS-SGM-CUBIERTO     PIC X(01).
              88 SGM-CUBIERTO        VALUE "S".
           05 WS-SGM-PLAN         PIC X(01).
           05 WS-SGM-ASEGURADOS   PIC 9(02).
           05 WS-SGM-PRIMA-MES    PIC 9(07)V99.
           05 WS-SGM-CUOTA-EMP    PIC 9(07)V99.

       01  WS-PARAMETROS-CPTO.
           05 WS-CPTO-CODIGO      PIC X(04).
           05 WS-CPTO-DESCRIPCION PIC X(20).
           05 WS-CPTO-SIGNO       PIC X(01).
           05 WS-CPTO-GRAVABLE    PIC X(01).
           05 WS-CPTO-CUENTA      PIC X(06).
           05 WS-CPTO-ENCONTRADO  PIC X(01).
              88 CPTO-ENCONTRADO     VALUE "S".
              88 CPTO-NO-ENCONTRADO  VALUE "N".

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

      * LA BANDERA DE TARDIA Y LAS HORAS TARDIAS SEPARAN LO QUE
      * ENTRO DE LA COLA CAPTARDE, PARA QUE NO CUENTE COMO VARIACION.
       01  WS-TABLA-FALTAS.
           05 WS-FALTA            OCCURS 500 TIMES.
              10 WS-FAL-NUMERO    PIC 9(05).
              10 WS-FAL-DIAS      PIC 9(03).
              10 WS-FAL-TARDIA    PIC X(01).

       01  WS-TABLA-HORAS.
           05 WS-HORA-REG         OCCURS 500 TIMES.
              10 WS-HR-NUMERO     PIC 9(05).
              10 WS-HR-HORAS      PIC 9(03)V99.
              10 WS-HR-TARDIAS    PIC 9(03)V99.

      * NETO DEL PERIODO ANTERIOR POR EMPLEADO: EN UNA SOLA PASADA
      * SOBRE EL REGISTRO DE NOMINA SE CONSERVA, POR EMPLEADO, EL
              10 WS-PRV-NETO      PIC 9(07)V99.
              10 WS-PRV-VISTO     PIC X(01).

      * DIAS CON PRIMA PENDIENTES POR EMPLEADO, COMO LOS CUENTA
      * PROGNOMI: DOMINGOS (PDOM) Y FESTIVOS TRABAJADOS (FEST).
       01  WS-TABLA-PRIMAS.
           05 WS-PRIMA-REG        OCCURS 500 TIMES.
              10 WS-PRI-NUMERO    PIC 9(05).
              10 WS-PRI-DOMINGOS  PIC 9(03).
              10 WS-PRI-FESTIVOS  PIC 9(03).

       01  WS-TABLA-DEPTOS.
           05 WS-DEPTO-ACUM       OCCURS 100 TIMES.
              10 WS-DEP-CODIGO    PIC 9(03).
           05 WS-TOT-NUEVOS-R     PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-FIJOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CONCEPTOS FIJOS A APLICAR  : ".
           05 WS-TOT-FIJOS-R      PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE "  PER: ".
           05 WS-TOT-FIJOS-PERC-R PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(07)    VALUE "  DED: ".
           05 WS-TOT-FIJOS-DEDU-R PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.

       01  WS-DET-TOT-INFONAVIT.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "INFONAVIT A RETENER        : ".
           05 WS-TOT-INFONAVITS-R PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE "  IMP: ".
           05 WS-TOT-INFONAVIT-R  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-DET-TOT-FONACOT.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "FONACOT A RETENER          : ".
           05 WS-TOT-FONACOTS-R   PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE "  IMP: ".
           05 WS-TOT-FONACOT-R    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-DET-TOT-SINDICATO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CUOTAS SINDICALES A RETENER: ".
           05 WS-TOT-SINDICATOS-R PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE "  IMP: ".
           05 WS-TOT-SINDICATO-R  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-DET-TOT-SEGURO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "SEGURO MEDICO A RETENER    : ".
           05 WS-TOT-SEGUROS-R    PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE "  IMP: ".
           05 WS-TOT-SEGURO-R     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-DET-TOT-VIATICO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "VIATICOS A DESCONTAR       : ".
           05 WS-TOT-VIATICOS-R   PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE "  IMP: ".
           05 WS-TOT-VIATICO-R    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-DET-TOT-PRIMAS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "DIAS CON PRIMA A PAGAR     : ".
           05 WS-TOT-DIAS-PRIMA-R PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE "  IMP: ".
           05 WS-TOT-PRIMAS-R     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(23)    VALUE SPACES.

       01  WS-TITULO-TARDIAS.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(60)
              VALUE "CAPTURAS TARDIAS QUE ENTRAN EN ESTE PERIODO".
           05 FILLER              PIC X(18)    VALUE SPACES.

       01  WS-SUB-TITULO-TARDIAS.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "EMPL.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "TIPO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "FECHA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "CAPTURA".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "USUARIO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "CANT.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(13)    VALUE "EFECTO ESTIM.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "CORTE".
           05 FILLER              PIC X(04)    VALUE SPACES.

       01  WS-DET-TARDIA.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DTA-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DTA-TIPO         PIC X(01).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DTA-FECHA        PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DTA-CAPTURA      PIC 9(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DTA-USUARIO      PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DTA-CANTIDAD     PIC ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DTA-IMPORTE      PIC -Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DTA-CORTE        PIC 9(08).
           05 FILLER              PIC X(04)    VALUE SPACES.

       01  WS-DET-TOT-TARDIAS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CAPTURAS TARDIAS EN PERIODO: ".
           05 WS-TOT-TARDIAS-N-R  PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE "  IMP: ".
           05 WS-TOT-TARDIAS-R    PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(22)    VALUE SPACES.

       01  WS-DET-TOT-AUSENTES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 022-CARGA-FALTAS     THRU 022-FIN
           PERFORM 024-CARGA-HORAS      THRU 024-FIN
           PERFORM 032-CARGA-TARDIAS    THRU 032-FIN
           PERFORM 026-CARGA-PREVIOS    THRU 026-FIN
           PERFORM 029-CARGA-PRIMAS     THRU 029-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 028-LEE-ENCABEZADO   THRU 028-FIN
           PERFORM 040-LEE              THRU 040-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           PERFORM 130-LISTA-AUSENTES   THRU 130-FIN
           PERFORM 140-TOTALES-DEPTO    THRU 140-FIN
           PERFORM 150-LISTA-TARDIAS    THRU 150-FIN
           PERFORM 200-FINAL            THRU 200-FIN
           GOBACK.

                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-READ
      * UN PERIODO ESPECIAL (FRECUENCIA E) ES UN PAGO EXTRAORDINARIO
      * CON SU PROPIA LISTA: LO CORRE PROGEXTR, NUNCA LA NOMINA
      * REGULAR.
           IF PER-ES-ESPECIAL
              THEN
                  DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
                          " ES ESPECIAL, SE CORRE CON PROGEXTR"
                  CLOSE PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
      * UN PERIODO SIMULADO SE PUEDE VOLVER A SIMULAR (LA HOJA SE
      * REHACE); UNO YA NOMINADO O PAGADO NO TIENE NADA QUE SIMULAR.
           IF NOT PER-ABIERTO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-UMBRAL
           END-IF
           MOVE "PORC-CUOTA-SIND" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-PORC-CUOTA-SIND
           END-IF
           MOVE "DIAS-COMPROBA-VIAT" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-DIAS-COMPROBA
           END-IF.
       018-FIN.  EXIT.

                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
      * SIN SIMNETO LA HOJA SALE IGUAL; SOLO FALTA LA BASE DE LA
      * PROYECCION DE TESORERIA.
           OPEN OUTPUT SIMNETO
           IF SIMNETO-OK
              THEN
                  SET HAY-ARCHIVO-SIMNETO TO TRUE
              ELSE
                  DISPLAY "NO SE PUDO ABRIR SIMNETO, NO HABRA "
                          "PROYECCION DE TESORERIA, STATUS: "
                          WS-STATUS-SIMNETO
           END-IF
      * EL ARCHIVO DE CAJA SE ABRE SOLO DE ENTRADA: LA SIMULACION
      * CALCULA LOS ABONOS PERO NO MUEVE NINGUN SALDO.
           OPEN INPUT PRESTAMO
                  DISPLAY "SIN ARCHIVO CONTRATO, TODA LA POBLACION "
                          "SE ASUME QUINCENAL, STATUS: "
                          WS-STATUS-CONTRATO
           END-IF
           OPEN INPUT CONCFIJO
           IF CONCFIJO-OK
              THEN
                  SET HAY-ARCHIVO-CONCFIJO TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO CONCFIJO, NO SE SIMULAN "
                          "CONCEPTOS FIJOS, STATUS: "
                          WS-STATUS-CONCFIJO
           END-IF
           OPEN INPUT SINDICAT
           IF SINDICAT-OK
              THEN
                  SET HAY-ARCHIVO-SINDICAT TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO SINDICAT, NO SE SIMULAN "
                          "CUOTAS SINDICALES, STATUS: "
                          WS-STATUS-SINDICAT
           END-IF
           OPEN INPUT VIATICOS
           IF VIATICOS-OK
              THEN
                  SET HAY-ARCHIVO-VIATICOS TO TRUE
                  COMPUTE WS-PER-ABS =
                          WS-PER-ANIO * 360 + WS-PER-MES * 30
                          + WS-PER-DIA
              ELSE
                  DISPLAY "SIN ARCHIVO VIATICOS, NO SE SIMULAN "
                          "DESCUENTOS DE VIATICOS, STATUS: "
                          WS-STATUS-VIATICOS
           END-IF
      * INFONAVIT, FONACOT Y PENDIENTES SE ABREN SOLO DE ENTRADA: LA
      * SIMULACION CALCULA LAS RETENCIONES PERO NO ACUMULA LO
      * RETENIDO NI MUEVE NINGUN SALDO PENDIENTE.
           OPEN INPUT INFONAV
           IF INFONAV-OK
              THEN
                  SET HAY-ARCHIVO-INFONAV TO TRUE
                  MOVE "VSM-DIARIO" TO WS-PARM-CLAVE
                  CALL "PROGPARM" USING WS-PARAMETROS-PARM
                  IF PARM-ENCONTRADO
                     AND WS-PARM-NUMERICO GREATER ZEROS
                     THEN
                         MOVE WS-PARM-NUMERICO TO WS-VSM-DIARIO
                  END-IF
              ELSE
                  DISPLAY "SIN ARCHIVO INFONAV, NO SE SIMULAN "
                          "CREDITOS DE VIVIENDA, STATUS: "
                          WS-STATUS-INFONAV
           END-IF
           IF HAY-ARCHIVO-INFONAV
              THEN
                  OPEN INPUT SDIEMP
                  IF SDIEMP-OK
                     THEN
                         SET HAY-SDIEMP TO TRUE
                     ELSE
                         DISPLAY "SIN SDIEMP, EL INFONAVIT EN "
                                 "PORCENTAJE SE INTEGRA CON EL "
                                 "FACTOR MINIMO, STATUS: "
                                 WS-STATUS-SDIEMP
                  END-IF
           END-IF
           OPEN INPUT FONACOT
           IF FONACOT-OK
              THEN
                  SET HAY-ARCHIVO-FONACOT TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO FONACOT, NO SE SIMULAN "
                          "CREDITOS FONACOT, STATUS: "
                          WS-STATUS-FONACOT
           END-IF
           OPEN INPUT PENDEDU
           IF PENDEDU-OK
              THEN
                  SET HAY-ARCHIVO-PENDEDU TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO PENDEDU, NO SE SIMULAN "
                          "ATRASOS DE INFONAVIT NI FONACOT, STATUS: "
                          WS-STATUS-PENDEDU
           END-IF.
       020-FIN.  EXIT.

                 MOVE "FIN" TO SW-FIN-INCIDEN
                 GO TO 023-FIN
           END-READ
           IF (NOT INC-ES-FALTA AND NOT INC-ES-SUSPENSION)
              OR INC-YA-APLICADA
              THEN
                  GO TO 023-FIN
           END-IF
           ADD 1 TO WS-TOTAL-FALTAS
           MOVE INC-NUMERO-EMP TO WS-FAL-NUMERO (WS-TOTAL-FALTAS)
           MOVE INC-DIAS       TO WS-FAL-DIAS   (WS-TOTAL-FALTAS)
           MOVE "N"            TO WS-FAL-TARDIA (WS-TOTAL-FALTAS).
       023-FIN.  EXIT.

       024-CARGA-HORAS.
                  MOVE WS-TOTAL-HORAS-REG TO WS-IND-HX
                  MOVE HX-NUMERO-EMP TO WS-HR-NUMERO (WS-IND-HX)
                  MOVE ZEROS         TO WS-HR-HORAS  (WS-IND-HX)
                                        WS-HR-TARDIAS (WS-IND-HX)
           END-IF
           ADD HX-HORAS TO WS-HR-HORAS (WS-IND-HX).
       025-FIN.  EXIT.

      * CAPTURAS TARDIAS DE LA COLA QUE LE TOCAN A ESTE PERIODO, CON
      * LA MISMA REGLA CON QUE PROGNOMI LAS LIBERA (036): ENTRAN A LAS
      * TABLAS DE FALTAS Y HORAS COMO LAS DEMAS, MARCADAS COMO TARDIAS.
       032-CARGA-TARDIAS.
           OPEN INPUT CAPTARDE
           IF CAPTARDE-NO-EXISTE
              THEN
                  GO TO 032-FIN
           END-IF
           IF NOT CAPTARDE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CAPTARDE, STATUS: "
                          WS-STATUS-CAPTARDE
                  GO TO 032-FIN
           END-IF
           MOVE SPACES TO SW-FIN-CAPTARDE
           PERFORM 033-CARGA-UNA-TARDIA THRU 033-FIN
                   UNTIL SW-FIN-CAPTARDE EQUAL "FIN"
           CLOSE CAPTARDE.
       032-FIN.  EXIT.

       033-CARGA-UNA-TARDIA.
           READ CAPTARDE
              AT END
                 MOVE "FIN" TO SW-FIN-CAPTARDE
                 GO TO 033-FIN
           END-READ
           PERFORM 036-TARDIA-DEL-PERIODO THRU 036-FIN
           IF NOT TARDIA-DEL-PERIODO
              THEN
                  GO TO 033-FIN
           END-IF
           ADD 1 TO WS-TARDIAS
           IF CT-ES-INCIDENCIA
              THEN
                  MOVE CT-REGISTRO TO REG-INCIDEN
                  IF (INC-ES-FALTA OR INC-ES-SUSPENSION)
                     AND WS-TOTAL-FALTAS LESS 500
                     THEN
                         ADD 1 TO WS-TOTAL-FALTAS
                         MOVE INC-NUMERO-EMP
                            TO WS-FAL-NUMERO (WS-TOTAL-FALTAS)
                         MOVE INC-DIAS
                            TO WS-FAL-DIAS   (WS-TOTAL-FALTAS)
                         MOVE "S"
                            TO WS-FAL-TARDIA (WS-TOTAL-FALTAS)
                  END-IF
                  GO TO 033-FIN
           END-IF
           MOVE CT-REGISTRO TO REG-HRSEXTRA
           IF NOT CT-ES-HORAS
              OR NOT HX-ESTA-AUTORIZADA
              THEN
                  GO TO 033-FIN
           END-IF
           MOVE ZEROS TO WS-IND-HX
           PERFORM 034-BUSCA-HORA THRU 034-FIN
                   VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-HORAS-REG
           IF WS-IND-HX EQUAL ZEROS
              THEN
                  IF WS-TOTAL-HORAS-REG EQUAL 500
                     THEN
                         GO TO 033-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-HORAS-REG
                  MOVE WS-TOTAL-HORAS-REG TO WS-IND-HX
                  MOVE HX-NUMERO-EMP TO WS-HR-NUMERO (WS-IND-HX)
                  MOVE ZEROS         TO WS-HR-HORAS  (WS-IND-HX)
                                        WS-HR-TARDIAS (WS-IND-HX)
           END-IF
           ADD HX-HORAS TO WS-HR-HORAS   (WS-IND-HX)
                           WS-HR-TARDIAS (WS-IND-HX).
       033-FIN.  EXIT.

       034-BUSCA-HORA.
           IF WS-HR-NUMERO (WS-IND-BUSCA) EQUAL HX-NUMERO-EMP
              THEN
                  MOVE WS-IND-BUSCA TO WS-IND-HX
           END-IF.
       034-FIN.  EXIT.

      * MISMA REGLA QUE 195-LIBERA-UNA DE PROGNOMI: SIN LIBERAR Y
      * SELLADA PARA ESTE PERIODO O UNO ANTERIOR; LA SELLADA SIN
      * PERIODO ENTRA EN EL PRIMERO POSTERIOR AL CORTE QUE SE BRINCO.
       036-TARDIA-DEL-PERIODO.
           MOVE "N" TO SW-TARDIA-PERIODO
           IF CT-YA-LIBERADA
              THEN
                  GO TO 036-FIN
           END-IF
           IF CT-SIN-PERIODO
              THEN
                  IF CT-PERIODO-CORTE LESS WS-PERIODO-PEDIDO
                     THEN
                         MOVE "S" TO SW-TARDIA-PERIODO
                  END-IF
              ELSE
                  IF CT-PERIODO-PAGO NOT GREATER WS-PERIODO-PEDIDO
                     THEN
                         MOVE "S" TO SW-TARDIA-PERIODO
                  END-IF
           END-IF.
       036-FIN.  EXIT.

       026-CARGA-PREVIOS.
           OPEN INPUT NOMINA
           IF NOMINA-NO-EXISTE
           END-IF.
       028-FIN.  EXIT.

       029-CARGA-PRIMAS.
           OPEN INPUT PRIMDIA
           IF PRIMDIA-NO-EXISTE
              THEN
                  GO TO 029-FIN
           END-IF
           IF NOT PRIMDIA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PRIMDIA, STATUS: "
                          WS-STATUS-PRIMDIA
                  GO TO 029-FIN
           END-IF
           MOVE SPACES TO SW-FIN-PRIMAS
           PERFORM 031-CARGA-UNA-PRIMA THRU 031-FIN
                   UNTIL SW-FIN-PRIMAS EQUAL "FIN"
           CLOSE PRIMDIA.
       029-FIN.  EXIT.

       031-CARGA-UNA-PRIMA.
           READ PRIMDIA
              AT END
                 MOVE "FIN" TO SW-FIN-PRIMAS
                 GO TO 031-FIN
           END-READ
           IF DPR-YA-PAGADA
              THEN
                  GO TO 031-FIN
           END-IF
           MOVE ZEROS TO WS-IND-PRI
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-PRIMAS
              IF WS-PRI-NUMERO (WS-IND-BUSCA) EQUAL DPR-NUMERO-EMP
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-PRI
              END-IF
           END-PERFORM
           IF WS-IND-PRI EQUAL ZEROS
              THEN
                  IF WS-TOTAL-PRIMAS EQUAL 500
                     THEN
                         MOVE "FIN" TO SW-FIN-PRIMAS
                         GO TO 031-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-PRIMAS
                  MOVE WS-TOTAL-PRIMAS TO WS-IND-PRI
                  MOVE DPR-NUMERO-EMP TO WS-PRI-NUMERO (WS-IND-PRI)
                  MOVE ZEROS TO WS-PRI-DOMINGOS (WS-IND-PRI)
                                WS-PRI-FESTIVOS (WS-IND-PRI)
           END-IF
           IF DPR-ES-DOMINICAL
              THEN
                  ADD 1 TO WS-PRI-DOMINGOS (WS-IND-PRI)
           END-IF
           IF DPR-ES-FESTIVO
              THEN
                  ADD 1 TO WS-PRI-FESTIVOS (WS-IND-PRI)
           END-IF.
       031-FIN.  EXIT.

       030-TITULOS.
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           MOVE WS-PERIODO-PEDIDO TO WS-TIT-2-PERIODO
           END-IF
           COMPUTE WS-NETO-EMP = SALARIO-EMP - WS-DEDUCCION-EMP
           PERFORM 052-SIMULA-EXTRAS THRU 052-FIN
           PERFORM 073-SIMULA-PRIMAS THRU 073-FIN
           PERFORM 053-SIMULA-FALTAS THRU 053-FIN
           PERFORM 087-CALCULA-PISO  THRU 087-FIN
           PERFORM 056-SIMULA-PENSION THRU 056-FIN
           PERFORM 061-SIMULA-INFONAVIT THRU 061-FIN
           PERFORM 063-SIMULA-FONACOT THRU 063-FIN
           PERFORM 059-SIMULA-SINDICATO THRU 059-FIN
           PERFORM 041-SIMULA-SEGURO THRU 041-FIN
           PERFORM 042-SIMULA-VIATICOS THRU 042-FIN
           PERFORM 055-SIMULA-CAJA   THRU 055-FIN
           PERFORM 071-SIMULA-FIJOS  THRU 071-FIN
           PERFORM 074-GRABA-NETO    THRU 074-FIN
           ADD 1 TO WS-SIMULADOS
           PERFORM 060-ACUMULA-DEPTO THRU 060-FIN
           PERFORM 075-SEPARA-TARDIAS THRU 075-FIN
           PERFORM 070-COMPARA-PREVIO THRU 070-FIN.
       050-FIN.  EXIT.


       052-SIMULA-EXTRAS.
           MOVE ZEROS TO WS-PAGO-EXTRAS
                         WS-HORAS-TARDIAS-EMP
                         WS-EXTRAS-TARDIAS
           PERFORM VARYING WS-IND-HX FROM 1 BY 1
                   UNTIL WS-IND-HX GREATER WS-TOTAL-HORAS-REG
              IF WS-HR-NUMERO (WS-IND-HX) EQUAL NUMERO-EMP
                 THEN
                     MOVE WS-HR-HORAS (WS-IND-HX) TO WS-HORAS-EMP
                     MOVE WS-HR-TARDIAS (WS-IND-HX)
                        TO WS-HORAS-TARDIAS-EMP
                     PERFORM 054-CALCULA-EXTRAS THRU 054-FIN
              END-IF
           END-PERFORM
           IF WS-HORAS-TARDIAS-EMP GREATER ZEROS
              THEN
                  PERFORM 035-SEPARA-EXTRAS THRU 035-FIN
           END-IF
           COMPUTE WS-NETO-EMP = WS-NETO-EMP + WS-PAGO-EXTRAS
              ON SIZE ERROR
                 DISPLAY "DESBORDE DEL NETO CON EXTRAS, EMPLEADO: "
           END-COMPUTE.
       052-FIN.  EXIT.

      * LO QUE APORTAN LAS HORAS TARDIAS ES LA DIFERENCIA ENTRE EL
      * PAGO CON TODAS LAS HORAS Y EL PAGO SIN ELLAS: ASI EL CORTE DE
      * DOBLES A TRIPLES QUEDA COMO EN LA CORRIDA EN FIRME.
       035-SEPARA-EXTRAS.
           MOVE WS-PAGO-EXTRAS TO WS-EXTRAS-TARDIAS
           MOVE ZEROS          TO WS-PAGO-EXTRAS
           SUBTRACT WS-HORAS-TARDIAS-EMP FROM WS-HORAS-EMP
           PERFORM 054-CALCULA-EXTRAS THRU 054-FIN
           SUBTRACT WS-PAGO-EXTRAS FROM WS-EXTRAS-TARDIAS
           ADD WS-EXTRAS-TARDIAS TO WS-PAGO-EXTRAS.
       035-FIN.  EXIT.

       054-CALCULA-EXTRAS.
           IF WS-HORAS-EMP GREATER 9
              THEN

       053-SIMULA-FALTAS.
           MOVE ZEROS TO WS-DESC-FALTAS
                         WS-DESC-TARDIAS
           PERFORM VARYING WS-IND-FAL FROM 1 BY 1
                   UNTIL WS-IND-FAL GREATER WS-TOTAL-FALTAS
              IF WS-FAL-NUMERO (WS-IND-FAL) EQUAL NUMERO-EMP
                             WS-DESC-FALTAS
                             + (WS-FAL-DIAS (WS-IND-FAL)
                                * WS-SALARIO-DIARIO)
                     IF WS-FAL-TARDIA (WS-IND-FAL) EQUAL "S"
                        THEN
                            COMPUTE WS-DESC-TARDIAS ROUNDED =
                                    WS-DESC-TARDIAS
                                    + (WS-FAL-DIAS (WS-IND-FAL)
                                       * WS-SALARIO-DIARIO)
                     END-IF
              END-IF
           END-PERFORM
           IF WS-DESC-FALTAS GREATER WS-NETO-EMP
              THEN
                  MOVE WS-NETO-EMP TO WS-DESC-FALTAS
           END-IF
           IF WS-DESC-TARDIAS GREATER WS-DESC-FALTAS
              THEN
                  MOVE WS-DESC-FALTAS TO WS-DESC-TARDIAS
           END-IF
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-DESC-FALTAS.
       053-FIN.  EXIT.

      * MISMO PISO DEL SALARIO MINIMO QUE 087 DE PROGNOMI: LA CUOTA
      * SINDICAL, LA CAJA Y LAS DEDUCCIONES FIJAS SOLO TOMAN EL NETO
      * LIBRE ARRIBA DEL MINIMO DEL PERIODO.
       087-CALCULA-PISO.
           MOVE ZEROS             TO WS-PISO-EMP
           MOVE DEPTO-EMP         TO WS-ZON-DEPTO
           MOVE WS-PERIODO-PEDIDO TO WS-ZON-FECHA
           CALL "PROGZONA" USING WS-PARAMETROS-ZONA
           IF NOT MINIMO-ENCONTRADO
              THEN
                  GO TO 087-FIN
           END-IF
           COMPUTE WS-PISO-EMP ROUNDED =
                   WS-ZON-DIARIO * WS-DIVISOR-DIAS
           IF WS-DESC-FALTAS GREATER ZEROS
              THEN
                  IF WS-DESC-FALTAS NOT LESS SALARIO-EMP
                     THEN
                         MOVE ZEROS TO WS-PISO-EMP
                     ELSE
                         COMPUTE WS-PISO-EMP ROUNDED =
                                 WS-PISO-EMP
                                 * (SALARIO-EMP - WS-DESC-FALTAS)
                                 / SALARIO-EMP
                  END-IF
           END-IF.
       087-FIN.  EXIT.

       044-NETO-LIBRE.
           IF WS-NETO-EMP GREATER WS-PISO-EMP
              THEN
                  COMPUTE WS-NETO-LIBRE = WS-NETO-EMP - WS-PISO-EMP
              ELSE
                  MOVE ZEROS TO WS-NETO-LIBRE
           END-IF.
       044-FIN.  EXIT.

      * MISMO CALCULO QUE 056-APLICA-PENSION DE PROGNOMI, SIN GRABAR
      * NADA: LA PENSION SE RETIENE DESPUES DE IMPUESTOS Y ANTES DE
      * LA CAJA, PARA QUE EL NETO DE LA HOJA FIRMADA COINCIDA CON EL
           ADD WS-PENSION-RET TO WS-DEDUCCION-EMP.
       056-FIN.  EXIT.

      * MISMA RETENCION INFONAVIT QUE 059 Y 068 DE PROGNOMI, SIN
      * GRABAR NADA: LA CUOTA DEL PERIODO MAS LO QUE QUEDO PENDIENTE
      * EN PENDEDU, HASTA EL NETO (PUEDE TOCAR EL PISO DEL MINIMO),
      * DESPUES DE LA PENSION Y ANTES DEL FONACOT. EL PENDIENTE SE
      * SIMULA AUN CON EL AVISO YA SUSPENDIDO, COMO EN LA CORRIDA.
       061-SIMULA-INFONAVIT.
           PERFORM 062-CUOTA-INFONAVIT THRU 062-FIN
           MOVE "INFO"           TO WS-PDE-CONCEPTO
           MOVE WS-INFONAVIT-RET TO WS-RET-PROPUESTA
           PERFORM 067-TOPA-CON-PENDIENTE THRU 067-FIN
           MOVE WS-RET-APLICADA TO WS-INFONAVIT-RET
           IF WS-INFONAVIT-RET EQUAL ZEROS
              THEN
                  GO TO 061-FIN
           END-IF
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-INFONAVIT-RET
           ADD 1                TO WS-INFONAVITS
           ADD WS-INFONAVIT-RET TO WS-TOT-INFONAVIT.
       061-FIN.  EXIT.

      * CUOTA DEL PERIODO COMO 059 DE PROGNOMI: EL PORCENTAJE VA
      * SOBRE EL SDI DE SDIEMP (O EL SALARIO INTEGRADO CON EL FACTOR
      * MINIMO) POR LOS DIAS DEL PERIODO; LA CUOTA FIJA Y LAS VECES
      * SALARIO MINIMO SON MENSUALES Y SE LLEVAN AL PERIODO.
       062-CUOTA-INFONAVIT.
           MOVE ZEROS TO WS-INFONAVIT-RET
           IF NOT HAY-ARCHIVO-INFONAV
              THEN
                  GO TO 062-FIN
           END-IF
           MOVE NUMERO-EMP TO INF-NUMERO-EMP
           READ INFONAV
              INVALID KEY
                 GO TO 062-FIN
           END-READ
           IF INF-FECHA-INICIO GREATER WS-PERIODO-PEDIDO
              THEN
                  GO TO 062-FIN
           END-IF
           IF INF-FECHA-SUSPENSION NOT EQUAL ZEROS
              AND INF-FECHA-SUSPENSION NOT GREATER WS-PERIODO-PEDIDO
              THEN
                  GO TO 062-FIN
           END-IF
           EVALUATE TRUE
              WHEN INF-ES-PORCENTAJE
                 IF HAY-SDIEMP
                    THEN
                        MOVE NUMERO-EMP TO SDI-NUMERO-EMP
                        READ SDIEMP
                           INVALID KEY
                              PERFORM 068-INTEGRA-MINIMO THRU 068-FIN
                           NOT INVALID KEY
                              MOVE SDI-IMPORTE TO WS-SDI-DIARIO
                        END-READ
                    ELSE
                        PERFORM 068-INTEGRA-MINIMO THRU 068-FIN
                 END-IF
                 COMPUTE WS-INFONAVIT-RET ROUNDED =
                         WS-SDI-DIARIO * WS-DIVISOR-DIAS
                         * INF-VALOR / 100
                    ON SIZE ERROR
                       MOVE ZEROS TO WS-INFONAVIT-RET
                 END-COMPUTE
              WHEN INF-ES-CUOTA-FIJA
              WHEN INF-ES-VSM
                 IF INF-ES-CUOTA-FIJA
                    THEN
                        MOVE INF-VALOR TO WS-INFONAVIT-MES
                    ELSE
                        COMPUTE WS-INFONAVIT-MES ROUNDED =
                                INF-VALOR * WS-VSM-DIARIO
                                * WS-DIAS-MES-INFO
                           ON SIZE ERROR
                              MOVE ZEROS TO WS-INFONAVIT-MES
                        END-COMPUTE
                 END-IF
                 IF WS-FREC-EMP EQUAL "S"
                    THEN
                        COMPUTE WS-INFONAVIT-RET ROUNDED =
                                WS-INFONAVIT-MES * 7
                                / WS-DIAS-MES-INFO
                    ELSE
                        COMPUTE WS-INFONAVIT-RET ROUNDED =
                                WS-INFONAVIT-MES / 2
                 END-IF
              WHEN OTHER
                 GO TO 062-FIN
           END-EVALUATE.
       062-FIN.  EXIT.

       068-INTEGRA-MINIMO.
           COMPUTE WS-SDI-DIARIO ROUNDED =
                   SALARIO-EMP / WS-DIVISOR-DIAS * WS-FACTOR-INTEGRA
              ON SIZE ERROR
                 MOVE ZEROS TO WS-SDI-DIARIO
           END-COMPUTE.
       068-FIN.  EXIT.

      * MISMA RETENCION FONACOT QUE 039 DE PROGNOMI, SIN GRABAR NADA:
      * PRIMERO EL ATRASO PENDIENTE EN PENDEDU (SOLO SI EL EMPLEADO
      * TIENE UN CREDITO VIVO EN LA CEDULA DEL MES) Y LUEGO LA
      * CEDULA, CREDITO POR CREDITO. EL CREDITO QUE NO CABE EN EL
      * NETO NO SE PARTE: NO SE RETIENE Y EN LA CORRIDA QUEDA
      * PENDIENTE PARA EL PERIODO SIGUIENTE.
       063-SIMULA-FONACOT.
           MOVE ZEROS TO WS-FONACOT-RET
                         WS-FONACOT-ATRASO
           IF NOT HAY-ARCHIVO-FONACOT
              THEN
                  GO TO 063-FIN
           END-IF
           PERFORM 065-UBICA-CREDITO-ATRASO THRU 065-FIN
           IF HAY-CREDITO-ATRASO
              THEN
                  MOVE "FONA" TO WS-PDE-CONCEPTO
                  MOVE ZEROS  TO WS-RET-PROPUESTA
                  PERFORM 067-TOPA-CON-PENDIENTE THRU 067-FIN
                  MOVE WS-RET-APLICADA TO WS-FONACOT-ATRASO
                  COMPUTE WS-NETO-EMP =
                          WS-NETO-EMP - WS-FONACOT-ATRASO
           END-IF
           MOVE SPACES     TO SW-FIN-FONACOT
           MOVE NUMERO-EMP TO FON-NUMERO-EMP
           MOVE LOW-VALUES TO FON-CREDITO
           START FONACOT KEY IS NOT LESS FON-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-FONACOT
           END-START
           PERFORM 064-SIMULA-CREDITO THRU 064-FIN
                   UNTIL SW-FIN-FONACOT EQUAL "FIN"
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-FONACOT-RET
           ADD WS-FONACOT-ATRASO TO WS-FONACOT-RET
           IF WS-FONACOT-RET EQUAL ZEROS
              THEN
                  GO TO 063-FIN
           END-IF
           ADD 1              TO WS-FONACOTS
           ADD WS-FONACOT-RET TO WS-TOT-FONACOT.
       063-FIN.  EXIT.

      * MISMO DESCUENTO POR CREDITO QUE 064 DE PROGNOMI: LA RETENCION
      * MENSUAL LLEVADA AL PERIODO, SIN PASAR DE LO QUE FALTA POR
      * RETENER EN EL MES.
       064-SIMULA-CREDITO.
           READ FONACOT NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-FONACOT
                 GO TO 064-FIN
           END-READ
           IF FON-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-FONACOT
                  GO TO 064-FIN
           END-IF
           IF FON-CED-ANIO NOT EQUAL WS-PER-ANIO
              OR FON-CED-MES NOT EQUAL WS-PER-MES
              OR FON-INC-BAJA
              THEN
                  GO TO 064-FIN
           END-IF
           IF FON-RETENIDO-MES NOT LESS FON-RETENCION-MES
              THEN
                  GO TO 064-FIN
           END-IF
           COMPUTE WS-FONACOT-PEND =
                   FON-RETENCION-MES - FON-RETENIDO-MES
           IF WS-FREC-EMP EQUAL "S"
              THEN
                  COMPUTE WS-FONACOT-CRED ROUNDED =
                          FON-RETENCION-MES * 7 / WS-DIAS-MES-INFO
              ELSE
                  COMPUTE WS-FONACOT-CRED ROUNDED =
                          FON-RETENCION-MES / 2
           END-IF
           IF WS-FONACOT-CRED GREATER WS-FONACOT-PEND
              THEN
                  MOVE WS-FONACOT-PEND TO WS-FONACOT-CRED
           END-IF
           IF WS-FONACOT-CRED + WS-FONACOT-RET NOT GREATER WS-NETO-EMP
              THEN
                  ADD WS-FONACOT-CRED TO WS-FONACOT-RET
           END-IF.
       064-FIN.  EXIT.

      * COMO 037 DE PROGNOMI: EL ATRASO SOLO SE COBRA SI HAY UN
      * CREDITO DEL EMPLEADO EN LA CEDULA DEL MES QUE NO ESTE DADO DE
      * BAJA, PORQUE ES EL PAGO AL INSTITUTO EL QUE LO LLEVA.
       065-UBICA-CREDITO-ATRASO.
           MOVE "N"        TO SW-CREDITO-ATRASO
           MOVE SPACES     TO SW-FIN-FONACOT
           MOVE NUMERO-EMP TO FON-NUMERO-EMP
           MOVE LOW-VALUES TO FON-CREDITO
           START FONACOT KEY IS NOT LESS FON-LLAVE
              INVALID KEY
                 GO TO 065-FIN
           END-START
           PERFORM 066-REVISA-CREDITO THRU 066-FIN
                   UNTIL SW-FIN-FONACOT EQUAL "FIN"
                      OR HAY-CREDITO-ATRASO.
       065-FIN.  EXIT.

       066-REVISA-CREDITO.
           READ FONACOT NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-FONACOT
                 GO TO 066-FIN
           END-READ
           IF FON-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-FONACOT
                  GO TO 066-FIN
           END-IF
           IF FON-CED-ANIO EQUAL WS-PER-ANIO
              AND FON-CED-MES EQUAL WS-PER-MES
              AND NOT FON-INC-BAJA
              THEN
                  SET HAY-CREDITO-ATRASO TO TRUE
           END-IF.
       066-FIN.  EXIT.

      * MISMO TOPE QUE 067 DE PROGNOMI, SOLO DE LECTURA: LA RETENCION
      * DEL PERIODO MAS EL PENDIENTE DEL CONCEPTO, HASTA EL NETO. LO
      * QUE NO CABE SEGUIRIA PENDIENTE; AQUI NO SE GRABA.
       067-TOPA-CON-PENDIENTE.
           PERFORM 047-LEE-PENDIENTE THRU 047-FIN
           COMPUTE WS-RET-APLICADA =
                   WS-RET-PROPUESTA + WS-PEND-ANTERIOR
           IF WS-RET-APLICADA GREATER WS-NETO-EMP
              THEN
                  MOVE WS-NETO-EMP TO WS-RET-APLICADA
           END-IF.
       067-FIN.  EXIT.

       047-LEE-PENDIENTE.
           MOVE ZEROS TO WS-PEND-ANTERIOR
           IF NOT HAY-ARCHIVO-PENDEDU
              THEN
                  GO TO 047-FIN
           END-IF
           MOVE NUMERO-EMP      TO PDE-NUMERO-EMP
           MOVE WS-PDE-CONCEPTO TO PDE-CONCEPTO
           READ PENDEDU
              INVALID KEY
                 GO TO 047-FIN
           END-READ
           MOVE PDE-SALDO TO WS-PEND-ANTERIOR.
       047-FIN.  EXIT.

      * MISMA CUOTA SINDICAL QUE 069 DE PROGNOMI: PORCENTAJE DEL
      * SALARIO A LOS SINDICALIZADOS, HASTA EL NETO LIBRE SOBRE EL
      * PISO DEL MINIMO, ANTES DE LA CAJA.
       059-SIMULA-SINDICATO.
           MOVE ZEROS TO WS-SINDICATO-RET
           IF NOT HAY-ARCHIVO-SINDICAT
              THEN
                  GO TO 059-FIN
           END-IF
           MOVE NUMERO-EMP TO SIN-NUMERO-EMP
           READ SINDICAT
              INVALID KEY
                 GO TO 059-FIN
           END-READ
           IF NOT SIN-SINDICALIZADO
              THEN
                  GO TO 059-FIN
           END-IF
           COMPUTE WS-SINDICATO-RET ROUNDED =
                   SALARIO-EMP * WS-PORC-CUOTA-SIND / 100
              ON SIZE ERROR
                 MOVE ZEROS TO WS-SINDICATO-RET
           END-COMPUTE
           PERFORM 044-NETO-LIBRE THRU 044-FIN
           IF WS-SINDICATO-RET GREATER WS-NETO-LIBRE
              THEN
                  MOVE WS-NETO-LIBRE TO WS-SINDICATO-RET
           END-IF
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-SINDICATO-RET
           ADD 1                TO WS-SINDICATOS
           ADD WS-SINDICATO-RET TO WS-TOT-SINDICATO.
       059-FIN.  EXIT.

      * MISMA CUOTA DE SEGURO MEDICO QUE 041 DE PROGNOMI (VIA
      * PROGPSGM), DESPUES DE LA CUOTA SINDICAL Y ANTES DE LA CAJA.
       041-SIMULA-SEGURO.
           MOVE ZEROS             TO WS-SEGURO-RET
           MOVE "C"               TO WS-SGM-ACCION
           MOVE NUMERO-EMP        TO WS-SGM-NUMERO-EMP
           MOVE WS-PERIODO-PEDIDO TO WS-SGM-FECHA
           MOVE WS-FREC-EMP       TO WS-SGM-FRECUENCIA
           CALL "PROGPSGM" USING WS-PARAMETROS-SGM
           IF NOT SGM-CUBIERTO
              THEN
                  GO TO 041-FIN
           END-IF
           MOVE WS-SGM-CUOTA-EMP TO WS-SEGURO-RET
           PERFORM 044-NETO-LIBRE THRU 044-FIN
           IF WS-SEGURO-RET GREATER WS-NETO-LIBRE
              THEN
                  MOVE WS-NETO-LIBRE TO WS-SEGURO-RET
           END-IF
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-SEGURO-RET
           ADD 1             TO WS-SEGUROS
           ADD WS-SEGURO-RET TO WS-TOT-SEGURO.
       041-FIN.  EXIT.

      * MISMO DESCUENTO DE VIATICOS VENCIDOS QUE 043 DE PROGNOMI,
      * DESPUES DEL SEGURO Y ANTES DE LA CAJA, HASTA EL NETO LIBRE.
       042-SIMULA-VIATICOS.
           MOVE ZEROS TO WS-VIATICO-RET
           IF NOT HAY-ARCHIVO-VIATICOS
              THEN
                  GO TO 042-FIN
           END-IF
           MOVE NUMERO-EMP TO VIA-NUMERO-EMP
           MOVE ZEROS      TO VIA-FOLIO
           MOVE SPACES     TO SW-FIN-VIATICOS
           START VIATICOS KEY IS NOT LESS VIA-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-VIATICOS
           END-START
           PERFORM 044-NETO-LIBRE THRU 044-FIN
           PERFORM 043-UN-VIATICO THRU 043-FIN
                   UNTIL SW-FIN-VIATICOS EQUAL "FIN"
           IF WS-VIATICO-RET EQUAL ZEROS
              THEN
                  GO TO 042-FIN
           END-IF
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-VIATICO-RET
           ADD 1              TO WS-VIATICOS
           ADD WS-VIATICO-RET TO WS-TOT-VIATICO.
       042-FIN.  EXIT.

       043-UN-VIATICO.
           READ VIATICOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-VIATICOS
                 GO TO 043-FIN
           END-READ
           IF VIA-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-VIATICOS
                  GO TO 043-FIN
           END-IF
           IF NOT VIA-ABIERTO
              THEN
                  GO TO 043-FIN
           END-IF
           COMPUTE WS-VIA-ABS =
                   VIA-ENT-ANIO * 360 + VIA-ENT-MES * 30 + VIA-ENT-DIA
           COMPUTE WS-VIA-DIAS = WS-PER-ABS - WS-VIA-ABS
           IF WS-VIA-DIAS NOT GREATER WS-DIAS-COMPROBA
              THEN
                  GO TO 043-FIN
           END-IF
           COMPUTE WS-VIA-SALDO =
                   VIA-IMPORTE - VIA-COMPROBADO - VIA-DESCONTADO
           IF WS-VIA-SALDO GREATER WS-NETO-LIBRE
              THEN
                  MOVE WS-NETO-LIBRE TO WS-VIA-SALDO
           END-IF
           ADD WS-VIA-SALDO TO WS-VIATICO-RET
           SUBTRACT WS-VIA-SALDO FROM WS-NETO-LIBRE.
       043-FIN.  EXIT.

       055-SIMULA-CAJA.
           MOVE ZEROS TO WS-RETENCION-CAJA
           PERFORM 044-NETO-LIBRE THRU 044-FIN
           IF NOT HAY-ARCHIVO-PRESTAMO
              THEN
                  GO TO 055-FIN
                  COMPUTE WS-ABONO-APLICADO =
                          PRE-SALDO + WS-INTERES-MES
           END-IF
           IF WS-ABONO-APLICADO GREATER WS-NETO-LIBRE
              THEN
                  GO TO 057-FIN
           END-IF
           ADD WS-ABONO-APLICADO TO WS-RETENCION-CAJA
           SUBTRACT WS-ABONO-APLICADO FROM WS-NETO-LIBRE.
       057-FIN.  EXIT.

       058-SIMULA-ABONO-A.
                  GO TO 058-FIN
           END-IF
           MOVE PRE-ABONO TO WS-ABONO-APLICADO
           IF WS-ABONO-APLICADO GREATER WS-NETO-LIBRE
              THEN
                  GO TO 058-FIN
           END-IF
           ADD WS-ABONO-APLICADO TO WS-RETENCION-CAJA
           SUBTRACT WS-ABONO-APLICADO FROM WS-NETO-LIBRE.
       058-FIN.  EXIT.

      * MISMAS REGLAS DE 071-APLICA-FIJOS DE PROGNOMI, SIN TOCAR LA
      * INSTRUCCION: CADA CONCEPTO FIJO QUE SE APLICARIA SALE EN LA
      * HOJA CON SU IMPORTE Y SU SIGNO, Y LA DEDUCCION BAJA EL NETO
      * SIMULADO COMO LO BAJARA LA CORRIDA EN FIRME.
       071-SIMULA-FIJOS.
           IF NOT HAY-ARCHIVO-CONCFIJO
              THEN
                  GO TO 071-FIN
           END-IF
           MOVE SPACES     TO SW-FIN-CONCFIJO
           MOVE NUMERO-EMP TO CFJ-NUMERO-EMP
           MOVE LOW-VALUES TO CFJ-CONCEPTO
           START CONCFIJO KEY IS NOT LESS CFJ-LLAVE
              INVALID KEY
                 GO TO 071-FIN
           END-START
           PERFORM 072-SIMULA-UN-FIJO THRU 072-FIN
                   UNTIL SW-FIN-CONCFIJO EQUAL "FIN".
       071-FIN.  EXIT.

       072-SIMULA-UN-FIJO.
           READ CONCFIJO NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-CONCFIJO
                 GO TO 072-FIN
           END-READ
           IF CFJ-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-CONCFIJO
                  GO TO 072-FIN
           END-IF
           IF NOT CFJ-ESTA-ACTIVA
              OR CFJ-IMPORTE EQUAL ZEROS
              OR CFJ-FECHA-INICIO GREATER WS-PERIODO-PEDIDO
              OR CFJ-ULT-PERIODO EQUAL WS-PERIODO-PEDIDO
              THEN
                  GO TO 072-FIN
           END-IF
           IF CFJ-FECHA-FIN NOT EQUAL ZEROS
              AND CFJ-FECHA-FIN LESS WS-PERIODO-PEDIDO
              THEN
                  GO TO 072-FIN
           END-IF
           IF CFJ-MENSUAL
              AND CFJ-ULT-ANIO EQUAL WS-PER-ANIO
              AND CFJ-ULT-MES  EQUAL WS-PER-MES
              THEN
                  GO TO 072-FIN
           END-IF
           MOVE CFJ-CONCEPTO TO WS-CPTO-CODIGO
           CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
           IF CPTO-NO-ENCONTRADO
              THEN
                  GO TO 072-FIN
           END-IF
           MOVE NUMERO-EMP  TO WS-DET-NUMERO
           MOVE NOMBRE-EMP  TO WS-DET-NOMBRE
           MOVE CFJ-IMPORTE TO WS-DET-NETO
           MOVE ZEROS       TO WS-DET-PREVIO
           MOVE SPACES      TO WS-DET-NOTA
           IF WS-CPTO-SIGNO EQUAL "D"
              THEN
                  PERFORM 044-NETO-LIBRE THRU 044-FIN
                  IF CFJ-IMPORTE GREATER WS-NETO-LIBRE
                     THEN
                         GO TO 072-FIN
                  END-IF
                  SUBTRACT CFJ-IMPORTE FROM WS-NETO-EMP
                  ADD CFJ-IMPORTE TO WS-TOT-FIJOS-DEDU
                  STRING "FIJO - " CFJ-CONCEPTO
                         DELIMITED BY SIZE INTO WS-DET-NOTA
              ELSE
                  ADD CFJ-IMPORTE TO WS-TOT-FIJOS-PERC
                  STRING "FIJO + " CFJ-CONCEPTO
                         DELIMITED BY SIZE INTO WS-DET-NOTA
           END-IF
           ADD 1 TO WS-FIJOS
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       072-FIN.  EXIT.

      * MISMA TARIFA QUE PROGNOMI: EL DOMINGO PAGA EL 25 POR CIENTO
      * DEL SALARIO DIARIO Y EL FESTIVO DOS SALARIOS DIARIOS EXTRA.
      * CADA CONCEPTO SALE EN SU PROPIO RENGLON DE LA HOJA.
       073-SIMULA-PRIMAS.
           MOVE ZEROS TO WS-PAGO-DOMINICAL
                         WS-PAGO-FESTIVO
           PERFORM VARYING WS-IND-PRI FROM 1 BY 1
                   UNTIL WS-IND-PRI GREATER WS-TOTAL-PRIMAS
              IF WS-PRI-NUMERO (WS-IND-PRI) EQUAL NUMERO-EMP
                 THEN
                     COMPUTE WS-PAGO-DOMINICAL ROUNDED =
                             SALARIO-EMP / WS-DIVISOR-DIAS * 25 / 100
                           * WS-PRI-DOMINGOS (WS-IND-PRI)
                        ON SIZE ERROR
                           MOVE ZEROS TO WS-PAGO-DOMINICAL
                     END-COMPUTE
                     COMPUTE WS-PAGO-FESTIVO ROUNDED =
                             SALARIO-EMP / WS-DIVISOR-DIAS * 2
                           * WS-PRI-FESTIVOS (WS-IND-PRI)
                        ON SIZE ERROR
                           MOVE ZEROS TO WS-PAGO-FESTIVO
                     END-COMPUTE
                     ADD WS-PRI-DOMINGOS (WS-IND-PRI)
                         WS-PRI-FESTIVOS (WS-IND-PRI)
                         TO WS-DIAS-PRIMA
              END-IF
           END-PERFORM
           MOVE NUMERO-EMP TO WS-DET-NUMERO
           MOVE NOMBRE-EMP TO WS-DET-NOMBRE
           MOVE ZEROS      TO WS-DET-PREVIO
           IF WS-PAGO-DOMINICAL GREATER ZEROS
              THEN
                  ADD WS-PAGO-DOMINICAL TO WS-NETO-EMP
                                           WS-TOT-PRIMAS
                  MOVE WS-PAGO-DOMINICAL TO WS-DET-NETO
                  MOVE "PRIMA + PDOM"    TO WS-DET-NOTA
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           END-IF
           IF WS-PAGO-FESTIVO GREATER ZEROS
              THEN
                  ADD WS-PAGO-FESTIVO TO WS-NETO-EMP
                                         WS-TOT-PRIMAS
                  MOVE WS-PAGO-FESTIVO   TO WS-DET-NETO
                  MOVE "PRIMA + FEST"    TO WS-DET-NOTA
                  WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           END-IF.
       073-FIN.  EXIT.

      * EL NETO QUE SE VA A DEPOSITAR Y LO RETENIDO PARA TERCEROS,
      * PARA LA PROYECCION DE EFECTIVO DE PROGTESO.
       074-GRABA-NETO.
           IF NOT HAY-ARCHIVO-SIMNETO
              THEN
                  GO TO 074-FIN
           END-IF
           MOVE SPACES            TO REG-SIMNETO
           MOVE WS-PERIODO-PEDIDO TO SIM-PERIODO
           MOVE NUMERO-EMP        TO SIM-NUMERO-EMP
           MOVE DEPTO-EMP         TO SIM-DEPTO
           MOVE WS-NETO-EMP       TO SIM-NETO
           MOVE WS-PENSION-RET    TO SIM-PENSION
           MOVE WS-SINDICATO-RET  TO SIM-SINDICATO
           WRITE REG-SIMNETO
           IF NOT SIMNETO-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO SIMNETO, STATUS: "
                          WS-STATUS-SIMNETO
           END-IF.
       074-FIN.  EXIT.

       060-ACUMULA-DEPTO.
           MOVE ZEROS TO WS-IND-DEP
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
           ADD WS-NETO-EMP TO WS-DEP-NETO      (WS-IND-DEP).
       060-FIN.  EXIT.

      * EL NETO QUE SE COMPARA CONTRA EL PERIODO ANTERIOR ES EL NETO
      * SIN EL EFECTO DE LAS CAPTURAS TARDIAS: LO QUE SE CAPTURO
      * DESPUES DEL CORTE PASADO NO ES UNA VARIACION DE ESTE PERIODO.
       075-SEPARA-TARDIAS.
           COMPUTE WS-NETO-COMPARA =
                   WS-NETO-EMP - WS-EXTRAS-TARDIAS + WS-DESC-TARDIAS
           IF WS-NETO-COMPARA LESS ZEROS
              THEN
                  MOVE ZEROS TO WS-NETO-COMPARA
           END-IF
           IF WS-EXTRAS-TARDIAS GREATER ZEROS
              OR WS-DESC-TARDIAS GREATER ZEROS
              THEN
                  COMPUTE WS-TOT-TARDIAS = WS-TOT-TARDIAS
                          + WS-EXTRAS-TARDIAS - WS-DESC-TARDIAS
           END-IF.
       075-FIN.  EXIT.

       070-COMPARA-PREVIO.
           MOVE ZEROS TO WS-IND-PREV
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                  GO TO 070-FIN
           END-IF
           COMPUTE WS-DIFERENCIA =
                   WS-NETO-COMPARA - WS-PRV-NETO (WS-IND-PREV)
           IF WS-DIFERENCIA LESS ZEROS
              THEN
                  COMPUTE WS-DIFERENCIA = WS-DIFERENCIA * -1
           END-PERFORM.
       140-FIN.  EXIT.

      * SECCION APARTE DE LA HOJA: CADA CAPTURA TARDIA QUE ENTRA EN
      * ESTE PERIODO CON SU EFECTO ESTIMADO AL CAPTURARLA (EL EFECTO
      * SIMULADO VA EN EL TOTAL DEL FINAL).
       150-LISTA-TARDIAS.
           IF WS-TARDIAS EQUAL ZEROS
              THEN
                  GO TO 150-FIN
           END-IF
           OPEN INPUT CAPTARDE
           IF NOT CAPTARDE-OK
              THEN
                  GO TO 150-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES            AFTER 2
           WRITE REG-REPORTE FROM WS-TITULO-TARDIAS     AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-TARDIAS AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES            AFTER 1
           MOVE SPACES TO SW-FIN-CAPTARDE
           PERFORM 155-IMPRIME-TARDIA THRU 155-FIN
                   UNTIL SW-FIN-CAPTARDE EQUAL "FIN"
           CLOSE CAPTARDE.
       150-FIN.  EXIT.

       155-IMPRIME-TARDIA.
           READ CAPTARDE
              AT END
                 MOVE "FIN" TO SW-FIN-CAPTARDE
                 GO TO 155-FIN
           END-READ
           PERFORM 036-TARDIA-DEL-PERIODO THRU 036-FIN
           IF NOT TARDIA-DEL-PERIODO
              THEN
                  GO TO 155-FIN
           END-IF
           MOVE CT-IMPORTE TO WS-IMPORTE-TARDIA
           IF CT-ES-DEDUCCION
              THEN
                  COMPUTE WS-IMPORTE-TARDIA = WS-IMPORTE-TARDIA * -1
           END-IF
           MOVE CT-NUMERO-EMP     TO WS-DTA-NUMERO
           MOVE CT-TIPO           TO WS-DTA-TIPO
           MOVE CT-FECHA          TO WS-DTA-FECHA
           MOVE CT-FECHA-CAPTURA  TO WS-DTA-CAPTURA
           MOVE CT-USUARIO        TO WS-DTA-USUARIO
           MOVE CT-CANTIDAD       TO WS-DTA-CANTIDAD
           MOVE WS-IMPORTE-TARDIA TO WS-DTA-IMPORTE
           MOVE CT-FECHA-CORTE    TO WS-DTA-CORTE
           WRITE REG-REPORTE FROM WS-DET-TARDIA AFTER 1.
       155-FIN.  EXIT.

       200-FINAL.
           MOVE WS-SIMULADOS TO WS-TOT-SIMULADOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-SIMULADOS AFTER 2
           WRITE REG-REPORTE FROM WS-DET-TOT-NUEVOS    AFTER 1
           MOVE WS-AUSENTES  TO WS-TOT-AUSENTES-R
           WRITE REG-REPORTE FROM WS-DET-TOT-AUSENTES  AFTER 1
           MOVE WS-FIJOS          TO WS-TOT-FIJOS-R
           MOVE WS-TOT-FIJOS-PERC TO WS-TOT-FIJOS-PERC-R
           MOVE WS-TOT-FIJOS-DEDU TO WS-TOT-FIJOS-DEDU-R
           WRITE REG-REPORTE FROM WS-DET-TOT-FIJOS     AFTER 1
           MOVE WS-INFONAVITS     TO WS-TOT-INFONAVITS-R
           MOVE WS-TOT-INFONAVIT  TO WS-TOT-INFONAVIT-R
           WRITE REG-REPORTE FROM WS-DET-TOT-INFONAVIT AFTER 1
           MOVE WS-FONACOTS       TO WS-TOT-FONACOTS-R
           MOVE WS-TOT-FONACOT    TO WS-TOT-FONACOT-R
           WRITE REG-REPORTE FROM WS-DET-TOT-FONACOT   AFTER 1
           MOVE WS-SINDICATOS     TO WS-TOT-SINDICATOS-R
           MOVE WS-TOT-SINDICATO  TO WS-TOT-SINDICATO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-SINDICATO AFTER 1
           MOVE WS-SEGUROS        TO WS-TOT-SEGUROS-R
           MOVE WS-TOT-SEGURO     TO WS-TOT-SEGURO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-SEGURO    AFTER 1
           MOVE WS-VIATICOS       TO WS-TOT-VIATICOS-R
           MOVE WS-TOT-VIATICO    TO WS-TOT-VIATICO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-VIATICO   AFTER 1
           MOVE WS-DIAS-PRIMA     TO WS-TOT-DIAS-PRIMA-R
           MOVE WS-TOT-PRIMAS     TO WS-TOT-PRIMAS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-PRIMAS    AFTER 1
           MOVE WS-TARDIAS        TO WS-TOT-TARDIAS-N-R
           MOVE WS-TOT-TARDIAS    TO WS-TOT-TARDIAS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-TARDIAS   AFTER 1
           CLOSE EMPLEADOS
           CLOSE REPORTE
           IF HAY-ARCHIVO-SIMNETO
              THEN
                  CLOSE SIMNETO
           END-IF
           IF HAY-ARCHIVO-PRESTAMO
              THEN
                  CLOSE PRESTAMO
              THEN
                  CLOSE CONTRATO
           END-IF
           IF HAY-ARCHIVO-CONCFIJO
              THEN
                  CLOSE CONCFIJO
           END-IF
           IF HAY-ARCHIVO-SINDICAT
              THEN
                  CLOSE SINDICAT
           END-IF
           IF HAY-ARCHIVO-VIATICOS
              THEN
                  CLOSE VIATICOS
           END-IF
           IF HAY-ARCHIVO-INFONAV
              THEN
                  CLOSE INFONAV
           END-IF
           IF HAY-SDIEMP
              THEN
                  CLOSE SDIEMP
           END-IF
           IF HAY-ARCHIVO-FONACOT
              THEN
                  CLOSE FONACOT
           END-IF
           IF HAY-ARCHIVO-PENDEDU
              THEN
                  CLOSE PENDEDU
           END-IF
           MOVE "F" TO WS-SGM-ACCION
           CALL "PROGPSGM" USING WS-PARAMETROS-SGM
           CLOSE PERIODOS
           DISPLAY "SIMULACION TERMINADA, EMPLEADOS: " WS-SIMULADOS
                   " VARIACIONES: " WS-VARIANZAS
