                               FILE STATUS IS WS-STATUS-INTERFAZ.
           SELECT INTFBONO     ASSIGN TO UT-S-INTFBONO
                               FILE STATUS IS WS-STATUS-INTERFAZ.
           SELECT INTFINCE     ASSIGN TO UT-S-INTFINCE
                               FILE STATUS IS WS-STATUS-INTERFAZ.
           SELECT PRESTAMO     ASSIGN TO UT-S-PRESTAMO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               FILE STATUS IS WS-STATUS-INCIDEN.
           SELECT HRSEXTRA     ASSIGN TO UT-S-HRSEXTRA
                               FILE STATUS IS WS-STATUS-HRSEXTRA.
           SELECT CAPTARDE     ASSIGN TO UT-S-CAPTARDE
                               FILE STATUS IS WS-STATUS-CAPTARDE.
           SELECT PRIMDIA      ASSIGN TO UT-S-PRIMDIA
                               FILE STATUS IS WS-STATUS-PRIMDIA.
           SELECT PENSION      ASSIGN TO UT-S-PENSION
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PER-FECHA-PAGO
                               FILE STATUS IS WS-STATUS-PERIODOS.
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
           SELECT INCAPAC      ASSIGN TO UT-S-INCAPAC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ICP-FOLIO
                               ALTERNATE RECORD KEY IS ICP-NUMERO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-INCAPAC.
           SELECT FONACOT      ASSIGN TO UT-S-FONACOT
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS FON-LLAVE
                               FILE STATUS IS WS-STATUS-FONACOT.
           SELECT CKPTNOMI     ASSIGN TO UT-S-CKPTNOMI
                               FILE STATUS IS WS-STATUS-CKPT.
           SELECT NOMIPER      ASSIGN TO WS-NOMBRE-NOMIPER
                               FILE STATUS IS WS-STATUS-NOMIPER.
           SELECT EFECNOMI     ASSIGN TO UT-S-EFECNOMI
                               FILE STATUS IS WS-STATUS-EFECNOMI.
           SELECT PENDEDU      ASSIGN TO UT-S-PENDEDU
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PDE-LLAVE
                               FILE STATUS IS WS-STATUS-PENDEDU.
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

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS REG-INTFBONO.
       01  REG-INTFBONO           PIC X(101).

       FD  INTFINCE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INTFINCE.
       01  REG-INTFINCE           PIC X(101).

       FD  PRESTAMO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS

       FD  INCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INCIDEN.
           COPY INCIDEN.

      * CERTIFICADOS DE INCAPACIDAD: DAN EL RAMO DE LA INCAPACIDAD
      * LIGADA A UNA INCIDENCIA TIPO I.
       FD  INCAPAC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-INCAPAC.
           COPY INCAPAC.

       FD  HRSEXTRA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-HRSEXTRA.
           COPY HRSEXTRA.

      * COLA DE CAPTURAS TARDIAS DE PROGINCI Y PROGHEXT: LAS QUE YA LE
      * TOCAN A ESTE PERIODO SE PASAN A INCIDEN Y HRSEXTRA ANTES DE
      * CARGAR FALTAS Y HORAS.
       FD  CAPTARDE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CAPTARDE.
           COPY CAPTARDE.

      * DIAS DOMINGO Y FERIADOS TRABAJADOS QUE DEJA PROGRELO.
       FD  PRIMDIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRIMDIA.
           COPY PRIMDIA.

       FD  PENSION
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

      * CREDITOS INFONAVIT VIGENTES: EL DESCUENTO DEL PERIODO VIAJA
      * EN SU PROPIO RENGLON DE NOMINA (CONCEPTO INFO).
       FD  INFONAV
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-INFONAV.
           COPY INFONAV.

      * SDI VIGENTE POR EMPLEADO (LO RECALCULA PROGSDI): BASE DEL
      * DESCUENTO INFONAVIT EN PORCENTAJE.
       FD  SDIEMP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS REG-SDIEMP.
           COPY SDIEMP.

      * CREDITOS FONACOT DE LA CEDULA DEL MES: SE ACUMULA LO RETENIDO
      * Y LA INCIDENCIA EN EL MISMO REGISTRO PARA EL PAGO MENSUAL.
       FD  FONACOT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS REG-FONACOT.
           COPY FONACOT.

      * GENERACION DEL PERIODO: ADEMAS DEL REGISTRO HISTORICO QUE
      * SOLO CRECE, CADA CORRIDA DEJA SUS RENGLONES EN UN ARCHIVO
      * FECHADO PROPIO REGISTRADO EN CATALOGO, PARA QUE EL DIA DE
           05 CKP-PERIODO         PIC 9(08).
           05 CKP-ULTIMO-EMP      PIC 9(05).

      * DIARIO DE EFECTOS: LO QUE LA CORRIDA MUEVE FUERA DEL REGISTRO
      * DE NOMINA (SALDOS DE CAJA, INCIDENCIAS Y HORAS MARCADAS) PARA
      * QUE PROGREVE PUEDA DESHACERLO SI EL PERIODO SE REVIERTE.
       FD  EFECNOMI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-EFECNOMI.
           COPY EFECNOMI.

      * DESCUENTOS PENDIENTES: LO QUE NO CUPO EN EL NETO DE UN
      * PERIODO SE COBRA PRIMERO EN EL SIGUIENTE.
       FD  PENDEDU
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-PENDEDU.
           COPY PENDEDU.

      * CONCEPTOS FIJOS: PERCEPCIONES Y DEDUCCIONES QUE SE REPITEN
      * CADA PERIODO POR INSTRUCCION PERMANENTE, SIN INTERFAZ.
       FD  CONCFIJO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-CONCFIJO.
           COPY CONCFIJO.

      * AFILIACION SINDICAL: A LOS SINDICALIZADOS SE LES RETIENE LA
      * CUOTA EN SU PROPIO RENGLON DE NOMINA (CONCEPTO SIND).
       FD  SINDICAT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS REG-SINDICAT.
           COPY SINDICAT.

      * ANTICIPOS DE VIATICOS: EL SALDO SIN COMPROBAR YA VENCIDO SE
      * DESCUENTA EN SU PROPIO RENGLON DE NOMINA (CONCEPTO VIAT).
       FD  VIATICOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-VIATICOS.
           COPY VIATICOS.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 INCIDEN-OK          VALUE "00".
              88 INCIDEN-NO-EXISTE   VALUE "35".
           05 SW-FIN-INCIDEN      PIC X(03)    VALUE SPACES.
           05 WS-STATUS-INCAPAC   PIC X(02)    VALUE "00".
              88 INCAPAC-OK          VALUE "00" "02".
           05 SW-HAY-INCAPAC      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-INCAPAC VALUE "S".
           05 SW-PAGA-ESPERA      PIC X(01)    VALUE "N".
              88 EMPRESA-PAGA-ESPERA VALUE "S".
           05 WS-DIAS-ESPERA      PIC 9(03)    VALUE ZEROS.
           05 WS-DIAS-INCAP       PIC 9(03)    VALUE ZEROS.
           05 WS-TOT-DIAS-ESPERA  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-DIAS-INCAP   PIC 9(05)    VALUE ZEROS.
           05 WS-TOTAL-FALTAS     PIC 9(03)    VALUE ZEROS.
           05 WS-DESC-FALTAS      PIC 9(07)V99 VALUE ZEROS.
           05 WS-SALARIO-DIARIO   PIC 9(07)V99 VALUE ZEROS.
              88 HRSEXTRA-OK          VALUE "00".
              88 HRSEXTRA-NO-EXISTE   VALUE "35".
           05 SW-FIN-HORAS        PIC X(03)    VALUE SPACES.
           05 WS-STATUS-CAPTARDE  PIC X(02)    VALUE "00".
              88 CAPTARDE-OK          VALUE "00".
              88 CAPTARDE-NO-EXISTE   VALUE "35".
           05 SW-FIN-CAPTARDE     PIC X(03)    VALUE SPACES.
           05 WS-TARDIAS-LIBERADAS PIC 9(05)   VALUE ZEROS.
           05 WS-TOTAL-HORAS-REG  PIC 9(03)    VALUE ZEROS.
           05 WS-HORAS-EMP        PIC 9(03)V99 VALUE ZEROS.
           05 WS-HORAS-DOBLES     PIC 9(03)V99 VALUE ZEROS.
           05 WS-PAGO-EXTRAS      PIC 9(07)V99 VALUE ZEROS.
           05 WS-IND-HX           PIC 9(03)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(03)    VALUE ZEROS.
           05 WS-STATUS-PRIMDIA   PIC X(02)    VALUE "00".
              88 PRIMDIA-OK           VALUE "00".
              88 PRIMDIA-NO-EXISTE    VALUE "35".
           05 SW-FIN-PRIMAS       PIC X(03)    VALUE SPACES.
           05 WS-TOTAL-PRIMAS     PIC 9(03)    VALUE ZEROS.
           05 WS-IND-PRI          PIC 9(03)    VALUE ZEROS.
           05 WS-PAGO-DOMINICAL   PIC 9(07)V99 VALUE ZEROS.
           05 WS-PAGO-FESTIVO     PIC 9(07)V99 VALUE ZEROS.
           05 WS-CONCEPTO-PRIMA   PIC X(04)    VALUE SPACES.
           05 WS-IMPORTE-PRIMA    PIC 9(07)V99 VALUE ZEROS.
           05 WS-PRIMAS-PAGADAS   PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-PRIMAS       PIC 9(09)V99 VALUE ZEROS.

           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-LEIDOS           PIC 9(05)    VALUE ZEROS.
           05 WS-PORCENTAJE-DEDUC PIC 9(02)V99 VALUE 16.
           05 WS-DEDUCCION-EMP    PIC 9(07)V99 VALUE ZEROS.
           05 WS-NETO-EMP         PIC 9(07)V99 VALUE ZEROS.
           05 WS-PISO-EMP         PIC 9(07)V99 VALUE ZEROS.
           05 WS-NETO-LIBRE       PIC 9(07)V99 VALUE ZEROS.
           05 WS-TOT-SALARIOS     PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-DEDUCCION    PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-NETO         PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-PENSION      PIC 9(11)V99 VALUE ZEROS.
           05 WS-STATUS-CONTRATO  PIC X(02)    VALUE "00".
              88 CONTRATO-OK        VALUE "00".
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
           05 WS-SIN-SDI          PIC 9(05)    VALUE ZEROS.
           05 WS-VSM-DIARIO       PIC 9(05)V99 VALUE 113.14.
           05 WS-DIAS-MES-INFO    PIC 9(02)V9  VALUE 30.4.
           05 WS-STATUS-FONACOT   PIC X(02)    VALUE "00".
              88 FONACOT-OK         VALUE "00".
           05 SW-HAY-FONACOT      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-FONACOT VALUE "S".
           05 SW-FIN-FONACOT      PIC X(03)    VALUE SPACES.
           05 SW-CREDITO-ATRASO   PIC X(01)    VALUE "N".
              88 HAY-CREDITO-ATRASO  VALUE "S".
           05 WS-LLAVE-ATRASO     PIC X(15)    VALUE SPACES.
           05 WS-FONACOT-RET      PIC 9(07)V99 VALUE ZEROS.
           05 WS-FONACOT-CRED     PIC 9(07)V99 VALUE ZEROS.
           05 WS-FONACOT-PEND     PIC 9(07)V99 VALUE ZEROS.
           05 WS-FONACOTS         PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-FONACOT      PIC 9(09)V99 VALUE ZEROS.
           05 SW-HAY-CONTRATO     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-CONTRATO VALUE "S".
           05 WS-FREC-PERIODO     PIC X(01)    VALUE "Q".
           05 WS-CKPT-ULTIMO      PIC 9(05)    VALUE ZEROS.
           05 SW-REANUDA          PIC X(01)    VALUE "N".
              88 CORRIDA-REANUDADA  VALUE "S".
           05 WS-STATUS-EFECNOMI  PIC X(02)    VALUE "00".
              88 EFECNOMI-OK        VALUE "00" "05".
              88 EFECNOMI-NO-EXISTE VALUE "35".
           05 SW-HAY-EFECNOMI     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-EFECNOMI VALUE "S".
           05 WS-STATUS-PENDEDU   PIC X(02)    VALUE "00".
              88 PENDEDU-OK         VALUE "00".
              88 PENDEDU-NO-EXISTE  VALUE "35".
           05 SW-HAY-PENDEDU      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-PENDEDU VALUE "S".
           05 WS-PDE-CONCEPTO     PIC X(04)    VALUE SPACES.
           05 WS-PEND-ANTERIOR    PIC 9(07)V99 VALUE ZEROS.
           05 WS-PEND-NUEVO       PIC 9(07)V99 VALUE ZEROS.
           05 WS-RET-PROPUESTA    PIC 9(07)V99 VALUE ZEROS.
           05 WS-RET-APLICADA     PIC 9(07)V99 VALUE ZEROS.
           05 WS-FONACOT-ATRASO   PIC 9(07)V99 VALUE ZEROS.
           05 WS-FONACOT-NOCABE   PIC 9(07)V99 VALUE ZEROS.
           05 WS-DIFERIDOS        PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-DIFERIDO     PIC 9(09)V99 VALUE ZEROS.
           05 WS-STATUS-CONCFIJO  PIC X(02)    VALUE "00".
              88 CONCFIJO-OK        VALUE "00".
           05 SW-HAY-CONCFIJO     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-CONCFIJO VALUE "S".
           05 SW-FIN-CONCFIJO     PIC X(03)    VALUE SPACES.
           05 WS-FIJOS-EMP        PIC 9(02)    VALUE ZEROS.
           05 WS-IND-FIJ          PIC 9(02)    VALUE ZEROS.
           05 WS-FIJOS-APLICADOS  PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-FIJOS-PERC   PIC 9(09)V99 VALUE ZEROS.
           05 WS-TOT-FIJOS-DEDU   PIC 9(09)V99 VALUE ZEROS.
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
           05 WS-VIA-DESCUENTO    PIC 9(07)V99 VALUE ZEROS.
           05 WS-VIATICO-RET      PIC 9(07)V99 VALUE ZEROS.
           05 WS-VIATICOS         PIC 9(05)    VALUE ZEROS.
           05 WS-TOT-VIATICO      PIC 9(09)V99 VALUE ZEROS.
           05 WS-PERIODO-PEDIDO.
              10 WS-PER-ANIO      PIC 9(04).
              10 WS-PER-MES       PIC 9(02).
           05 FILLER              PIC X(12)   VALUE "UT-S-NOMPER.".
           05 WS-NOP-FECHA        PIC 9(08)   VALUE ZEROS.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-PARAMETROS-CATA.
           05 WS-CATA-NOMBRE      PIC X(20).
           05 WS-CATA-RUNID       PIC X(06).
           05 WS-CATA-REGISTROS   PIC 9(07).

      * FALTAS SIN APLICAR CARGADAS DE INCIDEN ANTES DE LA CORRIDA.
      * LAS INCAPACIDADES LIGADAS A UN FOLIO ENTRAN A LA MISMA TABLA
      * CON SUS DIAS NO PAGADOS (VER 027-DIAS-INCAPACIDAD).
      * EL ARCHIVO NO SE MARCA AL CARGAR: LA BANDERA EN MEMORIA SE
      * PRENDE CUANDO EL DESCUENTO REALMENTE CAE EN EL EMPLEADO Y
      * SOLO ENTONCES, AL FINAL DE LA CORRIDA, EL RENGLON DE INCIDEN
              10 WS-HR-HORAS      PIC 9(03)V99.
              10 WS-HR-PAGADA     PIC X(01).

      * DIAS CON PRIMA SIN PAGAR, CONTADOS POR EMPLEADO ANTES DE LA
      * CORRIDA. AL PAGAR SE GUARDA LO QUE VALE UN DIA DE CADA PRIMA
      * PARA QUE 170 LO GRABE EN CADA RENGLON DE PRIMDIA.
       01  WS-TABLA-PRIMAS.
           05 WS-PRIMA-REG        OCCURS 500 TIMES.
              10 WS-PRI-NUMERO    PIC 9(05).
              10 WS-PRI-DOMINGOS  PIC 9(03).
              10 WS-PRI-FESTIVOS  PIC 9(03).
              10 WS-PRI-DIA-DOM   PIC 9(07)V99.
              10 WS-PRI-DIA-FES   PIC 9(07)V99.
              10 WS-PRI-PAGADA    PIC X(01).

       01  WS-PARAMETROS-DEDU.
           05 WS-DEDU-SALARIO     PIC 9(07)V99.
           05 WS-DEDU-ISR         PIC 9(07)V99.
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

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(40)
           05 WS-REC-PENSION      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)    VALUE SPACES.

       01  WS-RECIBO-INF.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(19)
                        VALUE "INFONAVIT CREDITO: ".
           05 WS-REC-CREDITO      PIC X(10).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-REC-INFONAVIT    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(33)    VALUE SPACES.

      * CONCEPTOS FIJOS DEL EMPLEADO APLICADOS EN EL PERIODO: 071 LOS
      * DEJA AQUI PARA EL RECIBO Y PARA GRABAR SUS RENGLONES.
       01  WS-TABLA-FIJOS.
           05 WS-FIJO             OCCURS 20 TIMES.
              10 WS-FIJ-CONCEPTO  PIC X(04).
              10 WS-FIJ-DESCRIPCION PIC X(20).
              10 WS-FIJ-SIGNO     PIC X(01).
              10 WS-FIJ-IMPORTE   PIC 9(07)V99.

       01  WS-RECIBO-FIJ.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-REC-FIJ-DESC     PIC X(19).
           05 FILLER              PIC X(01)    VALUE ":".
           05 WS-REC-FIJ-SIGNO    PIC X(01).
           05 WS-REC-FIJO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)    VALUE SPACES.

       01  WS-RECIBO-FON.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(20)
                        VALUE "CREDITO FONACOT    :".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-REC-FONACOT      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)    VALUE SPACES.

       01  WS-RECIBO-SIN.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(20)
                        VALUE "CUOTA SINDICAL     :".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-REC-SINDICATO    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)    VALUE SPACES.

       01  WS-RECIBO-SGM.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(20)
                        VALUE "SEGURO GASTOS MED. :".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-REC-SEGURO       PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)    VALUE SPACES.

       01  WS-RECIBO-VIA.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(20)
                        VALUE "ANTICIPO VIATICOS  :".
           05 FILLER              PIC X(01)    VALUE SPACES.
           05 WS-REC-VIATICO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(43)    VALUE SPACES.

       01  WS-DET-TOT-PAGADOS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
           05 WS-TOT-OTROS-R      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-DET-TOT-INFONAVIT.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "RETENCION INFONAVIT        : ".
           05 WS-TOT-INFONAVIT-R  PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-DET-TOT-FONACOT.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "RETENCION FONACOT          : ".
           05 WS-TOT-FONACOT-R    PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-DET-TOT-SINDICATO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "CUOTAS SINDICALES          : ".
           05 WS-TOT-SINDICATO-R  PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-DET-TOT-SEGURO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "SEGURO DE GASTOS MEDICOS   : ".
           05 WS-TOT-SEGURO-R     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-DET-TOT-VIATICO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "VIATICOS SIN COMPROBAR     : ".
           05 WS-TOT-VIATICO-R    PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(36)    VALUE SPACES.

       01  WS-DET-TOT-NETO.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
           PERFORM 015-VALIDA-PERIODO   THRU 015-FIN
           PERFORM 016-VERIFICA-CHECKPOINT THRU 016-FIN
           PERFORM 020-ABRE-ARCHIVOS    THRU 020-FIN
           PERFORM 190-LIBERA-TARDIAS   THRU 190-FIN
           PERFORM 022-CARGA-FALTAS     THRU 022-FIN
           PERFORM 024-CARGA-HORAS      THRU 024-FIN
           PERFORM 028-CARGA-PRIMAS     THRU 028-FIN
           PERFORM 030-TITULOS          THRU 030-FIN
           PERFORM 025-LEE-ENCABEZADO   THRU 025-FIN
           PERFORM 040-LEE              THRU 040-FIN
           PERFORM 082-CONSUME-RETRO    THRU 082-FIN
           PERFORM 078-CONSUME-VALES    THRU 078-FIN
           PERFORM 076-CONSUME-BONOS    THRU 076-FIN
           PERFORM 186-CONSUME-INCENTIVOS THRU 186-FIN
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
           EVALUATE TRUE
              WHEN PER-SIMULADO
                 CONTINUE
                  MOVE 8 TO RETURN-CODE
                  GOBACK
           END-IF
           OPEN EXTEND EFECNOMI
           IF EFECNOMI-NO-EXISTE
              THEN
                  OPEN OUTPUT EFECNOMI
           END-IF
           IF EFECNOMI-OK
              THEN
                  SET HAY-ARCHIVO-EFECNOMI TO TRUE
              ELSE
                  DISPLAY "SIN DIARIO EFECNOMI, LA CORRIDA NO PODRA "
                          "REVERTIRSE COMPLETA, STATUS: "
                          WS-STATUS-EFECNOMI
           END-IF
           OPEN I-O PENDEDU
           IF PENDEDU-NO-EXISTE
              THEN
                  OPEN OUTPUT PENDEDU
                  CLOSE PENDEDU
                  OPEN I-O PENDEDU
           END-IF
           IF PENDEDU-OK
              THEN
                  SET HAY-ARCHIVO-PENDEDU TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO PENDEDU, LO QUE NO QUEPA EN EL "
                          "NETO NO SE DIFERIRA, STATUS: "
                          WS-STATUS-PENDEDU
           END-IF
           OPEN I-O PRESTAMO
           IF PRESTAMO-OK
              THEN
                          "ABONOS DE CAJA, STATUS: "
                          WS-STATUS-PRESTAMO
           END-IF
           OPEN I-O CONCFIJO
           IF CONCFIJO-OK
              THEN
                  SET HAY-ARCHIVO-CONCFIJO TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO CONCFIJO, NO SE APLICAN "
                          "CONCEPTOS FIJOS, STATUS: "
                          WS-STATUS-CONCFIJO
           END-IF
           OPEN INPUT PENSION
           IF PENSION-OK
              THEN
                  DISPLAY "SIN ARCHIVO CONTRATO, TODA LA POBLACION "
                          "SE ASUME QUINCENAL, STATUS: "
                          WS-STATUS-CONTRATO
           END-IF
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
                  DISPLAY "SIN ARCHIVO INFONAV, NO SE RETIENEN "
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
           OPEN I-O FONACOT
           IF FONACOT-OK
              THEN
                  SET HAY-ARCHIVO-FONACOT TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO FONACOT, NO SE RETIENEN "
                          "CREDITOS FONACOT, STATUS: "
                          WS-STATUS-FONACOT
           END-IF
           OPEN INPUT SINDICAT
           IF SINDICAT-OK
              THEN
                  SET HAY-ARCHIVO-SINDICAT TO TRUE
                  MOVE "PORC-CUOTA-SIND" TO WS-PARM-CLAVE
                  CALL "PROGPARM" USING WS-PARAMETROS-PARM
                  IF PARM-ENCONTRADO
                     AND WS-PARM-NUMERICO GREATER ZEROS
                     THEN
                         MOVE WS-PARM-NUMERICO TO WS-PORC-CUOTA-SIND
                  END-IF
              ELSE
                  DISPLAY "SIN ARCHIVO SINDICAT, NO SE RETIENEN "
                          "CUOTAS SINDICALES, STATUS: "
                          WS-STATUS-SINDICAT
           END-IF
           OPEN I-O VIATICOS
           IF VIATICOS-OK
              THEN
                  SET HAY-ARCHIVO-VIATICOS TO TRUE
                  MOVE "DIAS-COMPROBA-VIAT" TO WS-PARM-CLAVE
                  CALL "PROGPARM" USING WS-PARAMETROS-PARM
                  IF PARM-ENCONTRADO
                     AND WS-PARM-NUMERICO GREATER ZEROS
                     THEN
                         MOVE WS-PARM-NUMERICO TO WS-DIAS-COMPROBA
                  END-IF
                  COMPUTE WS-PER-ABS =
                          WS-PER-ANIO * 360 + WS-PER-MES * 30
                          + WS-PER-DIA
              ELSE
                  DISPLAY "SIN ARCHIVO VIATICOS, NO SE DESCUENTAN "
                          "ANTICIPOS SIN COMPROBAR, STATUS: "
                          WS-STATUS-VIATICOS
           END-IF.
       020-FIN.  EXIT.

      * LAS CAPTURAS TARDIAS SELLADAS PARA ESTE PERIODO (O PARA UNO
      * ANTERIOR QUE YA PASO) SE LIBERAN: SU IMAGEN SE AGREGA A
      * INCIDEN O A HRSEXTRA Y EL RENGLON DE LA COLA QUEDA LIBERADO,
      * ASI LAS TOMAN 022 Y 024 COMO CUALQUIER OTRA. LA SELLADA SIN
      * PERIODO (EL CATALOGO NO LO TENIA AL CAPTURAR) ENTRA EN EL
      * PRIMER PERIODO POSTERIOR AL CORTE QUE SE BRINCO. EN UNA
      * REANUDACION LAS YA LIBERADAS NO SE VUELVEN A PASAR.
       190-LIBERA-TARDIAS.
           OPEN I-O CAPTARDE
           IF CAPTARDE-NO-EXISTE
              THEN
                  GO TO 190-FIN
           END-IF
           IF NOT CAPTARDE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CAPTARDE, LAS CAPTURAS "
                          "TARDIAS QUEDAN EN LA COLA, STATUS: "
                          WS-STATUS-CAPTARDE
                  MOVE 4 TO RETURN-CODE
                  GO TO 190-FIN
           END-IF
           OPEN EXTEND INCIDEN
           IF INCIDEN-NO-EXISTE
              THEN
                  OPEN OUTPUT INCIDEN
           END-IF
           OPEN EXTEND HRSEXTRA
           IF HRSEXTRA-NO-EXISTE
              THEN
                  OPEN OUTPUT HRSEXTRA
           END-IF
           IF NOT INCIDEN-OK
              OR NOT HRSEXTRA-OK
              THEN
                  DISPLAY "NO SE PUDO EXTENDER INCIDEN/HRSEXTRA, LAS "
                          "CAPTURAS TARDIAS QUEDAN EN LA COLA, STATUS: "
                          WS-STATUS-INCIDEN " " WS-STATUS-HRSEXTRA
                  MOVE 4 TO RETURN-CODE
                  CLOSE CAPTARDE
                  CLOSE INCIDEN
                  CLOSE HRSEXTRA
                  GO TO 190-FIN
           END-IF
           MOVE SPACES TO SW-FIN-CAPTARDE
           PERFORM 195-LIBERA-UNA THRU 195-FIN
                   UNTIL SW-FIN-CAPTARDE EQUAL "FIN"
           CLOSE CAPTARDE
           CLOSE INCIDEN
           CLOSE HRSEXTRA
           DISPLAY "CAPTURAS TARDIAS LIBERADAS EN EL PERIODO: "
                   WS-TARDIAS-LIBERADAS.
       190-FIN.  EXIT.

       195-LIBERA-UNA.
           READ CAPTARDE
              AT END
                 MOVE "FIN" TO SW-FIN-CAPTARDE
                 GO TO 195-FIN
           END-READ
           IF CT-YA-LIBERADA
              THEN
                  GO TO 195-FIN
           END-IF
           IF CT-SIN-PERIODO
              THEN
                  IF CT-PERIODO-CORTE NOT LESS WS-PERIODO-PEDIDO
                     THEN
                         GO TO 195-FIN
                  END-IF
              ELSE
                  IF CT-PERIODO-PAGO GREATER WS-PERIODO-PEDIDO
                     THEN
                         GO TO 195-FIN
                  END-IF
           END-IF
           EVALUATE TRUE
              WHEN CT-ES-INCIDENCIA
                 MOVE CT-REGISTRO TO REG-INCIDEN
                 WRITE REG-INCIDEN
              WHEN CT-ES-HORAS
                 MOVE CT-REGISTRO TO REG-HRSEXTRA
                 WRITE REG-HRSEXTRA
              WHEN OTHER
                 DISPLAY "CAPTURA TARDIA DE ORIGEN DESCONOCIDO, "
                         "EMPLEADO: " CT-NUMERO-EMP
                 GO TO 195-FIN
           END-EVALUATE
           MOVE "S" TO CT-LIBERADA
           REWRITE REG-CAPTARDE
           ADD 1 TO WS-TARDIAS-LIBERADAS.
       195-FIN.  EXIT.

      * CARGA LAS FALTAS SIN APLICAR (LA SUSPENSION SIN GOCE DE UN
      * ACTA ADMINISTRATIVA SE DESCUENTA IGUAL); EL MARCADO EN EL
      * ARCHIVO VA EN 150-MARCA-INCIDEN, YA QUE EL PAGO QUEDO GRABADO.
       022-CARGA-FALTAS.
           OPEN INPUT INCIDEN
           IF INCIDEN-NO-EXISTE
                          WS-STATUS-INCIDEN
                  GO TO 022-FIN
           END-IF
           OPEN INPUT INCAPAC
           IF INCAPAC-OK
              THEN
                  SET HAY-ARCHIVO-INCAPAC TO TRUE
              ELSE
                  DISPLAY "SIN ARCHIVO INCAPAC, LAS INCAPACIDADES SE "
                          "TOMAN COMO ENFERMEDAD GENERAL, STATUS: "
                          WS-STATUS-INCAPAC
           END-IF
           MOVE "PAGA-DIAS-ESPERA" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              THEN
                  SET EMPRESA-PAGA-ESPERA TO TRUE
           END-IF
           MOVE SPACES TO SW-FIN-INCIDEN
           PERFORM 023-CARGA-UNA-FALTA THRU 023-FIN
                   UNTIL SW-FIN-INCIDEN EQUAL "FIN"
           CLOSE INCIDEN
           IF HAY-ARCHIVO-INCAPAC
              THEN
                  CLOSE INCAPAC
           END-IF
           IF WS-TOT-DIAS-INCAP GREATER ZEROS
              OR WS-TOT-DIAS-ESPERA GREATER ZEROS
              THEN
                  DISPLAY "DIAS DE INCAPACIDAD SIN PAGO: "
                          WS-TOT-DIAS-INCAP
                          " DIAS DE ESPERA DE ENFERMEDAD GENERAL: "
                          WS-TOT-DIAS-ESPERA
           END-IF.
       022-FIN.  EXIT.

       023-CARGA-UNA-FALTA.
                 MOVE "FIN" TO SW-FIN-INCIDEN
                 GO TO 023-FIN
           END-READ
           IF INC-YA-APLICADA
              THEN
                  GO TO 023-FIN
           END-IF
           IF NOT INC-ES-FALTA
              AND NOT INC-ES-SUSPENSION
              AND (NOT INC-ES-INCAPACIDAD OR INC-FOLIO EQUAL SPACES)
              THEN
                  GO TO 023-FIN
           END-IF
           ADD 1 TO WS-TOTAL-FALTAS
           MOVE INC-NUMERO-EMP TO WS-FAL-NUMERO   (WS-TOTAL-FALTAS)
           MOVE INC-DIAS       TO WS-FAL-DIAS     (WS-TOTAL-FALTAS)
           IF INC-ES-INCAPACIDAD
              THEN
                  PERFORM 027-DIAS-INCAPACIDAD THRU 027-FIN
                  MOVE WS-DIAS-INCAP TO WS-FAL-DIAS (WS-TOTAL-FALTAS)
           END-IF
      * EN REANUDACION, LAS FALTAS YA DESCONTADAS POR LA CORRIDA
      * CAIDA SE MARCAN EN 046, DURANTE EL BARRIDO DEL MAESTRO: SOLO
      * AHI SE SABE SI AL EMPLEADO DE VERAS LE TOCABA COBRAR.

      * CARGA LAS HORAS EXTRA AUTORIZADAS SIN PAGAR, ACUMULADAS POR
      * EMPLEADO; EL MARCADO EN EL ARCHIVO VA EN 160-MARCA-HORAS.
      * LOS DIAS DE INCAPACIDAD NO LOS PAGA LA EMPRESA SINO EL
      * SUBSIDIO DEL SEGURO, EN CUALQUIER RAMO. EN ENFERMEDAD GENERAL
      * EL SEGURO NO CUBRE LOS PRIMEROS 3 DIAS DEL CERTIFICADO
      * INICIAL (LA INCIDENCIA QUE ARRANCA EN LA FECHA DE INICIO):
      * ESOS DIAS DE ESPERA LOS PAGA LA EMPRESA SOLO SI EL PARAMETRO
      * "PAGA-DIAS-ESPERA" ESTA PRENDIDO; SI NO, TAMBIEN SE DESCUENTAN.
      * RIESGO DE TRABAJO Y MATERNIDAD SE SUBSIDIAN DESDE EL DIA UNO.
       027-DIAS-INCAPACIDAD.
           MOVE INC-DIAS TO WS-DIAS-INCAP
           MOVE ZEROS    TO WS-DIAS-ESPERA
           MOVE SPACES   TO ICP-RAMO
                            ICP-TIPO
           MOVE ZEROS    TO ICP-FECHA-INICIO
           IF HAY-ARCHIVO-INCAPAC
              THEN
                  MOVE INC-FOLIO TO ICP-FOLIO
                  READ INCAPAC
                     INVALID KEY
                        DISPLAY "FOLIO DE INCAPACIDAD NO REGISTRADO: "
                                INC-FOLIO " EMPLEADO: "
                                INC-NUMERO-EMP
                        MOVE "E"       TO ICP-RAMO
                        MOVE "I"       TO ICP-TIPO
                        MOVE INC-FECHA TO ICP-FECHA-INICIO
                  END-READ
              ELSE
                  MOVE "E"       TO ICP-RAMO
                  MOVE "I"       TO ICP-TIPO
                  MOVE INC-FECHA TO ICP-FECHA-INICIO
           END-IF
           IF ICP-ES-ENFERMEDAD
              AND ICP-ES-INICIAL
              AND INC-FECHA EQUAL ICP-FECHA-INICIO
              THEN
                  IF INC-DIAS GREATER 3
                     THEN
                         MOVE 3        TO WS-DIAS-ESPERA
                     ELSE
                         MOVE INC-DIAS TO WS-DIAS-ESPERA
                  END-IF
           END-IF
           IF EMPRESA-PAGA-ESPERA
              THEN
                  SUBTRACT WS-DIAS-ESPERA FROM WS-DIAS-INCAP
           END-IF
           ADD WS-DIAS-ESPERA TO WS-TOT-DIAS-ESPERA
           ADD WS-DIAS-INCAP  TO WS-TOT-DIAS-INCAP.
       027-FIN.  EXIT.

       024-CARGA-HORAS.
           OPEN INPUT HRSEXTRA
           IF HRSEXTRA-NO-EXISTE
           ADD HX-HORAS TO WS-HR-HORAS (WS-IND-HX).
       026-FIN.  EXIT.

       028-CARGA-PRIMAS.
           OPEN INPUT PRIMDIA
           IF PRIMDIA-NO-EXISTE
              THEN
                  GO TO 028-FIN
           END-IF
           IF NOT PRIMDIA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PRIMDIA, STATUS: "
                          WS-STATUS-PRIMDIA
                  GO TO 028-FIN
           END-IF
           MOVE SPACES TO SW-FIN-PRIMAS
           PERFORM 029-CARGA-UNA-PRIMA THRU 029-FIN
                   UNTIL SW-FIN-PRIMAS EQUAL "FIN"
           CLOSE PRIMDIA.
       028-FIN.  EXIT.

       029-CARGA-UNA-PRIMA.
           READ PRIMDIA
              AT END
                 MOVE "FIN" TO SW-FIN-PRIMAS
                 GO TO 029-FIN
           END-READ
           IF DPR-YA-PAGADA
              THEN
                  GO TO 029-FIN
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
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 500 "
                                 "EMPLEADOS CON PRIMA DOMINICAL O "
                                 "FESTIVO, EL RESTO QUEDA PENDIENTE"
                         MOVE "FIN" TO SW-FIN-PRIMAS
                         GO TO 029-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-PRIMAS
                  MOVE WS-TOTAL-PRIMAS TO WS-IND-PRI
                  MOVE DPR-NUMERO-EMP TO WS-PRI-NUMERO (WS-IND-PRI)
                  MOVE ZEROS TO WS-PRI-DOMINGOS (WS-IND-PRI)
                                WS-PRI-FESTIVOS (WS-IND-PRI)
                                WS-PRI-DIA-DOM  (WS-IND-PRI)
                                WS-PRI-DIA-FES  (WS-IND-PRI)
                  MOVE "N"   TO WS-PRI-PAGADA   (WS-IND-PRI)
           END-IF
           IF DPR-ES-DOMINICAL
              THEN
                  ADD 1 TO WS-PRI-DOMINGOS (WS-IND-PRI)
           END-IF
           IF DPR-ES-FESTIVO
              THEN
                  ADD 1 TO WS-PRI-FESTIVOS (WS-IND-PRI)
           END-IF.
       029-FIN.  EXIT.

       025-LEE-ENCABEZADO.
      * EL PRIMER REGISTRO DEL ARCHIVO DEBE SER EL ENCABEZADO; SE
      * DESCARTA AQUI PARA QUE 040-LEE SOLO VEA DETALLE Y EL SUMARIO.
                 THEN
                     MOVE "S" TO WS-HR-PAGADA (WS-IND-HX)
              END-IF
           END-PERFORM
           PERFORM 083-CALCULA-PRIMAS THRU 083-FIN.
       046-FIN.  EXIT.

      * EL ATRASO FONACOT (CREDITOS QUE NO CUPIERON EN PERIODOS
      * ANTERIORES) SE COBRA ANTES DE LA CEDULA DEL MES, HASTA EL
      * NETO DISPONIBLE.
       048-COBRA-ATRASO-FONACOT.
           MOVE "FONA" TO WS-PDE-CONCEPTO
           MOVE ZEROS  TO WS-RET-PROPUESTA
           PERFORM 067-TOPA-CON-PENDIENTE THRU 067-FIN
           MOVE WS-RET-APLICADA TO WS-FONACOT-ATRASO
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-FONACOT-ATRASO.
       048-FIN.  EXIT.

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

      * DEJA EL PENDIENTE DEL CONCEPTO EN WS-PEND-NUEVO: EN CEROS SE
      * BORRA EL REGISTRO; SI SIGUE VIVO, CADA PERIODO NUEVO QUE LO
      * ARRASTRA SUMA UNO A PDE-PERIODOS PARA EL REPORTE DE PROGPEND.
       049-GRABA-PENDIENTE.
           IF NOT HAY-ARCHIVO-PENDEDU
              THEN
                  IF WS-PEND-NUEVO GREATER ZEROS
                     THEN
                         DISPLAY "SIN PENDEDU, SE PIERDE EL PENDIENTE "
                                 WS-PDE-CONCEPTO " EMPLEADO: "
                                 NUMERO-EMP
                  END-IF
                  GO TO 049-FIN
           END-IF
           IF WS-PEND-NUEVO GREATER ZEROS
              THEN
                  ADD 1             TO WS-DIFERIDOS
                  ADD WS-PEND-NUEVO TO WS-TOT-DIFERIDO
           END-IF
           MOVE NUMERO-EMP      TO PDE-NUMERO-EMP
           MOVE WS-PDE-CONCEPTO TO PDE-CONCEPTO
           READ PENDEDU
              INVALID KEY
                 IF WS-PEND-NUEVO GREATER ZEROS
                    THEN
                        MOVE SPACES            TO REG-PENDEDU
                        MOVE NUMERO-EMP        TO PDE-NUMERO-EMP
                        MOVE WS-PDE-CONCEPTO   TO PDE-CONCEPTO
                        MOVE WS-PEND-NUEVO     TO PDE-SALDO
                        MOVE WS-PERIODO-PEDIDO TO PDE-PERIODO-ORIGEN
                                                  PDE-PERIODO-ULTIMO
                        MOVE 1                 TO PDE-PERIODOS
                        WRITE REG-PENDEDU
                           INVALID KEY
                              DISPLAY "NO SE PUDO GRABAR PENDEDU: "
                                      PDE-LLAVE
                        END-WRITE
                 END-IF
                 GO TO 049-FIN
           END-READ
           IF WS-PEND-NUEVO EQUAL ZEROS
              THEN
                  DELETE PENDEDU RECORD
                     INVALID KEY
                        DISPLAY "NO SE PUDO BORRAR PENDEDU: " PDE-LLAVE
                  END-DELETE
                  GO TO 049-FIN
           END-IF
           IF PDE-PERIODO-ULTIMO NOT EQUAL WS-PERIODO-PEDIDO
              THEN
                  ADD 1                 TO PDE-PERIODOS
                  MOVE WS-PERIODO-PEDIDO TO PDE-PERIODO-ULTIMO
           END-IF
           MOVE WS-PEND-NUEVO TO PDE-SALDO
           REWRITE REG-PENDEDU
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR PENDEDU: " PDE-LLAVE
           END-REWRITE.
       049-FIN.  EXIT.

       050-PAGA-EMPLEADO.
      * LA DEDUCCION REAL SALE DE LA TABLA DE TRAMOS VIA PROGDEDU,
      * PARA QUE EL NETO DEL RECIBO COINCIDA CON LO QUE PAGA EL
           END-IF
           COMPUTE WS-NETO-EMP = SALARIO-EMP - WS-DEDUCCION-EMP
           PERFORM 052-PAGA-HORAS-EXTRA THRU 052-FIN
           PERFORM 083-CALCULA-PRIMAS THRU 083-FIN
           PERFORM 053-DESCUENTA-FALTAS THRU 053-FIN
           PERFORM 087-CALCULA-PISO  THRU 087-FIN
           PERFORM 056-APLICA-PENSION THRU 056-FIN
           PERFORM 059-APLICA-INFONAVIT THRU 059-FIN
           PERFORM 068-RETIENE-INFONAVIT THRU 068-FIN
           PERFORM 039-RETIENE-FONACOT THRU 039-FIN
           PERFORM 069-RETIENE-SINDICATO THRU 069-FIN
           PERFORM 041-RETIENE-SEGURO THRU 041-FIN
           PERFORM 043-DESCUENTA-VIATICOS THRU 043-FIN
           PERFORM 055-APLICA-CAJA   THRU 055-FIN
           PERFORM 071-APLICA-FIJOS  THRU 071-FIN
           PERFORM 060-GRABA-NOMINA  THRU 060-FIN
           PERFORM 070-IMPRIME-RECIBO THRU 070-FIN
           IF WS-INFONAVIT-RET GREATER ZEROS
              THEN
                  PERFORM 061-GRABA-INFONAVIT THRU 061-FIN
           END-IF
           IF WS-FONACOT-RET GREATER ZEROS
              THEN
                  PERFORM 063-GRABA-FONACOT THRU 063-FIN
           END-IF
           IF WS-SINDICATO-RET GREATER ZEROS
              THEN
                  PERFORM 074-GRABA-SINDICATO THRU 074-FIN
           END-IF
           IF WS-SEGURO-RET GREATER ZEROS
              THEN
                  PERFORM 042-GRABA-SEGURO THRU 042-FIN
           END-IF
           IF WS-VIATICO-RET GREATER ZEROS
              THEN
                  PERFORM 032-GRABA-VIATICO THRU 032-FIN
           END-IF
           PERFORM 073-GRABA-FIJO THRU 073-FIN
                   VARYING WS-IND-FIJ FROM 1 BY 1
                   UNTIL WS-IND-FIJ GREATER WS-FIJOS-EMP
           IF WS-PAGO-DOMINICAL GREATER ZEROS
              THEN
                  MOVE "PDOM"            TO WS-CONCEPTO-PRIMA
                  MOVE WS-PAGO-DOMINICAL TO WS-IMPORTE-PRIMA
                  PERFORM 084-GRABA-PRIMA THRU 084-FIN
           END-IF
           IF WS-PAGO-FESTIVO GREATER ZEROS
              THEN
                  MOVE "FEST"            TO WS-CONCEPTO-PRIMA
                  MOVE WS-PAGO-FESTIVO   TO WS-IMPORTE-PRIMA
                  PERFORM 084-GRABA-PRIMA THRU 084-FIN
           END-IF
           ADD 1               TO WS-PAGADOS
           ADD SALARIO-EMP     TO WS-TOT-SALARIOS
           ADD WS-DEDUCCION-EMP TO WS-TOT-DEDUCCION
           END-COMPUTE.
       054-FIN.  EXIT.

      * PRIMA DOMINICAL (25% DEL SALARIO DIARIO POR DOMINGO) Y
      * FESTIVO TRABAJADO (DOS SALARIOS DIARIOS MAS POR FERIADO, EL
      * DIA NORMAL YA VA EN EL SUELDO: TRIPLE EN TOTAL). EL SALARIO
      * DIARIO ES EL DEL PERIODO PROPIO DEL EMPLEADO, COMO EN FALTAS.
      * NO TOCAN EL NETO DEL RENGLON NORMAL: CADA PRIMA VIAJA EN SU
      * PROPIO RENGLON DE NOMINA CON SU NETO, COMO LA PERCEPCION FIJA.
       083-CALCULA-PRIMAS.
           MOVE ZEROS TO WS-PAGO-DOMINICAL
                         WS-PAGO-FESTIVO
           PERFORM VARYING WS-IND-PRI FROM 1 BY 1
                   UNTIL WS-IND-PRI GREATER WS-TOTAL-PRIMAS
              IF WS-PRI-NUMERO (WS-IND-PRI) EQUAL NUMERO-EMP
                 THEN
                     COMPUTE WS-PRI-DIA-DOM (WS-IND-PRI) ROUNDED =
                             SALARIO-EMP / WS-DIVISOR-DIAS * 25 / 100
                     COMPUTE WS-PRI-DIA-FES (WS-IND-PRI) ROUNDED =
                             SALARIO-EMP / WS-DIVISOR-DIAS * 2
                     COMPUTE WS-PAGO-DOMINICAL =
                             WS-PRI-DIA-DOM (WS-IND-PRI)
                           * WS-PRI-DOMINGOS (WS-IND-PRI)
                        ON SIZE ERROR
                           MOVE ZEROS TO WS-PAGO-DOMINICAL
                           DISPLAY "DESBORDE EN PRIMA DOMINICAL, "
                                   "EMPLEADO: " NUMERO-EMP
                     END-COMPUTE
                     COMPUTE WS-PAGO-FESTIVO =
                             WS-PRI-DIA-FES (WS-IND-PRI)
                           * WS-PRI-FESTIVOS (WS-IND-PRI)
                        ON SIZE ERROR
                           MOVE ZEROS TO WS-PAGO-FESTIVO
                           DISPLAY "DESBORDE EN FESTIVO TRABAJADO, "
                                   "EMPLEADO: " NUMERO-EMP
                     END-COMPUTE
                     MOVE "S" TO WS-PRI-PAGADA (WS-IND-PRI)
              END-IF
           END-PERFORM.
       083-FIN.  EXIT.

      * LAS FALTAS INJUSTIFICADAS CARGADAS DE INCIDEN SE DESCUENTAN
      * A SALARIO DIARIO; EL DESCUENTO NUNCA DEJA EL NETO NEGATIVO:
      * LO QUE NO CABE QUEDA PENDIENTE EN PENDEDU Y SE COBRA PRIMERO
      * EN EL SIGUIENTE PERIODO. LAS FALTAS VAN ANTES QUE LAS
      * RETENCIONES PORQUE CORRIGEN LO DEVENGADO, NO SON DESCUENTO.
       053-DESCUENTA-FALTAS.
           MOVE ZEROS TO WS-DESC-FALTAS
           PERFORM VARYING WS-IND-FAL FROM 1 BY 1
                     END-COMPUTE
              END-IF
           END-PERFORM
           MOVE "FALT"         TO WS-PDE-CONCEPTO
           MOVE WS-DESC-FALTAS TO WS-RET-PROPUESTA
           PERFORM 067-TOPA-CON-PENDIENTE THRU 067-FIN
           MOVE WS-RET-APLICADA TO WS-DESC-FALTAS
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-DESC-FALTAS.
       053-FIN.  EXIT.

      * PISO DEL SALARIO MINIMO (LFT ART. 97): EL MINIMO DIARIO DE LA
      * ZONA DEL DEPARTAMENTO (PROGZONA) POR LOS DIAS DEL PERIODO DEL
      * EMPLEADO, REDUCIDO EN LA MISMA PROPORCION QUE SUS FALTAS. SOLO
      * LA PENSION ALIMENTICIA, EL INFONAVIT Y EL FONACOT PUEDEN
      * BAJAR EL NETO DEL PISO; LA CUOTA SINDICAL, LA CAJA Y LAS
      * DEDUCCIONES FIJAS SOLO TOMAN EL NETO LIBRE ARRIBA DE EL. SIN
      * MINIMO CAPTURADO EL PISO ES CERO, COMO SIEMPRE FUE.
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

      * NETO LIBRE: LO QUE QUEDA DEL NETO ARRIBA DEL PISO DEL MINIMO.
       044-NETO-LIBRE.
           IF WS-NETO-EMP GREATER WS-PISO-EMP
              THEN
                  COMPUTE WS-NETO-LIBRE = WS-NETO-EMP - WS-PISO-EMP
              ELSE
                  MOVE ZEROS TO WS-NETO-LIBRE
           END-IF.
       044-FIN.  EXIT.

      * LA PENSION ALIMENTICIA SE RETIENE DESPUES DE IMPUESTOS,
      * COMO MANDA LA LEY: EL PORCENTAJE SE APLICA SOBRE SALARIO
      * MENOS DEDUCCION, ANTES DE LA CAJA; EL IMPORTE SALE EN EL
      * RECIBO Y EL DEPOSITO DEL BENEFICIARIO VIAJA EN PENSBANC. LA
      * PARTE QUE NO CABE EN EL NETO QUEDA PENDIENTE Y SE ENTREGA AL
      * BENEFICIARIO EN EL SIGUIENTE PERIODO, AUN SI LA PENSION YA
      * SE DIO DE BAJA.
       056-APLICA-PENSION.
           MOVE ZEROS TO WS-PENSION-RET
           IF NOT HAY-ARCHIVO-PENSION
              INVALID KEY
                 GO TO 056-FIN
           END-READ
           IF PEN-ESTA-ACTIVA
              AND PEN-ES-PORCENTAJE
              THEN
                  COMPUTE WS-PENSION-RET ROUNDED =
                          (SALARIO-EMP - WS-DEDUCCION-EMP)
                        DISPLAY "DESBORDE EN PENSION, EMPLEADO: "
                                NUMERO-EMP
                  END-COMPUTE
           END-IF
           IF PEN-ESTA-ACTIVA
              AND NOT PEN-ES-PORCENTAJE
              THEN
                  MOVE PEN-IMPORTE-FIJO TO WS-PENSION-RET
           END-IF
           MOVE "PENS"         TO WS-PDE-CONCEPTO
           MOVE WS-PENSION-RET TO WS-RET-PROPUESTA
           PERFORM 067-TOPA-CON-PENDIENTE THRU 067-FIN
           MOVE WS-RET-APLICADA TO WS-PENSION-RET
           IF WS-PENSION-RET EQUAL ZEROS
              THEN
                  GO TO 056-FIN
           ADD WS-PENSION-RET TO WS-TOT-PENSION.
       056-FIN.  EXIT.

      * EL CREDITO INFONAVIT SE DESCUENTA EN LOS PERIODOS QUE CAEN
      * ENTRE EL AVISO DE RETENCION Y EL DE SUSPENSION, ANTES DE LA
      * CAJA (ES UNA RETENCION DE LEY). EL PORCENTAJE VA SOBRE EL
      * SDI DEL PERIODO: EL SDI DIARIO DE SDIEMP POR LOS DIAS DEL
      * PERIODO DEL EMPLEADO; SI EL EMPLEADO NO ESTA EN SDIEMP SE
      * INTEGRA SU SALARIO DIARIO CON EL FACTOR MINIMO (180). LA
      * CUOTA FIJA Y LAS VECES SALARIO MINIMO SON MENSUALES Y SE
      * LLEVAN AL PERIODO DEL EMPLEADO (LA MITAD EN LA QUINCENA, 7
      * DIAS DE 30.4 EN LA SEMANA). AQUI SOLO SE CALCULA
      * LA CUOTA DEL PERIODO; LA RETENCION, CON SU PENDIENTE, LA
      * HACE 068 AUN FUERA DE LA VIGENCIA DEL AVISO.
       059-APLICA-INFONAVIT.
           MOVE ZEROS TO WS-INFONAVIT-RET
           IF NOT HAY-ARCHIVO-INFONAV
              THEN
                  GO TO 059-FIN
           END-IF
           MOVE NUMERO-EMP TO INF-NUMERO-EMP
           READ INFONAV
              INVALID KEY
                 GO TO 059-FIN
           END-READ
           IF INF-FECHA-INICIO GREATER WS-PERIODO-PEDIDO
              THEN
                  GO TO 059-FIN
           END-IF
           IF INF-FECHA-SUSPENSION NOT EQUAL ZEROS
              AND INF-FECHA-SUSPENSION NOT GREATER WS-PERIODO-PEDIDO
              THEN
                  GO TO 059-FIN
           END-IF
           EVALUATE TRUE
              WHEN INF-ES-PORCENTAJE
                 IF HAY-SDIEMP
                    THEN
                        MOVE NUMERO-EMP TO SDI-NUMERO-EMP
                        READ SDIEMP
                           INVALID KEY
                              PERFORM 180-INTEGRA-MINIMO THRU 180-FIN
                           NOT INVALID KEY
                              MOVE SDI-IMPORTE TO WS-SDI-DIARIO
                        END-READ
                    ELSE
                        PERFORM 180-INTEGRA-MINIMO THRU 180-FIN
                 END-IF
                 COMPUTE WS-INFONAVIT-RET ROUNDED =
                         WS-SDI-DIARIO * WS-DIVISOR-DIAS
                         * INF-VALOR / 100
                    ON SIZE ERROR
                       MOVE ZEROS TO WS-INFONAVIT-RET
                       DISPLAY "DESBORDE EN INFONAVIT, EMPLEADO: "
                               NUMERO-EMP
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
                              DISPLAY "DESBORDE EN INFONAVIT, "
                                      "EMPLEADO: " NUMERO-EMP
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
                 DISPLAY "TIPO DE DESCUENTO INFONAVIT INVALIDO, "
                         "EMPLEADO: " NUMERO-EMP
                 GO TO 059-FIN
           END-EVALUATE.
       059-FIN.  EXIT.

      * SIN SDI VIGENTE SE INTEGRA EL SALARIO DIARIO DEL EMPLEADO
      * (SEGUN SU FRECUENCIA) CON EL FACTOR MINIMO, COMO EN PROGSUA.
       180-INTEGRA-MINIMO.
           COMPUTE WS-SDI-DIARIO ROUNDED =
                   SALARIO-EMP / WS-DIVISOR-DIAS * WS-FACTOR-INTEGRA
              ON SIZE ERROR
                 MOVE ZEROS TO WS-SDI-DIARIO
                 DISPLAY "DESBORDE DE SDI, EMPLEADO: " NUMERO-EMP
           END-COMPUTE
           ADD 1 TO WS-SIN-SDI.
       180-FIN.  EXIT.

      * LOS CREDITOS FONACOT SON RETENCION DE LEY Y VAN ANTES DE LOS
      * ABONOS DE LA CAJA. SOLO SE COBRAN LOS DE LA CEDULA DEL MES DEL
      * PERIODO: LA RETENCION MENSUAL SE LLEVA AL PERIODO (LA MITAD EN
      * LA QUINCENA, 7 DIAS DE 30.4 EN LA SEMANA) SIN PASAR DE LO QUE
      * FALTA POR RETENER EN EL MES. UN DESCUENTO QUE NO CABE EN EL
      * NETO NO SE PARTE: SE DEJA SIN COBRAR, SE MARCA LA INCIDENCIA
      * I PARA QUE PROGFONA LA REPORTE EN LA DEVOLUCION Y EL IMPORTE
      * QUEDA PENDIENTE; 048 COBRA ESE ATRASO ANTES QUE LA CEDULA.
       062-APLICA-FONACOT.
           MOVE ZEROS TO WS-FONACOT-RET
                         WS-FONACOT-NOCABE
           IF NOT HAY-ARCHIVO-FONACOT
              THEN
                  GO TO 062-FIN
           END-IF
           MOVE SPACES     TO SW-FIN-FONACOT
           MOVE NUMERO-EMP TO FON-NUMERO-EMP
           MOVE LOW-VALUES TO FON-CREDITO
           START FONACOT KEY IS NOT LESS FON-LLAVE
              INVALID KEY
                 GO TO 062-FIN
           END-START
           PERFORM 064-DESCUENTA-CREDITO THRU 064-FIN
                   UNTIL SW-FIN-FONACOT EQUAL "FIN"
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-FONACOT-RET.
       062-FIN.  EXIT.

       064-DESCUENTA-CREDITO.
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
           IF WS-FONACOT-CRED + WS-FONACOT-RET GREATER WS-NETO-EMP
              THEN
                  DISPLAY "NETO INSUFICIENTE PARA FONACOT, SE "
                          "DIFIERE, CREDITO: "
                          FON-CREDITO " EMPLEADO: " NUMERO-EMP
                  MOVE "I" TO FON-INCIDENCIA
                  ADD WS-FONACOT-CRED TO WS-FONACOT-NOCABE
              ELSE
                  ADD WS-FONACOT-CRED TO FON-RETENIDO-MES
                  ADD WS-FONACOT-CRED TO WS-FONACOT-RET
           END-IF
           REWRITE REG-FONACOT
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR FONACOT: " FON-LLAVE
           END-REWRITE.
       064-FIN.  EXIT.

      * EL FONACOT ES RETENCION DE LEY: VA JUNTO CON EL INFONAVIT,
      * ANTES DE LA CUOTA SINDICAL, EL SEGURO, LOS VIATICOS Y LA
      * CAJA, PARA QUE NINGUN DESCUENTO DE LA EMPRESA LO DIFIERA. SI
      * PUEDE TOCAR EL PISO DEL MINIMO: PRIMERO SU ATRASO Y LUEGO LA
      * CEDULA DEL MES; LO QUE NO CABE QUEDA PENDIENTE EN PENDEDU.
      * EL ATRASO SOLO SE COBRA SI EL EMPLEADO TIENE UN CREDITO VIVO
      * EN LA CEDULA DEL MES: AHI SE ABONA (FON-ATRASO-COBRADO) PARA
      * QUE PROGFONA LO PAGUE AL INSTITUTO. SIN CREDITO EL ATRASO
      * SIGUE PENDIENTE, PORQUE NO HABRIA PAGO QUE LO LLEVE.
       039-RETIENE-FONACOT.
           MOVE ZEROS TO WS-FONACOT-ATRASO
           PERFORM 037-UBICA-CREDITO-ATRASO THRU 037-FIN
           IF HAY-CREDITO-ATRASO
              THEN
                  PERFORM 048-COBRA-ATRASO-FONACOT THRU 048-FIN
           END-IF
           PERFORM 062-APLICA-FONACOT THRU 062-FIN
           IF WS-FONACOT-ATRASO GREATER ZEROS
              THEN
                  PERFORM 036-ABONA-ATRASO THRU 036-FIN
           END-IF
           IF WS-FONACOT-NOCABE GREATER ZEROS
              THEN
                  MOVE "FONA" TO WS-PDE-CONCEPTO
                  PERFORM 047-LEE-PENDIENTE THRU 047-FIN
                  COMPUTE WS-PEND-NUEVO =
                          WS-PEND-ANTERIOR + WS-FONACOT-NOCABE
                  PERFORM 049-GRABA-PENDIENTE THRU 049-FIN
           END-IF
           ADD WS-FONACOT-ATRASO TO WS-FONACOT-RET.
       039-FIN.  EXIT.

      * PRIMER CREDITO DEL EMPLEADO EN LA CEDULA DEL MES DEL PERIODO
      * QUE NO ESTE DADO DE BAJA; SU LLAVE QUEDA EN WS-LLAVE-ATRASO.
       037-UBICA-CREDITO-ATRASO.
           MOVE "N" TO SW-CREDITO-ATRASO
           IF NOT HAY-ARCHIVO-FONACOT
              THEN
                  GO TO 037-FIN
           END-IF
           MOVE SPACES     TO SW-FIN-FONACOT
           MOVE NUMERO-EMP TO FON-NUMERO-EMP
           MOVE LOW-VALUES TO FON-CREDITO
           START FONACOT KEY IS NOT LESS FON-LLAVE
              INVALID KEY
                 GO TO 037-FIN
           END-START
           PERFORM 038-REVISA-CREDITO THRU 038-FIN
                   UNTIL SW-FIN-FONACOT EQUAL "FIN"
                      OR HAY-CREDITO-ATRASO.
       037-FIN.  EXIT.

       038-REVISA-CREDITO.
           READ FONACOT NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-FONACOT
                 GO TO 038-FIN
           END-READ
           IF FON-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-FONACOT
                  GO TO 038-FIN
           END-IF
           IF FON-CED-ANIO EQUAL WS-PER-ANIO
              AND FON-CED-MES EQUAL WS-PER-MES
              AND NOT FON-INC-BAJA
              THEN
                  SET HAY-CREDITO-ATRASO TO TRUE
                  MOVE FON-LLAVE TO WS-LLAVE-ATRASO
           END-IF.
       038-FIN.  EXIT.

      * EL ATRASO COBRADO SE ABONA AL CREDITO UBICADO EN 037, APARTE
      * DE LO RETENIDO DE LA CEDULA, PARA NO DAR POR CUBIERTO EL MES.
       036-ABONA-ATRASO.
           MOVE WS-LLAVE-ATRASO TO FON-LLAVE
           READ FONACOT
              INVALID KEY
                 DISPLAY "NO SE ENCONTRO EL CREDITO DEL ATRASO "
                         "FONACOT: " WS-LLAVE-ATRASO
                 GO TO 036-FIN
           END-READ
           IF FON-ATRASO-COBRADO NOT NUMERIC
              THEN
                  MOVE ZEROS TO FON-ATRASO-COBRADO
           END-IF
           ADD WS-FONACOT-ATRASO TO FON-ATRASO-COBRADO
           REWRITE REG-FONACOT
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR FONACOT: " FON-LLAVE
           END-REWRITE.
       036-FIN.  EXIT.

      * RETENCIONES DE LA CAJA DE AHORRO Y PRESTAMOS: EL ABONO DEL
      * PRESTAMO BAJA EL SALDO DEUDOR Y EL DEL AHORRO LO ACUMULA A
      * FAVOR; NINGUN ABONO PUEDE DEJAR EL NETO DEBAJO DEL PISO DEL
      * MINIMO (087). EL FONACOT YA SE RETUVO EN 039.
       055-APLICA-CAJA.
           MOVE ZEROS TO WS-RETENCION-CAJA
           PERFORM 044-NETO-LIBRE THRU 044-FIN
           IF NOT HAY-ARCHIVO-PRESTAMO
              THEN
                  GO TO 055-FIN
      * ENTRE 12) Y CAPITAL; SOLO EL CAPITAL BAJA EL SALDO. CON TASA
      * EN CEROS EL ABONO COMPLETO ES CAPITAL, COMO SIEMPRE FUE. EN
      * LA ULTIMA MENSUALIDAD EL ABONO SE RECORTA A SALDO MAS
      * INTERES PARA NO COBRAR DE MAS. EL ABONO QUE NO CUPO EN EL
      * NETO DE PERIODOS ANTERIORES SE SUMA AL DEL PERIODO; SI AHORA
      * TAMPOCO CABE SE COBRA HASTA EL NETO Y EL RESTO SIGUE
      * PENDIENTE. UN PRESTAMO LIQUIDADO YA NO DEBE NADA PENDIENTE.
       057-ABONA-PRESTAMO.
           MOVE "PRES" TO WS-PDE-CONCEPTO
           PERFORM 047-LEE-PENDIENTE THRU 047-FIN
           IF PRE-SALDO EQUAL ZEROS
              THEN
                  IF WS-PEND-ANTERIOR GREATER ZEROS
                     THEN
                         MOVE ZEROS TO WS-PEND-NUEVO
                         PERFORM 049-GRABA-PENDIENTE THRU 049-FIN
                  END-IF
                  GO TO 057-FIN
           END-IF
           COMPUTE WS-INTERES-MES ROUNDED =
                   PRE-SALDO * PRE-TASA-ANUAL / 1200
           COMPUTE WS-ABONO-APLICADO = PRE-ABONO + WS-PEND-ANTERIOR
           IF WS-ABONO-APLICADO EQUAL ZEROS
              THEN
                  GO TO 057-FIN
           END-IF
           IF WS-ABONO-APLICADO GREATER
              (PRE-SALDO + WS-INTERES-MES)
              THEN
                  COMPUTE WS-ABONO-APLICADO =
                          PRE-SALDO + WS-INTERES-MES
           END-IF
           MOVE ZEROS TO WS-PEND-NUEVO
           IF WS-ABONO-APLICADO GREATER WS-NETO-LIBRE
              THEN
                  COMPUTE WS-PEND-NUEVO =
                          WS-ABONO-APLICADO - WS-NETO-LIBRE
                  MOVE WS-NETO-LIBRE TO WS-ABONO-APLICADO
                  DISPLAY "ABONO DE PRESTAMO MAYOR AL NETO LIBRE, "
                          "QUEDA PENDIENTE: " WS-PEND-NUEVO
                          " EMPLEADO: " NUMERO-EMP
           END-IF
           IF WS-PEND-ANTERIOR GREATER ZEROS
              OR WS-PEND-NUEVO GREATER ZEROS
              THEN
                  PERFORM 049-GRABA-PENDIENTE THRU 049-FIN
           END-IF
           IF WS-ABONO-APLICADO EQUAL ZEROS
              THEN
                  GO TO 057-FIN
           END-IF
           IF WS-ABONO-APLICADO NOT GREATER WS-INTERES-MES
           REWRITE REG-PRESTAMO
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR PRESTAMO: " NUMERO-EMP
              NOT INVALID KEY
                 IF WS-CAPITAL-MES GREATER ZEROS
                    THEN
                        MOVE SPACES         TO REG-EFECNOMI
                        MOVE "P"            TO EFN-TIPO
                        MOVE NUMERO-EMP     TO EFN-NUMERO-EMP
                        MOVE ZEROS          TO EFN-FECHA
                        MOVE WS-CAPITAL-MES TO EFN-IMPORTE
                        PERFORM 066-GRABA-EFECTO THRU 066-FIN
                 END-IF
           END-REWRITE
           ADD WS-ABONO-APLICADO TO WS-RETENCION-CAJA
           SUBTRACT WS-ABONO-APLICADO FROM WS-NETO-LIBRE.
       057-FIN.  EXIT.

       058-ABONA-AHORRO.
                  GO TO 058-FIN
           END-IF
           MOVE PRE-ABONO TO WS-ABONO-APLICADO
           IF WS-ABONO-APLICADO GREATER WS-NETO-LIBRE
              THEN
                  DISPLAY "ABONO DE AHORRO MAYOR AL NETO LIBRE, NO "
                          "SE APLICA, EMPLEADO: " NUMERO-EMP
                  GO TO 058-FIN
           END-IF
           ADD WS-ABONO-APLICADO TO PRE-SALDO
           REWRITE REG-PRESTAMO
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR AHORRO: " NUMERO-EMP
              NOT INVALID KEY
                 MOVE SPACES            TO REG-EFECNOMI
                 MOVE "A"               TO EFN-TIPO
                 MOVE NUMERO-EMP        TO EFN-NUMERO-EMP
                 MOVE ZEROS             TO EFN-FECHA
                 MOVE WS-ABONO-APLICADO TO EFN-IMPORTE
                 PERFORM 066-GRABA-EFECTO THRU 066-FIN
           END-REWRITE
           ADD WS-ABONO-APLICADO TO WS-RETENCION-CAJA
           SUBTRACT WS-ABONO-APLICADO FROM WS-NETO-LIBRE.
       058-FIN.  EXIT.

       060-GRABA-NOMINA.
           ADD NOM-OTROS TO WS-TOT-OTROS.
       060-FIN.  EXIT.

      * EL DESCUENTO INFONAVIT ES SU PROPIO RENGLON DE SOLO
      * DEDUCCION: IMPORTE EN DEDUCCION Y NETO EN CEROS; EL NETO DEL
      * RENGLON NORMAL YA VIENE DISMINUIDO. ASI EL REPORTE BIMESTRAL
      * DE PROGINFO LO ENCUENTRA POR CONCEPTO Y LA POLIZA CUADRA.
       061-GRABA-INFONAVIT.
           MOVE SPACES           TO REG-NOMINA
           MOVE WS-PER-ANIO      TO NOM-ANIO
           MOVE WS-PER-MES       TO NOM-MES
           MOVE WS-PER-DIA       TO NOM-DIA
           MOVE NUMERO-EMP       TO NOM-NUMERO-EMP
           MOVE DEPTO-EMP        TO NOM-DEPTO
           MOVE "INFO"           TO NOM-CONCEPTO
           MOVE ZEROS            TO NOM-SALARIO
                                    NOM-NETO
                                    NOM-PRESTAMO
                                    NOM-FALTAS
                                    NOM-EXTRAS
                                    NOM-ISR
                                    NOM-IMSS
                                    NOM-OTROS
           MOVE WS-INFONAVIT-RET TO NOM-DEDUCCION
           WRITE REG-NOMINA
           PERFORM 065-GRABA-NOMIPER THRU 065-FIN
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMINA, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           ADD 1                TO WS-INFONAVITS
           ADD WS-INFONAVIT-RET TO WS-TOT-INFONAVIT.
       061-FIN.  EXIT.

      * LO RETENIDO DE TODOS LOS CREDITOS FONACOT DEL EMPLEADO VIAJA
      * EN UN RENGLON DE SOLO DEDUCCION (CONCEPTO FONA), IGUAL QUE EL
      * DE INFONAVIT, PARA QUE LA POLIZA CUADRE.
       063-GRABA-FONACOT.
           MOVE SPACES           TO REG-NOMINA
           MOVE WS-PER-ANIO      TO NOM-ANIO
           MOVE WS-PER-MES       TO NOM-MES
           MOVE WS-PER-DIA       TO NOM-DIA
           MOVE NUMERO-EMP       TO NOM-NUMERO-EMP
           MOVE DEPTO-EMP        TO NOM-DEPTO
           MOVE "FONA"           TO NOM-CONCEPTO
           MOVE ZEROS            TO NOM-SALARIO
                                    NOM-NETO
                                    NOM-PRESTAMO
                                    NOM-FALTAS
                                    NOM-EXTRAS
                                    NOM-ISR
                                    NOM-IMSS
                                    NOM-OTROS
           MOVE WS-FONACOT-RET   TO NOM-DEDUCCION
           WRITE REG-NOMINA
           PERFORM 065-GRABA-NOMIPER THRU 065-FIN
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMINA, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           ADD 1              TO WS-FONACOTS
           ADD WS-FONACOT-RET TO WS-TOT-FONACOT.
       063-FIN.  EXIT.

      * LA CUOTA SINDICAL VIAJA EN SU RENGLON DE SOLO DEDUCCION
      * (CONCEPTO SIND); DE AQUI SALE EL LISTADO MENSUAL DE PROGSIND.
       074-GRABA-SINDICATO.
           MOVE SPACES           TO REG-NOMINA
           MOVE WS-PER-ANIO      TO NOM-ANIO
           MOVE WS-PER-MES       TO NOM-MES
           MOVE WS-PER-DIA       TO NOM-DIA
           MOVE NUMERO-EMP       TO NOM-NUMERO-EMP
           MOVE DEPTO-EMP        TO NOM-DEPTO
           MOVE "SIND"           TO NOM-CONCEPTO
           MOVE ZEROS            TO NOM-SALARIO
                                    NOM-NETO
                                    NOM-PRESTAMO
                                    NOM-FALTAS
                                    NOM-EXTRAS
                                    NOM-ISR
                                    NOM-IMSS
                                    NOM-OTROS
           MOVE WS-SINDICATO-RET TO NOM-DEDUCCION
           WRITE REG-NOMINA
           PERFORM 065-GRABA-NOMIPER THRU 065-FIN
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMINA, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           ADD 1                TO WS-SINDICATOS
           ADD WS-SINDICATO-RET TO WS-TOT-SINDICATO.
       074-FIN.  EXIT.

      * CADA PRIMA VIAJA EN SU PROPIO RENGLON CON SU CONCEPTO (PDOM
      * O FEST) Y SU PROPIO NETO A DISPERSAR. EL LLAMADOR DEJA EL
      * CONCEPTO EN WS-CONCEPTO-PRIMA Y EL IMPORTE EN
      * WS-IMPORTE-PRIMA.
       084-GRABA-PRIMA.
           MOVE SPACES            TO REG-NOMINA
           MOVE WS-PER-ANIO       TO NOM-ANIO
           MOVE WS-PER-MES        TO NOM-MES
           MOVE WS-PER-DIA        TO NOM-DIA
           MOVE NUMERO-EMP        TO NOM-NUMERO-EMP
           MOVE DEPTO-EMP         TO NOM-DEPTO
           MOVE WS-CONCEPTO-PRIMA TO NOM-CONCEPTO
           MOVE WS-IMPORTE-PRIMA  TO NOM-SALARIO
                                     NOM-NETO
           MOVE ZEROS             TO NOM-DEDUCCION
                                     NOM-PRESTAMO
                                     NOM-FALTAS
                                     NOM-EXTRAS
                                     NOM-ISR
                                     NOM-IMSS
                                     NOM-OTROS
           PERFORM 086-VALIDA-CONCEPTO THRU 086-FIN
           WRITE REG-NOMINA
           PERFORM 065-GRABA-NOMIPER THRU 065-FIN
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMINA, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           ADD 1                TO WS-PRIMAS-PAGADAS
           ADD WS-IMPORTE-PRIMA TO WS-TOT-PRIMAS
                                   WS-TOT-NETO.
       084-FIN.  EXIT.

      * ESPEJO DEL RENGLON RECIEN GRABADO HACIA LA GENERACION DEL
      * PERIODO; LO QUE ESTA EN NOMINA DEBE ESTAR EN NOMIPER.
       065-GRABA-NOMIPER.
           ADD 1 TO WS-ESCRITOS-PERIODO.
       065-FIN.  EXIT.

      * UN RENGLON AL DIARIO DE EFECTOS; EL LLAMADOR YA LIMPIO EL
      * REGISTRO Y DEJO TIPO, EMPLEADO, FECHA E IMPORTE.
       066-GRABA-EFECTO.
           IF NOT HAY-ARCHIVO-EFECNOMI
              THEN
                  GO TO 066-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO EFN-PERIODO
           MOVE "N"               TO EFN-REVERTIDO
           WRITE REG-EFECNOMI.
       066-FIN.  EXIT.

      * TOPE CONTRA EL NETO CON PENDIENTE: A LA RETENCION DEL
      * PERIODO (WS-RET-PROPUESTA) SE LE SUMA LO QUE QUEDO PENDIENTE
      * DEL MISMO CONCEPTO; SE APLICA HASTA EL NETO DISPONIBLE Y EL
      * EXCEDENTE QUEDA PENDIENTE PARA EL SIGUIENTE PERIODO. EL
      * LLAMADOR MUEVE EL CONCEPTO A WS-PDE-CONCEPTO Y RECOGE EL
      * IMPORTE EN WS-RET-APLICADA; EL NETO LO BAJA EL LLAMADOR.
       067-TOPA-CON-PENDIENTE.
           PERFORM 047-LEE-PENDIENTE THRU 047-FIN
           COMPUTE WS-RET-APLICADA =
                   WS-RET-PROPUESTA + WS-PEND-ANTERIOR
           MOVE ZEROS TO WS-PEND-NUEVO
           IF WS-RET-APLICADA GREATER WS-NETO-EMP
              THEN
                  COMPUTE WS-PEND-NUEVO =
                          WS-RET-APLICADA - WS-NETO-EMP
                  MOVE WS-NETO-EMP TO WS-RET-APLICADA
                  DISPLAY "DESCUENTO " WS-PDE-CONCEPTO " MAYOR AL "
                          "NETO, QUEDA PENDIENTE: " WS-PEND-NUEVO
                          " EMPLEADO: " NUMERO-EMP
           END-IF
           IF WS-PEND-ANTERIOR GREATER ZEROS
              OR WS-PEND-NUEVO GREATER ZEROS
              THEN
                  PERFORM 049-GRABA-PENDIENTE THRU 049-FIN
           END-IF.
       067-FIN.  EXIT.

      * RETENCION INFONAVIT DEL PERIODO MAS SU PENDIENTE, SEPARADA
      * DEL CALCULO DE 059 PARA QUE EL ATRASO SE SIGA COBRANDO
      * CUANDO EL AVISO YA SE SUSPENDIO.
       068-RETIENE-INFONAVIT.
           MOVE "INFO"           TO WS-PDE-CONCEPTO
           MOVE WS-INFONAVIT-RET TO WS-RET-PROPUESTA
           PERFORM 067-TOPA-CON-PENDIENTE THRU 067-FIN
           MOVE WS-RET-APLICADA TO WS-INFONAVIT-RET
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-INFONAVIT-RET.
       068-FIN.  EXIT.

      * CUOTA SINDICAL: PORCENTAJE DEL SALARIO DEL PERIODO (PARAMETRO
      * PORC-CUOTA-SIND, 1% SI NO ESTA) SOLO A LOS SINDICALIZADOS; SIN
      * RENGLON EN SINDICAT EL EMPLEADO ES DE CONFIANZA. VA DESPUES DE
      * LAS RETENCIONES DE LEY (INFONAVIT Y FONACOT INCLUIDOS) Y ANTES
      * DE LA CAJA; LO QUE NO CABE EN EL NETO LIBRE SOBRE EL PISO DEL
      * MINIMO NO SE COBRA NI QUEDA PENDIENTE: LA CUOTA ES DEL MES QUE
      * SE ENTREGA AL SINDICATO.
       069-RETIENE-SINDICATO.
           MOVE ZEROS TO WS-SINDICATO-RET
           IF NOT HAY-ARCHIVO-SINDICAT
              THEN
                  GO TO 069-FIN
           END-IF
           MOVE NUMERO-EMP TO SIN-NUMERO-EMP
           READ SINDICAT
              INVALID KEY
                 GO TO 069-FIN
           END-READ
           IF NOT SIN-SINDICALIZADO
              THEN
                  GO TO 069-FIN
           END-IF
           COMPUTE WS-SINDICATO-RET ROUNDED =
                   SALARIO-EMP * WS-PORC-CUOTA-SIND / 100
              ON SIZE ERROR
                 MOVE ZEROS TO WS-SINDICATO-RET
                 DISPLAY "DESBORDE EN CUOTA SINDICAL, EMPLEADO: "
                         NUMERO-EMP
           END-COMPUTE
           PERFORM 044-NETO-LIBRE THRU 044-FIN
           IF WS-SINDICATO-RET GREATER WS-NETO-LIBRE
              THEN
                  DISPLAY "NETO LIBRE INSUFICIENTE PARA LA CUOTA "
                          "SINDICAL, SE RETIENE HASTA EL PISO DEL "
                          "MINIMO, EMPLEADO: " NUMERO-EMP
                  MOVE WS-NETO-LIBRE TO WS-SINDICATO-RET
           END-IF
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-SINDICATO-RET.
       069-FIN.  EXIT.

      * SEGURO DE GASTOS MEDICOS MAYORES: LA PARTE DE LA PRIMA QUE
      * PAGA EL EMPLEADO INSCRITO Y CUBIERTO A LA FECHA DEL PERIODO
      * (VIA PROGPSGM, MISMA REGLA QUE PROGSIMU). VA DESPUES DE LA
      * CUOTA SINDICAL Y ANTES DE LA CAJA; LO QUE NO CABE EN EL NETO
      * LIBRE NO SE COBRA NI QUEDA PENDIENTE, IGUAL QUE LA CUOTA.
       041-RETIENE-SEGURO.
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
                  DISPLAY "NETO LIBRE INSUFICIENTE PARA EL SEGURO "
                          "MEDICO, SE RETIENE HASTA EL PISO DEL "
                          "MINIMO, EMPLEADO: " NUMERO-EMP
                  MOVE WS-NETO-LIBRE TO WS-SEGURO-RET
           END-IF
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-SEGURO-RET.
       041-FIN.  EXIT.

      * LA CUOTA DEL SEGURO VIAJA EN SU RENGLON DE SOLO DEDUCCION
      * (CONCEPTO SGMM), COMO LA CUOTA SINDICAL.
       042-GRABA-SEGURO.
           MOVE SPACES           TO REG-NOMINA
           MOVE WS-PER-ANIO      TO NOM-ANIO
           MOVE WS-PER-MES       TO NOM-MES
           MOVE WS-PER-DIA       TO NOM-DIA
           MOVE NUMERO-EMP       TO NOM-NUMERO-EMP
           MOVE DEPTO-EMP        TO NOM-DEPTO
           MOVE "SGMM"           TO NOM-CONCEPTO
           MOVE ZEROS            TO NOM-SALARIO
                                    NOM-NETO
                                    NOM-PRESTAMO
                                    NOM-FALTAS
                                    NOM-EXTRAS
                                    NOM-ISR
                                    NOM-IMSS
                                    NOM-OTROS
           MOVE WS-SEGURO-RET    TO NOM-DEDUCCION
           WRITE REG-NOMINA
           PERFORM 065-GRABA-NOMIPER THRU 065-FIN
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMINA, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           ADD 1             TO WS-SEGUROS
           ADD WS-SEGURO-RET TO WS-TOT-SEGURO.
       042-FIN.  EXIT.

      * ANTICIPOS DE VIATICOS: A CADA ANTICIPO ABIERTO CON MAS DIAS
      * DESDE LA ENTREGA QUE EL PLAZO PARA COMPROBAR (PARAMETRO
      * DIAS-COMPROBA-VIAT, 30 SI NO ESTA), CONTADOS A LA FECHA DEL
      * PERIODO, SE LE DESCUENTA EL SALDO. VA DESPUES DEL SEGURO Y
      * ANTES DE LA CAJA; SE COBRA HASTA EL NETO LIBRE SOBRE EL PISO
      * DEL MINIMO Y LO QUE NO CABE SIGUE COMO SALDO DEL ANTICIPO PARA
      * EL SIGUIENTE PERIODO. CADA DESCUENTO DEJA SU EFECTO "V" PARA
      * QUE PROGREVE LO REGRESE.
       043-DESCUENTA-VIATICOS.
           MOVE ZEROS TO WS-VIATICO-RET
           IF NOT HAY-ARCHIVO-VIATICOS
              THEN
                  GO TO 043-FIN
           END-IF
           MOVE NUMERO-EMP TO VIA-NUMERO-EMP
           MOVE ZEROS      TO VIA-FOLIO
           MOVE SPACES     TO SW-FIN-VIATICOS
           START VIATICOS KEY IS NOT LESS VIA-LLAVE
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-VIATICOS
           END-START
           PERFORM 044-NETO-LIBRE THRU 044-FIN
           PERFORM 031-UN-VIATICO THRU 031-FIN
                   UNTIL SW-FIN-VIATICOS EQUAL "FIN"
           COMPUTE WS-NETO-EMP = WS-NETO-EMP - WS-VIATICO-RET.
       043-FIN.  EXIT.

       031-UN-VIATICO.
           READ VIATICOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-VIATICOS
                 GO TO 031-FIN
           END-READ
           IF VIA-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  MOVE "FIN" TO SW-FIN-VIATICOS
                  GO TO 031-FIN
           END-IF
           IF NOT VIA-ABIERTO
              THEN
                  GO TO 031-FIN
           END-IF
           COMPUTE WS-VIA-ABS =
                   VIA-ENT-ANIO * 360 + VIA-ENT-MES * 30 + VIA-ENT-DIA
           COMPUTE WS-VIA-DIAS = WS-PER-ABS - WS-VIA-ABS
           IF WS-VIA-DIAS NOT GREATER WS-DIAS-COMPROBA
              THEN
                  GO TO 031-FIN
           END-IF
           COMPUTE WS-VIA-SALDO =
                   VIA-IMPORTE - VIA-COMPROBADO - VIA-DESCONTADO
           IF WS-VIA-SALDO EQUAL ZEROS
              THEN
                  GO TO 031-FIN
           END-IF
           MOVE WS-VIA-SALDO TO WS-VIA-DESCUENTO
           IF WS-VIA-DESCUENTO GREATER WS-NETO-LIBRE
              THEN
                  MOVE WS-NETO-LIBRE TO WS-VIA-DESCUENTO
                  DISPLAY "NETO LIBRE INSUFICIENTE PARA EL SALDO DE "
                          "VIATICOS, SE DESCUENTA HASTA EL PISO DEL "
                          "MINIMO, EMPLEADO: " NUMERO-EMP
                          " FOLIO: " VIA-FOLIO
           END-IF
           IF WS-VIA-DESCUENTO EQUAL ZEROS
              THEN
                  GO TO 031-FIN
           END-IF
           ADD WS-VIA-DESCUENTO TO VIA-DESCONTADO
           IF WS-VIA-DESCUENTO EQUAL WS-VIA-SALDO
              THEN
                  SET VIA-CERRADO TO TRUE
           END-IF
           MOVE WS-PERIODO-PEDIDO TO VIA-FECHA-ULT-DESC
           REWRITE REG-VIATICOS
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR VIATICOS: " NUMERO-EMP
                         " FOLIO: " VIA-FOLIO
                 GO TO 031-FIN
           END-REWRITE
           MOVE SPACES           TO REG-EFECNOMI
           MOVE "V"              TO EFN-TIPO
           MOVE NUMERO-EMP       TO EFN-NUMERO-EMP
           MOVE VIA-FOLIO        TO EFN-FECHA
           MOVE WS-VIA-DESCUENTO TO EFN-IMPORTE
           PERFORM 066-GRABA-EFECTO THRU 066-FIN
           ADD WS-VIA-DESCUENTO TO WS-VIATICO-RET
           SUBTRACT WS-VIA-DESCUENTO FROM WS-NETO-LIBRE.
       031-FIN.  EXIT.

      * EL DESCUENTO DE VIATICOS VIAJA EN SU RENGLON DE SOLO
      * DEDUCCION (CONCEPTO VIAT), COMO EL SEGURO MEDICO.
       032-GRABA-VIATICO.
           MOVE SPACES           TO REG-NOMINA
           MOVE WS-PER-ANIO      TO NOM-ANIO
           MOVE WS-PER-MES       TO NOM-MES
           MOVE WS-PER-DIA       TO NOM-DIA
           MOVE NUMERO-EMP       TO NOM-NUMERO-EMP
           MOVE DEPTO-EMP        TO NOM-DEPTO
           MOVE "VIAT"           TO NOM-CONCEPTO
           MOVE ZEROS            TO NOM-SALARIO
                                    NOM-NETO
                                    NOM-PRESTAMO
                                    NOM-FALTAS
                                    NOM-EXTRAS
                                    NOM-ISR
                                    NOM-IMSS
                                    NOM-OTROS
           MOVE WS-VIATICO-RET   TO NOM-DEDUCCION
           WRITE REG-NOMINA
           PERFORM 065-GRABA-NOMIPER THRU 065-FIN
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMINA, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           ADD 1              TO WS-VIATICOS
           ADD WS-VIATICO-RET TO WS-TOT-VIATICO.
       032-FIN.  EXIT.

       070-IMPRIME-RECIBO.
           MOVE NUMERO-EMP      TO WS-REC-NUMERO
           MOVE NOMBRE-EMP      TO WS-REC-NOMBRE
                  MOVE WS-PENSION-RET TO WS-REC-PENSION
                  WRITE REG-REPORTE FROM WS-RECIBO-PEN AFTER 1
           END-IF
           IF WS-INFONAVIT-RET GREATER ZEROS
              THEN
                  MOVE INF-CREDITO      TO WS-REC-CREDITO
                  MOVE WS-INFONAVIT-RET TO WS-REC-INFONAVIT
                  WRITE REG-REPORTE FROM WS-RECIBO-INF AFTER 1
           END-IF
           IF WS-FONACOT-RET GREATER ZEROS
              THEN
                  MOVE WS-FONACOT-RET TO WS-REC-FONACOT
                  WRITE REG-REPORTE FROM WS-RECIBO-FON AFTER 1
           END-IF
           IF WS-SINDICATO-RET GREATER ZEROS
              THEN
                  MOVE WS-SINDICATO-RET TO WS-REC-SINDICATO
                  WRITE REG-REPORTE FROM WS-RECIBO-SIN AFTER 1
           END-IF
           IF WS-SEGURO-RET GREATER ZEROS
              THEN
                  MOVE WS-SEGURO-RET TO WS-REC-SEGURO
                  WRITE REG-REPORTE FROM WS-RECIBO-SGM AFTER 1
           END-IF
           IF WS-VIATICO-RET GREATER ZEROS
              THEN
                  MOVE WS-VIATICO-RET TO WS-REC-VIATICO
                  WRITE REG-REPORTE FROM WS-RECIBO-VIA AFTER 1
           END-IF
           PERFORM 079-IMPRIME-FIJO THRU 079-FIN
                   VARYING WS-IND-FIJ FROM 1 BY 1
                   UNTIL WS-IND-FIJ GREATER WS-FIJOS-EMP
           IF WS-PAGO-DOMINICAL GREATER ZEROS
              THEN
                  MOVE "PRIMA DOMINICAL"   TO WS-REC-FIJ-DESC
                  MOVE "+"                 TO WS-REC-FIJ-SIGNO
                  MOVE WS-PAGO-DOMINICAL   TO WS-REC-FIJO
                  WRITE REG-REPORTE FROM WS-RECIBO-FIJ AFTER 1
           END-IF
           IF WS-PAGO-FESTIVO GREATER ZEROS
              THEN
                  MOVE "FESTIVO TRABAJADO" TO WS-REC-FIJ-DESC
                  MOVE "+"                 TO WS-REC-FIJ-SIGNO
                  MOVE WS-PAGO-FESTIVO     TO WS-REC-FIJO
                  WRITE REG-REPORTE FROM WS-RECIBO-FIJ AFTER 1
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       070-FIN.  EXIT.

       079-IMPRIME-FIJO.
           MOVE WS-FIJ-DESCRIPCION (WS-IND-FIJ) TO WS-REC-FIJ-DESC
           IF WS-FIJ-SIGNO (WS-IND-FIJ) EQUAL "D"
              THEN
                  MOVE "-" TO WS-REC-FIJ-SIGNO
              ELSE
                  MOVE "+" TO WS-REC-FIJ-SIGNO
           END-IF
           MOVE WS-FIJ-IMPORTE (WS-IND-FIJ) TO WS-REC-FIJO
           WRITE REG-REPORTE FROM WS-RECIBO-FIJ AFTER 1.
       079-FIN.  EXIT.

      * CONCEPTOS FIJOS POR INSTRUCCION PERMANENTE (COPY CONCFIJO):
      * SE APLICAN LOS ACTIVOS, VIGENTES EN EL PERIODO, CON
      * PARCIALIDADES POR COBRAR Y QUE NO SE HAYAN APLICADO YA EN
      * ESTE PERIODO (O EN ESTE MES, LOS MENSUALES). EL SIGNO SALE
      * DEL CATALOGO DE CONCEPTOS: LA DEDUCCION FIJA VA DESPUES DE
      * LA CAJA, ES LA DE MENOR PRELACION, Y SI NO CABE EN EL NETO
      * LIBRE SOBRE EL PISO DEL MINIMO NO SE APLICA EN EL PERIODO NI
      * CONSUME PARCIALIDAD. CADA PARCIALIDAD APLICADA DEJA SU
      * EFECTO F PARA QUE PROGREVE LA PUEDA DEVOLVER.
       071-APLICA-FIJOS.
           MOVE ZEROS TO WS-FIJOS-EMP
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
           PERFORM 072-APLICA-UN-FIJO THRU 072-FIN
                   UNTIL SW-FIN-CONCFIJO EQUAL "FIN".
       071-FIN.  EXIT.

       072-APLICA-UN-FIJO.
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
           IF WS-FIJOS-EMP EQUAL 20
              THEN
                  DISPLAY "MAS DE 20 CONCEPTOS FIJOS, NO SE APLICA "
                          CFJ-CONCEPTO " EMPLEADO: " NUMERO-EMP
                  GO TO 072-FIN
           END-IF
           MOVE CFJ-CONCEPTO TO WS-CPTO-CODIGO
           CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
           IF CPTO-NO-ENCONTRADO
              THEN
                  ADD 1 TO WS-CONCEPTOS-DESCON
                  DISPLAY "CONCEPTO FIJO " CFJ-CONCEPTO " NO ESTA EN "
                          "EL CATALOGO, NO SE APLICA, EMPLEADO: "
                          NUMERO-EMP
                  GO TO 072-FIN
           END-IF
           IF WS-CPTO-SIGNO EQUAL "D"
              THEN
                  PERFORM 044-NETO-LIBRE THRU 044-FIN
                  IF CFJ-IMPORTE GREATER WS-NETO-LIBRE
                     THEN
                         DISPLAY "DEDUCCION FIJA " CFJ-CONCEPTO
                                 " MAYOR AL NETO LIBRE, NO SE "
                                 "APLICA, EMPLEADO: " NUMERO-EMP
                         GO TO 072-FIN
                  END-IF
                  SUBTRACT CFJ-IMPORTE FROM WS-NETO-EMP
           END-IF
           MOVE SPACES          TO REG-EFECNOMI
           MOVE "F"             TO EFN-TIPO
           MOVE NUMERO-EMP      TO EFN-NUMERO-EMP
           MOVE CFJ-ULT-PERIODO TO EFN-FECHA
           MOVE CFJ-IMPORTE     TO EFN-IMPORTE
           MOVE CFJ-CONCEPTO    TO EFN-CONCEPTO
           PERFORM 066-GRABA-EFECTO THRU 066-FIN
           ADD 1 TO CFJ-APLICADAS
           MOVE WS-PERIODO-PEDIDO TO CFJ-ULT-PERIODO
           IF CFJ-PARCIALIDADES NOT EQUAL ZEROS
              AND CFJ-APLICADAS NOT LESS CFJ-PARCIALIDADES
              THEN
                  SET CFJ-ESTA-TERMINADA TO TRUE
           END-IF
           REWRITE REG-CONCFIJO
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR CONCFIJO: " CFJ-LLAVE
           END-REWRITE
           ADD 1 TO WS-FIJOS-EMP
           MOVE CFJ-CONCEPTO        TO WS-FIJ-CONCEPTO (WS-FIJOS-EMP)
           MOVE WS-CPTO-DESCRIPCION
              TO WS-FIJ-DESCRIPCION (WS-FIJOS-EMP)
           MOVE WS-CPTO-SIGNO       TO WS-FIJ-SIGNO    (WS-FIJOS-EMP)
           MOVE CFJ-IMPORTE         TO WS-FIJ-IMPORTE  (WS-FIJOS-EMP).
       072-FIN.  EXIT.

      * CADA CONCEPTO FIJO VIAJA EN SU PROPIO RENGLON: LA DEDUCCION
      * COMO RENGLON DE SOLO DEDUCCION, IGUAL QUE INFONAVIT (EL NETO
      * DEL RENGLON NORMAL YA VIENE DISMINUIDO); LA PERCEPCION COMO
      * UN CONCEPTO DE INTERFAZ, CON SU PROPIO NETO A DISPERSAR.
       073-GRABA-FIJO.
           MOVE SPACES           TO REG-NOMINA
           MOVE WS-PER-ANIO      TO NOM-ANIO
           MOVE WS-PER-MES       TO NOM-MES
           MOVE WS-PER-DIA       TO NOM-DIA
           MOVE NUMERO-EMP       TO NOM-NUMERO-EMP
           MOVE DEPTO-EMP        TO NOM-DEPTO
           MOVE WS-FIJ-CONCEPTO (WS-IND-FIJ) TO NOM-CONCEPTO
           MOVE ZEROS            TO NOM-SALARIO
                                    NOM-DEDUCCION
                                    NOM-NETO
                                    NOM-PRESTAMO
                                    NOM-FALTAS
                                    NOM-EXTRAS
                                    NOM-ISR
                                    NOM-IMSS
                                    NOM-OTROS
           IF WS-FIJ-SIGNO (WS-IND-FIJ) EQUAL "D"
              THEN
                  MOVE WS-FIJ-IMPORTE (WS-IND-FIJ) TO NOM-DEDUCCION
                  ADD WS-FIJ-IMPORTE (WS-IND-FIJ)
                     TO WS-TOT-FIJOS-DEDU
              ELSE
                  MOVE WS-FIJ-IMPORTE (WS-IND-FIJ) TO NOM-SALARIO
                                                      NOM-NETO
                  ADD WS-FIJ-IMPORTE (WS-IND-FIJ)
                     TO WS-TOT-FIJOS-PERC
                        WS-TOT-NETO
           END-IF
           WRITE REG-NOMINA
           PERFORM 065-GRABA-NOMIPER THRU 065-FIN
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMINA, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           ADD 1 TO WS-FIJOS-APLICADOS.
       073-FIN.  EXIT.

      * TODO RENGLON DE INTERFAZ SE COTEJA CONTRA EL CATALOGO DE
      * CONCEPTOS: UNO QUE NADIE DIO DE ALTA SE PAGA DE TODOS MODOS
      * (ES DINERO YA COMPROMETIDO) PERO SE AVISA Y LA CORRIDA
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       075-FIN.  EXIT.

      * Y EL MISMO TRATAMIENTO PARA LOS INCENTIVOS DE PRODUCCION QUE
      * PROGINCE DEJO EN SU INTERFAZ AL CIERRE DEL PERIODO.
       186-CONSUME-INCENTIVOS.
           MOVE ZEROS TO WS-CONCEPTOS-EXTRA
           OPEN INPUT INTFINCE
           IF INTERFAZ-NO-EXISTE
              THEN
                  GO TO 186-FIN
           END-IF
           IF NOT INTERFAZ-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR INTFINCE, STATUS: "
                          WS-STATUS-INTERFAZ
                  GO TO 186-FIN
           END-IF
           MOVE SPACES TO SW-FIN-INTERFAZ
           PERFORM 185-PASA-INCENTIVO THRU 185-FIN
                   UNTIL SW-FIN-INTERFAZ EQUAL "FIN"
           CLOSE INTFINCE
           IF WS-CONCEPTOS-EXTRA GREATER ZEROS
              THEN
                  OPEN OUTPUT INTFINCE
                  CLOSE INTFINCE
                  DISPLAY "INCENTIVOS DE INTERFAZ PAGADOS: "
                          WS-CONCEPTOS-EXTRA
           END-IF.
       186-FIN.  EXIT.

       185-PASA-INCENTIVO.
           READ INTFINCE
              AT END
                 MOVE "FIN" TO SW-FIN-INTERFAZ
                 GO TO 185-FIN
           END-READ
           MOVE REG-INTFINCE TO REG-NOMINA
           WRITE REG-NOMINA
           PERFORM 065-GRABA-NOMIPER THRU 065-FIN
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "ERROR ESCRIBIENDO NOMINA, STATUS: "
                          WS-STATUS-NOMINA
           END-IF
           ADD 1         TO WS-CONCEPTOS-EXTRA
           ADD NOM-NETO  TO WS-TOT-NETO
           MOVE NOM-NUMERO-EMP TO WS-REC-NUMERO
           MOVE SPACES         TO WS-REC-NOMBRE
           MOVE NOM-DEPTO      TO WS-REC-DEPTO
           PERFORM 086-VALIDA-CONCEPTO THRU 086-FIN
           MOVE WS-CPTO-DESCRIPCION TO WS-REC-PUESTO-DESC
           MOVE NOM-SALARIO    TO WS-REC-SALARIO
           MOVE NOM-DEDUCCION  TO WS-REC-DEDUCCION
           MOVE NOM-NETO       TO WS-REC-NETO
           WRITE REG-REPORTE FROM WS-RECIBO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-RECIBO-2 AFTER 1
           WRITE REG-REPORTE FROM WS-RECIBO-3 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1.
       185-FIN.  EXIT.

      * Y EL MISMO TRATAMIENTO PARA LOS VALES DE DESPENSA QUE
      * PROGVALE DEJO EN SU INTERFAZ: CONCEPTO EN ESPECIE, NETO EN
      * CEROS, SOLO PARA QUE EL RECIBO Y EL REGISTRO LO MUESTREN.
                 MOVE "FIN" TO SW-FIN-INCIDEN
                 GO TO 155-FIN
           END-READ
           IF INC-YA-APLICADA
              THEN
                  GO TO 155-FIN
           END-IF
           IF NOT INC-ES-FALTA
              AND NOT INC-ES-SUSPENSION
              AND (NOT INC-ES-INCAPACIDAD OR INC-FOLIO EQUAL SPACES)
              THEN
                  GO TO 155-FIN
           END-IF
           IF INC-YA-APLICADA
              THEN
                  REWRITE REG-INCIDEN
                  MOVE SPACES         TO REG-EFECNOMI
                  MOVE "I"            TO EFN-TIPO
                  MOVE INC-NUMERO-EMP TO EFN-NUMERO-EMP
                  MOVE INC-FECHA      TO EFN-FECHA
                  MOVE ZEROS          TO EFN-IMPORTE
                  PERFORM 066-GRABA-EFECTO THRU 066-FIN
           END-IF.
       155-FIN.  EXIT.

           IF HX-YA-PAGADA
              THEN
                  REWRITE REG-HRSEXTRA
                  MOVE SPACES         TO REG-EFECNOMI
                  MOVE "H"            TO EFN-TIPO
                  MOVE HX-NUMERO-EMP  TO EFN-NUMERO-EMP
                  MOVE HX-FECHA       TO EFN-FECHA
                  MOVE HX-HORAS       TO EFN-IMPORTE
                  PERFORM 066-GRABA-EFECTO THRU 066-FIN
           END-IF.
       165-FIN.  EXIT.

      * CADA DIA CON PRIMA PAGADO QUEDA CON SU IMPORTE Y EL PERIODO
      * EN QUE SE PAGO; EL DIARIO DE EFECTOS LLEVA EL CONCEPTO PARA
      * QUE PROGREVE LO PUEDA DESMARCAR.
       170-MARCA-PRIMAS.
           IF WS-TOTAL-PRIMAS EQUAL ZEROS
              THEN
                  GO TO 170-FIN
           END-IF
           OPEN I-O PRIMDIA
           IF NOT PRIMDIA-OK
              THEN
                  DISPLAY "NO SE PUDO REABRIR PRIMDIA, STATUS: "
                          WS-STATUS-PRIMDIA
                  GO TO 170-FIN
           END-IF
           MOVE SPACES TO SW-FIN-PRIMAS
           PERFORM 175-MARCA-UNA-PRIMA THRU 175-FIN
                   UNTIL SW-FIN-PRIMAS EQUAL "FIN"
           CLOSE PRIMDIA.
       170-FIN.  EXIT.

       175-MARCA-UNA-PRIMA.
           READ PRIMDIA
              AT END
                 MOVE "FIN" TO SW-FIN-PRIMAS
                 GO TO 175-FIN
           END-READ
           IF DPR-YA-PAGADA
              THEN
                  GO TO 175-FIN
           END-IF
           PERFORM VARYING WS-IND-PRI FROM 1 BY 1
                   UNTIL WS-IND-PRI GREATER WS-TOTAL-PRIMAS
              IF WS-PRI-NUMERO (WS-IND-PRI) EQUAL DPR-NUMERO-EMP
                 AND WS-PRI-PAGADA (WS-IND-PRI) EQUAL "S"
                 THEN
                     MOVE "S" TO DPR-PAGADA
                     IF DPR-ES-DOMINICAL
                        THEN
                            MOVE WS-PRI-DIA-DOM (WS-IND-PRI)
                               TO DPR-IMPORTE
                        ELSE
                            MOVE WS-PRI-DIA-FES (WS-IND-PRI)
                               TO DPR-IMPORTE
                     END-IF
              END-IF
           END-PERFORM
           IF DPR-YA-PAGADA
              THEN
                  MOVE WS-PERIODO-PEDIDO TO DPR-PERIODO
                  REWRITE REG-PRIMDIA
                  MOVE SPACES         TO REG-EFECNOMI
                  MOVE "D"            TO EFN-TIPO
                  MOVE DPR-NUMERO-EMP TO EFN-NUMERO-EMP
                  MOVE DPR-FECHA      TO EFN-FECHA
                  MOVE DPR-IMPORTE    TO EFN-IMPORTE
                  MOVE DPR-CONCEPTO   TO EFN-CONCEPTO
                  PERFORM 066-GRABA-EFECTO THRU 066-FIN
           END-IF.
       175-FIN.  EXIT.

      * EL CHECKPOINT SE REGRABA COMPLETO DESPUES DE CADA EMPLEADO,
      * MISMO PATRON QUE EL FOLIO DE PROGMANT: UN SOLO REGISTRO QUE
      * SIEMPRE DICE HASTA DONDE LLEGO LA CORRIDA.
       200-FINAL.
           PERFORM 150-MARCA-INCIDEN THRU 150-FIN
           PERFORM 160-MARCA-HORAS   THRU 160-FIN
           PERFORM 170-MARCA-PRIMAS  THRU 170-FIN
           IF HAY-ARCHIVO-EFECNOMI
              THEN
                  CLOSE EFECNOMI
           END-IF
           MOVE WS-PAGADOS      TO WS-TOT-PAGADOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-PAGADOS  AFTER 2
           MOVE WS-TOT-SALARIOS TO WS-TOT-SALARIOS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-IMSS     AFTER 1
           MOVE WS-TOT-OTROS    TO WS-TOT-OTROS-R
           WRITE REG-REPORTE FROM WS-DET-TOT-OTROS    AFTER 1
           MOVE WS-TOT-INFONAVIT TO WS-TOT-INFONAVIT-R
           WRITE REG-REPORTE FROM WS-DET-TOT-INFONAVIT AFTER 1
           MOVE WS-TOT-FONACOT  TO WS-TOT-FONACOT-R
           WRITE REG-REPORTE FROM WS-DET-TOT-FONACOT  AFTER 1
           MOVE WS-TOT-SINDICATO TO WS-TOT-SINDICATO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-SINDICATO AFTER 1
           MOVE WS-TOT-SEGURO   TO WS-TOT-SEGURO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-SEGURO   AFTER 1
           MOVE WS-TOT-VIATICO  TO WS-TOT-VIATICO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-VIATICO  AFTER 1
           MOVE WS-TOT-NETO     TO WS-TOT-NETO-R
           WRITE REG-REPORTE FROM WS-DET-TOT-NETO     AFTER 1
           CLOSE EMPLEADOS
              THEN
                  CLOSE CONTRATO
           END-IF
           IF HAY-ARCHIVO-INFONAV
              THEN
                  CLOSE INFONAV
                  DISPLAY "CREDITOS INFONAVIT RETENIDOS: "
                          WS-INFONAVITS " IMPORTE: " WS-TOT-INFONAVIT
           END-IF
           IF HAY-SDIEMP
              THEN
                  CLOSE SDIEMP
           END-IF
           IF WS-SIN-SDI GREATER ZEROS
              THEN
                  DISPLAY "INFONAVIT EN PORCENTAJE INTEGRADOS CON EL "
                          "FACTOR MINIMO: " WS-SIN-SDI
           END-IF
           IF HAY-ARCHIVO-FONACOT
              THEN
                  CLOSE FONACOT
                  DISPLAY "EMPLEADOS CON RETENCION FONACOT: "
                          WS-FONACOTS " IMPORTE: " WS-TOT-FONACOT
           END-IF
           IF HAY-ARCHIVO-SINDICAT
              THEN
                  CLOSE SINDICAT
                  DISPLAY "CUOTAS SINDICALES RETENIDAS: "
                          WS-SINDICATOS " IMPORTE: " WS-TOT-SINDICATO
           END-IF
           MOVE "F" TO WS-SGM-ACCION
           CALL "PROGPSGM" USING WS-PARAMETROS-SGM
           IF WS-SEGUROS GREATER ZEROS
              THEN
                  DISPLAY "CUOTAS DE SEGURO MEDICO RETENIDAS: "
                          WS-SEGUROS " IMPORTE: " WS-TOT-SEGURO
           END-IF
           IF HAY-ARCHIVO-VIATICOS
              THEN
                  CLOSE VIATICOS
                  DISPLAY "DESCUENTOS DE VIATICOS SIN COMPROBAR: "
                          WS-VIATICOS " IMPORTE: " WS-TOT-VIATICO
           END-IF
           IF HAY-ARCHIVO-CONCFIJO
              THEN
                  CLOSE CONCFIJO
                  DISPLAY "CONCEPTOS FIJOS APLICADOS: "
                          WS-FIJOS-APLICADOS
                          " PERCEPCIONES: " WS-TOT-FIJOS-PERC
                          " DEDUCCIONES: " WS-TOT-FIJOS-DEDU
           END-IF
           IF WS-PRIMAS-PAGADAS GREATER ZEROS
              THEN
                  DISPLAY "PRIMAS DOMINICALES Y FESTIVOS PAGADOS: "
                          WS-PRIMAS-PAGADAS " IMPORTE: " WS-TOT-PRIMAS
           END-IF
           IF HAY-ARCHIVO-PENDEDU
              THEN
                  CLOSE PENDEDU
                  DISPLAY "DESCUENTOS QUE QUEDAN PENDIENTES: "
                          WS-DIFERIDOS " IMPORTE: " WS-TOT-DIFERIDO
           END-IF
           CLOSE PERIODOS.
       200-FIN.  EXIT.
