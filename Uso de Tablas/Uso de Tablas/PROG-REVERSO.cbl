       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGREVE.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * REVERSO DE UN PERIODO YA PAGADO, COMPLETO O DE UN SOLO         *
      * EMPLEADO. CUANDO LOS RENGLONES DE NOMINA RESULTAN EQUIVOCADOS  *
      * DESPUES DE CORRER PROGPOLI Y PROGBANC NO HABIA FORMA DE        *
      * DESHACERLOS SIN BORRAR HISTORIA. ESTA CORRIDA:                 *
      *   - GRABA EN NOMINA UN RENGLON REVE POR CADA RENGLON VIGENTE   *
      *     DEL PERIODO, CON LOS MISMOS IMPORTES (VER COPY NOMINA);    *
      *     NADA SE BORRA NI SE REESCRIBE;                             *
      *   - GUARDA CADA RENGLON REVERTIDO, CON SU CONCEPTO ORIGINAL,   *
      *     EN LA BITACORA NOMREVE, QUE NO SE BORRA: DE AHI RESTAN LO  *
      *     REVERTIDO LOS PROGRAMAS QUE FILTRAN NOMINA POR CONCEPTO;   *
      *   - GENERA LA POLIZA DE REVERSO (POLREVE): ABONO A LOS MISMOS  *
      *     CENTROS QUE PROGPOLI CARGO Y CARGO A RETENCIONES, CAJA DE  *
      *     AHORRO Y CUENTA PUENTE;                                    *
      *   - CON EL DIARIO DE EFECTOS DE PROGNOMI (COPY EFECNOMI)       *
      *     REGRESA AL SALDO DEL PRESTAMO EL CAPITAL QUE BAJO EL       *
      *     ABONO, QUITA DEL AHORRO EL ABONO SUMADO Y DESMARCA LAS     *
      *     INCIDENCIAS, HORAS EXTRA Y DIAS CON PRIMA (PRIMDIA) QUE LA *
      *     CORRIDA MARCO, PARA QUE LA SIGUIENTE NOMINA LOS VUELVA A   *
      *     TOMAR, DEVUELVE A CADA CONCEPTO FIJO (COPY CONCFIJO) LA    *
      *     PARCIALIDAD APLICADA Y REGRESA AL SALDO DE CADA ANTICIPO   *
      *     DE VIATICOS (COPY VIATICOS) LO DESCONTADO, REABRIENDOLO.   *
      * UN RENGLON YA REVERTIDO NO SE REVIERTE DOS VECES: SOLO         *
      * CUENTAN LOS QUE ESTAN DESPUES DEL ULTIMO REVE DEL EMPLEADO EN  *
      * EL PERIODO. EL ESTADO DEL PERIODO NO CAMBIA: EL DINERO YA      *
      * SALIO DEL BANCO Y LA RECUPERACION O EL PAGO CORRECTO SIGUEN    *
      * SU PROPIO CAMINO (SIGUIENTE NOMINA O PERIODO ESPECIAL).        *
      * REQUIERE LA CLAVE DE UN SUPERVISOR DISTINTO DEL OPERADOR CON   *
      * LA OPCION "N" DE PROGREVE EN SU PERFIL (PROGMENU MODO "P"), Y  *
      * EL REVERSO QUEDA EN AUDITORIA MODO "T".                        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS     ASSIGN TO UT-S-PERIODOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PER-FECHA-PAGO
                               FILE STATUS IS WS-STATUS-PERIODOS.
           SELECT NOMINA       ASSIGN TO UT-S-NOMINA
                               FILE STATUS IS WS-STATUS-NOMINA.
           SELECT NOMREVE      ASSIGN TO UT-S-NOMREVE
                               FILE STATUS IS WS-STATUS-NOMREVE.
           SELECT POLREVE      ASSIGN TO UT-S-POLREVE
                               FILE STATUS IS WS-STATUS-POLREVE.
           SELECT EFECNOMI     ASSIGN TO UT-S-EFECNOMI
                               FILE STATUS IS WS-STATUS-EFECNOMI.
           SELECT PRESTAMO     ASSIGN TO UT-S-PRESTAMO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS PRE-LLAVE
                               FILE STATUS IS WS-STATUS-PRESTAMO.
           SELECT CONCFIJO     ASSIGN TO UT-S-CONCFIJO
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS CFJ-LLAVE
                               FILE STATUS IS WS-STATUS-CONCFIJO.
           SELECT VIATICOS     ASSIGN TO UT-S-VIATICOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS VIA-LLAVE
                               FILE STATUS IS WS-STATUS-VIATICOS.
           SELECT INCIDEN      ASSIGN TO UT-S-INCIDEN
                               FILE STATUS IS WS-STATUS-INCIDEN.
           SELECT HRSEXTRA     ASSIGN TO UT-S-HRSEXTRA
                               FILE STATUS IS WS-STATUS-HRSEXTRA.
           SELECT PRIMDIA      ASSIGN TO UT-S-PRIMDIA
                               FILE STATUS IS WS-STATUS-PRIMDIA.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS REG-PERIODOS.
           COPY PERIODOS.

       FD  NOMINA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMINA.
           COPY NOMINA.

      * BITACORA DE RENGLONES REVERTIDOS: CADA RENGLON VIGENTE QUE SE
      * REVIERTE SE GUARDA AQUI TAL CUAL, CON SU CONCEPTO ORIGINAL, Y
      * NO SE BORRA. LOS PROGRAMAS QUE FILTRAN NOMINA POR CONCEPTO
      * (NORM, INFO, SIND, FONA...) RESTAN DE AQUI LO REVERTIDO, PUES
      * EL RENGLON REVE YA NO DICE QUE CONCEPTO CANCELA. LOS DE ESTA
      * CORRIDA SE PASAN AL FINAL A NOMINA COMO REVE, CUANDO YA SE
      * PUEDE EXTENDER.
       FD  NOMREVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 101 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-NOMREVE.
       01  REG-NOMREVE            PIC X(101).

      * POLIZA DE REVERSO, MISMO LAYOUT QUE LA POLIZA DE PROGPOLI.
       FD  POLREVE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-POLIZA.
       01  REG-POLIZA.
           05 POL-FECHA           PIC 9(08).
           05 POL-CUENTA          PIC X(06).
           05 POL-TIPO            PIC X(01).
              88 POL-ES-CARGO        VALUE "C".
              88 POL-ES-ABONO        VALUE "A".
           05 POL-IMPORTE         PIC 9(11)V99.
           05 POL-DESCRIPCION     PIC X(20).
           05 FILLER              PIC X(32).

       01  REG-POLIZA-CTRL REDEFINES REG-POLIZA.
           05 POL-CTRL-INDICADOR  PIC 9(05).
              88 POL-ES-ENCABEZADO   VALUE 00000.
              88 POL-ES-SUMARIO      VALUE 99999.
           05 POL-CTRL-FECHA      PIC 9(08).
           05 POL-CTRL-REGISTROS  PIC 9(05).
           05 POL-CTRL-CARGOS     PIC 9(11)V99.
           05 POL-CTRL-ABONOS     PIC 9(11)V99.
           05 POL-CTRL-REGISTRO-IMSS PIC X(11).
           05 FILLER              PIC X(25).

       FD  EFECNOMI
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REG-EFECNOMI.
           COPY EFECNOMI.

       FD  PRESTAMO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS REG-PRESTAMO.
           COPY PRESTAMO.

       FD  CONCFIJO
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-CONCFIJO.
           COPY CONCFIJO.

       FD  VIATICOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS REG-VIATICOS.
           COPY VIATICOS.

       FD  INCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INCIDEN.
           COPY INCIDEN.

       FD  HRSEXTRA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-HRSEXTRA.
           COPY HRSEXTRA.

       FD  PRIMDIA
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PRIMDIA.
           COPY PRIMDIA.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PERIODOS  PIC X(02)    VALUE "00".
              88 PERIODOS-OK        VALUE "00".
           05 WS-STATUS-NOMINA    PIC X(02)    VALUE "00".
              88 NOMINA-OK          VALUE "00" "05".
           05 WS-STATUS-NOMREVE   PIC X(02)    VALUE "00".
              88 NOMREVE-OK         VALUE "00".
              88 NOMREVE-NO-EXISTE  VALUE "35".
           05 WS-STATUS-POLREVE   PIC X(02)    VALUE "00".
              88 POLREVE-OK         VALUE "00".
           05 WS-STATUS-EFECNOMI  PIC X(02)    VALUE "00".
              88 EFECNOMI-OK        VALUE "00".
              88 EFECNOMI-NO-EXISTE VALUE "35".
           05 WS-STATUS-PRESTAMO  PIC X(02)    VALUE "00".
              88 PRESTAMO-OK        VALUE "00".
           05 WS-STATUS-INCIDEN   PIC X(02)    VALUE "00".
              88 INCIDEN-OK         VALUE "00".
           05 WS-STATUS-HRSEXTRA  PIC X(02)    VALUE "00".
              88 HRSEXTRA-OK        VALUE "00".
           05 WS-STATUS-PRIMDIA   PIC X(02)    VALUE "00".
              88 PRIMDIA-OK         VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 WS-SUPERVISOR       PIC X(08)    VALUE SPACES.
           05 WS-CONFIRMA         PIC X(01)    VALUE "N".
              88 MOVIMIENTO-CONFIRMADO VALUE "S".
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-HAY-PRESTAMO     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-PRESTAMO VALUE "S".
           05 WS-STATUS-CONCFIJO  PIC X(02)    VALUE "00".
              88 CONCFIJO-OK        VALUE "00".
           05 SW-HAY-CONCFIJO     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-CONCFIJO VALUE "S".
           05 WS-STATUS-VIATICOS  PIC X(02)    VALUE "00".
              88 VIATICOS-OK        VALUE "00".
           05 SW-HAY-VIATICOS     PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-VIATICOS VALUE "S".
           05 SW-RESTAURADO       PIC X(01)    VALUE "N".
              88 EFECTO-RESTAURADO  VALUE "S".
           05 SW-DESCUADRE        PIC X(01)    VALUE "N".
              88 POLIZA-DESCUADRADA VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-PERIODO-PEDIDO.
              10 WS-PER-ANIO      PIC 9(04).
              10 WS-PER-MES       PIC 9(02).
              10 WS-PER-DIA       PIC 9(02).
           05 WS-NUMERO-PEDIDO    PIC 9(05)    VALUE ZEROS.
              88 TODO-EL-PERIODO    VALUE ZEROS.
           05 WS-POSICION         PIC 9(09)    VALUE ZEROS.
           05 WS-REVERTIDOS       PIC 9(05)    VALUE ZEROS.
           05 WS-PREVIOS-REVE     PIC 9(09)    VALUE ZEROS.
           05 WS-LEIDOS-REVE      PIC 9(09)    VALUE ZEROS.
           05 WS-YA-REVERTIDOS    PIC 9(05)    VALUE ZEROS.
           05 WS-EFECTOS          PIC 9(05)    VALUE ZEROS.
           05 WS-EFECTOS-PEND     PIC 9(05)    VALUE ZEROS.
           05 WS-SALDOS           PIC 9(05)    VALUE ZEROS.
           05 WS-DESMARCA-INC     PIC 9(05)    VALUE ZEROS.
           05 WS-DESMARCA-HX      PIC 9(05)    VALUE ZEROS.
           05 WS-DESMARCA-PRI     PIC 9(05)    VALUE ZEROS.
           05 WS-ASIENTOS         PIC 9(05)    VALUE ZEROS.
           05 WS-REPARTIDOS       PIC 9(05)    VALUE ZEROS.
           05 WS-CARGO-RENGLON    PIC S9(09)V99 VALUE ZEROS.
           05 WS-TOT-SALARIO      PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-DEDUCCION    PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-PRESTAMO     PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-NETO         PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-CARGOS       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOT-ABONOS       PIC 9(11)V99 VALUE ZEROS.
           05 WS-TOTAL-CCOSTOS    PIC 9(03)    VALUE ZEROS.
           05 WS-IND-CC           PIC 9(03)    VALUE ZEROS.
           05 WS-IND-BUSCA        PIC 9(04)    VALUE ZEROS.
           05 WS-IND-RCO          PIC 9(02)    VALUE ZEROS.
           05 WS-IND-YAR          PIC 9(04)    VALUE ZEROS.
           05 WS-IND-MAR          PIC 9(04)    VALUE ZEROS.
           05 WS-CTA-RETENCIONES  PIC X(06)    VALUE "210000".
           05 WS-CTA-CAJA         PIC X(06)    VALUE "220000".
           05 WS-CTA-PUENTE       PIC X(06)    VALUE "110000".
           05 WS-RC-REVERSO       PIC 9(02)    VALUE ZEROS.

      * ULTIMO RENGLON REVE DE CADA EMPLEADO EN EL PERIODO (POSICION
      * EN NOMINA): LO QUE ESTA ANTES YA QUEDO REVERTIDO.
       01  WS-TABLA-YA-REVERTIDOS.
           05 WS-TOTAL-YAR        PIC 9(04)    VALUE ZEROS.
           05 WS-YAR-RENGLON      OCCURS 1000 TIMES.
              10 WS-YAR-NUMERO    PIC 9(05).
              10 WS-YAR-POSICION  PIC 9(09).

      * INCIDENCIAS (I) Y HORAS EXTRA (H) POR DESMARCAR, SACADAS DEL
      * DIARIO DE EFECTOS.
       01  WS-TABLA-MARCAS.
           05 WS-TOTAL-MARCAS     PIC 9(04)    VALUE ZEROS.
           05 WS-MAR-RENGLON      OCCURS 1000 TIMES.
              10 WS-MAR-TIPO      PIC X(01).
              10 WS-MAR-NUMERO    PIC 9(05).
              10 WS-MAR-FECHA     PIC 9(08).

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
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".
              88 PARM-NO-ENCONTRADO  VALUE "N".

       01  WS-PARAMETROS-CPTO.
           05 WS-CPTO-CODIGO      PIC X(04).
           05 WS-CPTO-DESCRIPCION PIC X(20).
           05 WS-CPTO-SIGNO       PIC X(01).
           05 WS-CPTO-GRAVABLE    PIC X(01).
           05 WS-CPTO-CUENTA      PIC X(06).
           05 WS-CPTO-ENCONTRADO  PIC X(01).
              88 CPTO-ENCONTRADO     VALUE "S".
              88 CPTO-NO-ENCONTRADO  VALUE "N".

       01  LK-PARAMETROS-DEPTO.
           05 LK-DEPTO-CODIGO     PIC 9(03).
           05 LK-DEPTO-NOMBRE     PIC X(20).
           05 LK-DEPTO-CCOSTO     PIC X(06).
           05 LK-DEPTO-ENCONTRADO PIC X(01).
              88 DEPTO-ENCONTRADO    VALUE "S".
              88 DEPTO-NO-ENCONTRADO VALUE "N".

      * MISMA ACUMULACION POR CENTRO DE COSTOS QUE PROGPOLI, PARA QUE
      * EL ABONO DE REVERSO CAIGA EN LOS CENTROS QUE SE CARGARON.
       01  WS-TABLA-CCOSTOS.
           05 WS-CCOSTO           OCCURS 100 TIMES.
              10 WS-CC-CUENTA     PIC X(06).
              10 WS-CC-DESC       PIC X(20).
              10 WS-CC-IMPORTE    PIC S9(11)V99.

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "N".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGREVE".

       01  WS-TITULO-REVERSO.
           05 FILLER              PIC X(14)    VALUE SPACES.
           05 FILLER              PIC X(30)
              VALUE "REVERSO DE NOMINA DEL PERIODO ".
           05 WS-TIT-PERIODO      PIC 9(08).
           05 FILLER              PIC X(12)    VALUE "  EMPLEADO: ".
           05 WS-TIT-EMPLEADO     PIC X(05).
           05 FILLER              PIC X(11)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CONCEPTO     PIC X(04).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-SALARIO      PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEDUCCION    PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NETO         PIC Z,ZZZ,ZZ9.99.
           05 FILLER              PIC X(14)    VALUE SPACES.

       01  WS-DET-ASIENTO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-ASI-CUENTA       PIC X(06).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-ASI-TIPO         PIC X(05).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-ASI-IMPORTE      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-ASI-DESC         PIC X(20).
           05 FILLER              PIC X(25)    VALUE SPACES.

       01  WS-DET-TOTALES.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-TEXTO        PIC X(30).
           05 WS-TOT-CUANTOS      PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-TOT-IMPRESO      PIC $$$,$$$,$$$,$$9.99.
           05 FILLER              PIC X(23)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           DISPLAY "PERIODO A REVERTIR (AAAAMMDD): "
           ACCEPT WS-PERIODO-PEDIDO
           DISPLAY "EMPLEADO A REVERTIR (00000 = TODO EL PERIODO): "
           ACCEPT WS-NUMERO-PEDIDO
           PERFORM 100-VALIDA-PERIODO   THRU 100-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GOBACK
           END-IF
           PERFORM 150-AUTORIZA         THRU 150-FIN
           IF RETURN-CODE NOT EQUAL ZEROS
              THEN
                  GOBACK
           END-IF
           DISPLAY "CONFIRMA EL REVERSO DEL PERIODO "
                   WS-PERIODO-PEDIDO " (S/N): "
           ACCEPT WS-CONFIRMA
           IF NOT MOVIMIENTO-CONFIRMADO
              THEN
                  DISPLAY "REVERSO NO CONFIRMADO"
                  GOBACK
           END-IF
           PERFORM 180-LEE-PARAMETROS   THRU 180-FIN
           PERFORM 200-BUSCA-REVERSOS   THRU 200-FIN
           IF WS-RC-REVERSO NOT EQUAL ZEROS
              THEN
                  MOVE WS-RC-REVERSO TO RETURN-CODE
                  GOBACK
           END-IF
           PERFORM 300-REVIERTE-NOMINA  THRU 300-FIN
           IF WS-RC-REVERSO NOT EQUAL ZEROS
              THEN
                  MOVE WS-RC-REVERSO TO RETURN-CODE
                  GOBACK
           END-IF
           PERFORM 400-AGREGA-NOMINA    THRU 400-FIN
           PERFORM 500-POLIZA-REVERSO   THRU 500-FIN
           PERFORM 600-REVIERTE-EFECTOS THRU 600-FIN
           PERFORM 700-DESMARCA-INCIDEN THRU 700-FIN
           PERFORM 750-DESMARCA-HORAS   THRU 750-FIN
           PERFORM 780-DESMARCA-PRIMAS  THRU 780-FIN
           PERFORM 900-FINAL            THRU 900-FIN
           GOBACK.

      * ---------------------------------------------------------------
      * VALIDACIONES Y AUTORIZACION
      * ---------------------------------------------------------------
      * SOLO SE REVIERTE UN PERIODO YA PAGADO (PAGADO O CERRADO): UN
      * PERIODO NOMINADO TODAVIA NO SALE AL BANCO Y SE CORRIGE
      * VOLVIENDO A CORRERLO. EL ESTADO SE LEE Y NO SE TOCA.
       100-VALIDA-PERIODO.
           OPEN INPUT PERIODOS
           IF NOT PERIODOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PERIODOS (CORRA "
                          "PROGGPER), STATUS: " WS-STATUS-PERIODOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO PER-FECHA-PAGO
           READ PERIODOS
              INVALID KEY
                 DISPLAY "LA FECHA " WS-PERIODO-PEDIDO
                         " NO ES UN PERIODO DEL CATALOGO"
                 CLOSE PERIODOS
                 MOVE 8 TO RETURN-CODE
                 GO TO 100-FIN
           END-READ
           CLOSE PERIODOS
           IF NOT PER-PAGADO
              AND NOT PER-CERRADO
              THEN
                  DISPLAY "EL PERIODO " WS-PERIODO-PEDIDO
                          " NO SE HA PAGADO (ESTADO " PER-ESTADO
                          "), NO HAY NADA QUE REVERTIR"
                  MOVE 8 TO RETURN-CODE
           END-IF.
       100-FIN.  EXIT.

      * EL SUPERVISOR DEBE SER OTRA PERSONA Y TENER EN SU PERFIL LA
      * OPCION DE REVERSO; EL RECHAZO QUEDA EN AUDITORIA COMO
      * "NO AUTOR" Y LA AUTORIZACION COMO "PERMISO".
       150-AUTORIZA.
           DISPLAY "CLAVE DE SUPERVISOR: "
           ACCEPT WS-SUPERVISOR
           IF WS-SUPERVISOR EQUAL SPACES
              OR WS-SUPERVISOR EQUAL WS-USUARIO
              THEN
                  DISPLAY "EL REVERSO LO AUTORIZA UN SUPERVISOR "
                          "DISTINTO DEL OPERADOR"
                  MOVE 8 TO RETURN-CODE
                  GO TO 150-FIN
           END-IF
           MOVE "P"              TO WS-MENU-MODO
           MOVE WS-SUPERVISOR    TO WS-MENU-USUARIO
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "T"              TO WS-MENU-MODO
           MOVE WS-USUARIO       TO WS-MENU-USUARIO
           IF MENU-ERROR
              THEN
                  DISPLAY "SUPERVISOR " WS-SUPERVISOR
                          " NO AUTORIZADO PARA REVERSOS"
                  MOVE 8 TO RETURN-CODE
                  GO TO 150-FIN
           END-IF
           MOVE 0 TO RETURN-CODE.
       150-FIN.  EXIT.

       180-LEE-PARAMETROS.
           MOVE "CTA-RETENCIONES" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-VALOR (1:6) TO WS-CTA-RETENCIONES
           END-IF
           MOVE "CTA-CAJA-AHORRO" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-VALOR (1:6) TO WS-CTA-CAJA
           END-IF
           MOVE "CTA-BANCO-PUENTE" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              THEN
                  MOVE WS-PARM-VALOR (1:6) TO WS-CTA-PUENTE
           END-IF
           MOVE 0 TO RETURN-CODE.
       180-FIN.  EXIT.

      * ---------------------------------------------------------------
      * PRIMERA PASADA: DONDE QUEDO EL ULTIMO REVE DE CADA EMPLEADO
      * ---------------------------------------------------------------
       200-BUSCA-REVERSOS.
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO WS-RC-REVERSO
                  GO TO 200-FIN
           END-IF
           MOVE ZEROS  TO WS-POSICION
           MOVE SPACES TO SW-FIN
           PERFORM 210-BUSCA-UNO THRU 210-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMINA.
       200-FIN.  EXIT.

       210-BUSCA-UNO.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 210-FIN
           END-READ
           ADD 1 TO WS-POSICION
           IF NOM-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              OR NOT NOM-ES-REVERSO
              THEN
                  GO TO 210-FIN
           END-IF
           IF NOT TODO-EL-PERIODO
              AND NOM-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  GO TO 210-FIN
           END-IF
           PERFORM 220-BUSCA-EMPLEADO THRU 220-FIN
           IF WS-IND-YAR EQUAL ZEROS
              THEN
                  IF WS-TOTAL-YAR EQUAL 1000
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 1000 "
                                 "EMPLEADOS YA REVERTIDOS"
                         MOVE 8     TO WS-RC-REVERSO
                         MOVE "FIN" TO SW-FIN
                         GO TO 210-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-YAR
                  MOVE WS-TOTAL-YAR   TO WS-IND-YAR
                  MOVE NOM-NUMERO-EMP TO WS-YAR-NUMERO (WS-IND-YAR)
           END-IF
           MOVE WS-POSICION TO WS-YAR-POSICION (WS-IND-YAR).
       210-FIN.  EXIT.

       220-BUSCA-EMPLEADO.
           MOVE ZEROS TO WS-IND-YAR
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-YAR
              IF WS-YAR-NUMERO (WS-IND-BUSCA) EQUAL NOM-NUMERO-EMP
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-YAR
              END-IF
           END-PERFORM.
       220-FIN.  EXIT.

      * ---------------------------------------------------------------
      * SEGUNDA PASADA: RENGLON REVE POR CADA RENGLON VIGENTE
      * ---------------------------------------------------------------
       300-REVIERTE-NOMINA.
           OPEN INPUT NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                  MOVE 8 TO WS-RC-REVERSO
                  GO TO 300-FIN
           END-IF
           PERFORM 305-CUENTA-BITACORA THRU 305-FIN
           IF NOMREVE-NO-EXISTE
              THEN
                  OPEN OUTPUT NOMREVE
              ELSE
                  OPEN EXTEND NOMREVE
           END-IF
           IF NOT NOMREVE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR NOMREVE, STATUS: "
                          WS-STATUS-NOMREVE
                  CLOSE NOMINA
                  MOVE 8 TO WS-RC-REVERSO
                  GO TO 300-FIN
           END-IF
           OPEN OUTPUT REPORTE
           IF NOT REPORTE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REPORTE, STATUS: "
                          WS-STATUS-REPORTE
                  CLOSE NOMINA
                  CLOSE NOMREVE
                  MOVE 8 TO WS-RC-REVERSO
                  GO TO 300-FIN
           END-IF
           MOVE WS-PERIODO-PEDIDO TO WS-TIT-PERIODO
           IF TODO-EL-PERIODO
              THEN
                  MOVE "TODOS"          TO WS-TIT-EMPLEADO
              ELSE
                  MOVE WS-NUMERO-PEDIDO TO WS-TIT-EMPLEADO
           END-IF
           WRITE REG-REPORTE FROM WS-TITULO-REVERSO AFTER PAGE
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           MOVE ZEROS  TO WS-POSICION
           MOVE SPACES TO SW-FIN
           PERFORM 310-REVIERTE-UNO THRU 310-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMINA
           CLOSE NOMREVE.
       300-FIN.  EXIT.

      * LOS RENGLONES QUE YA TRAE LA BITACORA SON DE REVERSOS
      * ANTERIORES; AL PASAR A NOMINA SOLO CUENTAN LOS DE ESTA CORRIDA.
       305-CUENTA-BITACORA.
           MOVE ZEROS TO WS-PREVIOS-REVE
           OPEN INPUT NOMREVE
           IF NOT NOMREVE-OK
              THEN
                  GO TO 305-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 306-CUENTA-UNO THRU 306-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMREVE
           MOVE "00"   TO WS-STATUS-NOMREVE
           MOVE SPACES TO SW-FIN.
       305-FIN.  EXIT.

       306-CUENTA-UNO.
           READ NOMREVE
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 306-FIN
           END-READ
           ADD 1 TO WS-PREVIOS-REVE.
       306-FIN.  EXIT.

       310-REVIERTE-UNO.
           READ NOMINA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 310-FIN
           END-READ
           ADD 1 TO WS-POSICION
           IF NOM-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              OR NOM-ES-REVERSO
              THEN
                  GO TO 310-FIN
           END-IF
           IF NOT TODO-EL-PERIODO
              AND NOM-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  GO TO 310-FIN
           END-IF
           PERFORM 220-BUSCA-EMPLEADO THRU 220-FIN
           IF WS-IND-YAR NOT EQUAL ZEROS
              THEN
                  IF WS-POSICION LESS WS-YAR-POSICION (WS-IND-YAR)
                     THEN
                         ADD 1 TO WS-YA-REVERTIDOS
                         GO TO 310-FIN
                  END-IF
           END-IF
           PERFORM 320-DISTRIBUYE THRU 320-FIN
           MOVE NOM-NUMERO-EMP TO WS-DET-NUMERO
           MOVE NOM-DEPTO      TO WS-DET-DEPTO
           MOVE NOM-CONCEPTO   TO WS-DET-CONCEPTO
           MOVE NOM-SALARIO    TO WS-DET-SALARIO
           MOVE NOM-DEDUCCION  TO WS-DET-DEDUCCION
           MOVE NOM-NETO       TO WS-DET-NETO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1
           ADD NOM-SALARIO     TO WS-TOT-SALARIO
           WRITE REG-NOMREVE FROM REG-NOMINA
           ADD 1 TO WS-REVERTIDOS.
       310-FIN.  EXIT.

      * EL RUTEO ES EL DE PROGPOLI CON EL CONCEPTO ORIGINAL: CUENTA
      * PROPIA DEL CONCEPTO, REPARTO DE PROGRCOS O CENTRO DE COSTOS
      * DEL DEPARTAMENTO; AQUI SE ACUMULA LO QUE AHORA SE ABONA.
       320-DISTRIBUYE.
           COMPUTE WS-CARGO-RENGLON =
                   NOM-NETO + NOM-DEDUCCION + NOM-PRESTAMO
           ADD NOM-DEDUCCION TO WS-TOT-DEDUCCION
           ADD NOM-PRESTAMO  TO WS-TOT-PRESTAMO
           ADD NOM-NETO      TO WS-TOT-NETO
           MOVE NOM-CONCEPTO TO WS-CPTO-CODIGO
           CALL "PROGCPTO" USING WS-PARAMETROS-CPTO
           IF CPTO-ENCONTRADO
              AND WS-CPTO-CUENTA NOT EQUAL SPACES
              THEN
                  MOVE WS-CPTO-CUENTA TO LK-DEPTO-CCOSTO
                  PERFORM 330-ACUMULA-CCOSTO THRU 330-FIN
                  GO TO 320-FIN
           END-IF
           MOVE "R"              TO WS-RCO-ACCION
           MOVE NOM-NUMERO-EMP   TO WS-RCO-NUMERO-EMP
           MOVE NOM-PERIODO      TO WS-RCO-FECHA
           MOVE WS-CARGO-RENGLON TO WS-RCO-IMPORTE
           CALL "PROGRCOS" USING WS-PARAMETROS-RCOS
           IF RCO-REPARTIDO
              THEN
                  ADD 1 TO WS-REPARTIDOS
                  PERFORM 340-CARGA-CENTRO THRU 340-FIN
                          VARYING WS-IND-RCO FROM 1 BY 1
                          UNTIL WS-IND-RCO GREATER WS-RCO-CUANTOS
                  GO TO 320-FIN
           END-IF
           MOVE NOM-DEPTO TO LK-DEPTO-CODIGO
           CALL "PROGDEPT" USING LK-PARAMETROS-DEPTO
           IF DEPTO-NO-ENCONTRADO
              THEN
                  MOVE "SINCC " TO LK-DEPTO-CCOSTO
           END-IF
           PERFORM 330-ACUMULA-CCOSTO THRU 330-FIN.
       320-FIN.  EXIT.

       330-ACUMULA-CCOSTO.
           MOVE ZEROS TO WS-IND-CC
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-CCOSTOS
              IF WS-CC-CUENTA (WS-IND-BUSCA)
                 EQUAL LK-DEPTO-CCOSTO
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-CC
              END-IF
           END-PERFORM
           IF WS-IND-CC EQUAL ZEROS
              THEN
                  IF WS-TOTAL-CCOSTOS EQUAL 100
                     THEN
                         DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 100 "
                                 "CENTROS DE COSTOS"
                         GO TO 330-FIN
                  END-IF
                  ADD 1 TO WS-TOTAL-CCOSTOS
                  MOVE WS-TOTAL-CCOSTOS TO WS-IND-CC
                  MOVE LK-DEPTO-CCOSTO
                     TO WS-CC-CUENTA (WS-IND-CC)
                  IF CPTO-ENCONTRADO
                     AND WS-CPTO-CUENTA NOT EQUAL SPACES
                     THEN
                         MOVE WS-CPTO-DESCRIPCION
                            TO WS-CC-DESC (WS-IND-CC)
                     ELSE
                         MOVE "REVERSO DE SUELDOS"
                            TO WS-CC-DESC (WS-IND-CC)
                  END-IF
                  MOVE ZEROS TO WS-CC-IMPORTE (WS-IND-CC)
           END-IF
           ADD WS-CARGO-RENGLON TO WS-CC-IMPORTE (WS-IND-CC).
       330-FIN.  EXIT.

       340-CARGA-CENTRO.
           MOVE WS-RCO-CCOSTO     (WS-IND-RCO) TO LK-DEPTO-CCOSTO
           MOVE WS-RCO-IMPORTE-CC (WS-IND-RCO) TO WS-CARGO-RENGLON
           PERFORM 330-ACUMULA-CCOSTO THRU 330-FIN.
       340-FIN.  EXIT.

      * ---------------------------------------------------------------
      * LOS RENGLONES REVE SE AGREGAN AL REGISTRO DE NOMINA
      * ---------------------------------------------------------------
       400-AGREGA-NOMINA.
           IF WS-REVERTIDOS EQUAL ZEROS
              THEN
                  GO TO 400-FIN
           END-IF
           OPEN INPUT NOMREVE
           OPEN EXTEND NOMINA
           IF NOT NOMINA-OK
              THEN
                  DISPLAY "NO SE PUDO EXTENDER NOMINA, STATUS: "
                          WS-STATUS-NOMINA
                          " (LOS RENGLONES QUEDAN EN NOMREVE)"
                  MOVE 8 TO WS-RC-REVERSO
                  CLOSE NOMREVE
                  GO TO 400-FIN
           END-IF
           MOVE ZEROS  TO WS-LEIDOS-REVE
           MOVE SPACES TO SW-FIN
           PERFORM 410-PASA-RENGLON THRU 410-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE NOMREVE
           CLOSE NOMINA.
       400-FIN.  EXIT.

       410-PASA-RENGLON.
           READ NOMREVE
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 410-FIN
           END-READ
           ADD 1 TO WS-LEIDOS-REVE
           IF WS-LEIDOS-REVE NOT GREATER WS-PREVIOS-REVE
              THEN
                  GO TO 410-FIN
           END-IF
           MOVE REG-NOMREVE TO REG-NOMINA
           MOVE "REVE"      TO NOM-CONCEPTO
           WRITE REG-NOMINA.
       410-FIN.  EXIT.

      * ---------------------------------------------------------------
      * POLIZA DE REVERSO: LOS LADOS DE PROGPOLI INVERTIDOS
      * ---------------------------------------------------------------
       500-POLIZA-REVERSO.
           IF WS-REVERTIDOS EQUAL ZEROS
              THEN
                  GO TO 500-FIN
           END-IF
           OPEN OUTPUT POLREVE
           IF NOT POLREVE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR POLREVE, STATUS: "
                          WS-STATUS-POLREVE
                  MOVE 8 TO WS-RC-REVERSO
                  GO TO 500-FIN
           END-IF
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 2
           MOVE ZEROS             TO REG-POLIZA
           MOVE 00000             TO POL-CTRL-INDICADOR
           MOVE WS-PERIODO-PEDIDO TO POL-CTRL-FECHA
           MOVE SPACES            TO POL-CTRL-REGISTRO-IMSS
           WRITE REG-POLIZA
           PERFORM 510-ABONA-CENTRO THRU 510-FIN
                   VARYING WS-IND-CC FROM 1 BY 1
                   UNTIL WS-IND-CC GREATER WS-TOTAL-CCOSTOS
           MOVE WS-CTA-RETENCIONES TO POL-CUENTA
           MOVE WS-TOT-DEDUCCION   TO POL-IMPORTE
           MOVE "REV RETENCIONES"  TO POL-DESCRIPCION
           PERFORM 520-GRABA-CARGO THRU 520-FIN
           MOVE WS-CTA-CAJA        TO POL-CUENTA
           MOVE WS-TOT-PRESTAMO    TO POL-IMPORTE
           MOVE "REV CAJA DE AHORRO" TO POL-DESCRIPCION
           PERFORM 520-GRABA-CARGO THRU 520-FIN
           MOVE WS-CTA-PUENTE      TO POL-CUENTA
           MOVE WS-TOT-NETO        TO POL-IMPORTE
           MOVE "REV NETO DISPERSADO" TO POL-DESCRIPCION
           PERFORM 520-GRABA-CARGO THRU 520-FIN
           MOVE ZEROS             TO REG-POLIZA
           MOVE 99999             TO POL-CTRL-INDICADOR
           MOVE WS-PERIODO-PEDIDO TO POL-CTRL-FECHA
           MOVE WS-ASIENTOS       TO POL-CTRL-REGISTROS
           MOVE WS-TOT-CARGOS     TO POL-CTRL-CARGOS
           MOVE WS-TOT-ABONOS     TO POL-CTRL-ABONOS
           WRITE REG-POLIZA
           CLOSE POLREVE
           IF WS-TOT-CARGOS NOT EQUAL WS-TOT-ABONOS
              THEN
                  DISPLAY "POLIZA DE REVERSO DESCUADRADA: CARGOS "
                          WS-TOT-CARGOS " ABONOS " WS-TOT-ABONOS
                  SET POLIZA-DESCUADRADA TO TRUE
           END-IF.
       500-FIN.  EXIT.

       510-ABONA-CENTRO.
           MOVE SPACES            TO REG-POLIZA
           MOVE WS-PERIODO-PEDIDO TO POL-FECHA
           MOVE WS-CC-CUENTA  (WS-IND-CC) TO POL-CUENTA
           MOVE "A"               TO POL-TIPO
           MOVE WS-CC-IMPORTE (WS-IND-CC) TO POL-IMPORTE
           MOVE WS-CC-DESC    (WS-IND-CC) TO POL-DESCRIPCION
           WRITE REG-POLIZA
           ADD 1 TO WS-ASIENTOS
           ADD WS-CC-IMPORTE (WS-IND-CC) TO WS-TOT-ABONOS
           MOVE POL-CUENTA      TO WS-ASI-CUENTA
           MOVE "ABONO"         TO WS-ASI-TIPO
           MOVE POL-IMPORTE     TO WS-ASI-IMPORTE
           MOVE POL-DESCRIPCION TO WS-ASI-DESC
           WRITE REG-REPORTE FROM WS-DET-ASIENTO AFTER 1.
       510-FIN.  EXIT.

      * EL LLAMADOR DEJA CUENTA, IMPORTE Y DESCRIPCION EN EL
      * REGISTRO; AQUI SE COMPLETA, SE GRABA Y SE SUMA AL CONTROL.
       520-GRABA-CARGO.
           MOVE WS-PERIODO-PEDIDO TO POL-FECHA
           MOVE "C"               TO POL-TIPO
           WRITE REG-POLIZA
           ADD 1 TO WS-ASIENTOS
           ADD POL-IMPORTE TO WS-TOT-CARGOS
           MOVE POL-CUENTA      TO WS-ASI-CUENTA
           MOVE "CARGO"         TO WS-ASI-TIPO
           MOVE POL-IMPORTE     TO WS-ASI-IMPORTE
           MOVE POL-DESCRIPCION TO WS-ASI-DESC
           WRITE REG-REPORTE FROM WS-DET-ASIENTO AFTER 1.
       520-FIN.  EXIT.

      * ---------------------------------------------------------------
      * DIARIO DE EFECTOS: SALDOS DE CAJA, INCIDENCIAS Y HORAS
      * ---------------------------------------------------------------
      * UN EFECTO QUE NO SE PUDO DESHACER (SIN PRESTAMO, SIN SALDO O
      * TABLA LLENA) QUEDA SIN MARCAR Y UN SEGUNDO REVERSO DEL MISMO
      * PERIODO LO VUELVE A INTENTAR.
       600-REVIERTE-EFECTOS.
           OPEN I-O EFECNOMI
           IF EFECNOMI-NO-EXISTE
              THEN
                  DISPLAY "SIN DIARIO DE EFECTOS: SALDOS DE CAJA, "
                          "INCIDENCIAS Y HORAS SE REVISAN A MANO"
                  ADD 1 TO WS-EFECTOS-PEND
                  GO TO 600-FIN
           END-IF
           IF NOT EFECNOMI-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EFECNOMI, STATUS: "
                          WS-STATUS-EFECNOMI
                  ADD 1 TO WS-EFECTOS-PEND
                  GO TO 600-FIN
           END-IF
           OPEN I-O PRESTAMO
           IF PRESTAMO-OK
              THEN
                  SET HAY-ARCHIVO-PRESTAMO TO TRUE
           END-IF
           OPEN I-O CONCFIJO
           IF CONCFIJO-OK
              THEN
                  SET HAY-ARCHIVO-CONCFIJO TO TRUE
           END-IF
           OPEN I-O VIATICOS
           IF VIATICOS-OK
              THEN
                  SET HAY-ARCHIVO-VIATICOS TO TRUE
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 610-REVIERTE-UNO THRU 610-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EFECNOMI
           IF HAY-ARCHIVO-PRESTAMO
              THEN
                  CLOSE PRESTAMO
           END-IF
           IF HAY-ARCHIVO-CONCFIJO
              THEN
                  CLOSE CONCFIJO
           END-IF
           IF HAY-ARCHIVO-VIATICOS
              THEN
                  CLOSE VIATICOS
           END-IF.
       600-FIN.  EXIT.

       610-REVIERTE-UNO.
           READ EFECNOMI
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 610-FIN
           END-READ
           IF EFN-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              OR EFN-YA-REVERTIDO
              THEN
                  GO TO 610-FIN
           END-IF
           IF NOT TODO-EL-PERIODO
              AND EFN-NUMERO-EMP NOT EQUAL WS-NUMERO-PEDIDO
              THEN
                  GO TO 610-FIN
           END-IF
           MOVE "N" TO SW-RESTAURADO
           EVALUATE TRUE
              WHEN EFN-ES-PRESTAMO
              WHEN EFN-ES-AHORRO
                 PERFORM 620-RESTAURA-SALDO THRU 620-FIN
              WHEN EFN-ES-INCIDENCIA
              WHEN EFN-ES-HORAS
              WHEN EFN-ES-PRIMA
                 PERFORM 630-ANOTA-MARCA    THRU 630-FIN
              WHEN EFN-ES-FIJO
                 PERFORM 640-RESTAURA-FIJO  THRU 640-FIN
              WHEN EFN-ES-VIATICO
                 PERFORM 650-RESTAURA-VIATICO THRU 650-FIN
           END-EVALUATE
           IF NOT EFECTO-RESTAURADO
              THEN
                  ADD 1 TO WS-EFECTOS-PEND
                  GO TO 610-FIN
           END-IF
           MOVE "S" TO EFN-REVERTIDO
           REWRITE REG-EFECNOMI
           ADD 1 TO WS-EFECTOS.
       610-FIN.  EXIT.

      * EL CAPITAL QUE EL ABONO BAJO SE REGRESA AL SALDO DEL
      * PRESTAMO; EL ABONO DE AHORRO SE QUITA DEL SALDO A FAVOR.
       620-RESTAURA-SALDO.
           IF NOT HAY-ARCHIVO-PRESTAMO
              THEN
                  DISPLAY "SIN ARCHIVO PRESTAMO, NO SE RESTAURA EL "
                          "SALDO DEL EMPLEADO " EFN-NUMERO-EMP
                  GO TO 620-FIN
           END-IF
           MOVE EFN-NUMERO-EMP TO PRE-NUMERO-EMP
           MOVE EFN-TIPO       TO PRE-TIPO
           READ PRESTAMO
              INVALID KEY
                 DISPLAY "NO EXISTE EL PRESTAMO/AHORRO " EFN-TIPO
                         " DEL EMPLEADO " EFN-NUMERO-EMP
                 GO TO 620-FIN
           END-READ
           IF EFN-ES-PRESTAMO
              THEN
                  ADD EFN-IMPORTE TO PRE-SALDO
              ELSE
                  IF PRE-SALDO LESS EFN-IMPORTE
                     THEN
                         DISPLAY "AHORRO DEL EMPLEADO " EFN-NUMERO-EMP
                                 " YA NO TIENE EL ABONO, SE REVISA "
                                 "A MANO"
                         GO TO 620-FIN
                  END-IF
                  SUBTRACT EFN-IMPORTE FROM PRE-SALDO
           END-IF
           MOVE WS-FECHA-HOY TO PRE-FECHA-ULT-MOV
           REWRITE REG-PRESTAMO
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR PRESTAMO: "
                         EFN-NUMERO-EMP
                 GO TO 620-FIN
           END-REWRITE
           ADD 1 TO WS-SALDOS
           SET EFECTO-RESTAURADO TO TRUE.
       620-FIN.  EXIT.

       630-ANOTA-MARCA.
           IF WS-TOTAL-MARCAS EQUAL 1000
              THEN
                  DISPLAY "CAPACIDAD EXCEDIDA: MAS DE 1000 MARCAS "
                          "POR DESHACER, EMPLEADO " EFN-NUMERO-EMP
                  GO TO 630-FIN
           END-IF
           ADD 1 TO WS-TOTAL-MARCAS
           MOVE EFN-TIPO       TO WS-MAR-TIPO   (WS-TOTAL-MARCAS)
           MOVE EFN-NUMERO-EMP TO WS-MAR-NUMERO (WS-TOTAL-MARCAS)
           MOVE EFN-FECHA      TO WS-MAR-FECHA  (WS-TOTAL-MARCAS)
           SET EFECTO-RESTAURADO TO TRUE.
       630-FIN.  EXIT.

      * LA PARCIALIDAD DEL CONCEPTO FIJO SE DEVUELVE: BAJA EL CONTADOR
      * DE APLICADAS, EL ULTIMO PERIODO VUELVE AL QUE TENIA ANTES DE
      * LA CORRIDA Y UNA INSTRUCCION QUE ESA PARCIALIDAD TERMINO SE
      * REACTIVA, PARA QUE LA SIGUIENTE NOMINA LA APLIQUE DE NUEVO.
       640-RESTAURA-FIJO.
           IF NOT HAY-ARCHIVO-CONCFIJO
              THEN
                  DISPLAY "SIN ARCHIVO CONCFIJO, NO SE DEVUELVE LA "
                          "PARCIALIDAD " EFN-CONCEPTO " DEL EMPLEADO "
                          EFN-NUMERO-EMP
                  GO TO 640-FIN
           END-IF
           MOVE EFN-NUMERO-EMP TO CFJ-NUMERO-EMP
           MOVE EFN-CONCEPTO   TO CFJ-CONCEPTO
           READ CONCFIJO
              INVALID KEY
                 DISPLAY "NO EXISTE EL CONCEPTO FIJO " EFN-CONCEPTO
                         " DEL EMPLEADO " EFN-NUMERO-EMP
                 GO TO 640-FIN
           END-READ
           IF CFJ-APLICADAS GREATER ZEROS
              THEN
                  SUBTRACT 1 FROM CFJ-APLICADAS
           END-IF
           MOVE EFN-FECHA TO CFJ-ULT-PERIODO
           IF CFJ-ESTA-TERMINADA
              THEN
                  SET CFJ-ESTA-ACTIVA TO TRUE
           END-IF
           MOVE WS-FECHA-HOY TO CFJ-FECHA-MOV
           REWRITE REG-CONCFIJO
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR CONCFIJO: " CFJ-LLAVE
                 GO TO 640-FIN
           END-REWRITE
           ADD 1 TO WS-SALDOS
           SET EFECTO-RESTAURADO TO TRUE.
       640-FIN.  EXIT.

      * LO DESCONTADO DE UN ANTICIPO DE VIATICOS VUELVE A SU SALDO Y
      * EL ANTICIPO QUEDA ABIERTO, PARA QUE SE COMPRUEBE O LA
      * SIGUIENTE NOMINA LO DESCUENTE DE NUEVO.
       650-RESTAURA-VIATICO.
           IF NOT HAY-ARCHIVO-VIATICOS
              THEN
                  DISPLAY "SIN ARCHIVO VIATICOS, NO SE DEVUELVE EL "
                          "DESCUENTO DEL EMPLEADO " EFN-NUMERO-EMP
                  GO TO 650-FIN
           END-IF
           MOVE EFN-NUMERO-EMP TO VIA-NUMERO-EMP
           MOVE EFN-FECHA      TO VIA-FOLIO
           READ VIATICOS
              INVALID KEY
                 DISPLAY "NO EXISTE EL ANTICIPO " EFN-FECHA
                         " DEL EMPLEADO " EFN-NUMERO-EMP
                 GO TO 650-FIN
           END-READ
           IF VIA-DESCONTADO LESS EFN-IMPORTE
              THEN
                  DISPLAY "EL ANTICIPO DEL EMPLEADO " EFN-NUMERO-EMP
                          " YA NO TIENE EL DESCUENTO, SE REVISA A MANO"
                  GO TO 650-FIN
           END-IF
           SUBTRACT EFN-IMPORTE FROM VIA-DESCONTADO
           SET VIA-ABIERTO TO TRUE
           REWRITE REG-VIATICOS
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR VIATICOS: "
                         EFN-NUMERO-EMP
                 GO TO 650-FIN
           END-REWRITE
           ADD 1 TO WS-SALDOS
           SET EFECTO-RESTAURADO TO TRUE.
       650-FIN.  EXIT.

      * LA INCIDENCIA Y LA JORNADA DESMARCADAS VUELVEN A COMO LAS
      * DEJO LA CAPTURA, Y LA SIGUIENTE NOMINA LAS TOMA DE NUEVO.
       700-DESMARCA-INCIDEN.
           IF WS-TOTAL-MARCAS EQUAL ZEROS
              THEN
                  GO TO 700-FIN
           END-IF
           OPEN I-O INCIDEN
           IF NOT INCIDEN-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR INCIDEN, STATUS: "
                          WS-STATUS-INCIDEN
                  GO TO 700-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 710-DESMARCA-UNA THRU 710-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE INCIDEN.
       700-FIN.  EXIT.

       710-DESMARCA-UNA.
           READ INCIDEN
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 710-FIN
           END-READ
           IF NOT INC-YA-APLICADA
              THEN
                  GO TO 710-FIN
           END-IF
           MOVE ZEROS TO WS-IND-MAR
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-MARCAS
              IF WS-MAR-TIPO   (WS-IND-BUSCA) EQUAL "I"
                 AND WS-MAR-NUMERO (WS-IND-BUSCA) EQUAL INC-NUMERO-EMP
                 AND WS-MAR-FECHA  (WS-IND-BUSCA) EQUAL INC-FECHA
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-MAR
              END-IF
           END-PERFORM
           IF WS-IND-MAR NOT EQUAL ZEROS
              THEN
                  MOVE SPACE TO INC-APLICADA
                  REWRITE REG-INCIDEN
                  ADD 1 TO WS-DESMARCA-INC
           END-IF.
       710-FIN.  EXIT.

       750-DESMARCA-HORAS.
           IF WS-TOTAL-MARCAS EQUAL ZEROS
              THEN
                  GO TO 750-FIN
           END-IF
           OPEN I-O HRSEXTRA
           IF NOT HRSEXTRA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR HRSEXTRA, STATUS: "
                          WS-STATUS-HRSEXTRA
                  GO TO 750-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 760-DESMARCA-UNA THRU 760-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE HRSEXTRA.
       750-FIN.  EXIT.

       760-DESMARCA-UNA.
           READ HRSEXTRA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 760-FIN
           END-READ
           IF NOT HX-YA-PAGADA
              THEN
                  GO TO 760-FIN
           END-IF
           MOVE ZEROS TO WS-IND-MAR
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-MARCAS
              IF WS-MAR-TIPO   (WS-IND-BUSCA) EQUAL "H"
                 AND WS-MAR-NUMERO (WS-IND-BUSCA) EQUAL HX-NUMERO-EMP
                 AND WS-MAR-FECHA  (WS-IND-BUSCA) EQUAL HX-FECHA
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-MAR
              END-IF
           END-PERFORM
           IF WS-IND-MAR NOT EQUAL ZEROS
              THEN
                  MOVE SPACE TO HX-PAGADA
                  REWRITE REG-HRSEXTRA
                  ADD 1 TO WS-DESMARCA-HX
           END-IF.
       760-FIN.  EXIT.

      * EL DIA CON PRIMA VUELVE A QUEDAR SIN PAGAR, SIN IMPORTE NI
      * PERIODO, PARA QUE LA SIGUIENTE NOMINA LO PAGUE DE NUEVO.
       780-DESMARCA-PRIMAS.
           IF WS-TOTAL-MARCAS EQUAL ZEROS
              THEN
                  GO TO 780-FIN
           END-IF
           OPEN I-O PRIMDIA
           IF NOT PRIMDIA-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR PRIMDIA, STATUS: "
                          WS-STATUS-PRIMDIA
                  GO TO 780-FIN
           END-IF
           MOVE SPACES TO SW-FIN
           PERFORM 790-DESMARCA-UNA THRU 790-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE PRIMDIA.
       780-FIN.  EXIT.

       790-DESMARCA-UNA.
           READ PRIMDIA
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 790-FIN
           END-READ
           IF NOT DPR-YA-PAGADA
              OR DPR-PERIODO NOT EQUAL WS-PERIODO-PEDIDO
              THEN
                  GO TO 790-FIN
           END-IF
           MOVE ZEROS TO WS-IND-MAR
           PERFORM VARYING WS-IND-BUSCA FROM 1 BY 1
                   UNTIL WS-IND-BUSCA GREATER WS-TOTAL-MARCAS
              IF WS-MAR-TIPO   (WS-IND-BUSCA) EQUAL "D"
                 AND WS-MAR-NUMERO (WS-IND-BUSCA) EQUAL DPR-NUMERO-EMP
                 AND WS-MAR-FECHA  (WS-IND-BUSCA) EQUAL DPR-FECHA
                 THEN
                     MOVE WS-IND-BUSCA TO WS-IND-MAR
              END-IF
           END-PERFORM
           IF WS-IND-MAR NOT EQUAL ZEROS
              THEN
                  MOVE "N"   TO DPR-PAGADA
                  MOVE ZEROS TO DPR-IMPORTE
                                DPR-PERIODO
                  REWRITE REG-PRIMDIA
                  ADD 1 TO WS-DESMARCA-PRI
           END-IF.
       790-FIN.  EXIT.

      * ---------------------------------------------------------------
      * TOTALES, AUDITORIA Y RETORNO
      * ---------------------------------------------------------------
       900-FINAL.
           MOVE "RENGLONES REVERTIDOS"     TO WS-TOT-TEXTO
           MOVE WS-REVERTIDOS              TO WS-TOT-CUANTOS
           MOVE WS-TOT-NETO                TO WS-TOT-IMPRESO
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 2
           MOVE "RENGLONES YA REVERTIDOS"  TO WS-TOT-TEXTO
           MOVE WS-YA-REVERTIDOS           TO WS-TOT-CUANTOS
           MOVE ZEROS                      TO WS-TOT-IMPRESO
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "SALARIO REVERTIDO"        TO WS-TOT-TEXTO
           MOVE ZEROS                      TO WS-TOT-CUANTOS
           MOVE WS-TOT-SALARIO             TO WS-TOT-IMPRESO
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "SALDOS DE CAJA RESTAURADOS" TO WS-TOT-TEXTO
           MOVE WS-SALDOS                  TO WS-TOT-CUANTOS
           MOVE WS-TOT-PRESTAMO            TO WS-TOT-IMPRESO
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "INCIDENCIAS DESMARCADAS"  TO WS-TOT-TEXTO
           MOVE WS-DESMARCA-INC            TO WS-TOT-CUANTOS
           MOVE ZEROS                      TO WS-TOT-IMPRESO
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "HORAS EXTRA DESMARCADAS"  TO WS-TOT-TEXTO
           MOVE WS-DESMARCA-HX             TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "DIAS CON PRIMA DESMARCADOS" TO WS-TOT-TEXTO
           MOVE WS-DESMARCA-PRI            TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           MOVE "EFECTOS PENDIENTES"       TO WS-TOT-TEXTO
           MOVE WS-EFECTOS-PEND            TO WS-TOT-CUANTOS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 1
           CLOSE REPORTE
           IF WS-REPARTIDOS GREATER ZEROS
              THEN
                  MOVE "F" TO WS-RCO-ACCION
                  CALL "PROGRCOS" USING WS-PARAMETROS-RCOS
           END-IF
           DISPLAY "REVERSO DEL PERIODO " WS-PERIODO-PEDIDO
                   " AUTORIZADO POR " WS-SUPERVISOR
           DISPLAY "RENGLONES REVERTIDOS: " WS-REVERTIDOS
                   " YA REVERTIDOS ANTES: " WS-YA-REVERTIDOS
           DISPLAY "EFECTOS DESHECHOS: " WS-EFECTOS
                   " PENDIENTES: " WS-EFECTOS-PEND
           MOVE WS-NUMERO-PEDIDO TO WS-MENU-NUMERO-EMP
           IF WS-REVERTIDOS GREATER ZEROS
              OR WS-EFECTOS GREATER ZEROS
              THEN
                  MOVE "REVERSO"  TO WS-MENU-RESULTADO
              ELSE
                  MOVE "REV VACIO" TO WS-MENU-RESULTADO
           END-IF
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           EVALUATE TRUE
              WHEN WS-RC-REVERSO NOT EQUAL ZEROS
                 MOVE WS-RC-REVERSO TO RETURN-CODE
              WHEN POLIZA-DESCUADRADA
                 MOVE 8 TO RETURN-CODE
              WHEN WS-REVERTIDOS EQUAL ZEROS
               AND WS-EFECTOS EQUAL ZEROS
                 DISPLAY "NADA QUE REVERTIR EN EL PERIODO "
                         WS-PERIODO-PEDIDO
                 MOVE 4 TO RETURN-CODE
              WHEN WS-EFECTOS-PEND GREATER ZEROS
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE.
       900-FIN.  EXIT.
