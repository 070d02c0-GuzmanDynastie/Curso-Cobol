      *              CORRIDA DE NOMINA DE PROGNOMI.                    *
      *   OPCION 2 - REPORTE MENSUAL DE AUSENTISMO POR DEPARTAMENTO   *
      *              CON NOMBRES DE TABDEPTO.                          *
      *   OPCION 3 - CAPTURA DE UN CERTIFICADO DE INCAPACIDAD DEL      *
      *              SEGURO (FOLIO, RAMO, INICIAL / SUBSECUENTE /      *
      *              ALTA, FECHA DE INICIO Y DIAS AUTORIZADOS) EN      *
      *              INCAPAC. TODA INCAPACIDAD CAPTURADA EN LA OPCION  *
      *              1 SE LIGA A SU FOLIO, PARA QUE EL SUBSIDIO QUE    *
      *              PAGUE EL SEGURO SE PUEDA CUADRAR.                 *
      *              UNA INCIDENCIA CAPTURADA (O FECHADA) DESPUES DEL  *
      *              CORTE DEL PERIODO EN CURSO NO VA A INCIDEN: SE    *
      *              FORMA EN CAPTARDE SELLADA PARA EL PERIODO         *
      *              SIGUIENTE (VER PROGCORT) Y PROGNOMI LA LIBERA AL  *
      *              CORRER ESE PERIODO.                               *
      *   OPCION 4 - REPORTE MENSUAL DE INCAPACIDADES ABIERTAS Y DE    *
      *              DIAS DE INCAPACIDAD POR RAMO.                     *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT INCAPAC      ASSIGN TO UT-S-INCAPAC
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ICP-FOLIO
                               ALTERNATE RECORD KEY IS ICP-NUMERO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-INCAPAC.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT CAPTARDE     ASSIGN TO UT-S-CAPTARDE
                               FILE STATUS IS WS-STATUS-CAPTARDE.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDEN
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 30 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-INCIDEN.
           COPY INCIDEN.
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  INCAPAC
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS REG-INCAPAC.
           COPY INCAPAC.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 90 CHARACTERS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(90).

       FD  CAPTARDE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 110 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-CAPTARDE.
           COPY CAPTARDE.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-INCIDEN   PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-STATUS-INCAPAC   PIC X(02)    VALUE "00".
              88 INCAPAC-OK         VALUE "00" "02".
              88 INCAPAC-NO-EXISTE  VALUE "35".
           05 WS-STATUS-CAPTARDE  PIC X(02)    VALUE "00".
              88 CAPTARDE-OK        VALUE "00" "05".
              88 CAPTARDE-NO-EXISTE VALUE "35".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 SW-FIN-INCAPAC      PIC X(03)    VALUE SPACES.
           05 WS-FOLIO-CASO       PIC X(08)    VALUE SPACES.
           05 WS-NUMERO-CASO      PIC 9(05)    VALUE ZEROS.
           05 WS-TIPO-CERT        PIC X(01)    VALUE SPACES.
           05 WS-ABIERTAS         PIC 9(05)    VALUE ZEROS.
           05 WS-DIAS-SIN-FOLIO   PIC 9(05)    VALUE ZEROS.
           05 WS-IND-RAMO         PIC 9(01)    VALUE ZEROS.
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-STATUS-MENU       PIC X(01).
           05 WS-MENU-PROGRAMA     PIC X(08)    VALUE "PROGINCI".

       01  WS-PARAMETROS-CORTE.
           05 WS-CORTE-FECHA-CAPTURA PIC 9(08).
           05 WS-CORTE-FECHA-MOVTO   PIC 9(08).
           05 WS-CORTE-NUMERO-EMP    PIC 9(05).
           05 WS-CORTE-SALARIO       PIC 9(07)V99.
           05 WS-CORTE-TIPO          PIC X(01).
           05 WS-CORTE-CANTIDAD      PIC 9(03)V99.
           05 WS-CORTE-TARDIA        PIC X(01).
              88 CAPTURA-TARDIA         VALUE "S".
           05 WS-CORTE-PERIODO       PIC 9(08).
           05 WS-CORTE-FECHA-CORTE   PIC 9(08).
           05 WS-CORTE-PERIODO-PAGO  PIC 9(08).
           05 WS-CORTE-IMPORTE       PIC 9(07)V99.
           05 WS-CORTE-EFECTO        PIC X(01).

       01  WS-TABLA-AUSENTISMO.
           05 WS-TABLA-AU         OCCURS 50 TIMES
                                  INDEXED BY WS-IDX-AU.

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 WS-TIT-1-TEXTO      PIC X(50)
              VALUE "AUSENTISMO MENSUAL POR DEPARTAMENTO (DIAS)".
           05 FILLER              PIC X(20)    VALUE SPACES.

      * DIAS DE INCAPACIDAD DEL MES POR RAMO: 1 ENFERMEDAD GENERAL,
      * 2 RIESGO DE TRABAJO, 3 MATERNIDAD.
       01  WS-TABLA-RAMOS.
           05 WS-RAMO             OCCURS 3 TIMES.
              10 WS-RAMO-DIAS     PIC 9(05)    VALUE ZEROS.
              10 WS-RAMO-CASOS    PIC 9(05)    VALUE ZEROS.

       01  WS-NOMBRES-RAMO.
           05 FILLER              PIC X(20)
                                  VALUE "ENFERMEDAD GENERAL".
           05 FILLER              PIC X(20)
                                  VALUE "RIESGO DE TRABAJO".
           05 FILLER              PIC X(20)
                                  VALUE "MATERNIDAD".
       01  WS-NOMBRES-RAMO-R REDEFINES WS-NOMBRES-RAMO.
           05 WS-NOMBRE-RAMO      PIC X(20)    OCCURS 3 TIMES.

       01  WS-SUB-TITULO-ICP.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "FOLIO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "EMPL.".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(20)    VALUE "RAMO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "TIPO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "INICIO".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "AUTOR".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(05)    VALUE "LIGAD".
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(08)    VALUE "INICIAL".
           05 FILLER              PIC X(09)    VALUE SPACES.

       01  WS-DETALLE-ICP.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-FOLIO        PIC X(08).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-NUMERO       PIC ZZZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-RAMO         PIC X(20).
           05 FILLER              PIC X(03)    VALUE SPACES.
           05 WS-DET-TIPO         PIC X(01).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-INICIO       PIC 9(08).
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-AUTORIZADOS  PIC ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-LIGADOS      PIC ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-FOLIO-INI    PIC X(08).
           05 FILLER              PIC X(09)    VALUE SPACES.

       01  WS-DETALLE-RAMO.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 WS-DET-RAMO-NOM     PIC X(20).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(06)    VALUE "DIAS: ".
           05 WS-DET-RAMO-DIAS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(04)    VALUE SPACES.
           05 FILLER              PIC X(13)    VALUE "INCIDENCIAS: ".
           05 WS-DET-RAMO-CASOS   PIC ZZ,ZZ9.
           05 FILLER              PIC X(29)    VALUE SPACES.

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(88)    VALUE ALL "-".
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. CAPTURA DE INCIDENCIA"
           DISPLAY "2. REPORTE MENSUAL DE AUSENTISMO"
           DISPLAY "3. CAPTURA DE CERTIFICADO DE INCAPACIDAD"
           DISPLAY "4. REPORTE MENSUAL DE INCAPACIDADES"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
                 PERFORM 100-CAPTURA THRU 100-FIN
              WHEN 2
                 PERFORM 200-REPORTE THRU 200-FIN
              WHEN 3
                 PERFORM 300-CERTIFICADO THRU 300-FIN
              WHEN 4
                 PERFORM 400-REPORTE-INCAP THRU 400-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
                  CLOSE EMPLEADOS
                  GO TO 100-FIN
           END-IF
           PERFORM 090-ABRE-INCAPAC THRU 090-FIN
           IF NOT INCAPAC-OK
              THEN
                  CLOSE EMPLEADOS
                  CLOSE INCIDEN
                  GO TO 100-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           MOVE NUMERO-EMP TO WS-MENU-NUMERO-EMP
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE EMPLEADOS
           CLOSE INCIDEN
           CLOSE INCAPAC.
       100-FIN.  EXIT.

      * INCAPAC SE CREA VACIO LA PRIMERA VEZ QUE SE USA.
       090-ABRE-INCAPAC.
           OPEN I-O INCAPAC
           IF INCAPAC-NO-EXISTE
              THEN
                  OPEN OUTPUT INCAPAC
                  CLOSE INCAPAC
                  OPEN I-O INCAPAC
           END-IF
           IF NOT INCAPAC-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR INCAPAC, STATUS: "
                          WS-STATUS-INCAPAC
                  MOVE 8 TO RETURN-CODE
           END-IF.
       090-FIN.  EXIT.

       110-CAPTURA-UNA.
           IF NOT EMP-ES-ACTIVO
              THEN
                  MOVE "INCI DIAS" TO WS-MENU-RESULTADO
                  GO TO 110-FIN
           END-IF
           IF INC-ES-INCAPACIDAD
              THEN
                  PERFORM 115-LIGA-FOLIO THRU 115-FIN
                  IF INC-FOLIO EQUAL SPACES
                     THEN
                         GO TO 110-FIN
                  END-IF
           END-IF
           MOVE SPACE TO INC-APLICADA
           PERFORM 120-CHECA-CORTE THRU 120-FIN
           IF CAPTURA-TARDIA
              THEN
                  PERFORM 125-ENCOLA-TARDIA THRU 125-FIN
                  GO TO 110-FIN
           END-IF
           WRITE REG-INCIDEN
           MOVE "INCI OK  " TO WS-MENU-RESULTADO.
       110-FIN.  EXIT.

      * LA CAPTURA SE COTEJA CONTRA EL CORTE DEL PERIODO EN CURSO;
      * PROGCORT DICE SI ES TARDIA, EN QUE PERIODO SE PAGA Y CUANTO
      * MUEVE EL PAGO, CON EL SALARIO DEL MAESTRO.
       120-CHECA-CORTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY   TO WS-CORTE-FECHA-CAPTURA
           MOVE INC-FECHA      TO WS-CORTE-FECHA-MOVTO
           MOVE NUMERO-EMP     TO WS-CORTE-NUMERO-EMP
           MOVE SALARIO-EMP    TO WS-CORTE-SALARIO
           MOVE INC-TIPO       TO WS-CORTE-TIPO
           MOVE INC-DIAS       TO WS-CORTE-CANTIDAD
           CALL "PROGCORT" USING WS-PARAMETROS-CORTE.
       120-FIN.  EXIT.

      * LA INCIDENCIA TARDIA SE FORMA EN CAPTARDE CON SU IMAGEN
      * COMPLETA; PROGNOMI LA PASA A INCIDEN AL CORRER EL PERIODO
      * SELLADO. CAPTARDE SE CREA VACIO LA PRIMERA VEZ.
       125-ENCOLA-TARDIA.
           MOVE SPACES                TO REG-CAPTARDE
           MOVE "I"                   TO CT-ORIGEN
           MOVE REG-INCIDEN           TO CT-REGISTRO
           MOVE INC-NUMERO-EMP        TO CT-NUMERO-EMP
           MOVE INC-FECHA             TO CT-FECHA
           MOVE INC-TIPO              TO CT-TIPO
           MOVE INC-DIAS              TO CT-CANTIDAD
           MOVE WS-FECHA-HOY          TO CT-FECHA-CAPTURA
           MOVE WS-USUARIO            TO CT-USUARIO
           MOVE WS-CORTE-PERIODO      TO CT-PERIODO-CORTE
           MOVE WS-CORTE-FECHA-CORTE  TO CT-FECHA-CORTE
           MOVE WS-CORTE-PERIODO-PAGO TO CT-PERIODO-PAGO
           MOVE WS-CORTE-IMPORTE      TO CT-IMPORTE
           MOVE WS-CORTE-EFECTO       TO CT-EFECTO
           MOVE "N"                   TO CT-LIBERADA
           OPEN EXTEND CAPTARDE
           IF CAPTARDE-NO-EXISTE
              THEN
                  OPEN OUTPUT CAPTARDE
           END-IF
           IF NOT CAPTARDE-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR CAPTARDE, STATUS: "
                          WS-STATUS-CAPTARDE
                  MOVE "INCI ERR " TO WS-MENU-RESULTADO
                  MOVE 8 TO RETURN-CODE
                  GO TO 125-FIN
           END-IF
           WRITE REG-CAPTARDE
           CLOSE CAPTARDE
           DISPLAY "CAPTURA POSTERIOR AL CORTE " WS-CORTE-FECHA-CORTE
                   " DEL PERIODO " WS-CORTE-PERIODO
           IF WS-CORTE-PERIODO-PAGO EQUAL ZEROS
              THEN
                  DISPLAY "QUEDA PARA EL SIGUIENTE PERIODO, AUN NO "
                          "ESTA EN EL CATALOGO"
              ELSE
                  DISPLAY "QUEDA SELLADA PARA EL PERIODO "
                          WS-CORTE-PERIODO-PAGO
           END-IF
           MOVE "INCI TARD" TO WS-MENU-RESULTADO.
       125-FIN.  EXIT.

      * LA INCAPACIDAD SE LIGA AL CERTIFICADO DEL SEGURO: EL FOLIO
      * DEBE EXISTIR, SER DEL MISMO EMPLEADO, NO SER UN ALTA, EMPEZAR
      * A MAS TARDAR EN LA FECHA DE LA INCIDENCIA Y TENER DIAS
      * AUTORIZADOS SIN LIGAR PARA CUBRIRLA. SI ALGO FALLA EL FOLIO
      * QUEDA EN BLANCO Y LA INCIDENCIA NO SE GRABA.
       115-LIGA-FOLIO.
           DISPLAY "FOLIO DEL CERTIFICADO DE INCAPACIDAD: "
           ACCEPT ICP-FOLIO
           MOVE SPACES TO INC-FOLIO
           READ INCAPAC
              INVALID KEY
                 DISPLAY "NO EXISTE EL CERTIFICADO, CAPTURELO EN LA "
                         "OPCION 3"
                 MOVE "INCI FOLI" TO WS-MENU-RESULTADO
                 GO TO 115-FIN
           END-READ
           IF ICP-NUMERO-EMP NOT EQUAL NUMERO-EMP
              OR ICP-ES-ALTA
              THEN
                  DISPLAY "EL FOLIO NO ES UNA INCAPACIDAD DEL EMPLEADO"
                  MOVE "INCI FOLI" TO WS-MENU-RESULTADO
                  GO TO 115-FIN
           END-IF
           IF INC-FECHA LESS ICP-FECHA-INICIO
              THEN
                  DISPLAY "LA FECHA ES ANTERIOR AL INICIO DEL "
                          "CERTIFICADO: " ICP-FECHA-INICIO
                  MOVE "INCI FECH" TO WS-MENU-RESULTADO
                  GO TO 115-FIN
           END-IF
           IF ICP-DIAS-LIGADOS + INC-DIAS GREATER ICP-DIAS-AUTORIZADOS
              THEN
                  DISPLAY "EXCEDE LOS DIAS AUTORIZADOS, LIGADOS: "
                          ICP-DIAS-LIGADOS " DE "
                          ICP-DIAS-AUTORIZADOS
                  MOVE "INCI DIAS" TO WS-MENU-RESULTADO
                  GO TO 115-FIN
           END-IF
           ADD INC-DIAS TO ICP-DIAS-LIGADOS
           REWRITE REG-INCAPAC
              INVALID KEY
                 DISPLAY "NO SE PUDO REGRABAR INCAPAC: " ICP-FOLIO
                 MOVE "INCI ERR " TO WS-MENU-RESULTADO
                 GO TO 115-FIN
           END-REWRITE
           MOVE ICP-FOLIO TO INC-FOLIO.
       115-FIN.  EXIT.

       200-REPORTE.
           DISPLAY "ANIO A REPORTAR (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           END-PERFORM
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1.
       230-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 3: CAPTURA DE CERTIFICADO DE INCAPACIDAD
      * ---------------------------------------------------------------
       300-CERTIFICADO.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           PERFORM 090-ABRE-INCAPAC THRU 090-FIN
           IF NOT INCAPAC-OK
              THEN
                  CLOSE EMPLEADOS
                  GO TO 300-FIN
           END-IF
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           MOVE NUMERO-EMP TO WS-MENU-NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "ICAP NOEX" TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 PERFORM 310-CAPTURA-CERTIFICADO THRU 310-FIN
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE EMPLEADOS
           CLOSE INCAPAC.
       300-FIN.  EXIT.

       310-CAPTURA-CERTIFICADO.
           IF EMP-ES-BAJA
              THEN
                  DISPLAY "EL EMPLEADO ESTA DADO DE BAJA"
                  MOVE "ICAP BAJA" TO WS-MENU-RESULTADO
                  GO TO 310-FIN
           END-IF
           MOVE SPACES TO REG-INCAPAC
           DISPLAY "FOLIO DEL CERTIFICADO: "
           ACCEPT ICP-FOLIO
           IF ICP-FOLIO EQUAL SPACES
              THEN
                  DISPLAY "EL FOLIO ES OBLIGATORIO"
                  MOVE "ICAP FOLI" TO WS-MENU-RESULTADO
                  GO TO 310-FIN
           END-IF
           READ INCAPAC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DISPLAY "EL FOLIO YA ESTA REGISTRADO PARA EL "
                         "EMPLEADO " ICP-NUMERO-EMP
                 MOVE "ICAP DUPL" TO WS-MENU-RESULTADO
                 GO TO 310-FIN
           END-READ
           MOVE ICP-FOLIO  TO WS-FOLIO-CASO
           MOVE NUMERO-EMP TO ICP-NUMERO-EMP
           DISPLAY "TIPO (I=INICIAL, S=SUBSECUENTE, A=ALTA): "
           ACCEPT ICP-TIPO
           IF NOT ICP-ES-INICIAL
              AND NOT ICP-ES-SUBSECUENTE
              AND NOT ICP-ES-ALTA
              THEN
                  DISPLAY "TIPO INVALIDO"
                  MOVE "ICAP TIPO" TO WS-MENU-RESULTADO
                  GO TO 310-FIN
           END-IF
           IF ICP-ES-INICIAL
              THEN
                  DISPLAY "RAMO (E=ENFERMEDAD GENERAL, R=RIESGO DE "
                          "TRABAJO, M=MATERNIDAD): "
                  ACCEPT ICP-RAMO
                  IF NOT ICP-ES-ENFERMEDAD
                     AND NOT ICP-ES-RIESGO
                     AND NOT ICP-ES-MATERNIDAD
                     THEN
                         DISPLAY "RAMO INVALIDO"
                         MOVE "ICAP RAMO" TO WS-MENU-RESULTADO
                         GO TO 310-FIN
                  END-IF
                  MOVE ICP-FOLIO TO ICP-FOLIO-INICIAL
              ELSE
                  PERFORM 315-BUSCA-INICIAL THRU 315-FIN
                  IF ICP-FOLIO-INICIAL EQUAL SPACES
                     THEN
                         GO TO 310-FIN
                  END-IF
           END-IF
           DISPLAY "FECHA DE INICIO (AAAAMMDD): "
           ACCEPT ICP-FECHA-INICIO
           IF ICP-ES-ALTA
              THEN
                  MOVE ZEROS TO ICP-DIAS-AUTORIZADOS
              ELSE
                  DISPLAY "DIAS AUTORIZADOS: "
                  ACCEPT ICP-DIAS-AUTORIZADOS
                  IF ICP-DIAS-AUTORIZADOS EQUAL ZEROS
                     THEN
                         DISPLAY "LOS DIAS NO PUEDEN SER CERO"
                         MOVE "ICAP DIAS" TO WS-MENU-RESULTADO
                         GO TO 310-FIN
                  END-IF
           END-IF
           MOVE ZEROS TO ICP-DIAS-LIGADOS
           ACCEPT ICP-FECHA-CAPTURA FROM DATE YYYYMMDD
           IF ICP-ES-ALTA
              THEN
                  MOVE "C" TO ICP-ESTADO
              ELSE
                  MOVE "A" TO ICP-ESTADO
           END-IF
           WRITE REG-INCAPAC
              INVALID KEY
                 DISPLAY "NO SE PUDO GRABAR INCAPAC: " ICP-FOLIO
                 MOVE "ICAP ERR " TO WS-MENU-RESULTADO
                 GO TO 310-FIN
           END-WRITE
           IF ICP-ES-ALTA
              THEN
                  MOVE ICP-FOLIO-INICIAL TO WS-FOLIO-CASO
                  PERFORM 320-CIERRA-CASO THRU 320-FIN
           END-IF
           MOVE "ICAP OK  " TO WS-MENU-RESULTADO.
       310-FIN.  EXIT.

      * EL SUBSECUENTE Y EL ALTA HEREDAN EL RAMO DEL CERTIFICADO
      * INICIAL DEL CASO, QUE DEBE SER DEL MISMO EMPLEADO Y SEGUIR
      * ABIERTO. SE LEE SOBRE EL MISMO REGISTRO, ASI QUE AL FINAL SE
      * REARMA LO YA CAPTURADO.
       315-BUSCA-INICIAL.
           MOVE ICP-TIPO TO WS-TIPO-CERT
           DISPLAY "FOLIO DEL CERTIFICADO INICIAL DEL CASO: "
           ACCEPT ICP-FOLIO
           READ INCAPAC
              INVALID KEY
                 DISPLAY "NO EXISTE EL CERTIFICADO INICIAL"
                 MOVE "ICAP INIC" TO WS-MENU-RESULTADO
                 MOVE SPACES TO ICP-FOLIO-INICIAL
                 GO TO 315-FIN
           END-READ
           IF ICP-NUMERO-EMP NOT EQUAL NUMERO-EMP
              OR NOT ICP-ES-INICIAL
              OR ICP-CERRADA
              THEN
                  DISPLAY "EL FOLIO NO ES UN CERTIFICADO INICIAL "
                          "ABIERTO DEL EMPLEADO"
                  MOVE "ICAP INIC" TO WS-MENU-RESULTADO
                  MOVE SPACES TO ICP-FOLIO-INICIAL
                  GO TO 315-FIN
           END-IF
           MOVE ICP-FOLIO     TO ICP-FOLIO-INICIAL
           MOVE WS-FOLIO-CASO TO ICP-FOLIO
           MOVE WS-TIPO-CERT  TO ICP-TIPO.
       315-FIN.  EXIT.

      * EL ALTA CIERRA TODOS LOS CERTIFICADOS DEL CASO, RECORRIENDO
      * LOS DEL EMPLEADO POR LA LLAVE ALTERNA.
       320-CIERRA-CASO.
           MOVE ICP-NUMERO-EMP TO WS-NUMERO-CASO
           MOVE SPACES         TO SW-FIN-INCAPAC
           START INCAPAC KEY IS EQUAL ICP-NUMERO-EMP
              INVALID KEY
                 GO TO 320-FIN
           END-START
           PERFORM 325-CIERRA-UNO THRU 325-FIN
                   UNTIL SW-FIN-INCAPAC EQUAL "FIN".
       320-FIN.  EXIT.

       325-CIERRA-UNO.
           READ INCAPAC NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-INCAPAC
                 GO TO 325-FIN
           END-READ
           IF ICP-NUMERO-EMP NOT EQUAL WS-NUMERO-CASO
              THEN
                  MOVE "FIN" TO SW-FIN-INCAPAC
                  GO TO 325-FIN
           END-IF
           IF ICP-FOLIO-INICIAL EQUAL WS-FOLIO-CASO
              AND ICP-ABIERTA
              THEN
                  MOVE "C" TO ICP-ESTADO
                  REWRITE REG-INCAPAC
                     INVALID KEY
                        DISPLAY "NO SE PUDO CERRAR EL FOLIO: "
                                ICP-FOLIO
                  END-REWRITE
           END-IF.
       325-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 4: INCAPACIDADES ABIERTAS Y DIAS DEL MES POR RAMO
      * ---------------------------------------------------------------
       400-REPORTE-INCAP.
           DISPLAY "ANIO A REPORTAR (AAAA): "
           ACCEPT WS-ANIO-PEDIDO
           DISPLAY "MES A REPORTAR (MM): "
           ACCEPT WS-MES-PEDIDO
           OPEN INPUT INCAPAC
           IF NOT INCAPAC-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR INCAPAC, STATUS: "
                          WS-STATUS-INCAPAC
                  MOVE 8 TO RETURN-CODE
                  GO TO 400-FIN
           END-IF
           OPEN OUTPUT REPORTE
           MOVE "INCAPACIDADES ABIERTAS" TO WS-TIT-1-TEXTO
           WRITE REG-REPORTE FROM WS-TITULO-1       AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           WRITE REG-REPORTE FROM WS-SUB-TITULO-ICP AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES        AFTER 1
           MOVE SPACES TO SW-FIN-INCAPAC
           MOVE LOW-VALUES TO ICP-FOLIO
           START INCAPAC KEY IS NOT LESS ICP-FOLIO
              INVALID KEY
                 MOVE "FIN" TO SW-FIN-INCAPAC
           END-START
           PERFORM 410-LISTA-ABIERTA THRU 410-FIN
                   UNTIL SW-FIN-INCAPAC EQUAL "FIN"
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1
           OPEN INPUT INCIDEN
           IF NOT INCIDEN-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR INCIDEN, STATUS: "
                          WS-STATUS-INCIDEN
                  MOVE 8 TO RETURN-CODE
              ELSE
                  MOVE SPACES TO SW-FIN
                  PERFORM 420-ACUMULA-RAMO THRU 420-FIN
                          UNTIL SW-FIN EQUAL "FIN"
                  CLOSE INCIDEN
           END-IF
           PERFORM 430-IMPRIME-RAMOS THRU 430-FIN
           CLOSE INCAPAC
           CLOSE REPORTE
           DISPLAY "INCAPACIDADES ABIERTAS: " WS-ABIERTAS
                   " DIAS DEL MES SIN FOLIO: " WS-DIAS-SIN-FOLIO
           IF WS-DIAS-SIN-FOLIO GREATER ZEROS
              THEN
                  MOVE 4 TO RETURN-CODE
           END-IF.
       400-FIN.  EXIT.

       410-LISTA-ABIERTA.
           READ INCAPAC NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN-INCAPAC
                 GO TO 410-FIN
           END-READ
           IF NOT ICP-ABIERTA
              THEN
                  GO TO 410-FIN
           END-IF
           ADD 1 TO WS-ABIERTAS
           PERFORM 415-UBICA-RAMO THRU 415-FIN
           MOVE ICP-FOLIO            TO WS-DET-FOLIO
           MOVE ICP-NUMERO-EMP       TO WS-DET-NUMERO
           MOVE ICP-TIPO             TO WS-DET-TIPO
           MOVE ICP-FECHA-INICIO     TO WS-DET-INICIO
           MOVE ICP-DIAS-AUTORIZADOS TO WS-DET-AUTORIZADOS
           MOVE ICP-DIAS-LIGADOS     TO WS-DET-LIGADOS
           MOVE ICP-FOLIO-INICIAL    TO WS-DET-FOLIO-INI
           IF WS-IND-RAMO EQUAL ZEROS
              THEN
                  MOVE "RAMO DESCONOCIDO" TO WS-DET-RAMO
              ELSE
                  MOVE WS-NOMBRE-RAMO (WS-IND-RAMO) TO WS-DET-RAMO
           END-IF
           WRITE REG-REPORTE FROM WS-DETALLE-ICP AFTER 1.
       410-FIN.  EXIT.

       415-UBICA-RAMO.
           EVALUATE TRUE
              WHEN ICP-ES-ENFERMEDAD
                 MOVE 1 TO WS-IND-RAMO
              WHEN ICP-ES-RIESGO
                 MOVE 2 TO WS-IND-RAMO
              WHEN ICP-ES-MATERNIDAD
                 MOVE 3 TO WS-IND-RAMO
              WHEN OTHER
                 MOVE 0 TO WS-IND-RAMO
           END-EVALUATE.
       415-FIN.  EXIT.

      * LOS DIAS DEL MES SALEN DE LAS INCIDENCIAS TIPO I; EL RAMO, DEL
      * CERTIFICADO AL QUE ESTAN LIGADAS. LAS ANTERIORES AL FOLIO
      * (SIN LIGAR) SE CUENTAN APARTE PARA QUE SE REGULARICEN.
       420-ACUMULA-RAMO.
           READ INCIDEN
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 420-FIN
           END-READ
           MOVE INC-FECHA TO WS-FECHA-INC
           IF NOT INC-ES-INCAPACIDAD
              OR WS-FI-ANIO NOT EQUAL WS-ANIO-PEDIDO
              OR WS-FI-MES NOT EQUAL WS-MES-PEDIDO
              THEN
                  GO TO 420-FIN
           END-IF
           MOVE ZEROS TO WS-IND-RAMO
           IF INC-FOLIO NOT EQUAL SPACES
              THEN
                  MOVE INC-FOLIO TO ICP-FOLIO
                  READ INCAPAC
                     INVALID KEY
                        MOVE SPACES TO ICP-RAMO
                  END-READ
                  PERFORM 415-UBICA-RAMO THRU 415-FIN
           END-IF
           IF WS-IND-RAMO EQUAL ZEROS
              THEN
                  ADD INC-DIAS TO WS-DIAS-SIN-FOLIO
              ELSE
                  ADD INC-DIAS TO WS-RAMO-DIAS  (WS-IND-RAMO)
                  ADD 1        TO WS-RAMO-CASOS (WS-IND-RAMO)
           END-IF.
       420-FIN.  EXIT.

       430-IMPRIME-RAMOS.
           MOVE "DIAS DE INCAPACIDAD DEL MES POR RAMO"
              TO WS-TIT-1-TEXTO
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           PERFORM VARYING WS-IND-RAMO FROM 1 BY 1
                   UNTIL WS-IND-RAMO GREATER 3
              MOVE WS-NOMBRE-RAMO (WS-IND-RAMO) TO WS-DET-RAMO-NOM
              MOVE WS-RAMO-DIAS   (WS-IND-RAMO) TO WS-DET-RAMO-DIAS
              MOVE WS-RAMO-CASOS  (WS-IND-RAMO) TO WS-DET-RAMO-CASOS
              WRITE REG-REPORTE FROM WS-DETALLE-RAMO AFTER 1
           END-PERFORM
           MOVE "SIN FOLIO"       TO WS-DET-RAMO-NOM
           MOVE WS-DIAS-SIN-FOLIO TO WS-DET-RAMO-DIAS
           MOVE ZEROS             TO WS-DET-RAMO-CASOS
           WRITE REG-REPORTE FROM WS-DETALLE-RAMO AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES AFTER 1.
       430-FIN.  EXIT.
