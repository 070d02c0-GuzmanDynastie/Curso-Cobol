      *              DEJA SU RENGLON ANTES/DESPUES EN HISTCAMB VIA     *
      *              PROGHIST Y LA PROPUESTA SE MARCA COMO APLICADA    *
      *              PARA QUE UNA SEGUNDA CORRIDA NO LA REPITA.        *
      *              UNA PROPUESTA DE CONTRATO COLECTIVO CON           *
      *              FECHA EFECTIVA POSTERIOR A HOY NO TOCA EL         *
      *              MAESTRO: SE ENCOLA EN FUTUROS (PROGFAPL LA        *
      *              APLICA ESE DIA) Y QUEDA MARCADA COMO              *
      *              ENCOLADA; CON FECHA YA PASADA SE APLICA Y SE      *
      *              AVISA QUE LOS PERIODOS PAGADOS VAN POR EL         *
      *              RETROACTIVO (PROGRETR).                           *
      * SEPARACION DE FUNCIONES: PARA DICTAMINAR, EL SUPERVISOR DEBE   *
      * TENER LA OPCION "A" DE PROGAPLI EN SU PERFIL (PROGMENU MODO    *
      * "P") Y NO PUEDE DICTAMINAR UNA PROPUESTA QUE EL MISMO CAPTURO  *
      * (PRO-USUARIO-PROP); EL DICTAMEN GUARDA SU CLAVE EN             *
      * PRO-USUARIO-DICT. LO ENCOLADO EN FUTUROS LLEVA COMO CAPTURISTA *
      * A QUIEN CORRIO LA PROPUESTA Y LLEGA LIBERADO POR QUIEN LA      *
      * APROBO.                                                        *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS SUP-NUMERO-EMP
                               FILE STATUS IS WS-STATUS-SUPERVIS.
           SELECT FUTUROS      ASSIGN TO UT-S-FUTUROS
                               FILE STATUS IS WS-STATUS-FUTUROS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPAJUS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 66 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-PROPAJUS.
           COPY PROPAJUS.
           DATA RECORD IS REG-SUPERVIS.
           COPY SUPERVIS.

       FD  FUTUROS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 70 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-FUTUROS.
           COPY FUTUROS.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-PROPAJUS  PIC X(02)    VALUE "00".
           05 SW-ES-SU-GENTE      PIC X(01)    VALUE "N".
              88 ES-SU-GENTE          VALUE "S".
              88 NO-ES-SU-GENTE       VALUE "N".
           05 WS-STATUS-FUTUROS   PIC X(02)    VALUE "00".
              88 FUTUROS-OK          VALUE "00" "05".
              88 FUTUROS-NO-EXISTE   VALUE "35".
           05 SW-HAY-FUTUROS      PIC X(01)    VALUE "N".
              88 HAY-ARCHIVO-FUTUROS  VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-ENCOLADAS        PIC 9(05)    VALUE ZEROS.

       01  WS-PARAMETROS-CAND.
           05 WS-CAND-ACCION      PIC X(01)    VALUE "V".
              88 RESPALDO-FALLO      VALUE "N".
           05 WS-RESP-REGISTROS   PIC 9(05).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "A".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "P".
           05 WS-STATUS-MENU      PIC X(01).
              88 MENU-ERROR         VALUE "N".
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGAPLI".

       01  WS-PARAMETROS-HIST.
           05 WS-HIST-NUMERO      PIC 9(05).
           05 WS-HIST-USUARIO     PIC X(08).
           05 WS-TOT-APLICADAS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       01  WS-DET-TOT-ENCOLADAS.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(29)
                             VALUE "ENCOLADAS EN FUTUROS       : ".
           05 WS-TOT-ENCOLADAS    PIC ZZ,ZZ9.
           05 FILLER              PIC X(44)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           DISPLAY "CLAVE DE SUPERVISOR: "
      * OPCION 1: APROBACION UNO POR UNO
      * ---------------------------------------------------------------
       100-APRUEBA.
           PERFORM 102-VERIFICA-PERMISO THRU 102-FIN
           IF RETURN-CODE EQUAL 8
              THEN
                  GO TO 100-FIN
           END-IF
           DISPLAY "SU NUMERO DE EMPLEADO (00000 = VER TODAS): "
           ACCEPT WS-SUP-FILTRO
           IF NOT SESION-VE-TODAS
                   " RECHAZADAS: " WS-RECHAZADAS.
       100-FIN.  EXIT.

      * EL DICTAMEN ES UN DERECHO APARTE DE LA CAPTURA: QUIEN TIENE
      * LOS DOS EN SU PERFIL QUEDA RECHAZADO COMO "CONFLICTO".
       102-VERIFICA-PERMISO.
           IF WS-SUPERVISOR EQUAL SPACES
              THEN
                  DISPLAY "SIN CLAVE DE SUPERVISOR NO SE DICTAMINA"
                  MOVE 8 TO RETURN-CODE
                  GO TO 102-FIN
           END-IF
           MOVE WS-SUPERVISOR TO WS-MENU-USUARIO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           IF MENU-ERROR
              THEN
                  DISPLAY "SUPERVISOR " WS-SUPERVISOR
                          " NO AUTORIZADO PARA DICTAMINAR PROPUESTAS ("
                          WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
                  GO TO 102-FIN
           END-IF
           MOVE 0 TO RETURN-CODE.
       102-FIN.  EXIT.

      * CON FILTRO DE SUPERVISOR ACTIVO, UNA PROPUESTA ES "SU GENTE"
      * CUANDO EL EMPLEADO LE REPORTA DIRECTO SEGUN SUPERVIS.
       105-CHECA-GENTE.
                           MOVE PRO-SAL-PROPUESTO TO WS-EDIT-SALARIO
                           DISPLAY "          PROPUESTO "
                                   WS-EDIT-SALARIO
                           IF PRO-USUARIO-PROP EQUAL WS-SUPERVISOR
                              THEN
                                  DISPLAY "          CAPTURADA POR "
                                          "USTED, LA DICTAMINA OTRO "
                                          "SUPERVISOR"
                           END-IF
                    END-IF
              END-READ
           END-PERFORM
                       AND PRO-PENDIENTE
                       AND ES-SU-GENTE
                       THEN
                           SET PROP-ENCONTRADA TO TRUE
                           MOVE "FIN" TO SW-FIN
                           PERFORM 135-REGISTRA-DICTAMEN THRU 135-FIN
                    END-IF
              END-READ
           END-PERFORM
           MOVE SPACES TO SW-FIN.
       130-FIN.  EXIT.

      * QUIEN CORRIO LA PROPUESTA NO LA DICTAMINA; LA PROPUESTA SIGUE
      * PENDIENTE PARA OTRO SUPERVISOR.
       135-REGISTRA-DICTAMEN.
           IF PRO-USUARIO-PROP EQUAL WS-SUPERVISOR
              THEN
                  DISPLAY "LA PROPUESTA DE " PRO-NUMERO-EMP
                          " LA CAPTURO " PRO-USUARIO-PROP
                          "; LA DICTAMINA OTRO SUPERVISOR"
                  MOVE 4 TO RETURN-CODE
                  GO TO 135-FIN
           END-IF
           IF WS-RESPUESTA EQUAL "S"
              THEN
                  MOVE "A" TO PRO-ESTADO
                  ADD 1 TO WS-APROBADAS
              ELSE
                  MOVE "R" TO PRO-ESTADO
                  ADD 1 TO WS-RECHAZADAS
           END-IF
           MOVE WS-SUPERVISOR TO PRO-USUARIO-DICT
           REWRITE REG-PROPAJUS.
       135-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 2: APLICACION DE LAS APROBADAS AL MAESTRO
      * ---------------------------------------------------------------
                  CLOSE PROPAJUS
                  GO TO 200-FIN
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
                   UNTIL SW-FIN EQUAL "FIN"
           MOVE WS-APLICADAS TO WS-TOT-APLICADAS
           WRITE REG-REPORTE FROM WS-DET-TOTALES AFTER 2
           MOVE WS-ENCOLADAS TO WS-TOT-ENCOLADAS
           WRITE REG-REPORTE FROM WS-DET-TOT-ENCOLADAS AFTER 1
           CLOSE PROPAJUS
           CLOSE EMPLEADOS
           CLOSE REPORTE
           IF HAY-ARCHIVO-FUTUROS
              THEN
                  CLOSE FUTUROS
           END-IF
           DISPLAY "PROPUESTAS APLICADAS AL MAESTRO: " WS-APLICADAS
           DISPLAY "PROPUESTAS ENCOLADAS EN FUTUROS: " WS-ENCOLADAS
           IF WS-APLICADAS GREATER ZERO
              OR WS-ENCOLADAS GREATER ZERO
              THEN
                  MOVE 0 TO RETURN-CODE
              ELSE
       210-FIN.  EXIT.

       220-REGRABA-SALARIO.
      * LAS PROPUESTAS ANTERIORES AL CONTRATO COLECTIVO TRAEN ESPACIOS
      * EN LA FECHA EFECTIVA Y SE APLICAN COMO SIEMPRE.
           IF PRO-FECHA-EFECTIVA NUMERIC
              AND PRO-FECHA-EFECTIVA GREATER WS-FECHA-HOY
              THEN
                  PERFORM 225-ENCOLA-FUTURO THRU 225-FIN
                  GO TO 220-FIN
           END-IF
           IF PRO-FECHA-EFECTIVA NUMERIC
              AND PRO-FECHA-EFECTIVA GREATER ZEROS
              AND PRO-FECHA-EFECTIVA LESS WS-FECHA-HOY
              THEN
                  DISPLAY "AVISO: EMPLEADO " NUMERO-EMP
                          " CON CONTRATO EFECTIVO DESDE "
                          PRO-FECHA-EFECTIVA
                          "; CORRA PROGRETR POR LOS PERIODOS PAGADOS"
           END-IF
           MOVE SALARIO-EMP        TO WS-EDIT-SALARIO
           MOVE WS-EDIT-SALARIO    TO WS-HIST-ANTERIOR
           MOVE PRO-SAL-PROPUESTO  TO SALARIO-EMP
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       220-FIN.  EXIT.

      * EL SALARIO PROPUESTO VIAJA EN FUTUROS COMO TEXTO CON PUNTO
      * DECIMAL, IGUAL QUE LO CAPTURA PROGFUTU.
       225-ENCOLA-FUTURO.
           IF NOT HAY-ARCHIVO-FUTUROS
              THEN
                  OPEN EXTEND FUTUROS
                  IF FUTUROS-NO-EXISTE
                     THEN
                         OPEN OUTPUT FUTUROS
                  END-IF
                  IF NOT FUTUROS-OK
                     THEN
                         DISPLAY "NO SE PUDO ABRIR FUTUROS, STATUS: "
                                 WS-STATUS-FUTUROS
                         MOVE "NO SE PUDO ENCOLAR" TO WS-DET-RESULTADO
                         GO TO 225-ESCRIBE
                  END-IF
                  SET HAY-ARCHIVO-FUTUROS TO TRUE
           END-IF
           MOVE SPACES             TO REG-FUTUROS
           MOVE PRO-NUMERO-EMP     TO FUT-NUMERO-EMP
           MOVE PRO-FECHA-EFECTIVA TO FUT-FECHA-EFECTIVA
           MOVE "SALARIO"          TO FUT-CAMPO
           MOVE PRO-SAL-PROPUESTO  TO WS-EDIT-SALARIO
           MOVE WS-EDIT-SALARIO    TO FUT-VALOR-NUEVO
           MOVE PRO-USUARIO-PROP   TO FUT-USUARIO
           MOVE PRO-USUARIO-DICT   TO FUT-LIBERO
           MOVE "L"                TO FUT-ESTADO
           WRITE REG-FUTUROS
           MOVE "F" TO PRO-ESTADO
           REWRITE REG-PROPAJUS
           ADD 1 TO WS-ENCOLADAS
           MOVE "ENCOLADA EN FUTUROS" TO WS-DET-RESULTADO.
       225-ESCRIBE.
           MOVE PRO-NUMERO-EMP     TO WS-DET-NUMERO
           MOVE PRO-SAL-ACTUAL     TO WS-DET-SAL-ANTES
           MOVE PRO-SAL-PROPUESTO  TO WS-DET-SAL-NUEVO
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       225-FIN.  EXIT.

       230-REPORTA-FALTANTE.
           MOVE PRO-NUMERO-EMP    TO WS-DET-NUMERO
           MOVE PRO-SAL-ACTUAL    TO WS-DET-SAL-ANTES
