      *              EXCEDERLOS AVISA Y SOLO                           *
      *              PASA FORZANDO CON "S", Y EL FORZADO QUEDA         *
      *              AUDITADO CON SU PROPIO RESULTADO.                 *
      *              UNA JORNADA CAPTURADA (O FECHADA) DESPUES DEL     *
      *              CORTE DEL PERIODO EN CURSO NO VA A HRSEXTRA: SE   *
      *              FORMA EN CAPTARDE SELLADA PARA EL PERIODO         *
      *              SIGUIENTE (VER PROGCORT) Y PROGNOMI LA LIBERA AL  *
      *              CORRER ESE PERIODO. LOS TOPES CUENTAN TAMBIEN LO  *
      *              QUE ESTA EN LA COLA SIN LIBERAR.                  *
      *   SEPARACION DE FUNCIONES: LA CAPTURA PIDE LA OPCION "C" DE    *
      *              PROGHEXT EN EL PERFIL DEL OPERADOR (PROGMENU MODO *
      *              "P"); UNA JORNADA AUTORIZADA PIDE QUE EL          *
      *              SUPERVISOR SEA OTRA PERSONA Y TENGA LA OPCION     *
      *              "S". NADIE AUTORIZA LO QUE EL MISMO CAPTURA, Y    *
      *              TENER LAS DOS OPCIONES ES CONFLICTO (COPY         *
      *              CONFPERF).                                        *
      *   OPCION 2 - REPORTE DE HORAS POR DEPARTAMENTO EN UN RANGO DE  *
      *              FECHAS (LA SEMANA QUE EL GERENTE PIDA), PARA VER  *
      *              QUIEN ESTA QUEMANDO HORAS ANTES DEL CIERRE.       *
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.
           SELECT CAPTARDE     ASSIGN TO UT-S-CAPTARDE
                               FILE STATUS IS WS-STATUS-CAPTARDE.

       DATA DIVISION.
       FILE SECTION.
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
           05 WS-STATUS-HRSEXTRA  PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-STATUS-CAPTARDE  PIC X(02)    VALUE "00".
              88 CAPTARDE-OK        VALUE "00" "05".
              88 CAPTARDE-NO-EXISTE VALUE "35".
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 WS-MENU-NUMERO-EMP   PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO         PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU       PIC X(01).
              88 MENU-ERROR           VALUE "N".
           05 WS-MENU-PROGRAMA     PIC X(08)    VALUE "PROGHEXT".

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

      * MAPA DE LA VENTANA SEMANAL EN LA CAPTURA: UNA POSICION POR
      * CADA UNO DE LOS 7 DIAS QUE TERMINAN EN LA FECHA CAPTURADA,
      * PARA QUE LAS CAPTURAS PARTIDAS DE UN MISMO DIA CUENTEN COMO
           GOBACK.

       100-CAPTURA.
           PERFORM 105-VERIFICA-CAPTURA THRU 105-FIN
           IF MENU-ERROR
              THEN
                  GO TO 100-FIN
           END-IF
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
           CLOSE EMPLEADOS.
       100-FIN.  EXIT.

      * LA CAPTURA ES UN DERECHO DEL PERFIL; QUIEN TAMBIEN TIENE LA
      * AUTORIZACION QUEDA RECHAZADO COMO "CONFLICTO".
       105-VERIFICA-CAPTURA.
           MOVE "C"        TO WS-MENU-OPCION
           MOVE "P"        TO WS-MENU-MODO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "7"        TO WS-MENU-OPCION
           MOVE "T"        TO WS-MENU-MODO
           IF MENU-ERROR
              THEN
                  DISPLAY "USUARIO " WS-USUARIO " NO AUTORIZADO PARA "
                          "CAPTURAR HORAS EXTRA (" WS-MENU-RESULTADO ")"
                  MOVE 8 TO RETURN-CODE
           END-IF.
       105-FIN.  EXIT.

       110-CAPTURA-UNA.
           IF NOT EMP-ES-ACTIVO
              THEN
           ACCEPT WS-CAP-SUPERVISOR
           DISPLAY "AUTORIZADA (S=SI, N=PENDIENTE): "
           ACCEPT WS-CAP-AUTORIZADA
           IF WS-CAP-AUTORIZADA EQUAL "S"
              THEN
                  PERFORM 112-VERIFICA-AUTORIZA THRU 112-FIN
                  IF WS-MENU-RESULTADO EQUAL "HEXT MISM"
                     OR WS-MENU-RESULTADO EQUAL "HEXT NOSU"
                     THEN
                         MOVE 4 TO RETURN-CODE
                         GO TO 110-FIN
                  END-IF
           END-IF
           PERFORM 115-CHECA-TOPES THRU 115-FIN
           IF TOPE-EXCEDIDO
              THEN
                         GO TO 110-FIN
                  END-IF
           END-IF
           PERFORM 120-CHECA-CORTE THRU 120-FIN
           IF CAPTURA-TARDIA
              THEN
                  PERFORM 125-ENCOLA-TARDIA THRU 125-FIN
                  GO TO 110-FIN
           END-IF
           OPEN EXTEND HRSEXTRA
           IF NOT HRSEXTRA-OK
              THEN
           END-IF.
       110-FIN.  EXIT.

      * LA JORNADA SE COTEJA CONTRA EL CORTE DEL PERIODO EN CURSO;
      * PROGCORT DICE SI ES TARDIA, EN QUE PERIODO SE PAGA Y CUANTO
      * MUEVE EL PAGO. LA PENDIENTE DE AUTORIZAR VIAJA COMO TIPO E,
      * SIN EFECTO ESTIMADO, PORQUE PROGNOMI NO LA PAGA.
       120-CHECA-CORTE.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY   TO WS-CORTE-FECHA-CAPTURA
           MOVE WS-CAP-FECHA   TO WS-CORTE-FECHA-MOVTO
           MOVE NUMERO-EMP     TO WS-CORTE-NUMERO-EMP
           MOVE SALARIO-EMP    TO WS-CORTE-SALARIO
           MOVE WS-CAP-HORAS   TO WS-CORTE-CANTIDAD
           IF WS-CAP-AUTORIZADA EQUAL "S"
              THEN
                  MOVE "H" TO WS-CORTE-TIPO
              ELSE
                  MOVE "E" TO WS-CORTE-TIPO
           END-IF
           CALL "PROGCORT" USING WS-PARAMETROS-CORTE.
       120-FIN.  EXIT.

      * LA JORNADA TARDIA SE FORMA EN CAPTARDE CON LA IMAGEN COMPLETA
      * DE HRSEXTRA; PROGNOMI LA PASA AL ARCHIVO AL CORRER EL PERIODO
      * SELLADO. CAPTARDE SE CREA VACIO LA PRIMERA VEZ. EL FORZADO
      * DE TOPES CONSERVA SU PROPIO RESULTADO EN LA AUDITORIA.
       125-ENCOLA-TARDIA.
           MOVE SPACES            TO REG-HRSEXTRA
           MOVE NUMERO-EMP        TO HX-NUMERO-EMP
           MOVE WS-CAP-FECHA      TO HX-FECHA
           MOVE WS-CAP-HORAS      TO HX-HORAS
           MOVE WS-CAP-SUPERVISOR TO HX-SUPERVISOR
           MOVE WS-CAP-AUTORIZADA TO HX-AUTORIZADA
           MOVE SPACE             TO HX-PAGADA
           MOVE SPACES                TO REG-CAPTARDE
           MOVE "H"                   TO CT-ORIGEN
           MOVE REG-HRSEXTRA          TO CT-REGISTRO
           MOVE NUMERO-EMP            TO CT-NUMERO-EMP
           MOVE WS-CAP-FECHA          TO CT-FECHA
           MOVE WS-CORTE-TIPO         TO CT-TIPO
           MOVE WS-CAP-HORAS          TO CT-CANTIDAD
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
           IF TOPE-EXCEDIDO
              THEN
                  MOVE "HEXT EXC " TO WS-MENU-RESULTADO
              ELSE
                  MOVE "HEXT TARD" TO WS-MENU-RESULTADO
           END-IF.
       125-FIN.  EXIT.

      * EL SUPERVISOR QUE AUTORIZA NO PUEDE SER EL OPERADOR QUE CAPTURA
      * Y DEBE TENER LA AUTORIZACION EN SU PERFIL; LA JORNADA NO SE
      * GRABA Y EL RECHAZO QUEDA EN AUDITORIA CON SU PROPIO RESULTADO.
       112-VERIFICA-AUTORIZA.
           MOVE SPACES TO WS-MENU-RESULTADO
           IF WS-CAP-SUPERVISOR EQUAL SPACES
              OR WS-CAP-SUPERVISOR EQUAL WS-USUARIO
              THEN
                  DISPLAY "LAS HORAS LAS AUTORIZA UN SUPERVISOR "
                          "DISTINTO DEL OPERADOR QUE CAPTURA"
                  MOVE "HEXT MISM" TO WS-MENU-RESULTADO
                  GO TO 112-FIN
           END-IF
           MOVE "S"               TO WS-MENU-OPCION
           MOVE "P"               TO WS-MENU-MODO
           MOVE WS-CAP-SUPERVISOR TO WS-MENU-USUARIO
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           MOVE "7"               TO WS-MENU-OPCION
           MOVE "T"               TO WS-MENU-MODO
           MOVE WS-USUARIO        TO WS-MENU-USUARIO
           IF MENU-ERROR
              THEN
                  DISPLAY "SUPERVISOR " WS-CAP-SUPERVISOR
                          " NO AUTORIZADO PARA HORAS EXTRA ("
                          WS-MENU-RESULTADO ")"
                  MOVE "HEXT NOSU" TO WS-MENU-RESULTADO
           END-IF.
       112-FIN.  EXIT.

      * TOPES DE LA LEY FEDERAL DEL TRABAJO: 3 HORAS POR JORNADA Y
      * 3 DIAS CON EXTRAS POR SEMANA. LA SEMANA ES LA VENTANA DE 7
      * DIAS QUE TERMINA EN LA FECHA CAPTURADA, EN DIAS ABSOLUTOS DE
                          UNTIL SW-FIN-TOPES EQUAL "FIN"
                  CLOSE HRSEXTRA
           END-IF
      * LAS JORNADAS TARDIAS AUN EN LA COLA TAMBIEN SON DEL EMPLEADO
      * AUNQUE TODAVIA NO ESTEN EN HRSEXTRA.
           OPEN INPUT CAPTARDE
           IF CAPTARDE-OK
              THEN
                  MOVE SPACES TO SW-FIN-TOPES
                  PERFORM 117-CUENTA-TARDIA THRU 117-FIN
                          UNTIL SW-FIN-TOPES EQUAL "FIN"
                  CLOSE CAPTARDE
           END-IF
           INSPECT WS-DIAS-VISTOS
              TALLYING WS-JORNADAS-SEM FOR ALL "S"
           IF (WS-CAP-HORAS + WS-HORAS-DIA) GREATER 3
                 MOVE "FIN" TO SW-FIN-TOPES
                 GO TO 116-FIN
           END-READ
           PERFORM 118-CUENTA-JORNADA THRU 118-FIN.
       116-FIN.  EXIT.

       117-CUENTA-TARDIA.
           READ CAPTARDE
              AT END
                 MOVE "FIN" TO SW-FIN-TOPES
                 GO TO 117-FIN
           END-READ
           IF NOT CT-ES-HORAS
              OR CT-YA-LIBERADA
              THEN
                  GO TO 117-FIN
           END-IF
           MOVE CT-REGISTRO TO REG-HRSEXTRA
           PERFORM 118-CUENTA-JORNADA THRU 118-FIN.
       117-FIN.  EXIT.

       118-CUENTA-JORNADA.
           IF HX-NUMERO-EMP NOT EQUAL NUMERO-EMP
              THEN
                  GO TO 118-FIN
           END-IF
           MOVE HX-FECHA TO WS-FECHA-REG
           COMPUTE WS-REG-ABS =
           IF WS-REG-ABS GREATER WS-CAP-ABS
              OR WS-REG-ABS LESS (WS-CAP-ABS - 6)
              THEN
                  GO TO 118-FIN
           END-IF
      * EL DIA SE MARCA EN EL MAPA: VARIAS CAPTURAS DE LA MISMA
      * FECHA CAEN EN LA MISMA POSICION Y CUENTAN UNA SOLA VEZ.
              THEN
                  ADD HX-HORAS TO WS-HORAS-DIA
           END-IF.
       118-FIN.  EXIT.

       200-REPORTE.
           DISPLAY "FECHA DESDE (AAAAMMDD): "
