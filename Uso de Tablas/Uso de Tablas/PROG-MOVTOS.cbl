      * IMAGEN DEL REGISTRO) Y APLICA CADA UNO CONTRA EL MAESTRO       *
      * INDEXADO CON LAS MISMAS VALIDACIONES DEL MANTENIMIENTO EN      *
      * LINEA DE PROGMANT: EL DEPARTAMENTO DEBE EXISTIR EN TABDEPTO,   *
      * EL PUESTO EN TABPUESTO, NI EL NUMERO NI EL SALARIO PUEDEN      *
      * VENIR EN CEROS, Y EL ALTA O CAMBIO DE DEPARTAMENTO/PUESTO      *
      * NECESITA UNA PLAZA AUTORIZADA VACANTE (PROGPLAZ); LA BAJA Y EL *
      * RETIRO LA LIBERAN. CADA TRANSACCION DEJA SU REGISTRO DE        *
      * AUDITORIA MODO "T" VIA PROGMENU, Y EL REPORTE LISTA LO         *
      * APLICADO Y LO RECHAZADO CON SU MOTIVO Y NUMERO DE RENGLON,     *
      * PARA QUE UNA CARGA MASIVA (30 ALTAS DE UNA ADQUISICION, UNA    *
      * LISTA DE BAJAS DE RH) DEJE DE SER UNA TARDE DE CAPTURA.        *
      * UN CAMBIO QUE TRAE OTRA CUENTA BANCARIA SE APLICA SIN ELLA: LA *
      * CUENTA NUEVA QUEDA PENDIENTE EN CTAPEND (VIA PROGCTAP) HASTA   *
      * QUE UN OPERADOR LA APRUEBE EN PROGCTAA, Y EL REPORTE LO DICE.  *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
           05 SW-EMPLEADO-EXISTE  PIC X(01)    VALUE "N".
              88 EMPLEADO-EXISTE     VALUE "S".
              88 EMPLEADO-NO-EXISTE  VALUE "N".
           05 SW-CUENTA-PENDIENTE PIC X(01)    VALUE "N".
              88 CUENTA-PENDIENTE    VALUE "S".
           05 WS-FECHA-HOY.
              10 WS-ANIO-HOY      PIC 9(04).
              10 WS-MES-HOY       PIC 9(02).
              88 BANDA-DENTRO        VALUE "D".
              88 BANDA-FUERA         VALUE "B" "A".

       01  WS-PARAMETROS-PLAZA.
           05 WS-PLZ-ACCION       PIC X(01).
           05 WS-PLZ-NUMERO-EMP   PIC 9(05).
           05 WS-PLZ-DEPTO        PIC 9(03).
           05 WS-PLZ-PUESTO       PIC 9(02).
           05 WS-PLZ-PLAZA        PIC 9(05).
           05 WS-PLZ-RESULTADO    PIC X(01).
              88 PLAZA-OK            VALUE "S".

       01  WS-PARAMETROS-CAND.
           05 WS-CAND-ACCION      PIC X(01)    VALUE "V".
           05 WS-CAND-ESTADO      PIC X(01)    VALUE "L".
           05 WS-STATUS-MENU       PIC X(01).
           05 WS-MENU-PROGRAMA     PIC X(08)   VALUE "PROGMOVS".

       01  WS-PARAMETROS-CTAP.
           05 WS-CTAP-ACCION       PIC X(01)   VALUE "P".
           05 WS-CTAP-NUMERO       PIC 9(05).
           05 WS-CTAP-ANTERIOR     PIC X(18).
           05 WS-CTAP-NUEVA        PIC X(18).
           05 WS-CTAP-USUARIO      PIC X(08)   VALUE "MOVTOS".
           05 WS-CTAP-PROGRAMA     PIC X(08)   VALUE "PROGMOVS".
           05 WS-CTAP-APROBO       PIC X(08)   VALUE SPACES.
           05 WS-CTAP-RESULTADO    PIC X(01).
              88 CTAP-GRABADO          VALUE "S".

       01  WS-TITULO-1.
           05 FILLER              PIC X(22)    VALUE SPACES.
           05 FILLER              PIC X(46)
       040-PROCESO.
           ADD 1 TO WS-LEIDOS
           SET MOV-VALIDO TO TRUE
           MOVE "N"    TO SW-CUENTA-PENDIENTE
           MOVE SPACES TO WS-MOTIVO
           PERFORM 045-BUSCA-EMPLEADO THRU 045-FIN
           EVALUATE TRUE

      * MISMAS VALIDACIONES QUE EL ALTA EN LINEA: NUMERO UTIL (NI
      * CENTINELA NI CEROS), NUMERO LIBRE, SALARIO DISTINTO DE CERO,
      * DEPARTAMENTO EN TABDEPTO Y PUESTO EN TABPUESTO, Y UNA PLAZA
      * AUTORIZADA VACANTE DE ESE DEPARTAMENTO Y PUESTO (PROGPLAZ),
      * QUE SE OCUPA ANTES DE GRABAR Y SE DEVUELVE SI EL WRITE FALLA.
       050-APLICA-ALTA.
           EVALUATE TRUE
              WHEN MOV-NUMERO-EMP EQUAL ZEROS
              WHEN OTHER
                 PERFORM 055-VALIDA-REFERENCIAS THRU 055-FIN
           END-EVALUATE
           IF MOV-VALIDO
              THEN
                  MOVE "O"            TO WS-PLZ-ACCION
                  MOVE MOV-NUMERO-EMP TO WS-PLZ-NUMERO-EMP
                  MOVE MOV-DEPTO-EMP  TO WS-PLZ-DEPTO
                  MOVE MOV-PUESTO-EMP TO WS-PLZ-PUESTO
                  CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
                  IF NOT PLAZA-OK
                     THEN
                         SET MOV-RECHAZADO TO TRUE
                         MOVE "SIN PLAZA VACANTE AUTORIZADA"
                            TO WS-MOTIVO
                  END-IF
           END-IF
           IF MOV-VALIDO
              THEN
                  MOVE MOV-NUMERO-EMP  TO NUMERO-EMP
                     INVALID KEY
                        SET MOV-RECHAZADO TO TRUE
                        MOVE "NO SE PUDO GRABAR" TO WS-MOTIVO
                        PERFORM 085-LIBERA-PLAZA THRU 085-FIN
                  END-WRITE
           END-IF.
       050-FIN.  EXIT.
                     INVALID KEY
                        SET MOV-RECHAZADO TO TRUE
                        MOVE "NO SE PUDO REGRABAR" TO WS-MOTIVO
                     NOT INVALID KEY
                        PERFORM 085-LIBERA-PLAZA THRU 085-FIN
                  END-REWRITE
           END-IF.
       060-FIN.  EXIT.
              WHEN OTHER
                 PERFORM 055-VALIDA-REFERENCIAS THRU 055-FIN
           END-EVALUATE
      * UN CAMBIO DE DEPARTAMENTO O PUESTO DE UN EMPLEADO VIGENTE SE
      * LLEVA SU PLAZA A UNA VACANTE DEL DESTINO; SIN VACANTE SE
      * RECHAZA COMO EN EL CAMBIO EN LINEA.
           IF MOV-VALIDO
              AND NOT EMP-ES-BAJA
              AND (MOV-DEPTO-EMP NOT EQUAL DEPTO-EMP
                   OR MOV-PUESTO-EMP NOT EQUAL PUESTO-EMP)
              THEN
                  MOVE "M"            TO WS-PLZ-ACCION
                  MOVE MOV-NUMERO-EMP TO WS-PLZ-NUMERO-EMP
                  MOVE MOV-DEPTO-EMP  TO WS-PLZ-DEPTO
                  MOVE MOV-PUESTO-EMP TO WS-PLZ-PUESTO
                  CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
                  IF NOT PLAZA-OK
                     THEN
                         SET MOV-RECHAZADO TO TRUE
                         MOVE "SIN PLAZA VACANTE AUTORIZADA"
                            TO WS-MOTIVO
                  END-IF
           END-IF
           IF MOV-VALIDO
              THEN
                  MOVE MOV-NOMBRE-EMP  TO NOMBRE-EMP
                  MOVE MOV-DEPTO-EMP   TO DEPTO-EMP
                  MOVE MOV-PUESTO-EMP  TO PUESTO-EMP
                  MOVE MOV-SALARIO-EMP TO SALARIO-EMP
      * LA CUENTA BANCARIA NO SE CAMBIA EN EL MAESTRO: SE QUEDA LA
      * ANTERIOR Y LA NUEVA ESPERA APROBACION EN CTAPEND.
                  IF MOV-CTA-BANCO NOT EQUAL SPACES
                     AND MOV-CTA-BANCO NOT EQUAL CTA-BANCO-EMP
                     THEN
                         SET CUENTA-PENDIENTE TO TRUE
                  END-IF
                  IF MOV-FECHA-ALTA NOT EQUAL ZEROS
                     THEN
                     INVALID KEY
                        SET MOV-RECHAZADO TO TRUE
                        MOVE "NO SE PUDO REGRABAR" TO WS-MOTIVO
                     NOT INVALID KEY
                        PERFORM 075-REGISTRA-CUENTA THRU 075-FIN
                  END-REWRITE
           END-IF.
       070-FIN.  EXIT.

       075-REGISTRA-CUENTA.
           IF NOT CUENTA-PENDIENTE
              THEN
                  GO TO 075-FIN
           END-IF
           MOVE MOV-NUMERO-EMP TO WS-CTAP-NUMERO
           MOVE CTA-BANCO-EMP  TO WS-CTAP-ANTERIOR
           MOVE MOV-CTA-BANCO  TO WS-CTAP-NUEVA
           CALL "PROGCTAP" USING WS-PARAMETROS-CTAP
           IF NOT CTAP-GRABADO
              THEN
                  MOVE "N" TO SW-CUENTA-PENDIENTE
                  DISPLAY "AVISO: NO SE REGISTRO LA CUENTA NUEVA DE "
                          MOV-NUMERO-EMP ", SE CONSERVA LA ANTERIOR"
           END-IF.
       075-FIN.  EXIT.

       080-APLICA-RETIRO.
           IF EMPLEADO-NO-EXISTE
              THEN
                     INVALID KEY
                        SET MOV-RECHAZADO TO TRUE
                        MOVE "NO SE PUDO BORRAR" TO WS-MOTIVO
                     NOT INVALID KEY
                        PERFORM 085-LIBERA-PLAZA THRU 085-FIN
                  END-DELETE
           END-IF.
       080-FIN.  EXIT.

      * LA BAJA Y EL RETIRO DEJAN VACANTE LA PLAZA DEL EMPLEADO; QUIEN
      * NO TENIA PLAZA (ANTERIOR A LA PLANTILLA) NO ES RECHAZO.
       085-LIBERA-PLAZA.
           MOVE "L"            TO WS-PLZ-ACCION
           MOVE MOV-NUMERO-EMP TO WS-PLZ-NUMERO-EMP
           CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA.
       085-FIN.  EXIT.

       090-REPORTA-Y-AUDITA.
           MOVE WS-LEIDOS       TO WS-DET-RENGLON
           MOVE MOV-ACCION      TO WS-DET-ACCION
              THEN
                  ADD 1 TO WS-APLICADOS
                  MOVE "APLICADO"  TO WS-DET-RESULTADO
                  IF CUENTA-PENDIENTE
                     THEN
                         MOVE "APLICADO, CUENTA POR APROBAR"
                            TO WS-DET-RESULTADO
                  END-IF
                  MOVE "LOTE OK"   TO WS-MENU-RESULTADO
              ELSE
                  ADD 1 TO WS-RECHAZADOS
