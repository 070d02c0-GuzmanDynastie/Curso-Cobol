              88 NUMERO-OCUPADO         VALUE "S".
           05 SW-DATOS-EXISTEN    PIC X(01)    VALUE "N".
              88 DATOS-EXISTEN          VALUE "S".
           05 WS-IND-DOC          PIC 9(02)    VALUE ZEROS.
           05 SW-CUENTA-PENDIENTE PIC X(01)    VALUE "N".
              88 CUENTA-PENDIENTE       VALUE "S".
           05 SW-BLOQUEO          PIC X(01)    VALUE "N".
              88 BLOQUEO-PUESTO         VALUE "S".

       01  WS-PARAMETROS-BONO.
           05 WS-SALARIO-BASE      PIC 9(07)V99.
              88 CURP-INVALIDA          VALUE "N".
           05 WS-VID-CURP-MOTIVO   PIC X(20).

       01  WS-PARAMETROS-PLAZA.
           05 WS-PLZ-ACCION        PIC X(01).
           05 WS-PLZ-NUMERO-EMP    PIC 9(05).
           05 WS-PLZ-DEPTO         PIC 9(03).
           05 WS-PLZ-PUESTO        PIC 9(02).
           05 WS-PLZ-PLAZA         PIC 9(05).
           05 WS-PLZ-RESULTADO     PIC X(01)    VALUE "S".
              88 PLAZA-OK               VALUE "S".
              88 PLAZA-SIN-VACANTE      VALUE "V".
              88 PLAZA-NO-TENIA         VALUE "N".

       01  WS-PARAMETROS-CAND.
           05 WS-CAND-ACCION       PIC X(01)    VALUE "V".
           05 WS-CAND-ESTADO       PIC X(01)    VALUE "L".
           05 WS-CAND-FECHA        PIC 9(08)    VALUE ZEROS.
           05 WS-CAND-HORA         PIC 9(08)    VALUE ZEROS.

       01  WS-PARAMETROS-BLOQ.
           05 WS-BLOQ-ACCION       PIC X(01)    VALUE "T".
           05 WS-BLOQ-NUMERO-EMP   PIC 9(05)    VALUE ZEROS.
           05 WS-BLOQ-USUARIO      PIC X(08)    VALUE SPACES.
           05 WS-BLOQ-PROGRAMA     PIC X(08)    VALUE "PROGMANT".
           05 WS-BLOQ-RESULTADO    PIC X(01)    VALUE SPACES.
              88 BLOQUEO-TOMADO         VALUE "T".
              88 BLOQUEO-AJENO          VALUE "O".
              88 BLOQUEO-PERDIDO        VALUE "P".
           05 WS-BLOQ-DUENO-USUARIO  PIC X(08).
           05 WS-BLOQ-DUENO-PROGRAMA PIC X(08).
           05 WS-BLOQ-DUENO-FECHA    PIC 9(08).
           05 WS-BLOQ-DUENO-HORA     PIC 9(08).

       01  WS-PARAMETROS-HIST.
           05 WS-HIST-NUMERO       PIC 9(05).
           05 WS-HIST-USUARIO      PIC X(08).
           05 WS-HIST-ANTERIOR     PIC X(30).
           05 WS-HIST-NUEVO        PIC X(30).

       01  WS-PARAMETROS-DOCS.
           05 WS-DOC-ACCION        PIC X(01)    VALUE "C".
           05 WS-DOC-NUMERO-EMP    PIC 9(05)    VALUE ZEROS.
           05 WS-DOC-TIPO-CONTRATO PIC X(01)    VALUE SPACES.
           05 WS-DOC-FECHA         PIC 9(08)    VALUE ZEROS.
           05 WS-DOC-FALTANTES     PIC 9(03)    VALUE ZEROS.
           05 WS-DOC-VENCIDOS      PIC 9(03)    VALUE ZEROS.
           05 WS-DOC-CUANTOS       PIC 9(02)    VALUE ZEROS.
           05 WS-DOC-RENGLON OCCURS 20 TIMES.
              10 WS-DOC-CODIGO        PIC X(04).
              10 WS-DOC-DESCRIPCION   PIC X(30).
              10 WS-DOC-ESTADO        PIC X(01).
              10 WS-DOC-VENCE         PIC 9(08).

       01  WS-PARAMETROS-CTAP.
           05 WS-CTAP-ACCION       PIC X(01)    VALUE "P".
           05 WS-CTAP-NUMERO       PIC 9(05).
           05 WS-CTAP-ANTERIOR     PIC X(18).
           05 WS-CTAP-NUEVA        PIC X(18).
           05 WS-CTAP-USUARIO      PIC X(08).
           05 WS-CTAP-PROGRAMA     PIC X(08)    VALUE "PROGMANT".
           05 WS-CTAP-APROBO       PIC X(08)    VALUE SPACES.
           05 WS-CTAP-RESULTADO    PIC X(01).
              88 CTAP-GRABADO           VALUE "S".

      * COPIA DE LOS CAMPOS MODIFICABLES ANTES DE LA CAPTURA DEL
      * CAMBIO, PARA PODER GRABAR ANTES/DESPUES EN HISTCAMB.
       01  WS-REG-ANTES.
                          WS-TSAL-MAXIMO ")"
           END-IF.

      * NADIE ENTRA AL MAESTRO SIN UNA PLAZA AUTORIZADA VACANTE DE SU
      * DEPARTAMENTO Y PUESTO (PROGVACN ADMINISTRA LA PLANTILLA); AQUI
      * SOLO SE CONSULTA, LA PLAZA SE OCUPA HASTA QUE EL ALTA QUEDA
      * COMPLETA EN 947-OCUPA-PLAZA.
       918-VALIDA-PLAZA.
           MOVE "C"        TO WS-PLZ-ACCION
           MOVE NUMERO-EMP TO WS-PLZ-NUMERO-EMP
           MOVE DEPTO-EMP  TO WS-PLZ-DEPTO
           MOVE PUESTO-EMP TO WS-PLZ-PUESTO
           CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
           IF NOT PLAZA-OK
              THEN
                  DISPLAY "NO HAY PLAZA VACANTE AUTORIZADA PARA EL "
                          "DEPARTAMENTO " DEPTO-EMP " PUESTO "
                          PUESTO-EMP
           END-IF.

      * UN CAMBIO DE DEPARTAMENTO O DE PUESTO MUEVE AL EMPLEADO A UNA
      * VACANTE DEL DESTINO Y LIBERA LA QUE TENIA; SIN VACANTE EL
      * CAMBIO NO SE GRABA. A UNA BAJA NO SE LE ASIGNA PLAZA.
       919-MUEVE-PLAZA.
           SET PLAZA-OK TO TRUE
           IF EMP-ES-BAJA
              OR (DEPTO-EMP EQUAL ANT-DEPTO
                  AND PUESTO-EMP EQUAL ANT-PUESTO)
              THEN
                  CONTINUE
              ELSE
                  MOVE "M"        TO WS-PLZ-ACCION
                  MOVE NUMERO-EMP TO WS-PLZ-NUMERO-EMP
                  MOVE DEPTO-EMP  TO WS-PLZ-DEPTO
                  MOVE PUESTO-EMP TO WS-PLZ-PUESTO
                  CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
                  IF NOT PLAZA-OK
                     THEN
                         DISPLAY "NO HAY PLAZA VACANTE AUTORIZADA PARA "
                                 "EL DEPARTAMENTO " DEPTO-EMP
                                 " PUESTO " PUESTO-EMP
                                 ", NO SE GRABA"
                  END-IF
           END-IF.

      * TOMA EL SIGUIENTE NUMERO DEL FOLIO DE CONTROL Y AVANZA SOBRE
      * LOS YA OCUPADOS HASTA ENCONTRAR UNO LIBRE. DEJA EL NUMERO
      * ASIGNADO EN NUMERO-EMP Y PRENDE NUMERO-LIBRE; SI SE AGOTA EL
           PERFORM 915-VALIDA-DEPTO
           PERFORM 916-VALIDA-CLABE
           PERFORM 917-VALIDA-BANDA
           PERFORM 918-VALIDA-PLAZA
           EVALUATE TRUE
              WHEN DEPTO-NO-EXISTE
                  MOVE "ALTA DEPT" TO WS-MENU-RESULTADO
              WHEN CLABE-INVALIDA
                  MOVE "ALTA CLAB" TO WS-MENU-RESULTADO
              WHEN NOT PLAZA-OK
                  MOVE "ALTA PLAZ" TO WS-MENU-RESULTADO
              WHEN OTHER
                  MOVE 1 TO STATUS-EMP
                  MOVE ZEROS TO FECHA-BAJA-EMP
      * ALTA COMPLETA SE AUDITA COMO "ALTA OK", QUE ES LO QUE
      * PROGMIMS COSECHA PARA LOS AVISOS DE ALTA AL IMSS.
                              MOVE "ALTA OK"   TO WS-MENU-RESULTADO
                              PERFORM 950-AVISA-EXPEDIENTE
                        END-IF
                  END-WRITE
           END-EVALUATE
           DISPLAY "BAJA (INACTIVACION) DE EMPLEADO"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           PERFORM 955-TOMA-BLOQUEO
           IF BLOQUEO-AJENO
              THEN
                  MOVE "BAJA BLOQ" TO WS-MENU-RESULTADO
                  GO TO 958-TERMINA-BLOQUEADO
           END-IF
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE WS-DIA-HOY  TO DIA-BAJA-EMP
                 REWRITE REG-EMPLEADOS
                 PERFORM 940-AVISA-CAJA
                 PERFORM 949-LIBERA-PLAZA
                 MOVE "BAJA OK"   TO WS-MENU-RESULTADO
           END-READ
           PERFORM 957-LIBERA-BLOQUEO
           PERFORM 910-GRABA-AUDITORIA-TRANS
           PERFORM 900-CIERRA-ARCHIVO
           GOBACK.
           DISPLAY "CAMBIO DE DATOS DE EMPLEADO"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           PERFORM 955-TOMA-BLOQUEO
           IF BLOQUEO-AJENO
              THEN
                  MOVE "CAMB BLOQ" TO WS-MENU-RESULTADO
                  GO TO 958-TERMINA-BLOQUEADO
           END-IF
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 PERFORM 915-VALIDA-DEPTO
                 PERFORM 916-VALIDA-CLABE
                 PERFORM 917-VALIDA-BANDA
                 PERFORM 956-CONFIRMA-BLOQUEO
                 EVALUATE TRUE
                    WHEN BLOQUEO-PERDIDO
                       MOVE "CAMB BLOQ" TO WS-MENU-RESULTADO
                    WHEN DEPTO-NO-EXISTE
                       MOVE "CAMB DEPT" TO WS-MENU-RESULTADO
                    WHEN CLABE-INVALIDA
                       MOVE "CAMB CLAB" TO WS-MENU-RESULTADO
                    WHEN OTHER
                       PERFORM 919-MUEVE-PLAZA
                       IF NOT PLAZA-OK
                          THEN
                              MOVE "CAMB PLAZ" TO WS-MENU-RESULTADO
                          ELSE
                              PERFORM 952-RETIENE-CUENTA
                              REWRITE REG-EMPLEADOS
                              PERFORM 920-GRABA-HISTORIAL
                              MOVE "CAMBIO OK" TO WS-MENU-RESULTADO
                              PERFORM 953-REGISTRA-CUENTA
                       END-IF
                 END-EVALUATE
           END-READ
           PERFORM 957-LIBERA-BLOQUEO
           PERFORM 910-GRABA-AUDITORIA-TRANS
           PERFORM 900-CIERRA-ARCHIVO
           GOBACK.
           DISPLAY "RETIRO (BORRADO) DE EMPLEADO"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           PERFORM 955-TOMA-BLOQUEO
           IF BLOQUEO-AJENO
              THEN
                  MOVE "RET BLOQ " TO WS-MENU-RESULTADO
                  GO TO 958-TERMINA-BLOQUEADO
           END-IF
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "RET NOEX" TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 DELETE EMPLEADOS
                 PERFORM 949-LIBERA-PLAZA
                 MOVE "RETIRO OK" TO WS-MENU-RESULTADO
           END-READ
           PERFORM 957-LIBERA-BLOQUEO
           PERFORM 910-GRABA-AUDITORIA-TRANS
           PERFORM 900-CIERRA-ARCHIVO
           GOBACK.
           DISPLAY "DATOS PERSONALES DE EMPLEADO"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           PERFORM 955-TOMA-BLOQUEO
           IF BLOQUEO-AJENO
              THEN
                  MOVE "DATO BLOQ" TO WS-MENU-RESULTADO
                  GO TO 958-TERMINA-BLOQUEADO
           END-IF
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
              NOT INVALID KEY
                 PERFORM 055-CAPTURA-DATOS THRU 055-FIN
           END-READ
           PERFORM 957-LIBERA-BLOQUEO
           PERFORM 910-GRABA-AUDITORIA-TRANS
           PERFORM 900-CIERRA-ARCHIVO
           GOBACK.
                  CLOSE EMPDATOS
                  GO TO 055-FIN
           END-IF
           PERFORM 956-CONFIRMA-BLOQUEO
           IF BLOQUEO-PERDIDO
              THEN
                  MOVE "DATO BLOQ" TO WS-MENU-RESULTADO
                  CLOSE EMPDATOS
                  GO TO 055-FIN
           END-IF
           IF DATOS-EXISTEN
              THEN
                  REWRITE REG-EMPDATOS
           DISPLAY "LICENCIA SIN GOCE DE SUELDO"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           PERFORM 955-TOMA-BLOQUEO
           IF BLOQUEO-AJENO
              THEN
                  MOVE "LIC BLOQ " TO WS-MENU-RESULTADO
                  GO TO 958-TERMINA-BLOQUEADO
           END-IF
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                       MOVE "LIC OK   " TO WS-MENU-RESULTADO
                 END-IF
           END-READ
           PERFORM 957-LIBERA-BLOQUEO
           PERFORM 910-GRABA-AUDITORIA-TRANS
           PERFORM 900-CIERRA-ARCHIVO
           GOBACK.
           DISPLAY "REGRESO DE LICENCIA"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT NUMERO-EMP
           PERFORM 955-TOMA-BLOQUEO
           IF BLOQUEO-AJENO
              THEN
                  MOVE "REG BLOQ " TO WS-MENU-RESULTADO
                  GO TO 958-TERMINA-BLOQUEADO
           END-IF
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                       MOVE "REG OK   " TO WS-MENU-RESULTADO
                 END-IF
           END-READ
           PERFORM 957-LIBERA-BLOQUEO
           PERFORM 910-GRABA-AUDITORIA-TRANS
           PERFORM 900-CIERRA-ARCHIVO
           GOBACK.

      * COMPANEROS DEL ALTA: EL SEGMENTO DE DATOS PERSONALES (CON LA
      * VALIDACION DE RFC/CURP DE 055) Y EL SALDO DE VACACIONES DEL
      * PRIMER CICLO, Y AL FINAL LA OCUPACION DE LA PLAZA AUTORIZADA.
      * SI ALGO FALLA, EL REGISTRO RECIEN ESCRITO EN EL MAESTRO SE
      * BORRA Y EL ALTA QUEDA CANCELADA COMPLETA.
       945-COMPLETA-ALTA.
           SET ALTA-COMPLETA TO TRUE
           DISPLAY "DATOS PERSONALES DEL NUEVO EMPLEADO:"
                  PERFORM 948-CANCELA-ALTA
              ELSE
                  PERFORM 946-CREA-SALDOVAC
                  IF ALTA-COMPLETA
                     THEN
                         PERFORM 947-OCUPA-PLAZA
                  END-IF
                  IF ALTA-INCOMPLETA
                     THEN
                         PERFORM 948-CANCELA-ALTA
                  CLOSE SALDOVAC
           END-IF.

      * LA VACANTE SE CONSULTO EN 918-VALIDA-PLAZA; SI ENTRE TANTO
      * OTRA ALTA LA TOMO, ESTA SE CANCELA COMO CUALQUIER OTRA FALLA.
       947-OCUPA-PLAZA.
           MOVE "O"        TO WS-PLZ-ACCION
           MOVE NUMERO-EMP TO WS-PLZ-NUMERO-EMP
           MOVE DEPTO-EMP  TO WS-PLZ-DEPTO
           MOVE PUESTO-EMP TO WS-PLZ-PUESTO
           CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
           IF PLAZA-OK
              THEN
                  DISPLAY "PLAZA OCUPADA: " WS-PLZ-PLAZA
              ELSE
                  DISPLAY "NO SE PUDO OCUPAR LA PLAZA DEL DEPARTAMENTO "
                          DEPTO-EMP " PUESTO " PUESTO-EMP
                  SET ALTA-INCOMPLETA TO TRUE
           END-IF.

      * LA BAJA Y EL RETIRO DEJAN VACANTE LA PLAZA DEL EMPLEADO; UN
      * EMPLEADO ANTERIOR A LA PLANTILLA PUEDE NO TENERLA Y SOLO SE
      * AVISA.
       949-LIBERA-PLAZA.
           MOVE "L"        TO WS-PLZ-ACCION
           MOVE NUMERO-EMP TO WS-PLZ-NUMERO-EMP
           CALL "PROGPLAZ" USING WS-PARAMETROS-PLAZA
           EVALUATE TRUE
              WHEN PLAZA-OK
                 DISPLAY "PLAZA LIBERADA: " WS-PLZ-PLAZA
              WHEN PLAZA-NO-TENIA
                 DISPLAY "AVISO: EL EMPLEADO NO OCUPABA PLAZA"
              WHEN OTHER
                 DISPLAY "AVISO: NO SE PUDO LIBERAR LA PLAZA, "
                         "REVISE CON PROGVACN"
           END-EVALUATE.

       948-CANCELA-ALTA.
           SET ALTA-INCOMPLETA TO TRUE
           DISPLAY "ALTA CANCELADA: EL EMPLEADO NO NACE A MEDIAS"
                  END-DELETE
                  CLOSE EMPDATOS
           END-IF.

      * LOS DOCUMENTOS DEL EXPEDIENTE NO DETIENEN EL ALTA: SOLO SE
      * AVISA CUALES OBLIGATORIOS FALTAN (CATALOGO DOCREQ, VIA
      * PROGDPEN) PARA QUE SE PIDAN ANTES DEL PRIMER PAGO. EL NUEVO
      * AUN NO TIENE CONTRATO CAPTURADO, ASI QUE SE REVISA COMO
      * INDEFINIDO; EL REPORTE DE PROGEXPE LO CORRIGE DESPUES.
       950-AVISA-EXPEDIENTE.
           MOVE "C"        TO WS-DOC-ACCION
           MOVE NUMERO-EMP TO WS-DOC-NUMERO-EMP
           MOVE SPACES     TO WS-DOC-TIPO-CONTRATO
           MOVE ZEROS      TO WS-DOC-FECHA
           CALL "PROGDPEN" USING WS-PARAMETROS-DOCS
           IF WS-DOC-FALTANTES GREATER ZEROS
              THEN
                  DISPLAY "AVISO: EL ALTA QUEDA CON " WS-DOC-FALTANTES
                          " DOCUMENTOS OBLIGATORIOS PENDIENTES:"
                  PERFORM 951-MUESTRA-PENDIENTE
                          VARYING WS-IND-DOC FROM 1 BY 1
                          UNTIL WS-IND-DOC GREATER WS-DOC-CUANTOS
           END-IF
           MOVE "F" TO WS-DOC-ACCION
           CALL "PROGDPEN" USING WS-PARAMETROS-DOCS.

       951-MUESTRA-PENDIENTE.
           DISPLAY "   " WS-DOC-CODIGO (WS-IND-DOC) " "
                   WS-DOC-DESCRIPCION (WS-IND-DOC).

      * LA CUENTA BANCARIA NO CAMBIA EN EL MAESTRO AL CAPTURARSE: SE
      * LE REGRESA LA ANTERIOR (Y PROGBANC SIGUE PAGANDO AHI) Y LA
      * CAPTURADA QUEDA PENDIENTE EN CTAPEND HASTA QUE OTRO OPERADOR
      * AUTORIZADO LA APRUEBE EN PROGCTAA, QUE ES QUIEN DEJA EL
      * RENGLON DE CTA-BANCO EN HISTCAMB AL APROBARLA.
       952-RETIENE-CUENTA.
           MOVE "N" TO SW-CUENTA-PENDIENTE
           IF CTA-BANCO-EMP NOT EQUAL ANT-CTA-BANCO
              THEN
                  MOVE CTA-BANCO-EMP TO WS-CTAP-NUEVA
                  MOVE ANT-CTA-BANCO TO CTA-BANCO-EMP
                                        WS-CTAP-ANTERIOR
                  SET CUENTA-PENDIENTE TO TRUE
           END-IF.

       953-REGISTRA-CUENTA.
           IF CUENTA-PENDIENTE
              THEN
                  MOVE NUMERO-EMP TO WS-CTAP-NUMERO
                  MOVE WS-USUARIO TO WS-CTAP-USUARIO
                  CALL "PROGCTAP" USING WS-PARAMETROS-CTAP
                  IF CTAP-GRABADO
                     THEN
                         DISPLAY "EL CAMBIO DE CUENTA BANCARIA QUEDA "
                                 "PENDIENTE DE APROBACION (PROGCTAA)"
                     ELSE
                         DISPLAY "NO SE PUDO REGISTRAR EL CAMBIO DE "
                                 "CUENTA; EL MAESTRO CONSERVA LA "
                                 "ANTERIOR"
                         MOVE "CAMB ECTA" TO WS-MENU-RESULTADO
                  END-IF
           END-IF.

      * BLOQUEO DEL EMPLEADO ENTRE OPERADORES EN LINEA (PROGBLOQ):
      * SE TOMA AL PEDIR EL NUMERO Y SE LIBERA AL TERMINAR, GRABE O
      * NO. SI OTRO OPERADOR LO TIENE SE LE DICE QUIEN; UN BLOQUEO
      * VENCIDO O HUERFANO LO LIBERA PROGBLQA.
       955-TOMA-BLOQUEO.
           MOVE "N"        TO SW-BLOQUEO
           MOVE "T"        TO WS-BLOQ-ACCION
           MOVE NUMERO-EMP TO WS-BLOQ-NUMERO-EMP
           MOVE WS-USUARIO TO WS-BLOQ-USUARIO
           CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
           IF BLOQUEO-TOMADO
              THEN
                  SET BLOQUEO-PUESTO TO TRUE
           END-IF
           IF BLOQUEO-AJENO
              THEN
                  DISPLAY "EL EMPLEADO " NUMERO-EMP " ESTA EN USO POR "
                          WS-BLOQ-DUENO-USUARIO " ("
                          WS-BLOQ-DUENO-PROGRAMA ") DESDE "
                          WS-BLOQ-DUENO-FECHA " " WS-BLOQ-DUENO-HORA
                  DISPLAY "INTENTE MAS TARDE"
           END-IF.

      * ANTES DE GRABAR UN CAMBIO CAPTURADO: SI EL BLOQUEO VENCIO
      * MIENTRAS SE CAPTURABA Y OTRO LO RECLAMO, NO SE GRABA. EL ALTA
      * NO TOMA BLOQUEO (EL NUMERO ES NUEVO) Y NO SE CONFIRMA.
       956-CONFIRMA-BLOQUEO.
           MOVE SPACES TO WS-BLOQ-RESULTADO
           IF BLOQUEO-PUESTO
              THEN
                  MOVE "C" TO WS-BLOQ-ACCION
                  CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
                  IF BLOQUEO-PERDIDO
                     THEN
                         MOVE "N" TO SW-BLOQUEO
                         DISPLAY "EL BLOQUEO DEL EMPLEADO VENCIO Y LO "
                                 "TOMO " WS-BLOQ-DUENO-USUARIO
                                 ", EL CAMBIO NO SE GRABA"
                  END-IF
           END-IF.

       957-LIBERA-BLOQUEO.
           IF BLOQUEO-PUESTO
              THEN
                  MOVE "L" TO WS-BLOQ-ACCION
                  CALL "PROGBLOQ" USING WS-PARAMETROS-BLOQ
                  MOVE "N" TO SW-BLOQUEO
           END-IF.

       958-TERMINA-BLOQUEADO.
           PERFORM 910-GRABA-AUDITORIA-TRANS
           PERFORM 900-CIERRA-ARCHIVO
           GOBACK.
