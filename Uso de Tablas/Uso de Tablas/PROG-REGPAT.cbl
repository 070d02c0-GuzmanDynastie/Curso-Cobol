       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGREGP.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  NO ES CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * MANTENIMIENTO DE REGISTROS PATRONALES. EL GRUPO YA NO ES UN    *
      * SOLO PATRON: HAY VARIAS RAZONES SOCIALES Y VARIOS REGISTROS    *
      * ANTE EL IMSS, Y CADA DECLARACION SE PARTIA A MANO DESPUES.     *
      *   OPCION 1 - ALTA O CAMBIO DE UN REGISTRO EN EL CATALOGO       *
      *              REGPATR (CLAVE 01 A 99; LA MAS BAJA ES LA         *
      *              PRINCIPAL).                                       *
      *   OPCION 2 - ASIGNA UN DEPARTAMENTO COMPLETO A UN REGISTRO     *
      *              (EL DEPARTAMENTO SE VALIDA CON PROGDEPT).         *
      *   OPCION 3 - ASIGNA UN EMPLEADO DIRECTAMENTE A UN REGISTRO,    *
      *              POR ENCIMA DE SU DEPARTAMENTO.                    *
      *   OPCION 4 - QUITA UNA ASIGNACION (EL EMPLEADO O EL            *
      *              DEPARTAMENTO VUELVE A LA REGLA SIGUIENTE).        *
      *   OPCION 5 - REPORTE DEL CATALOGO CON LA PLANTILLA ACTIVA QUE  *
      *              CAE EN CADA REGISTRO, RESUELTA POR PROGRPAT IGUAL *
      *              QUE LA RESUELVEN LAS DECLARACIONES.               *
      * AUDITORIA MODO "T" VIA PROGMENU DE CADA MOVIMIENTO.            *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGPATR      ASSIGN TO UT-S-REGPATR
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS RGP-CLAVE
                               FILE STATUS IS WS-STATUS-REGPATR.
           SELECT ASIGREGP     ASSIGN TO UT-S-ASIGREGP
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS ASG-LLAVE
                               FILE STATUS IS WS-STATUS-ASIGREGP.
           SELECT EMPLEADOS    ASSIGN TO UT-S-EMPLEADOS
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS DYNAMIC
                               RECORD KEY IS NUMERO-EMP
                               ALTERNATE RECORD KEY IS DEPTO-EMP
                                   WITH DUPLICATES
                               FILE STATUS IS WS-STATUS-EMPLEADOS.
           SELECT REPORTE      ASSIGN TO UT-S-REPORTE
                               FILE STATUS IS WS-STATUS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  REGPATR
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REG-REGPATR.
           COPY REGPATR.

       FD  ASIGREGP
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS REG-ASIGREGP.
           COPY ASIGREGP.

       FD  EMPLEADOS
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS REG-EMPLEADOS.
           COPY EMPLEADOS.

       FD  REPORTE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-REPORTE.
       01  REG-REPORTE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-REGPATR   PIC X(02)    VALUE "00".
              88 REGPATR-OK         VALUE "00" "05".
              88 REGPATR-NO-EXISTE  VALUE "35".
           05 WS-STATUS-ASIGREGP  PIC X(02)    VALUE "00".
              88 ASIGREGP-OK        VALUE "00" "05".
              88 ASIGREGP-NO-EXISTE VALUE "35".
           05 WS-STATUS-EMPLEADOS PIC X(02)    VALUE "00".
              88 EMPLEADOS-OK       VALUE "00".
           05 WS-STATUS-REPORTE   PIC X(02)    VALUE "00".
              88 REPORTE-OK         VALUE "00".
           05 WS-OPCION           PIC 9(01)    VALUE ZEROS.
           05 WS-USUARIO          PIC X(08)    VALUE SPACES.
           05 SW-FIN              PIC X(03)    VALUE SPACES.
           05 SW-REGISTRO-EXISTE  PIC X(01)    VALUE "N".
              88 YA-EXISTE-REGISTRO  VALUE "S".
              88 REGISTRO-NUEVO      VALUE "N".
           05 WS-CLAVE-PEDIDA     PIC 9(02)    VALUE ZEROS.
           05 WS-CODIGO-PEDIDO    PIC 9(05)    VALUE ZEROS.
           05 WS-TIPO-PEDIDO      PIC X(01)    VALUE SPACES.
           05 WS-IND              PIC 9(02)    VALUE ZEROS.
           05 WS-FECHA-HOY        PIC 9(08)    VALUE ZEROS.

       01  WS-TABLA-PLANTILLA.
           05 WS-PLANT-REG        OCCURS 10 TIMES.
              10 WS-PLANT-DIRECTO PIC 9(05).
              10 WS-PLANT-DEPTO   PIC 9(05).
              10 WS-PLANT-PRINC   PIC 9(05).

       01  WS-PARAMETROS-DEPTO.
           05 WS-DEPTO-CODIGO     PIC 9(03).
           05 WS-DEPTO-NOMBRE     PIC X(20).
           05 WS-DEPTO-CCOSTO     PIC X(06).
           05 WS-DEPTO-ENCONTRADO PIC X(01).
              88 DEPTO-ENCONTRADO    VALUE "S".
              88 DEPTO-NO-ENCONTRADO VALUE "N".

       01  WS-PARAMETROS-REGPAT.
           05 WS-RGP-ACCION       PIC X(01).
           05 WS-RGP-NUMERO-EMP   PIC 9(05).
           05 WS-RGP-DEPTO        PIC 9(03).
           05 WS-RGP-INDICE       PIC 9(02).
           05 WS-RGP-CLAVE        PIC 9(02).
           05 WS-RGP-REGISTRO-IMSS PIC X(11).
           05 WS-RGP-RAZON-SOCIAL PIC X(30).
           05 WS-RGP-RFC-PATRON   PIC X(13).
           05 WS-RGP-ORIGEN       PIC X(01).
              88 RGP-POR-EMPLEADO    VALUE "E".
              88 RGP-POR-DEPTO       VALUE "D".
           05 WS-RGP-ENCONTRADO   PIC X(01).
              88 RGP-ENCONTRADO      VALUE "S".
           05 WS-RGP-TOTAL        PIC 9(02).

       01  WS-PARAMETROS-MENU.
           05 WS-MENU-OPCION      PIC X(01)    VALUE "E".
           05 WS-MENU-USUARIO     PIC X(08).
           05 WS-MENU-RESULTADO   PIC X(09).
           05 WS-MENU-NUMERO-EMP  PIC 9(05)    VALUE ZEROS.
           05 WS-MENU-MODO        PIC X(01)    VALUE "T".
           05 WS-STATUS-MENU      PIC X(01).
           05 WS-MENU-PROGRAMA    PIC X(08)    VALUE "PROGREGP".

       01  WS-TITULO-1.
           05 FILLER              PIC X(20)    VALUE SPACES.
           05 FILLER              PIC X(40)
              VALUE "REGISTROS PATRONALES Y SU PLANTILLA".
           05 FILLER              PIC X(20)    VALUE SPACES.

       01  WS-TITULO-2.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 FILLER              PIC X(04)    VALUE "CVE".
           05 FILLER              PIC X(13)    VALUE "REGISTRO".
           05 FILLER              PIC X(32)    VALUE "RAZON SOCIAL".
           05 FILLER              PIC X(09)    VALUE "DIRECTOS".
           05 FILLER              PIC X(07)    VALUE "X DEPTO".
           05 FILLER              PIC X(13)    VALUE "PRINCIPAL".

       01  WS-GUIONES.
           05 FILLER              PIC X(01).
           05 FILLER              PIC X(78)    VALUE ALL "-".
           05 FILLER              PIC X(01)    VALUE SPACES.

       01  WS-DETALLE.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-CLAVE        PIC 99.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-REGISTRO     PIC X(11).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-RAZON        PIC X(30).
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DIRECTOS     PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-DEPTO        PIC ZZ,ZZ9.
           05 FILLER              PIC X(02)    VALUE SPACES.
           05 WS-DET-PRINCIPAL    PIC ZZ,ZZ9.
           05 FILLER              PIC X(07)    VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-USUARIO
           MOVE WS-USUARIO TO WS-MENU-USUARIO
           DISPLAY "1. ALTA O CAMBIO DE REGISTRO PATRONAL"
           DISPLAY "2. ASIGNAR DEPARTAMENTO A REGISTRO"
           DISPLAY "3. ASIGNAR EMPLEADO A REGISTRO"
           DISPLAY "4. QUITAR UNA ASIGNACION"
           DISPLAY "5. REPORTE DE REGISTROS Y PLANTILLA"
           DISPLAY "DIGITE LA OPCION: "
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
              WHEN 1
                 PERFORM 100-REGISTRO    THRU 100-FIN
              WHEN 2
                 MOVE "D" TO WS-TIPO-PEDIDO
                 PERFORM 200-ASIGNA      THRU 200-FIN
              WHEN 3
                 MOVE "E" TO WS-TIPO-PEDIDO
                 PERFORM 200-ASIGNA      THRU 200-FIN
              WHEN 4
                 PERFORM 300-QUITA       THRU 300-FIN
              WHEN 5
                 PERFORM 400-REPORTE     THRU 400-FIN
              WHEN OTHER
                 DISPLAY "OPCION INVALIDA"
           END-EVALUATE
           GOBACK.

       090-ABRE-REGPATR.
           OPEN I-O REGPATR
           IF REGPATR-NO-EXISTE
              THEN
                  OPEN OUTPUT REGPATR
                  CLOSE REGPATR
                  OPEN I-O REGPATR
           END-IF.
       090-FIN.  EXIT.

       091-ABRE-ASIGREGP.
           OPEN I-O ASIGREGP
           IF ASIGREGP-NO-EXISTE
              THEN
                  OPEN OUTPUT ASIGREGP
                  CLOSE ASIGREGP
                  OPEN I-O ASIGREGP
           END-IF.
       091-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 1: ALTA O CAMBIO DE REGISTRO PATRONAL
      * ---------------------------------------------------------------
       100-REGISTRO.
           PERFORM 090-ABRE-REGPATR THRU 090-FIN
           IF NOT REGPATR-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR REGPATR, STATUS: "
                          WS-STATUS-REGPATR
                  MOVE 8 TO RETURN-CODE
                  GO TO 100-FIN
           END-IF
           DISPLAY "CLAVE DEL REGISTRO (01 A 99): "
           ACCEPT WS-CLAVE-PEDIDA
           IF WS-CLAVE-PEDIDA EQUAL ZEROS
              THEN
                  DISPLAY "LA CLAVE 00 NO ES VALIDA"
                  MOVE "RGP CLAVE" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           SET REGISTRO-NUEVO TO TRUE
           MOVE WS-CLAVE-PEDIDA TO RGP-CLAVE
           READ REGPATR
              INVALID KEY
                 MOVE SPACES          TO REG-REGPATR
                 MOVE WS-CLAVE-PEDIDA TO RGP-CLAVE
              NOT INVALID KEY
                 SET YA-EXISTE-REGISTRO TO TRUE
                 DISPLAY "REGISTRO IMSS ACTUAL : " RGP-REGISTRO-IMSS
                 DISPLAY "RAZON SOCIAL ACTUAL  : " RGP-RAZON-SOCIAL
                 DISPLAY "RFC ACTUAL           : " RGP-RFC-PATRON
           END-READ
           DISPLAY "REGISTRO PATRONAL IMSS (11 POSICIONES): "
           ACCEPT RGP-REGISTRO-IMSS
           IF RGP-REGISTRO-IMSS (11:1) EQUAL SPACE
              THEN
                  DISPLAY "REGISTRO PATRONAL INCOMPLETO, NO SE GRABA"
                  MOVE "RGP IMSS " TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           DISPLAY "RAZON SOCIAL: "
           ACCEPT RGP-RAZON-SOCIAL
           IF RGP-RAZON-SOCIAL EQUAL SPACES
              THEN
                  DISPLAY "RAZON SOCIAL EN BLANCO, NO SE GRABA"
                  MOVE "RGP RAZON" TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           DISPLAY "RFC DE LA RAZON SOCIAL: "
           ACCEPT RGP-RFC-PATRON
           IF RGP-RFC-PATRON (12:1) EQUAL SPACE
              THEN
                  DISPLAY "RFC INCOMPLETO, NO SE GRABA"
                  MOVE "RGP RFC  " TO WS-MENU-RESULTADO
                  GO TO 100-AUDITA
           END-IF
           IF YA-EXISTE-REGISTRO
              THEN
                  REWRITE REG-REGPATR
                     INVALID KEY
                        DISPLAY "NO SE PUDO REGRABAR REGPATR"
                        MOVE "RGP ERR  " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "RGP CAMB " TO WS-MENU-RESULTADO
                  END-REWRITE
              ELSE
                  WRITE REG-REGPATR
                     INVALID KEY
                        DISPLAY "NO SE PUDO GRABAR REGPATR"
                        MOVE "RGP ERR  " TO WS-MENU-RESULTADO
                     NOT INVALID KEY
                        MOVE "RGP ALTA " TO WS-MENU-RESULTADO
                  END-WRITE
           END-IF.
       100-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE REGPATR.
       100-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCIONES 2 Y 3: ASIGNACION POR DEPARTAMENTO O DIRECTA
      * ---------------------------------------------------------------
       200-ASIGNA.
           OPEN INPUT REGPATR
           IF NOT REGPATR-OK
              THEN
                  DISPLAY "NO HAY CATALOGO REGPATR, DE DE ALTA LOS "
                          "REGISTROS PRIMERO (OPCION 1)"
                  MOVE 8 TO RETURN-CODE
                  GO TO 200-FIN
           END-IF
           PERFORM 091-ABRE-ASIGREGP THRU 091-FIN
           IF NOT ASIGREGP-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ASIGREGP, STATUS: "
                          WS-STATUS-ASIGREGP
                  MOVE 8 TO RETURN-CODE
                  CLOSE REGPATR
                  GO TO 200-FIN
           END-IF
           IF WS-TIPO-PEDIDO EQUAL "D"
              THEN
                  DISPLAY "DEPARTAMENTO: "
                  ACCEPT WS-DEPTO-CODIGO
                  MOVE WS-DEPTO-CODIGO TO WS-CODIGO-PEDIDO
                  CALL "PROGDEPT" USING WS-PARAMETROS-DEPTO
                  IF DEPTO-NO-ENCONTRADO
                     THEN
                         DISPLAY "DEPARTAMENTO INEXISTENTE"
                         MOVE "ASG DEPTO" TO WS-MENU-RESULTADO
                         GO TO 200-AUDITA
                  END-IF
              ELSE
                  DISPLAY "NUMERO DE EMPLEADO: "
                  ACCEPT WS-CODIGO-PEDIDO
                  MOVE WS-CODIGO-PEDIDO TO WS-MENU-NUMERO-EMP
                  PERFORM 210-VALIDA-EMPLEADO THRU 210-FIN
                  IF WS-MENU-RESULTADO EQUAL "ASG NOEX "
                     THEN
                         GO TO 200-AUDITA
                  END-IF
           END-IF
           DISPLAY "CLAVE DEL REGISTRO PATRONAL: "
           ACCEPT WS-CLAVE-PEDIDA
           MOVE WS-CLAVE-PEDIDA TO RGP-CLAVE
           READ REGPATR
              INVALID KEY
                 DISPLAY "NO EXISTE ESE REGISTRO EN EL CATALOGO"
                 MOVE "ASG CLAVE" TO WS-MENU-RESULTADO
                 GO TO 200-AUDITA
           END-READ
           MOVE WS-TIPO-PEDIDO   TO ASG-TIPO
           MOVE WS-CODIGO-PEDIDO TO ASG-CODIGO
           READ ASIGREGP
              INVALID KEY
                 MOVE WS-CLAVE-PEDIDA TO ASG-CLAVE-REG
                 MOVE WS-FECHA-HOY    TO ASG-FECHA
                 WRITE REG-ASIGREGP
                    INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR ASIGREGP"
                       MOVE "ASG ERR  " TO WS-MENU-RESULTADO
                    NOT INVALID KEY
                       MOVE "ASG ALTA " TO WS-MENU-RESULTADO
                 END-WRITE
              NOT INVALID KEY
                 DISPLAY "ESTABA EN EL REGISTRO " ASG-CLAVE-REG
                 MOVE WS-CLAVE-PEDIDA TO ASG-CLAVE-REG
                 MOVE WS-FECHA-HOY    TO ASG-FECHA
                 REWRITE REG-ASIGREGP
                    INVALID KEY
                       DISPLAY "NO SE PUDO REGRABAR ASIGREGP"
                       MOVE "ASG ERR  " TO WS-MENU-RESULTADO
                    NOT INVALID KEY
                       MOVE "ASG CAMB " TO WS-MENU-RESULTADO
                 END-REWRITE
           END-READ
           DISPLAY "ASIGNADO A " RGP-REGISTRO-IMSS " "
                   RGP-RAZON-SOCIAL.
       200-AUDITA.
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE REGPATR
           CLOSE ASIGREGP.
       200-FIN.  EXIT.

       210-VALIDA-EMPLEADO.
           MOVE SPACES TO WS-MENU-RESULTADO
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE "ASG NOEX " TO WS-MENU-RESULTADO
                  GO TO 210-FIN
           END-IF
           MOVE WS-CODIGO-PEDIDO TO NUMERO-EMP
           READ EMPLEADOS
              INVALID KEY
                 DISPLAY "NO EXISTE UN EMPLEADO CON ESE NUMERO"
                 MOVE "ASG NOEX " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 DISPLAY "EMPLEADO: " NOMBRE-EMP
           END-READ
           CLOSE EMPLEADOS.
       210-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 4: QUITAR UNA ASIGNACION
      * ---------------------------------------------------------------
       300-QUITA.
           PERFORM 091-ABRE-ASIGREGP THRU 091-FIN
           IF NOT ASIGREGP-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ASIGREGP, STATUS: "
                          WS-STATUS-ASIGREGP
                  MOVE 8 TO RETURN-CODE
                  GO TO 300-FIN
           END-IF
           DISPLAY "TIPO (D=DEPARTAMENTO, E=EMPLEADO): "
           ACCEPT WS-TIPO-PEDIDO
           DISPLAY "DEPARTAMENTO O NUMERO DE EMPLEADO: "
           ACCEPT WS-CODIGO-PEDIDO
           IF WS-TIPO-PEDIDO EQUAL "E"
              THEN
                  MOVE WS-CODIGO-PEDIDO TO WS-MENU-NUMERO-EMP
           END-IF
           MOVE WS-TIPO-PEDIDO   TO ASG-TIPO
           MOVE WS-CODIGO-PEDIDO TO ASG-CODIGO
           READ ASIGREGP
              INVALID KEY
                 DISPLAY "NO EXISTE ESA ASIGNACION"
                 MOVE "ASG NOEX " TO WS-MENU-RESULTADO
              NOT INVALID KEY
                 DELETE ASIGREGP RECORD
                    INVALID KEY
                       DISPLAY "NO SE PUDO BORRAR LA ASIGNACION"
                       MOVE "ASG ERR  " TO WS-MENU-RESULTADO
                    NOT INVALID KEY
                       MOVE "ASG BAJA " TO WS-MENU-RESULTADO
                 END-DELETE
           END-READ
           CALL "PROGMENU" USING WS-PARAMETROS-MENU
           CLOSE ASIGREGP.
       300-FIN.  EXIT.

      * ---------------------------------------------------------------
      * OPCION 5: REPORTE DE REGISTROS Y PLANTILLA
      * ---------------------------------------------------------------
       400-REPORTE.
           OPEN INPUT EMPLEADOS
           IF NOT EMPLEADOS-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR EMPLEADOS, STATUS: "
                          WS-STATUS-EMPLEADOS
                  MOVE 8 TO RETURN-CODE
                  GO TO 400-FIN
           END-IF
           INITIALIZE WS-TABLA-PLANTILLA
           MOVE "R" TO WS-RGP-ACCION
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE "E" TO WS-RGP-ACCION
           MOVE SPACES TO SW-FIN
           MOVE ZEROS  TO NUMERO-EMP
           START EMPLEADOS KEY IS NOT LESS NUMERO-EMP
              INVALID KEY
                 MOVE "FIN" TO SW-FIN
           END-START
           PERFORM 410-CUENTA-EMPLEADO THRU 410-FIN
                   UNTIL SW-FIN EQUAL "FIN"
           CLOSE EMPLEADOS
           OPEN OUTPUT REPORTE
           WRITE REG-REPORTE FROM WS-TITULO-1 AFTER 1
           WRITE REG-REPORTE FROM WS-TITULO-2 AFTER 2
           WRITE REG-REPORTE FROM WS-GUIONES  AFTER 1
           MOVE "I" TO WS-RGP-ACCION
           PERFORM 420-IMPRIME-REGISTRO THRU 420-FIN
                   VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-RGP-TOTAL
           CLOSE REPORTE
           DISPLAY "REGISTROS PATRONALES LISTADOS: " WS-RGP-TOTAL.
       400-FIN.  EXIT.

       410-CUENTA-EMPLEADO.
           READ EMPLEADOS NEXT RECORD
              AT END
                 MOVE "FIN" TO SW-FIN
                 GO TO 410-FIN
           END-READ
           IF CTRL-ES-ENCABEZADO
              OR CTRL-ES-SUMARIO
              OR EMP-ES-BAJA
              THEN
                  GO TO 410-FIN
           END-IF
           MOVE NUMERO-EMP TO WS-RGP-NUMERO-EMP
           MOVE DEPTO-EMP  TO WS-RGP-DEPTO
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           EVALUATE TRUE
              WHEN RGP-POR-EMPLEADO
                 ADD 1 TO WS-PLANT-DIRECTO (WS-RGP-INDICE)
              WHEN RGP-POR-DEPTO
                 ADD 1 TO WS-PLANT-DEPTO (WS-RGP-INDICE)
              WHEN OTHER
                 ADD 1 TO WS-PLANT-PRINC (WS-RGP-INDICE)
           END-EVALUATE.
       410-FIN.  EXIT.

       420-IMPRIME-REGISTRO.
           MOVE WS-IND TO WS-RGP-INDICE
           CALL "PROGRPAT" USING WS-PARAMETROS-REGPAT
           MOVE WS-RGP-CLAVE               TO WS-DET-CLAVE
           MOVE WS-RGP-REGISTRO-IMSS       TO WS-DET-REGISTRO
           MOVE WS-RGP-RAZON-SOCIAL        TO WS-DET-RAZON
           MOVE WS-PLANT-DIRECTO (WS-IND)  TO WS-DET-DIRECTOS
           MOVE WS-PLANT-DEPTO (WS-IND)    TO WS-DET-DEPTO
           MOVE WS-PLANT-PRINC (WS-IND)    TO WS-DET-PRINCIPAL
           WRITE REG-REPORTE FROM WS-DETALLE AFTER 1.
       420-FIN.  EXIT.
