       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGACCE.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA UNICO DE GRABACION DE LA BITACORA DE CONSULTAS DE  *
      * SALARIO (ACCESAL). RECIBE EL OPERADOR, EL EMPLEADO VISTO Y SU  *
      * DEPARTAMENTO, EL PROGRAMA QUE LO MOSTRO Y LA VISTA (V =        *
      * SALARIO A LA VISTA, M = ENMASCARADO), LE ESTAMPA FECHA Y HORA  *
      * Y AGREGA EL RENGLON. MISMO PATRON QUE PROGBITA CON BITACORA:   *
      * UN SOLO DUENO DEL ARCHIVO. SI ACCESAL NO ABRE LA CONSULTA NO   *
      * SE DETIENE; SOLO QUEDA EL AVISO EN PANTALLA.                   *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESAL      ASSIGN TO UT-S-ACCESAL
                               FILE STATUS IS WS-STATUS-ACCESAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESAL
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 50 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REG-ACCESAL.
           COPY ACCESAL.

       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 WS-STATUS-ACCESAL   PIC X(02)    VALUE "00".
              88 ACCESAL-OK          VALUE "00" "05".
           05 WS-HORA-ACCESO      PIC 9(08).

       LINKAGE SECTION.
       01  LK-PARAMETROS-ACCE.
           05 LK-ACCE-USUARIO     PIC X(08).
           05 LK-ACCE-NUMERO-EMP  PIC 9(05).
           05 LK-ACCE-DEPTO-EMP   PIC 9(03).
           05 LK-ACCE-PROGRAMA    PIC X(08).
           05 LK-ACCE-VISTA       PIC X(01).

       PROCEDURE DIVISION USING LK-PARAMETROS-ACCE.
       010-RAIZ.
           OPEN EXTEND ACCESAL
           IF NOT ACCESAL-OK
              THEN
                  DISPLAY "NO SE PUDO ABRIR ACCESAL, STATUS: "
                          WS-STATUS-ACCESAL
              ELSE
                  MOVE SPACES TO REG-ACCESAL
                  ACCEPT ACC-FECHA      FROM DATE YYYYMMDD
                  ACCEPT WS-HORA-ACCESO FROM TIME
                  MOVE WS-HORA-ACCESO     TO ACC-HORA
                  MOVE LK-ACCE-USUARIO    TO ACC-USUARIO
                  MOVE LK-ACCE-NUMERO-EMP TO ACC-NUMERO-EMP
                  MOVE LK-ACCE-DEPTO-EMP  TO ACC-DEPTO-EMP
                  MOVE LK-ACCE-PROGRAMA   TO ACC-PROGRAMA
                  MOVE LK-ACCE-VISTA      TO ACC-VISTA
                  WRITE REG-ACCESAL
                  CLOSE ACCESAL
           END-IF
           GOBACK.
