       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGMERI.
       AUTHOR.                    EMMANUEL GUZMAN.
       INSTALLATION.              CENTRO DE CAPACITACION.
       DATE-WRITTEN.              15/10/26.
       DATE-COMPILED.
       SECURITY.                  CONFIDENCIAL.
      * -------------------------------------------------------------- *
      * SUBPROGRAMA DE LA MATRIZ DE MERITO: SUGIERE EL PORCENTAJE DE   *
      * INCREMENTO DE UN EMPLEADO SEGUN SU CALIFICACION DE DESEMPENO   *
      * (1 A 5, COPY EVALDES) Y SU COMPA-RATIO (SALARIO ENTRE EL PUNTO *
      * MEDIO DE LA BANDA DE SU PUESTO, VIA PROGTSAL). EL COMPA-RATIO  *
      * CAE EN UNO DE TRES CUADRANTES Y LA MATRIZ DE 3 X 5 DA EL       *
      * PORCENTAJE. LA MATRIZ DE CASA SE PUEDE SOBREPONER CELDA POR    *
      * CELDA DESDE PARAMS Y QUEDA RESIDENTE DESDE LA PRIMERA LLAMADA, *
      * IGUAL QUE PROGTSAL. REGRESA EL DICTAMEN:                       *
      *   S = PORCENTAJE SUGERIDO.                                     *
      *   N = EL PUESTO NO TIENE BANDA, NO HAY COMPA-RATIO.            *
      *   C = CALIFICACION FUERA DE 1 A 5.                             *
      * LO LLAMA PROGPROP EN MODO MERITO.                              *
      * -------------------------------------------------------------- *


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-AREAS-A-USAR.
           05 SW-MATRIZ-CARGADA   PIC X(01)    VALUE "N".
              88 MATRIZ-CARGADA      VALUE "S".
              88 MATRIZ-NO-CARGADA   VALUE "N".
           05 WS-IND-CUAD         PIC 9(01)    VALUE ZEROS.
           05 WS-IND-CALIF        PIC 9(01)    VALUE ZEROS.
           05 WS-PUNTO-MEDIO      PIC 9(07)V99 VALUE ZEROS.
           05 WS-COMPA-BAJO       PIC 9(01)V99 VALUE 0.90.
           05 WS-COMPA-ALTO       PIC 9(01)V99 VALUE 1.10.

      * MATRIZ DE CASA: RENGLON = CUADRANTE DE COMPA-RATIO (1 DEBAJO
      * DE WS-COMPA-BAJO, 2 ENTRE AMBOS, 3 ARRIBA DE WS-COMPA-ALTO),
      * COLUMNA = CALIFICACION 1 A 5, VALOR = PORCENTAJE 9(3)V99.
      * QUIEN ESTA BAJO EN SU BANDA Y RINDE MAS RECIBE MAS.
       01  WS-MATRIZ-CASA.
           05 FILLER              PIC X(25)
                         VALUE "0000000200004000060000800".
           05 FILLER              PIC X(25)
                         VALUE "0000000150003000045000600".
           05 FILLER              PIC X(25)
                         VALUE "0000000000002000030000400".
       01  WS-MATRIZ REDEFINES WS-MATRIZ-CASA.
           05 WS-MAT-CUADRANTE    OCCURS 3 TIMES.
              10 WS-MAT-PORCENTAJE PIC 9(03)V99 OCCURS 5 TIMES.

       01  WS-CLAVE-MERITO.
           05 FILLER              PIC X(08)    VALUE "MERITO-C".
           05 WS-CLA-CUADRANTE    PIC 9(01).
           05 FILLER              PIC X(02)    VALUE "-R".
           05 WS-CLA-CALIF        PIC 9(01).
           05 FILLER              PIC X(08)    VALUE SPACES.

       01  WS-PARAMETROS-PARM.
           05 WS-PARM-CLAVE       PIC X(20).
           05 WS-PARM-VALOR       PIC X(18).
           05 WS-PARM-NUMERICO    PIC 9(07)V99.
           05 WS-PARM-ENCONTRADO  PIC X(01).
              88 PARM-ENCONTRADO     VALUE "S".

       01  WS-PARAMETROS-TSAL.
           05 WS-TSAL-PUESTO      PIC 9(02).
           05 WS-TSAL-SALARIO     PIC 9(07)V99.
           05 WS-TSAL-MINIMO      PIC 9(07)V99.
           05 WS-TSAL-MAXIMO      PIC 9(07)V99.
           05 WS-TSAL-DICTAMEN    PIC X(01).
              88 BANDA-SIN-BANDA     VALUE "N".

       LINKAGE SECTION.
       01  LK-PARAMETROS-MERITO.
           05 LK-MER-PUESTO       PIC 9(02).
           05 LK-MER-SALARIO      PIC 9(07)V99.
           05 LK-MER-CALIFICACION PIC 9(01).
              88 LK-MER-CALIF-VALIDA VALUE 1 THRU 5.
           05 LK-MER-PORCENTAJE   PIC 9(03)V99.
           05 LK-MER-COMPA        PIC 9(01)V999.
           05 LK-MER-CUADRANTE    PIC 9(01).
           05 LK-MER-DICTAMEN     PIC X(01).
              88 MERITO-SUGERIDO     VALUE "S".
              88 MERITO-SIN-BANDA    VALUE "N".
              88 MERITO-SIN-CALIF    VALUE "C".

       PROCEDURE DIVISION USING LK-PARAMETROS-MERITO.
       010-SUGIERE.
           IF MATRIZ-NO-CARGADA
              THEN
                  PERFORM 900-CARGA-MATRIZ THRU 900-FIN
           END-IF
           MOVE ZEROS TO LK-MER-PORCENTAJE
                         LK-MER-COMPA
                         LK-MER-CUADRANTE
           IF NOT LK-MER-CALIF-VALIDA
              THEN
                  SET MERITO-SIN-CALIF TO TRUE
                  GOBACK
           END-IF
           PERFORM 020-COMPA-RATIO THRU 020-FIN
           IF MERITO-SIN-BANDA
              THEN
                  GOBACK
           END-IF
           MOVE WS-MAT-PORCENTAJE (LK-MER-CUADRANTE
                                   LK-MER-CALIFICACION)
             TO LK-MER-PORCENTAJE
           SET MERITO-SUGERIDO TO TRUE
           GOBACK.

      * EL COMPA-RATIO SE MIDE CONTRA EL PUNTO MEDIO DE LA BANDA DEL
      * PUESTO EN TABSAL (PROGTSAL); SIN BANDA NO HAY CUADRANTE Y EL
      * LLAMADOR SE QUEDA CON SU PORCENTAJE PLANO.
       020-COMPA-RATIO.
           MOVE LK-MER-PUESTO  TO WS-TSAL-PUESTO
           MOVE LK-MER-SALARIO TO WS-TSAL-SALARIO
           CALL "PROGTSAL" USING WS-PARAMETROS-TSAL
           COMPUTE WS-PUNTO-MEDIO ROUNDED =
                   (WS-TSAL-MINIMO + WS-TSAL-MAXIMO) / 2
           IF BANDA-SIN-BANDA
              OR WS-PUNTO-MEDIO EQUAL ZEROS
              THEN
                  SET MERITO-SIN-BANDA TO TRUE
                  GO TO 020-FIN
           END-IF
           COMPUTE LK-MER-COMPA ROUNDED =
                   LK-MER-SALARIO / WS-PUNTO-MEDIO
              ON SIZE ERROR
                 MOVE 9.999 TO LK-MER-COMPA
           END-COMPUTE
           EVALUATE TRUE
              WHEN LK-MER-COMPA LESS WS-COMPA-BAJO
                 MOVE 1 TO LK-MER-CUADRANTE
              WHEN LK-MER-COMPA GREATER WS-COMPA-ALTO
                 MOVE 3 TO LK-MER-CUADRANTE
              WHEN OTHER
                 MOVE 2 TO LK-MER-CUADRANTE
           END-EVALUATE.
       020-FIN.  EXIT.

      * LA PRIMERA VEZ SE SOBREPONEN A LA MATRIZ DE CASA LAS CLAVES DE
      * PARAMS QUE EXISTAN: MERITO-COMPA-BAJO Y MERITO-COMPA-ALTO PARA
      * LAS FRONTERAS, Y MERITO-Cn-Rm (CUADRANTE n, CALIFICACION m)
      * PARA CADA CELDA. UNA CELDA ARRIBA DE 100% SE IGNORA.
       900-CARGA-MATRIZ.
           MOVE "MERITO-COMPA-BAJO" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              AND WS-PARM-NUMERICO LESS 10
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-COMPA-BAJO
           END-IF
           MOVE "MERITO-COMPA-ALTO" TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF PARM-ENCONTRADO
              AND WS-PARM-NUMERICO GREATER ZEROS
              AND WS-PARM-NUMERICO LESS 10
              THEN
                  MOVE WS-PARM-NUMERICO TO WS-COMPA-ALTO
           END-IF
           IF WS-COMPA-ALTO LESS WS-COMPA-BAJO
              THEN
                  DISPLAY "AVISO: MERITO-COMPA-ALTO MENOR QUE "
                          "MERITO-COMPA-BAJO, SE USAN 0.90 Y 1.10"
                  MOVE 0.90 TO WS-COMPA-BAJO
                  MOVE 1.10 TO WS-COMPA-ALTO
           END-IF
           PERFORM 910-CARGA-CELDA THRU 910-FIN
                   VARYING WS-IND-CUAD FROM 1 BY 1
                   UNTIL WS-IND-CUAD GREATER 3
                   AFTER WS-IND-CALIF FROM 1 BY 1
                   UNTIL WS-IND-CALIF GREATER 5
           SET MATRIZ-CARGADA TO TRUE.
       900-FIN.  EXIT.

       910-CARGA-CELDA.
           MOVE WS-IND-CUAD     TO WS-CLA-CUADRANTE
           MOVE WS-IND-CALIF    TO WS-CLA-CALIF
           MOVE WS-CLAVE-MERITO TO WS-PARM-CLAVE
           CALL "PROGPARM" USING WS-PARAMETROS-PARM
           IF NOT PARM-ENCONTRADO
              THEN
                  GO TO 910-FIN
           END-IF
           IF WS-PARM-NUMERICO GREATER 100
              THEN
                  DISPLAY "AVISO: " WS-CLAVE-MERITO
                          " MAYOR A 100%, SE USA LA MATRIZ DE CASA"
                  GO TO 910-FIN
           END-IF
           MOVE WS-PARM-NUMERICO
             TO WS-MAT-PORCENTAJE (WS-IND-CUAD WS-IND-CALIF).
       910-FIN.  EXIT.
