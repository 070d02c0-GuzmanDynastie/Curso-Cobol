      * QUEDA EN AUDITORIA COMO "NO AUTOR". SI EL ARCHIVO PERFILES     *
      * NO EXISTE TODAVIA, TODO SE PERMITE (ARRANQUE), PERO EN CUANTO  *
      * EXISTE, UN USUARIO SIN RENGLON PARA EL PROGRAMA NO PASA.       *
      *                                                                *
      * SEPARACION DE FUNCIONES: LOS DERECHOS DE CAPTURA Y DE          *
      * APROBACION QUE NO DEBEN ESTAR EN LA MISMA PERSONA VIENEN EN    *
      * COPY CONFPERF. SI EL PERFIL DEL USUARIO TRAE LAS DOS MITADES   *
      * DE UN PAR, NINGUNA DE LAS DOS SE CONCEDE Y EL INTENTO QUEDA EN *
      * AUDITORIA COMO "CONFLICTO".                                    *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
              88 USUARIO-RECHAZADO      VALUE "N".
           05 WS-IND-PERFIL        PIC 9(03)   VALUE ZEROS.
           05 WS-IND-OPCION        PIC 9(02)   VALUE ZEROS.
           05 WS-IND-PAR           PIC 9(02)   VALUE ZEROS.
           05 WS-IND-CONF          PIC 9(03)   VALUE ZEROS.
           05 WS-LETRAS            PIC 9(02)   VALUE ZEROS.
           05 WS-BUSCA-PROGRAMA    PIC X(08)   VALUE SPACES.
           05 WS-BUSCA-OPCION      PIC X(01)   VALUE SPACES.

       01  WS-TABLA-PERFILES.
           05 TAB-PERFIL OCCURS 100 TIMES.
              10 TAB-PERF-OPCIONES PIC X(10).
              10 TAB-PERF-ACTIVO   PIC X(01).

           COPY CONFPERF.

       LINKAGE SECTION.
       01  LK-PARAMETROS-MENU.
           05 LK-OPCION-MENU       PIC X(01).
              THEN
                  MOVE "NO AUTOR" TO LK-RESULTADO
                  SET MENU-ERROR TO TRUE
                  GO TO 025-FIN
           END-IF
           PERFORM 026-REVISA-CONFLICTO THRU 026-FIN
                   VARYING WS-IND-PAR FROM 1 BY 1
                   UNTIL WS-IND-PAR GREATER CONF-TOTAL-PARES
                   OR USUARIO-RECHAZADO
           IF USUARIO-RECHAZADO
              THEN
                  MOVE "CONFLICTO" TO LK-RESULTADO
                  SET MENU-ERROR TO TRUE
           END-IF.
       025-FIN.  EXIT.

      * SI LA OPCION PEDIDA ES UNA MITAD DE UN PAR INCOMPATIBLE, SE
      * BUSCA LA OTRA MITAD EN LOS RENGLONES ACTIVOS DEL MISMO USUARIO.
       026-REVISA-CONFLICTO.
           EVALUATE TRUE
              WHEN LK-PROGRAMA    EQUAL CONF-CAP-PROGRAMA (WS-IND-PAR)
               AND LK-OPCION-MENU EQUAL CONF-CAP-OPCION   (WS-IND-PAR)
                 MOVE CONF-APR-PROGRAMA (WS-IND-PAR)
                                          TO WS-BUSCA-PROGRAMA
                 MOVE CONF-APR-OPCION   (WS-IND-PAR)
                                          TO WS-BUSCA-OPCION
              WHEN LK-PROGRAMA    EQUAL CONF-APR-PROGRAMA (WS-IND-PAR)
               AND LK-OPCION-MENU EQUAL CONF-APR-OPCION   (WS-IND-PAR)
                 MOVE CONF-CAP-PROGRAMA (WS-IND-PAR)
                                          TO WS-BUSCA-PROGRAMA
                 MOVE CONF-CAP-OPCION   (WS-IND-PAR)
                                          TO WS-BUSCA-OPCION
              WHEN OTHER
                 GO TO 026-FIN
           END-EVALUATE
           PERFORM 027-BUSCA-DERECHO THRU 027-FIN
                   VARYING WS-IND-CONF FROM 1 BY 1
                   UNTIL WS-IND-CONF GREATER WS-TOTAL-PERFILES
                   OR USUARIO-RECHAZADO.
       026-FIN.  EXIT.

       027-BUSCA-DERECHO.
           IF TAB-PERF-USUARIO  (WS-IND-CONF) NOT EQUAL LK-USUARIO
              OR TAB-PERF-PROGRAMA (WS-IND-CONF)
                    NOT EQUAL WS-BUSCA-PROGRAMA
              OR TAB-PERF-ACTIVO (WS-IND-CONF) NOT EQUAL "S"
              THEN
                  GO TO 027-FIN
           END-IF
           MOVE ZEROS TO WS-LETRAS
           INSPECT TAB-PERF-OPCIONES (WS-IND-CONF)
                   TALLYING WS-LETRAS FOR ALL WS-BUSCA-OPCION
           IF WS-LETRAS GREATER ZERO
              THEN
                  SET USUARIO-RECHAZADO TO TRUE
           END-IF.
       027-FIN.  EXIT.

       030-GRABA-AUDITORIA.
           OPEN EXTEND AUDITORIA
           IF NOT AUDITORIA-OK
