      * NEGOCIO LLEGA, CON LAS MISMAS VALIDACIONES Y EL MISMO RASTRO   *
      * EN HISTCAMB QUE UN CAMBIO EN LINEA.                            *
      *   CAMPO: SALARIO, DEPTO, PUESTO O CTA-BANCO.                   *
      *   ESTADO: ESPACIO = PENDIENTE, L = LIBERADO, A = APLICADO,     *
      *           R = RECHAZADO.                                       *
      * UN CAMBIO CAPTURADO EN PROGFUTU QUEDA PENDIENTE HASTA QUE OTRO *
      * USUARIO LO LIBERA (OPCION 3 DE PROGFUTU); PROGFAPL SOLO APLICA *
      * LOS LIBERADOS. FUT-USUARIO ES QUIEN LO CAPTURO Y FUT-LIBERO    *
      * QUIEN LO LIBERO, QUE NUNCA PUEDEN SER EL MISMO. LOS AUMENTOS   *
      * QUE ENCOLA PROGAPLI LLEGAN YA LIBERADOS POR EL SUPERVISOR QUE  *
      * LOS APROBO.                                                    *
      * -------------------------------------------------------------- *
       01  REG-FUTUROS.
           05 FUT-NUMERO-EMP      PIC 9(05).
           05 FUT-USUARIO         PIC X(08).
           05 FUT-ESTADO          PIC X(01).
              88 FUT-PENDIENTE       VALUE SPACE.
              88 FUT-LIBERADO        VALUE "L".
              88 FUT-APLICADO        VALUE "A".
              88 FUT-RECHAZADO       VALUE "R".
           05 FUT-LIBERO          PIC X(08).
