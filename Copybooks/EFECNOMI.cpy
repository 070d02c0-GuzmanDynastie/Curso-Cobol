      * -------------------------------------------------------------- *
      * LAYOUT DEL DIARIO DE EFECTOS DE LA NOMINA (40 CARACTERES).     *
      * PROGNOMI DEJA AQUI UN RENGLON POR CADA MOVIMIENTO QUE LA       *
      * CORRIDA HACE FUERA DEL REGISTRO DE NOMINA, PARA QUE UN REVERSO *
      * PUEDA DESHACERLO TAL CUAL SIN RECALCULAR NADA:                 *
      *   TIPO P - CAPITAL QUE EL ABONO BAJO DEL SALDO DEL PRESTAMO.   *
      *   TIPO A - ABONO QUE SE SUMO AL SALDO DE LA CUENTA DE AHORRO.  *
      *   TIPO I - INCIDENCIA (FALTA O INCAPACIDAD) MARCADA APLICADA,  *
      *            IDENTIFICADA POR EMPLEADO Y FECHA.                  *
      *   TIPO H - JORNADA DE HORAS EXTRA MARCADA PAGADA, IDENTIFICADA *
      *            POR EMPLEADO Y FECHA.                               *
      *   TIPO F - PARCIALIDAD APLICADA DE UN CONCEPTO FIJO (COPY      *
      *            CONCFIJO), IDENTIFICADA POR EMPLEADO Y              *
      *            EFN-CONCEPTO; EFN-FECHA GUARDA EL ULTIMO PERIODO    *
      *            QUE LA INSTRUCCION TENIA ANTES DE LA CORRIDA.       *
      *   TIPO D - DIA CON PRIMA (COPY PRIMDIA) MARCADO PAGADO,        *
      *            IDENTIFICADO POR EMPLEADO Y FECHA; EFN-CONCEPTO     *
      *            LLEVA PDOM O FEST Y EFN-IMPORTE LO PAGADO.          *
      *   TIPO V - DESCUENTO DE UN ANTICIPO DE VIATICOS (COPY          *
      *            VIATICOS) SIN COMPROBAR, IDENTIFICADO POR EMPLEADO  *
      *            Y POR EL FOLIO DEL ANTICIPO EN EFN-FECHA;           *
      *            EFN-IMPORTE LO DESCONTADO.                          *
      * PROGREVE MARCA EFN-REVERTIDO AL DESHACER CADA RENGLON, PARA    *
      * QUE UN SEGUNDO REVERSO DEL MISMO PERIODO NO LO DESHAGA DOS     *
      * VECES.                                                         *
      * -------------------------------------------------------------- *
       01  REG-EFECNOMI.
           05 EFN-PERIODO         PIC 9(08).
           05 EFN-NUMERO-EMP      PIC 9(05).
           05 EFN-TIPO            PIC X(01).
              88 EFN-ES-PRESTAMO     VALUE "P".
              88 EFN-ES-AHORRO       VALUE "A".
              88 EFN-ES-INCIDENCIA   VALUE "I".
              88 EFN-ES-HORAS        VALUE "H".
              88 EFN-ES-FIJO         VALUE "F".
              88 EFN-ES-PRIMA        VALUE "D".
              88 EFN-ES-VIATICO      VALUE "V".
           05 EFN-FECHA           PIC 9(08).
           05 EFN-IMPORTE         PIC 9(07)V99.
           05 EFN-REVERTIDO       PIC X(01).
              88 EFN-YA-REVERTIDO    VALUE "S".
           05 EFN-CONCEPTO        PIC X(04).
           05 FILLER              PIC X(04).
