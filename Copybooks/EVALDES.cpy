      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE EVALUACION DE DESEMPENO (40             *
      * CARACTERES), ARCHIVO INDEXADO EVALDES CON LLAVE NUMERO DE      *
      * EMPLEADO + ANIO DEL CICLO. UN RENGLON POR EMPLEADO Y ANIO, EN  *
      * LUGAR DE LOS FORMATOS EN PAPEL. LO MANTIENE PROGEVDS: RH ABRE  *
      * EL CICLO (TODOS PENDIENTES), CADA SUPERVISOR CAPTURA LA        *
      * CALIFICACION DE LOS QUE LE REPORTAN EN SUPERVIS Y RH LA        *
      * CALIBRA. PROGPROP LEE LAS CALIBRADAS PARA SUGERIR EL           *
      * PORCENTAJE DE LA MATRIZ DE MERITO (PROGMERI).                  *
      * EVA-CALIFICACION: 1 = NO CUMPLE ... 5 = EXCEDE; CERO MIENTRAS  *
      * ESTA PENDIENTE.                                                *
      * EVA-EVALUADOR: SUPERVISOR (NUMERO DE EMPLEADO) TOMADO DE       *
      * SUPERVIS AL ABRIR EL CICLO O AL CAPTURAR.                      *
      * EVA-ESTADO: P = PENDIENTE, E = ENVIADA POR EL SUPERVISOR, C =  *
      * CALIBRADA POR RH.                                              *
      * EVA-CALIF-ORIGINAL: LA QUE ENVIO EL SUPERVISOR, GUARDADA AL    *
      * CALIBRAR POR PRIMERA VEZ.                                      *
      * -------------------------------------------------------------- *
       01  REG-EVALDES.
           05 EVA-LLAVE.
              10 EVA-NUMERO-EMP   PIC 9(05).
              10 EVA-ANIO         PIC 9(04).
           05 EVA-CALIFICACION    PIC 9(01).
              88 EVA-CALIF-VALIDA   VALUE 1 THRU 5.
           05 EVA-EVALUADOR       PIC 9(05).
           05 EVA-FECHA           PIC 9(08).
           05 EVA-ESTADO          PIC X(01).
              88 EVA-PENDIENTE      VALUE "P".
              88 EVA-ENVIADA        VALUE "E".
              88 EVA-CALIBRADA      VALUE "C".
           05 EVA-USUARIO         PIC X(08).
           05 EVA-CALIF-ORIGINAL  PIC 9(01).
           05 FILLER              PIC X(07).
