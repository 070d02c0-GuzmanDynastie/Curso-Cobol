      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE RETENCIONES LEGALES (80 CARACTERES),    *
      * ARCHIVO INDEXADO POR NUMERO DE EMPLEADO. UN EMPLEADO CON       *
      * JUICIO, AUDITORIA O REQUERIMIENTO DE AUTORIDAD EN CURSO QUEDA  *
      * AQUI RETENIDO Y LA ANONIMIZACION DE PROGANON NO TOCA SUS DATOS *
      * PERSONALES AUNQUE YA HAYA CUMPLIDO LOS ANIOS DE BAJA. LA       *
      * RETENCION SIGUE VIGENTE MIENTRAS RLG-FECHA-LIBERA ESTE EN      *
      * CEROS; AL LIBERARLA EL RENGLON SE CONSERVA CON QUIEN Y CUANDO  *
      * LA LIBERO. LO MANTIENE PROGANON (OPCIONES 1 A 3).              *
      * -------------------------------------------------------------- *
       01  REG-RETLEGAL.
           05 RLG-NUMERO-EMP      PIC 9(05).
           05 RLG-FECHA-ALTA      PIC 9(08).
           05 RLG-USUARIO-ALTA    PIC X(08).
           05 RLG-MOTIVO          PIC X(40).
           05 RLG-FECHA-LIBERA    PIC 9(08).
              88 RLG-VIGENTE         VALUE ZEROS.
           05 RLG-USUARIO-LIBERA  PIC X(08).
           05 FILLER              PIC X(03).
