      * -------------------------------------------------------------- *
      * LAYOUT DE LA HISTORIA DE CAPACITACION POR EMPLEADO (80         *
      * CARACTERES), ARCHIVO INDEXADO POR EMPLEADO, CURSO Y FECHA DE   *
      * INICIO (UN EMPLEADO PUEDE REPETIR UN CURSO EN OTRA FECHA).     *
      * LA CAPTURA PROGCAPA; NINGUN PROCESO LA BORRA, ASI QUE LA       *
      * HISTORIA DE UNA BAJA SE CONSERVA. EL DEPARTAMENTO Y EL PUESTO  *
      * SE GUARDAN COMO ESTABAN AL TOMAR EL CURSO, PARA QUE EL INFORME *
      * DC-4 NO CAMBIE CUANDO EL EMPLEADO SE MUEVE. RESULTADO:         *
      *   A - APROBADO (GENERA CONSTANCIA DC-3);                       *
      *   R - NO APROBADO;                                             *
      *   C - EN CURSO (SIN FECHA DE TERMINO TODAVIA).                 *
      * -------------------------------------------------------------- *
       01  REG-HISTCAPA.
           05 HCP-LLAVE.
              10 HCP-NUMERO-EMP   PIC 9(05).
              10 HCP-CURSO        PIC X(06).
              10 HCP-FECHA-INICIO PIC 9(08).
              10 HCP-FECHA-INICIO-R REDEFINES HCP-FECHA-INICIO.
                 15 HCP-ANIO-INICIO PIC 9(04).
                 15 HCP-MES-DIA-INICIO PIC 9(04).
           05 HCP-FECHA-FIN       PIC 9(08).
           05 HCP-FECHA-FIN-R REDEFINES HCP-FECHA-FIN.
              10 HCP-ANIO-FIN     PIC 9(04).
              10 HCP-MES-DIA-FIN  PIC 9(04).
           05 HCP-HORAS           PIC 9(03).
           05 HCP-INSTRUCTOR      PIC X(30).
           05 HCP-RESULTADO       PIC X(01).
              88 HCP-APROBADO        VALUE "A".
              88 HCP-NO-APROBADO     VALUE "R".
              88 HCP-EN-CURSO        VALUE "C".
           05 HCP-DEPTO           PIC 9(03).
           05 HCP-PUESTO          PIC 9(02).
           05 HCP-FECHA-CAPTURA   PIC 9(08).
           05 FILLER              PIC X(06).
