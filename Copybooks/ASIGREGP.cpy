      * -------------------------------------------------------------- *
      * LAYOUT DE LA ASIGNACION DE EMPLEADOS A REGISTROS PATRONALES    *
      * (20 CARACTERES), ARCHIVO INDEXADO POR TIPO MAS CODIGO:         *
      *   D - TODO EL DEPARTAMENTO ASG-CODIGO VA AL REGISTRO;          *
      *   E - EL EMPLEADO ASG-CODIGO VA AL REGISTRO, SIN IMPORTAR SU   *
      *       DEPARTAMENTO (LA ASIGNACION DIRECTA GANA).               *
      * QUIEN NO TIENE NI UNA NI OTRA CAE EN EL REGISTRO PRINCIPAL DEL *
      * CATALOGO (COPY REGPATR). LO MANTIENE PROGREGP.                 *
      * -------------------------------------------------------------- *
       01  REG-ASIGREGP.
           05 ASG-LLAVE.
              10 ASG-TIPO         PIC X(01).
                 88 ASG-POR-DEPTO     VALUE "D".
                 88 ASG-POR-EMPLEADO  VALUE "E".
              10 ASG-CODIGO       PIC 9(05).
           05 ASG-CLAVE-REG       PIC 9(02).
           05 ASG-FECHA           PIC 9(08).
           05 FILLER              PIC X(04).
