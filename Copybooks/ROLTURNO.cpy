      * -------------------------------------------------------------- *
      * ROL DE TURNOS (40 CARACTERES), ARCHIVO INDEXADO POR EMPLEADO   *
      * Y FECHA DE INICIO. CADA RENGLON ASIGNA AL EMPLEADO UN TURNO    *
      * DEL CATALOGO (COPY TURNOS) DEL ROL-FECHA-DESDE AL              *
      * ROL-FECHA-HASTA INCLUSIVE; 99999999 EN LA FECHA HASTA DEJA LA  *
      * ASIGNACION ABIERTA. LOS RANGOS DE UN MISMO EMPLEADO NO SE      *
      * ENCIMAN (LO VALIDA PROGTURN). SIN ASIGNACION PARA UN DIA,      *
      * PROGRELO MIDE LA JORNADA CONTRA EL PARAMETRO JORNADA-HORAS.    *
      * -------------------------------------------------------------- *
       01  REG-ROLTURNO.
           05 ROL-LLAVE.
              10 ROL-NUMERO-EMP   PIC 9(05).
              10 ROL-FECHA-DESDE  PIC 9(08).
           05 ROL-FECHA-HASTA     PIC 9(08).
              88 ROL-ABIERTO         VALUE 99999999.
           05 ROL-TURNO           PIC X(02).
           05 ROL-FECHA-MOV       PIC 9(08).
           05 FILLER              PIC X(09).
