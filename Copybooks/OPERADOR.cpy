      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE OPERADORES (20 CARACTERES): LIGA CADA   *
      * CLAVE DE OPERADOR DE PERFILES CON SU PROPIO NUMERO DE EMPLEADO *
      * EN EL MAESTRO. LO MANTIENE SEGURIDAD JUNTO CON PERFILES. DE    *
      * AHI SALE EL DEPARTAMENTO DEL OPERADOR, QUE SIEMPRE ES EL QUE   *
      * TRAE HOY SU REGISTRO EN EMPLEADOS (UN TRASLADO NO OBLIGA A     *
      * TOCAR ESTE ARCHIVO). PROGACON LO USA PARA SEPARAR LAS          *
      * CONSULTAS DE SALARIO A EMPLEADOS DE OTRO DEPARTAMENTO.         *
      * -------------------------------------------------------------- *
       01  REG-OPERADOR.
           05 OPE-USUARIO         PIC X(08).
           05 OPE-NUMERO-EMP      PIC 9(05).
           05 FILLER              PIC X(07).
