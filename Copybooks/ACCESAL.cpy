      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE LA BITACORA DE CONSULTAS DE SALARIO (50 *
      * CARACTERES). AUDITORIA DICE QUIEN CAMBIO UN DATO; ESTE ARCHIVO *
      * DICE QUIEN LO VIO. CADA VEZ QUE UNA CONSULTA EN LINEA          *
      * (PROG360, PROGBUSQ, PROGACDI) O LA REIMPRESION DE RECIBOS      *
      * (PROGREIM) MUESTRA EL REGISTRO DE UN EMPLEADO, AGREGA AQUI UN  *
      * RENGLON VIA EL SUBPROGRAMA PROGACCE CON EL OPERADOR, EL        *
      * EMPLEADO VISTO Y SU DEPARTAMENTO, EL PROGRAMA, LA FECHA Y HORA *
      * Y SI EL SALARIO SALIO A LA VISTA O ENMASCARADO. LO CONSULTA    *
      * PROGACON.                                                      *
      * -------------------------------------------------------------- *
       01  REG-ACCESAL.
           05 ACC-FECHA           PIC 9(08).
           05 ACC-HORA            PIC 9(08).
           05 ACC-USUARIO         PIC X(08).
           05 ACC-NUMERO-EMP      PIC 9(05).
           05 ACC-DEPTO-EMP       PIC 9(03).
           05 ACC-PROGRAMA        PIC X(08).
           05 ACC-VISTA           PIC X(01).
              88 ACC-SALARIO-VISIBLE VALUE "V".
              88 ACC-ENMASCARADO     VALUE "M".
           05 FILLER              PIC X(09).
