      * -------------------------------------------------------------- *
      * LAYOUT DE LA ZONA DE SALARIO MINIMO POR DEPARTAMENTO (20       *
      * CARACTERES), ARCHIVO INDEXADO POR DEPARTAMENTO, COMPANERO DEL  *
      * CATALOGO DEPTOS IGUAL QUE ASIGREGP. UN DEPARTAMENTO SIN        *
      * RENGLON ESTA EN LA ZONA GENERAL (G); LOS QUE OPERAN EN LA      *
      * FRONTERA NORTE LLEVAN ZONA F. LO MANTIENE PROGSMIN.            *
      * -------------------------------------------------------------- *
       01  REG-ZONADEP.
           05 ZDP-DEPTO           PIC 9(03).
           05 ZDP-ZONA            PIC X(01).
              88 ZDP-ZONA-GENERAL     VALUE "G".
              88 ZDP-ZONA-FRONTERA    VALUE "F".
           05 ZDP-FECHA           PIC 9(08).
           05 FILLER              PIC X(08).
