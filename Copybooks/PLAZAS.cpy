      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE PLAZAS AUTORIZADAS (40 CARACTERES),     *
      * ARCHIVO INDEXADO POR NUMERO DE PLAZA CON LLAVES ALTERNAS POR   *
      * DEPARTAMENTO+PUESTO Y POR OCUPANTE. UN RENGLON POR PLAZA; LAS  *
      * CREA Y CANCELA PROGVACN Y LAS OCUPA Y LIBERA PROGPLAZ. ESTADO: *
      *   V - VACANTE (OCUPANTE EN CEROS);                             *
      *   O - OCUPADA POR PLZ-NUMERO-EMP;                              *
      *   C - CANCELADA (YA NO AUTORIZADA, NO SE VUELVE A OCUPAR).     *
      * PLZ-FECHA-MOVIMIENTO ES LA FECHA EN QUE SE OCUPO O SE LIBERO   *
      * POR ULTIMA VEZ: EN UNA VACANTE, DESDE CUANDO ESTA VACANTE.     *
      * -------------------------------------------------------------- *
       01  REG-PLAZAS.
           05 PLZ-NUMERO          PIC 9(05).
           05 PLZ-DEPTO-PUESTO.
              10 PLZ-DEPTO        PIC 9(03).
              10 PLZ-PUESTO       PIC 9(02).
           05 PLZ-ESTADO          PIC X(01).
              88 PLZ-VACANTE         VALUE "V".
              88 PLZ-OCUPADA         VALUE "O".
              88 PLZ-CANCELADA       VALUE "C".
           05 PLZ-NUMERO-EMP      PIC 9(05).
           05 PLZ-FECHA-CREACION  PIC 9(08).
           05 PLZ-FECHA-MOVIMIENTO PIC 9(08).
           05 FILLER              PIC X(08).
