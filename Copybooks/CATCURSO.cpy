      * -------------------------------------------------------------- *
      * LAYOUT DEL CATALOGO DE CURSOS DE CAPACITACION (90              *
      * CARACTERES), ARCHIVO INDEXADO POR CLAVE DE CURSO. LO MANTIENE  *
      * PROGCAPA. EL AREA TEMATICA ES LA CLAVE DEL CATALOGO DE LA      *
      * SECRETARIA DEL TRABAJO QUE PIDEN LA CONSTANCIA DC-3 Y EL       *
      * INFORME DC-4; LAS HORAS Y EL AGENTE CAPACITADOR SON LOS DE     *
      * CASA Y SE PROPONEN AL CAPTURAR CADA CURSO TOMADO. UN CURSO     *
      * DADO DE BAJA (CUR-ESTADO "B") YA NO SE PUEDE CAPTURAR PERO SE  *
      * CONSERVA PARA LA HISTORIA DE QUIENES LO TOMARON.               *
      * -------------------------------------------------------------- *
       01  REG-CATCURSO.
           05 CUR-CLAVE           PIC X(06).
           05 CUR-NOMBRE          PIC X(40).
           05 CUR-AREA-TEMATICA   PIC 9(04).
           05 CUR-HORAS           PIC 9(03).
           05 CUR-AGENTE          PIC X(30).
           05 CUR-ESTADO          PIC X(01).
              88 CUR-VIGENTE         VALUE "V".
              88 CUR-DE-BAJA         VALUE "B".
           05 FILLER              PIC X(06).
