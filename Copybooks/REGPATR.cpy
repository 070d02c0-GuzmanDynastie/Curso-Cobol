      * -------------------------------------------------------------- *
      * LAYOUT DEL CATALOGO DE REGISTROS PATRONALES (80 CARACTERES),   *
      * ARCHIVO INDEXADO POR UNA CLAVE CORTA DE DOS DIGITOS. EL GRUPO  *
      * OPERA VARIAS RAZONES SOCIALES Y CADA UNA PUEDE TENER UNO O MAS *
      * REGISTROS PATRONALES ANTE EL IMSS; CADA RENGLON ES UN REGISTRO *
      * CON SU RAZON SOCIAL Y EL RFC DE ESA RAZON. LA CLAVE MAS BAJA   *
      * ES EL REGISTRO PRINCIPAL: AHI CAE QUIEN NO TIENE ASIGNACION    *
      * (VER COPY ASIGREGP). LO MANTIENE PROGREGP Y LO RESUELVE        *
      * PROGRPAT PARA LAS CORRIDAS QUE DECLARAN POR REGISTRO.          *
      * -------------------------------------------------------------- *
       01  REG-REGPATR.
           05 RGP-CLAVE           PIC 9(02).
           05 RGP-REGISTRO-IMSS   PIC X(11).
           05 RGP-RAZON-SOCIAL    PIC X(30).
           05 RGP-RFC-PATRON      PIC X(13).
           05 FILLER              PIC X(24).
