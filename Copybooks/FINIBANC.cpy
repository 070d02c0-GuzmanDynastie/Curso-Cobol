      * -------------------------------------------------------------- *
      * LAYOUT DE LA COLA DE DEPOSITOS DE FINIQUITO FINIBANC (80       *
      * CARACTERES), CON EL MISMO RENGLON DE DETALLE DE LA DISPERSION  *
      * DE PROGBANC. LA LLENAN PROGBAJA Y, EN UNA BAJA POR DEFUNCION,  *
      * PROGFINI; SE AGREGA AL FINAL PARA QUE VARIAS BAJAS DEL DIA     *
      * VIAJEN JUNTAS A TESORERIA. FIB-SECUENCIA-BEN VA EN CEROS       *
      * CUANDO SE LE PAGA AL EMPLEADO; EN UNA DEFUNCION TRAE EL        *
      * CONSECUTIVO DEL BENEFICIARIO (COPY BENEFIC) Y EL NOMBRE Y LA   *
      * CUENTA SON LOS SUYOS.                                          *
      * -------------------------------------------------------------- *
       01  REG-FINIBANC.
           05 FIB-NUMERO-EMP      PIC 9(05).
           05 FIB-APE-PATERNO     PIC X(12).
           05 FIB-APE-MATERNO     PIC X(10).
           05 FIB-NOM-PILA        PIC X(08).
           05 FIB-CTA-BANCO       PIC X(18).
           05 FIB-IMPORTE         PIC 9(07)V99.
           05 FIB-SECUENCIA-BEN   PIC 9(02).
           05 FILLER              PIC X(16).
