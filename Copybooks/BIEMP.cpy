      * -------------------------------------------------------------- *
      * LAYOUT DEL EXTRACTO NOCTURNO DE EMPLEADOS PARA EL ALMACEN DE   *
      * BI (COPY DE WORKING-STORAGE: LOS SEPARADORES LLEVAN VALUE). UN *
      * RENGLON POR EMPLEADO DEL MAESTRO, DELIMITADO CON "|", 300      *
      * CARACTERES, CON ENCABEZADO Y SUMARIO DE CONTROL. ORDEN FIJO DE *
      * COLUMNAS DEL DETALLE (NO SE REACOMODA; UNA COLUMNA NUEVA SE    *
      * AGREGA AL FINAL Y SUBE BIE-ENC-VERSION):                       *
      *   01 TIPO DE REGISTRO (D)                                      *
      *   02 NUMERO DE EMPLEADO                                        *
      *   03 NOMBRE                                                    *
      *   04 STATUS (0 BAJA, 1 ACTIVO, 2 LICENCIA)                     *
      *   05 DEPARTAMENTO                                              *
      *   06 NOMBRE DEL DEPARTAMENTO                                   *
      *   07 CENTRO DE COSTO                                           *
      *   08 PUESTO                                                    *
      *   09 DESCRIPCION DEL PUESTO                                    *
      *   10 FECHA DE ALTA                                             *
      *   11 FECHA DE BAJA                                             *
      *   12 SALARIO DEL MAESTRO *                                     *
      *   13 RFC **                                                    *
      *   14 CURP **                                                   *
      *   15 FECHA DE NACIMIENTO **                                    *
      *   16 DOMICILIO **                                              *
      *   17 TIPO DE CONTRATO (I/T)                                    *
      *   18 FIN DEL CONTRATO                                          *
      *   19 FRECUENCIA DE PAGO (S/Q)                                  *
      *   20 SUPERVISOR                                                *
      *   21 CICLO DE VACACIONES                                       *
      *   22 DIAS DE VACACIONES PENDIENTES                             *
      *   23 SALDO DE PRESTAMO *                                       *
      *   24 SALDO DE AHORRO *                                         *
      *   25 ULTIMO PERIODO PAGADO                                     *
      *   26 PERCEPCION DEL ULTIMO PERIODO *                           *
      *   27 NETO DEL ULTIMO PERIODO *                                 *
      * VARIANTE ENMASCARADA (BIE-ENC-VARIANTE M): LAS COLUMNAS *      *
      * SALEN VACIAS Y LAS ** LLENAS DE ASTERISCOS; LA COMPLETA (C)    *
      * LAS TRAE TODAS. UNA COLUMNA SIN ARCHIVO COMPANERO SALE EN      *
      * BLANCO O EN CEROS. IMPORTES CON PUNTO DECIMAL, FECHAS          *
      * AAAAMMDD. EL SUMARIO TRAE LOS DETALLES ESCRITOS Y LA SUMA DE   *
      * LOS NUMEROS DE EMPLEADO PARA CUADRAR LA CARGA.                 *
      * -------------------------------------------------------------- *
       01  REG-BIEMP.
           05 BIE-TIPO-REG        PIC X(01)    VALUE "D".
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-NUMERO-EMP      PIC 9(05).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-NOMBRE          PIC X(30).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-STATUS          PIC 9(01).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-DEPTO           PIC 9(03).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-DEPTO-NOMBRE    PIC X(20).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-CCOSTO          PIC X(06).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-PUESTO          PIC 9(02).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-PUESTO-DESC     PIC X(20).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-FECHA-ALTA      PIC 9(08).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-FECHA-BAJA      PIC 9(08).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-SALARIO         PIC 9(07).99.
           05 BIE-SALARIO-X REDEFINES BIE-SALARIO
                                  PIC X(10).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-RFC             PIC X(13).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-CURP            PIC X(18).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-FECHA-NAC       PIC 9(08).
           05 BIE-FECHA-NAC-X REDEFINES BIE-FECHA-NAC
                                  PIC X(08).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-DOMICILIO       PIC X(40).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-CONTRATO-TIPO   PIC X(01).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-CONTRATO-FIN    PIC 9(08).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-FRECUENCIA      PIC X(01).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-SUPERVISOR      PIC 9(05).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-VAC-CICLO       PIC 9(04).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-VAC-PENDIENTES  PIC -9(03).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-SALDO-PRESTAMO  PIC 9(07).99.
           05 BIE-SALDO-PRESTAMO-X REDEFINES BIE-SALDO-PRESTAMO
                                  PIC X(10).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-SALDO-AHORRO    PIC 9(07).99.
           05 BIE-SALDO-AHORRO-X REDEFINES BIE-SALDO-AHORRO
                                  PIC X(10).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-ULT-PERIODO     PIC 9(08).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-ULT-BRUTO       PIC 9(08).99.
           05 BIE-ULT-BRUTO-X REDEFINES BIE-ULT-BRUTO
                                  PIC X(11).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-ULT-NETO        PIC 9(08).99.
           05 BIE-ULT-NETO-X REDEFINES BIE-ULT-NETO
                                  PIC X(11).
           05 FILLER              PIC X(08)    VALUE SPACES.

       01  REG-BIEMP-ENC.
           05 BIE-ENC-TIPO-REG    PIC X(01)    VALUE "H".
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-ENC-EXTRACTO    PIC X(08)    VALUE "BIEMP".
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-ENC-FECHA       PIC 9(08).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-ENC-HORA        PIC 9(08).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-ENC-VARIANTE    PIC X(01).
              88 BIE-ENMASCARADO     VALUE "M".
              88 BIE-COMPLETO        VALUE "C".
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-ENC-VERSION     PIC 9(02)    VALUE 01.
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-ENC-COLUMNAS    PIC 9(02)    VALUE 27.
           05 FILLER              PIC X(264)   VALUE SPACES.

       01  REG-BIEMP-SUM.
           05 BIE-SUM-TIPO-REG    PIC X(01)    VALUE "T".
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-SUM-DETALLES    PIC 9(07).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-SUM-HASH-NUMEROS PIC 9(12).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-SUM-ACTIVOS     PIC 9(07).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-SUM-BAJAS       PIC 9(07).
           05 FILLER              PIC X(01)    VALUE "|".
           05 BIE-SUM-LICENCIAS   PIC 9(07).
           05 FILLER              PIC X(254)   VALUE SPACES.
