      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE ACTIVOS DE LA EMPRESA ASIGNADOS A       *
      * EMPLEADOS (100 CARACTERES), ARCHIVO INDEXADO POR NUMERO DE     *
      * EMPLEADO MAS LA ETIQUETA DE INVENTARIO DEL ACTIVO, CON LLAVE   *
      * ALTERNA POR ETIQUETA PARA SABER EN PODER DE QUIEN ESTA. LO     *
      * CAPTURA PROGACTF (ENTREGA Y DEVOLUCION). ESTADO:               *
      *   ACF-EN-PODER - LO TIENE EL EMPLEADO, FECHA DE DEVOLUCION EN  *
      *                  CEROS;                                        *
      *   ACF-DEVUELTO - REGRESO AL INVENTARIO EN ACF-FECHA-DEVOL;     *
      *   ACF-COBRADO  - NO SE DEVOLVIO Y PROGBAJA COBRO SU VALOR EN   *
      *                  EL FINIQUITO EN ACF-FECHA-COBRO.              *
      * UNA ETIQUETA DEVUELTA SE PUEDE VOLVER A ENTREGAR, AL MISMO     *
      * EMPLEADO O A OTRO.                                             *
      * -------------------------------------------------------------- *
       01  REG-ACTIVOS.
           05 ACF-LLAVE.
              10 ACF-NUMERO-EMP   PIC 9(05).
              10 ACF-ETIQUETA     PIC X(10).
           05 ACF-DESCRIPCION     PIC X(30).
           05 ACF-VALOR           PIC 9(07)V99.
           05 ACF-FECHA-ENTREGA   PIC 9(08).
           05 ACF-FECHA-DEVOL     PIC 9(08).
           05 ACF-ESTADO          PIC X(01).
              88 ACF-EN-PODER        VALUE "A".
              88 ACF-DEVUELTO        VALUE "D".
              88 ACF-COBRADO         VALUE "C".
           05 ACF-FECHA-COBRO     PIC 9(08).
           05 ACF-USUARIO         PIC X(08).
           05 FILLER              PIC X(13).
