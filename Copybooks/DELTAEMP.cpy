      * -------------------------------------------------------------- *
      * LAYOUT DEL ARCHIVO DELTA DE CAMBIOS DE EMPLEADOS (100          *
      * CARACTERES) QUE PROGDLTA ENTREGA CADA NOCHE A LOS SISTEMAS QUE *
      * ANTES RECIBIAN UNA COPIA COMPLETA DEL MAESTRO (CONTROL DE      *
      * ACCESO, COMEDOR, DIRECTORIO DE LA INTRANET). TIPO DE REGISTRO  *
      * E = ENCABEZADO, D = DETALLE, S = SUMARIO. UN DETALLE POR       *
      * EMPLEADO QUE CAMBIO DESDE LA EXTRACCION ANTERIOR, CON SUS      *
      * VALORES ACTUALES Y EL TIPO DE CAMBIO:                          *
      *   A - ALTA NUEVA.        C - CAMBIO DE DATOS.                  *
      *   B - BAJA O RETIRO.     R - REINSTALACION.                    *
      *   L - LICENCIA SIN GOCE.                                       *
      * EL ENCABEZADO LLEVA EL CONSECUTIVO DE LA EXTRACCION Y LA       *
      * VENTANA DE FECHA Y HORA QUE CUBRE; EL RECEPTOR APLICA LOS      *
      * CONSECUTIVOS EN ORDEN Y CUADRA EL SUMARIO CONTRA LOS DETALLES  *
      * LEIDOS. NO VIAJAN SALARIO NI CUENTA BANCARIA: NINGUNO DE LOS   *
      * RECEPTORES LOS USA.                                            *
      * -------------------------------------------------------------- *
       01  REG-DELTAEMP.
           05 DLT-TIPO-REG        PIC X(01).
              88 DLT-ES-ENCABEZADO   VALUE "E".
              88 DLT-ES-DETALLE      VALUE "D".
              88 DLT-ES-SUMARIO      VALUE "S".
           05 DLT-NUMERO-EMP      PIC 9(05).
           05 DLT-TIPO-CAMBIO     PIC X(01).
              88 DLT-ES-ALTA         VALUE "A".
              88 DLT-ES-CAMBIO       VALUE "C".
              88 DLT-ES-BAJA         VALUE "B".
              88 DLT-ES-REINSTALA    VALUE "R".
              88 DLT-ES-LICENCIA     VALUE "L".
           05 DLT-NOMBRE          PIC X(30).
           05 DLT-STATUS          PIC 9(01).
           05 DLT-DEPTO           PIC 9(03).
           05 DLT-PUESTO          PIC 9(02).
           05 DLT-FECHA-ALTA      PIC 9(08).
           05 DLT-FECHA-BAJA      PIC 9(08).
           05 DLT-FECHA-CAMBIO    PIC 9(08).
           05 DLT-HORA-CAMBIO     PIC 9(08).
           05 FILLER              PIC X(25).

       01  REG-DELTAEMP-ENC REDEFINES REG-DELTAEMP.
           05 DLT-ENC-TIPO-REG    PIC X(01).
           05 DLT-ENC-CONSECUTIVO PIC 9(06).
           05 DLT-ENC-DESDE-FECHA PIC 9(08).
           05 DLT-ENC-DESDE-HORA  PIC 9(08).
           05 DLT-ENC-HASTA-FECHA PIC 9(08).
           05 DLT-ENC-HASTA-HORA  PIC 9(08).
           05 DLT-ENC-FECHA-GEN   PIC 9(08).
           05 FILLER              PIC X(53).

       01  REG-DELTAEMP-SUM REDEFINES REG-DELTAEMP.
           05 DLT-SUM-TIPO-REG    PIC X(01).
           05 DLT-SUM-CONSECUTIVO PIC 9(06).
           05 DLT-SUM-DETALLES    PIC 9(07).
           05 DLT-SUM-ALTAS       PIC 9(07).
           05 DLT-SUM-CAMBIOS     PIC 9(07).
           05 DLT-SUM-BAJAS       PIC 9(07).
           05 DLT-SUM-REINSTALA   PIC 9(07).
           05 DLT-SUM-LICENCIAS   PIC 9(07).
           05 FILLER              PIC X(51).
