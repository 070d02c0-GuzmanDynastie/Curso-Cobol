      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE BLOQUEO POR EMPLEADO (40 CARACTERES),   *
      * ARCHIVO INDEXADO BLOQEMP CON LLAVE NUMERO DE EMPLEADO. EL      *
      * CANDADO DE PROGCAND APARTA EL MAESTRO COMPLETO DEL PROCESO     *
      * NOCTURNO; ESTE APARTA UN SOLO EMPLEADO ENTRE OPERADORES EN     *
      * LINEA, PARA QUE EL CAMBIO DE UNO NO PISE EL DEL OTRO. UN       *
      * RENGLON EXISTE MIENTRAS ALGUIEN TIENE AL EMPLEADO ABIERTO PARA *
      * CAMBIO (PROGMANT, PROGSUPV, PROGTRAS, PROGBAJA) Y SE BORRA AL  *
      * GRABAR O CANCELAR. LO ADMINISTRA SOLO PROGBLOQ; PROGBLQA LISTA *
      * Y LIBERA LOS VENCIDOS.                                         *
      * -------------------------------------------------------------- *
       01  REG-BLOQEMP.
           05 BLQ-NUMERO-EMP      PIC 9(05).
           05 BLQ-USUARIO         PIC X(08).
           05 BLQ-PROGRAMA        PIC X(08).
           05 BLQ-FECHA           PIC 9(08).
           05 BLQ-HORA            PIC 9(08).
           05 BLQ-HORA-PARTES REDEFINES BLQ-HORA.
              10 BLQ-HH           PIC 9(02).
              10 BLQ-MM           PIC 9(02).
              10 BLQ-SSCC         PIC 9(04).
           05 FILLER              PIC X(03).
