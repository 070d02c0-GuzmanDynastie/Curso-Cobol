      * NOM-DEDUCCION SIGUE SIENDO EL TOTAL RETENIDO (INCLUIDA LA      *
      * PENSION ALIMENTICIA); EL DESGLOSE CUBRE LOS COMPONENTES DE     *
      * IMPUESTO.                                                      *
      * UN RENGLON CON CONCEPTO REVE ES EL REVERSO DE OTRO YA PAGADO:  *
      * LLEVA LOS MISMOS IMPORTES QUE EL RENGLON QUE ANULA Y EL        *
      * CONCEPTO ES EL SIGNO, PORQUE EL REGISTRO NO TIENE CAMPOS CON   *
      * SIGNO (MISMO CRITERIO QUE LA DEVOLUCION DEVU DE PROGRETB). LO  *
      * GRABA PROGREVE; LA HISTORIA NUNCA SE BORRA.                    *
      * -------------------------------------------------------------- *
       01  REG-NOMINA.
           05 NOM-PERIODO.
           05 NOM-DEPTO           PIC 9(03).
           05 NOM-CONCEPTO        PIC X(04).
              88 NOM-ES-NORMAL      VALUE "NORM".
              88 NOM-ES-REVERSO     VALUE "REVE".
           05 NOM-SALARIO         PIC 9(07)V99.
           05 NOM-DEDUCCION       PIC 9(07)V99.
           05 NOM-NETO            PIC 9(07)V99.
