      * -------------------------------------------------------------- *
      * LAYOUT DE LA AFILIACION SINDICAL (30 CARACTERES), ARCHIVO      *
      * INDEXADO COMPANERO DEL MAESTRO CON LA MISMA LLAVE NUMERO DE    *
      * EMPLEADO (EL MAESTRO DE 84 NO TIENE FILLER LIBRE, IGUAL QUE    *
      * CON CONTRATO Y SUPERVIS). DICE SI EL EMPLEADO ESTA AFILIADO    *
      * AL SINDICATO Y EN QUE SECCION; SIN RENGLON (O SIN ARCHIVO) EL  *
      * EMPLEADO ES DE CONFIANZA. LO USAN:                             *
      *   - PROGNOMI, QUE RETIENE LA CUOTA SINDICAL (CONCEPTO SIND) A  *
      *     LOS SINDICALIZADOS; PROGSIMU LA MUESTRA;                   *
      *   - PROGSIND, QUE MANTIENE LA AFILIACION Y EMITE EL LISTADO    *
      *     MENSUAL DE CUOTAS POR SECCION PARA ENTREGAR AL SINDICATO;  *
      *   - EL AJUSTE POR CONTRATO COLECTIVO (PROGPROP Y PROGAJUS),    *
      *     QUE SOLO TOCA A LOS SINDICALIZADOS;                        *
      *   - PROGDIST Y PROGSORT, QUE SEPARAN SINDICALIZADOS Y          *
      *     CONFIANZA.                                                 *
      * -------------------------------------------------------------- *
       01  REG-SINDICAT.
           05 SIN-NUMERO-EMP      PIC 9(05).
           05 SIN-AFILIACION      PIC X(01).
              88 SIN-SINDICALIZADO   VALUE "S".
              88 SIN-CONFIANZA       VALUE "N" " ".
           05 SIN-SECCION         PIC 9(03).
           05 SIN-FECHA-AFILIACION PIC 9(08).
           05 SIN-FECHA-MOV       PIC 9(08).
           05 FILLER              PIC X(05).
