      *           P = PAGADO, C = CERRADO.                             *
      *   FRECUENCIA: Q = QUINCENAL, S = SEMANAL, A = AMBAS (UNA       *
      *   FECHA QUE ES DIA DE PAGO DE LAS DOS POBLACIONES).            *
      *   E = ESPECIAL: PERIODO FUERA DE CALENDARIO PARA UN PAGO       *
      *   EXTRAORDINARIO; LO ABRE, LO CORRE Y LO CIERRA PROGEXTR.      *
      *   PROGSIMU Y PROGNOMI LO RECHAZAN, PROGGPER NO LO TOCA Y       *
      *   PROGBANC LO DISPERSA IGUAL QUE UNA QUINCENA.                 *
      * -------------------------------------------------------------- *
       01  REG-PERIODOS.
           05 PER-FECHA-PAGO      PIC 9(08).
              88 PER-ES-QUINCENAL    VALUE "Q" " ".
              88 PER-ES-SEMANAL      VALUE "S".
              88 PER-ES-AMBAS        VALUE "A".
              88 PER-ES-ESPECIAL     VALUE "E".
           05 FILLER              PIC X(09).
