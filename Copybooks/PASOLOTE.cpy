      * -------------------------------------------------------------- *
      * LAYOUT DEL REGISTRO DE CONTROL DE PASOS DEL PROCESO NOCTURNO   *
      * (50 CARACTERES). LA RED DE PASOS DE PROGLOTE VIVIA COMPILADA   *
      * EN 000-RAIZ COMO IF ANIDADOS Y CADA PASO NUEVO ERA UN CAMBIO   *
      * DE PROGRAMA Y UN 88 MAS. AQUI CADA RENGLON ES UN PASO:         *
      *   PAS-ID         - CLAVE DEL PASO, LA QUE SE GRABA EN          *
      *                    CHECKPOINT.                                 *
      *   PAS-PROGRAMA   - SUBPROGRAMA QUE SE LLAMA.                   *
      *   PAS-PREDECESOR - HASTA CUATRO PASOS QUE DEBEN HABER          *
      *                    TERMINADO ANTES (EN BLANCO = SIN            *
      *                    PREDECESOR).                                *
      *   PAS-SEVERIDAD  - F (FATAL): UN RETURN-CODE 8 DETIENE EL      *
      *                    NOCTURNO. A (AVISO): SE REPORTA Y LA CADENA *
      *                    SIGUE.                                      *
      *   PAS-DIAS       - UNA "S" POR DIA DE LUNES A DOMINGO EN QUE   *
      *                    TOCA CORRER EL PASO; EL DIA QUE NO TOCA     *
      *                    CUENTA COMO CUMPLIDO PARA SUS SUCESORES.    *
      * PROGLOTE LO EJECUTA EN ORDEN DE DEPENDENCIAS (ENTRE LOS        *
      * LISTOS, EL PRIMERO DEL ARCHIVO) Y PROGOPLT LO CONSULTA PARA    *
      * OMITIR O RE-EJECUTAR UN PASO. LA RED CANONICA LA REFRESCA      *
      * PROGREFT.                                                      *
      * -------------------------------------------------------------- *
       01  REG-PASOLOTE.
           05 PAS-ID              PIC X(02).
           05 PAS-PROGRAMA        PIC X(08).
           05 PAS-PREDECESORES.
              10 PAS-PREDECESOR   PIC X(02)    OCCURS 4 TIMES.
           05 PAS-SEVERIDAD       PIC X(01).
              88 PAS-ES-FATAL        VALUE "F".
              88 PAS-ES-AVISO        VALUE "A".
           05 PAS-DIAS.
              10 PAS-DIA-SEMANA   PIC X(01)    OCCURS 7 TIMES.
           05 PAS-DESCRIPCION     PIC X(20).
           05 FILLER              PIC X(04).
