      * REPORTES QUE ANTES SOLO SE PODIAN MANDAR LLAMAR POR SEPARADO   *
      * (PROGSORT, PROGDIST, PROGTEND, PROGVALI, PROGRECO). NO         *
      * REEMPLAZA AL PROCESO NOCTURNO DE PROGLOTE, ES PARA USO EN      *
      * LINEA DURANTE EL DIA. LA CAPACITACION (PROGCAPA) TAMBIEN SE    *
      * CAPTURA DESDE AQUI, IGUAL QUE LA PLANTILLA DE PLAZAS           *
      * AUTORIZADAS Y SU REPORTE DE VACANTES (PROGVACN) Y LA           *
      * DESIGNACION DE BENEFICIARIOS Y DEPENDIENTES (PROGBENE), ASI    *
      * COMO EL CATALOGO DE REGISTROS PATRONALES Y SUS ASIGNACIONES    *
      * (PROGREGP) Y LA DISTRIBUCION DEL COSTO LABORAL POR CENTRO DE   *
      * COSTOS (PROGDLAB), EL PAGO CON CHEQUE DE LOS EMPLEADOS SIN     *
      * CUENTA BANCARIA (PROGCHEQ), LA CORRIDA EXTRAORDINARIA DE UN    *
      * PERIODO ESPECIAL FUERA DE CALENDARIO (PROGEXTR), EL REVERSO    *
      * DE UN PERIODO YA PAGADO (PROGREVE), EL REPORTE DE              *
      * DESCUENTOS PENDIENTES ATRASADOS (PROGPEND), LOS CONCEPTOS      *
      * FIJOS POR EMPLEADO (PROGFIJO), LA AFILIACION SINDICAL CON      *
      * SU LISTADO DE CUOTAS (PROGSIND), EL CATALOGO DE TURNOS CON     *
      * EL ROL DE TURNOS POR EMPLEADO (PROGTURN), EL REPORTE MENSUAL   *
      * DE PRIMA DOMINICAL Y FESTIVOS TRABAJADOS (PROGPRIM), EL        *
      * SALARIO MINIMO POR ZONA CON SU REPORTE DE CUMPLIMIENTO Y LA    *
      * CORRIDA DE INCREMENTO (PROGSMIN), LOS ACUSES DE RECIBO         *
      * FIRMADOS CON SU REPORTE DE RECIBOS SIN FIRMA (PROGACUS), EL    *
      * REGISTRO DE ACTAS ADMINISTRATIVAS (PROGACTA), EL EXPEDIENTE DE *
      * DOCUMENTOS CON SU REPORTE DE FALTANTES Y VENCIDOS (PROGEXPE),  *
      * EL SEGURO DE GASTOS MEDICOS CON SU ARCHIVO MENSUAL PARA LA     *
      * ASEGURADORA (PROGSEGM), LOS ANTICIPOS DE VIATICOS CON SU       *
      * COMPROBACION Y SU ANTIGUEDAD (PROGVIAT), LOS ACTIVOS DE LA     *
      * EMPRESA ASIGNADOS A EMPLEADOS CON EL REPORTE MENSUAL DE LOS    *
      * QUE TIENEN LOS DADOS DE BAJA (PROGACTF), EL ESTADO ANUAL DE    *
      * COMPENSACION TOTAL POR EMPLEADO (PROGCTOT), LA CONSTANCIA      *
      * LABORAL FOLIADA A SOLICITUD DEL EMPLEADO (PROGCART), LA        *
      * PROYECCION DE EFECTIVO PARA TESORERIA DEL SIGUIENTE DIA DE     *
      * PAGO (PROGTESO), LA CONCILIACION DE LA EMISION MENSUAL DEL     *
      * IMSS CONTRA SUA (PROGEMA), LA COMPARACION DE UNA CORRIDA       *
      * PARALELA DE NOMINA CONTRA PRODUCCION (PROGPARL), EL REPORTE DE *
      * SEPARACION DE FUNCIONES ENTRE CAPTURA Y APROBACION (PROGSEGR), *
      * LA APROBACION CON DOBLE CONTROL DE LOS CAMBIOS DE CUENTA       *
      * BANCARIA (PROGCTAA), LOS INDICADORES DE FRAUDE PARA AUDITORIA  *
      * INTERNA (PROGFRAU), LA ANONIMIZACION DE DATOS PERSONALES DE    *
      * BAJAS ANTIGUAS (PROGANON), LA CONSULTA DE QUIEN VIO SALARIOS   *
      * (PROGACON), EL ANALISIS DE NOMINA DB2 CONTRA EL ANIO ANTERIOR  *
      * (PROGSQLN), LA ADMINISTRACION DE LOS BLOQUEOS POR EMPLEADO     *
      * ENTRE OPERADORES (PROGBLQA), EL CICLO ANUAL DE EVALUACION DE   *
      * DESEMPENO (PROGEVDS), EL CIERRE ANUAL DE NOMINA CON SU         *
      * CONSTANCIA (PROGCANU), EL COSTO DE NOMINA POR CONCEPTO MES A   *
      * MES (PROGCMES), LAS PROMOCIONES Y PERMANENCIA EN EL PUESTO     *
      * (PROGPROM), EL INCENTIVO DE PRODUCCION DE LA PLANTA            *
      * (PROGINCE), EL REPORTE DE CAPTURAS TARDIAS DESPUES DEL CORTE   *
      * (PROGTARD) Y LA CALCULADORA DE NETO A BRUTO PARA OFERTAS DE    *
      * EMPLEO (PROGBRUT).                                             *
      * -------------------------------------------------------------- *

       ENVIRONMENT DIVISION.
              10 WS-AJU-DEPTO-DESDE  PIC 9(03)  VALUE ZEROS.
              10 WS-AJU-DEPTO-HASTA  PIC 9(03)  VALUE ZEROS.
           05 WS-AJU-ID            PIC X(06)    VALUE SPACES.
           05 WS-AJU-MERITO REDEFINES WS-AJU-ID.
              10 WS-AJU-MODO-MERITO PIC X(01).
                 88 AJU-MODO-MERITO    VALUE "S".
              10 WS-AJU-ANIO-EVAL  PIC 9(04).
              10 FILLER            PIC X(01).
           05 WS-AJU-SOLO-SINDICATO PIC X(01)   VALUE "N".
              88 AJU-SOLO-SINDICALIZADOS VALUE "S".
           05 WS-AJU-FECHA-EFECTIVA PIC 9(08)   VALUE ZEROS.
           05 WS-AJU-USUARIO       PIC X(08)    VALUE SPACES.

       01  WS-PARAMETROS-PURGA.
           05 WS-PUR-FECHA.
       000-RAIZ.
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-MENU-USUARIO
           MOVE WS-MENU-USUARIO TO WS-AJU-USUARIO
           PERFORM 100-PROCESA-OPCION THRU 100-FIN
                   UNTIL HAY-QUE-SALIR
           DISPLAY "FIN DEL MENU PRINCIPAL"
                 PERFORM 950-BUSQUEDA-NOMBRE THRU 950-FIN
              WHEN 10
                 PERFORM 960-CONSULTA-360    THRU 960-FIN
              WHEN 11
                 PERFORM 970-CAPACITACION    THRU 970-FIN
              WHEN 12
                 PERFORM 980-PLAZAS          THRU 980-FIN
              WHEN 13
                 PERFORM 985-BENEFICIARIOS   THRU 985-FIN
              WHEN 14
                 PERFORM 990-REGISTROS-PATRON THRU 990-FIN
              WHEN 15
                 PERFORM 995-DISTRIBUCION-COSTO THRU 995-FIN
              WHEN 16
                 PERFORM 996-CHEQUES          THRU 996-FIN
              WHEN 17
                 PERFORM 997-EXTRAORDINARIA   THRU 997-FIN
              WHEN 18
                 PERFORM 998-REVERSO          THRU 998-FIN
              WHEN 19
                 PERFORM 999-PENDIENTES       THRU 999-FIN
              WHEN 20
                 PERFORM 920-CONCEPTOS-FIJOS  THRU 920-FIN
              WHEN 21
                 PERFORM 930-SINDICATO        THRU 930-FIN
              WHEN 22
                 PERFORM 940-TURNOS           THRU 940-FIN
              WHEN 23
                 PERFORM 945-PRIMAS           THRU 945-FIN
              WHEN 24
                 PERFORM 946-SALARIO-MINIMO   THRU 946-FIN
              WHEN 25
                 PERFORM 947-ACUSES           THRU 947-FIN
              WHEN 26
                 PERFORM 948-ACTAS            THRU 948-FIN
              WHEN 27
                 PERFORM 949-EXPEDIENTE       THRU 949-FIN
              WHEN 28
                 PERFORM 941-SEGURO-MEDICO    THRU 941-FIN
              WHEN 29
                 PERFORM 942-VIATICOS         THRU 942-FIN
              WHEN 30
                 PERFORM 943-ACTIVOS          THRU 943-FIN
              WHEN 31
                 PERFORM 944-COMP-TOTAL       THRU 944-FIN
              WHEN 32
                 PERFORM 951-CONSTANCIA       THRU 951-FIN
              WHEN 33
                 PERFORM 952-TESORERIA        THRU 952-FIN
              WHEN 34
                 PERFORM 953-CONCILIA-EMA     THRU 953-FIN
              WHEN 35
                 PERFORM 954-PARALELO         THRU 954-FIN
              WHEN 36
                 PERFORM 955-SEGREGACION      THRU 955-FIN
              WHEN 37
                 PERFORM 956-CUENTAS          THRU 956-FIN
              WHEN 38
                 PERFORM 957-FRAUDE           THRU 957-FIN
              WHEN 39
                 PERFORM 958-ANONIMIZA        THRU 958-FIN
              WHEN 40
                 PERFORM 959-CONSSAL          THRU 959-FIN
              WHEN 41
                 PERFORM 961-ANALNOM          THRU 961-FIN
              WHEN 42
                 PERFORM 962-BLOQUEOS         THRU 962-FIN
              WHEN 43
                 PERFORM 963-EVALUACIONES     THRU 963-FIN
              WHEN 44
                 PERFORM 964-CIERRE-ANUAL     THRU 964-FIN
              WHEN 45
                 PERFORM 965-COSTO-CONCEPTO   THRU 965-FIN
              WHEN 46
                 PERFORM 966-PROMOCIONES      THRU 966-FIN
              WHEN 47
                 PERFORM 967-INCENTIVO-PROD   THRU 967-FIN
              WHEN 48
                 PERFORM 968-CAPTURAS-TARDIAS THRU 968-FIN
              WHEN 49
                 PERFORM 969-NETO-A-BRUTO     THRU 969-FIN
              WHEN 0
                 SET HAY-QUE-SALIR TO TRUE
              WHEN OTHER
           DISPLAY "8. PURGA DE EMPLEADOS INACTIVOS"
           DISPLAY "9. BUSQUEDA DE EMPLEADOS POR NOMBRE"
           DISPLAY "10. CONSULTA 360 DE UN EMPLEADO"
           DISPLAY "11. CAPACITACION (DC-3 / DC-4)"
           DISPLAY "12. PLANTILLA DE PLAZAS Y VACANTES"
           DISPLAY "13. BENEFICIARIOS Y DEPENDIENTES"
           DISPLAY "14. REGISTROS PATRONALES"
           DISPLAY "15. DISTRIBUCION DEL COSTO LABORAL"
           DISPLAY "16. PAGO CON CHEQUE Y REGISTRO DE CHEQUES"
           DISPLAY "17. CORRIDA EXTRAORDINARIA (PERIODO ESPECIAL)"
           DISPLAY "18. REVERSO DE UN PERIODO PAGADO"
           DISPLAY "19. DESCUENTOS PENDIENTES ATRASADOS"
           DISPLAY "20. CONCEPTOS FIJOS POR EMPLEADO"
           DISPLAY "21. AFILIACION Y CUOTAS SINDICALES"
           DISPLAY "22. TURNOS Y ROL DE TURNOS"
           DISPLAY "23. PRIMA DOMINICAL Y FESTIVOS TRABAJADOS"
           DISPLAY "24. SALARIO MINIMO Y SU CUMPLIMIENTO"
           DISPLAY "25. ACUSES DE RECIBO DE NOMINA FIRMADOS"
           DISPLAY "26. ACTAS ADMINISTRATIVAS"
           DISPLAY "27. EXPEDIENTE DE DOCUMENTOS DEL PERSONAL"
           DISPLAY "28. SEGURO DE GASTOS MEDICOS MAYORES"
           DISPLAY "29. ANTICIPOS DE VIATICOS Y COMPROBACION"
           DISPLAY "30. ACTIVOS ASIGNADOS A EMPLEADOS"
           DISPLAY "31. ESTADO ANUAL DE COMPENSACION TOTAL"
           DISPLAY "32. CONSTANCIA LABORAL"
           DISPLAY "33. PROYECCION DE EFECTIVO PARA TESORERIA"
           DISPLAY "34. CONCILIACION EMISION IMSS (EMA)"
           DISPLAY "35. COMPARACION DE CORRIDA PARALELA"
           DISPLAY "36. SEPARACION DE FUNCIONES (CAPTURA/APROBACION)"
           DISPLAY "37. APROBACION DE CAMBIOS DE CUENTA BANCARIA"
           DISPLAY "38. INDICADORES DE FRAUDE (SOLO AUDITORIA)"
           DISPLAY "39. ANONIMIZAR DATOS PERSONALES DE BAJAS ANTIGUAS"
           DISPLAY "40. CONSULTAS DE SALARIO POR OPERADOR"
           DISPLAY "41. ANALISIS DE NOMINA DB2 VS ANIO ANTERIOR"
           DISPLAY "42. ADMINISTRACION DE BLOQUEOS DE EMPLEADOS"
           DISPLAY "43. CICLO DE EVALUACION DE DESEMPENO"
           DISPLAY "44. CIERRE ANUAL DE NOMINA"
           DISPLAY "45. COSTO DE NOMINA POR CONCEPTO MES A MES"
           DISPLAY "46. PROMOCIONES Y PERMANENCIA EN EL PUESTO"
           DISPLAY "47. INCENTIVO DE PRODUCCION (DESTAJO)"
           DISPLAY "48. CAPTURAS TARDIAS DESPUES DEL CORTE"
           DISPLAY "49. CALCULADORA DE NETO A BRUTO (OFERTAS)"
           DISPLAY "0. SALIR"
           DISPLAY "DIGITE LA OPCION: ".
       110-FIN.  EXIT.
           EVALUATE WS-OPCION-AJUSTE
              WHEN 1
                 PERFORM 810-PIDE-PARAMETROS-AJUSTE THRU 810-FIN
                 PERFORM 815-PIDE-MERITO            THRU 815-FIN
                 DISPLAY "EJECUTANDO PROGPROP..."
                 CALL "PROGPROP" USING WS-PARAMETROS-AJUSTE
                 DISPLAY "PROGPROP TERMINADO, RETURN-CODE: "
                         RETURN-CODE
              WHEN 3
      * EL IDENTIFICADOR SOLO LO USA EL CONTROL DE CORRIDA DE
      * PROGAJUS; LA PROPUESTA DE PROGPROP RECIBE AHI EL MODO MERITO.
                 DISPLAY "IDENTIFICADOR DEL AJUSTE (6 CARACTERES): "
                 ACCEPT WS-AJU-ID
                 PERFORM 810-PIDE-PARAMETROS-AJUSTE THRU 810-FIN
                  ACCEPT WS-AJU-DEPTO-HASTA
              ELSE
                  MOVE "T" TO WS-AJU-FILTRO-TIPO
           END-IF
      * EL AUMENTO DEL CONTRATO COLECTIVO SOLO ALCANZA A LOS
      * SINDICALIZADOS Y RIGE DESDE LA FECHA DEL CONTRATO.
           DISPLAY "SOLO SINDICALIZADOS (CONTRATO COLECTIVO) S/N: "
           ACCEPT WS-AJU-SOLO-SINDICATO
           IF AJU-SOLO-SINDICALIZADOS
              THEN
                  DISPLAY "FECHA EFECTIVA DEL CONTRATO (AAAAMMDD): "
                  ACCEPT WS-AJU-FECHA-EFECTIVA
              ELSE
                  MOVE "N"   TO WS-AJU-SOLO-SINDICATO
                  MOVE ZEROS TO WS-AJU-FECHA-EFECTIVA
           END-IF.
       810-FIN.  EXIT.

      * EN MODO MERITO PROGPROP TOMA EL PORCENTAJE DE CADA EMPLEADO DE
      * LA MATRIZ (CALIFICACION CALIBRADA POR COMPA-RATIO); EL
      * PORCENTAJE CAPTURADO QUEDA PARA QUIEN NO TENGA CALIFICACION.
       815-PIDE-MERITO.
           DISPLAY "PORCENTAJE SEGUN MATRIZ DE MERITO (S/N): "
           ACCEPT WS-AJU-MODO-MERITO
           IF AJU-MODO-MERITO
              THEN
                  DISPLAY "ANIO DEL CICLO DE EVALUACION (AAAA): "
                  ACCEPT WS-AJU-ANIO-EVAL
              ELSE
                  MOVE "N"   TO WS-AJU-MODO-MERITO
                  MOVE ZEROS TO WS-AJU-ANIO-EVAL
           END-IF.
       815-FIN.  EXIT.

       900-PURGA-INACTIVOS.
           PERFORM 910-PIDE-PARAMETROS-PURGA THRU 910-FIN
           DISPLAY "EJECUTANDO PROGPURG..."
           ACCEPT WS-PUR-CONFIRMA.
       910-FIN.  EXIT.

       920-CONCEPTOS-FIJOS.
           DISPLAY "EJECUTANDO PROGFIJO..."
           CALL "PROGFIJO"
           DISPLAY "PROGFIJO TERMINADO, RETURN-CODE: " RETURN-CODE.
       920-FIN.  EXIT.

       930-SINDICATO.
           DISPLAY "EJECUTANDO PROGSIND..."
           CALL "PROGSIND"
           DISPLAY "PROGSIND TERMINADO, RETURN-CODE: " RETURN-CODE.
       930-FIN.  EXIT.

       940-TURNOS.
           DISPLAY "EJECUTANDO PROGTURN..."
           CALL "PROGTURN"
           DISPLAY "PROGTURN TERMINADO, RETURN-CODE: " RETURN-CODE.
       940-FIN.  EXIT.

       941-SEGURO-MEDICO.
           DISPLAY "EJECUTANDO PROGSEGM..."
           CALL "PROGSEGM"
           DISPLAY "PROGSEGM TERMINADO, RETURN-CODE: " RETURN-CODE.
       941-FIN.  EXIT.

       942-VIATICOS.
           DISPLAY "EJECUTANDO PROGVIAT..."
           CALL "PROGVIAT"
           DISPLAY "PROGVIAT TERMINADO, RETURN-CODE: " RETURN-CODE.
       942-FIN.  EXIT.

       943-ACTIVOS.
           DISPLAY "EJECUTANDO PROGACTF..."
           CALL "PROGACTF"
           DISPLAY "PROGACTF TERMINADO, RETURN-CODE: " RETURN-CODE.
       943-FIN.  EXIT.

       944-COMP-TOTAL.
           DISPLAY "EJECUTANDO PROGCTOT..."
           CALL "PROGCTOT"
           DISPLAY "PROGCTOT TERMINADO, RETURN-CODE: " RETURN-CODE.
       944-FIN.  EXIT.

       945-PRIMAS.
           DISPLAY "EJECUTANDO PROGPRIM..."
           CALL "PROGPRIM"
           DISPLAY "PROGPRIM TERMINADO, RETURN-CODE: " RETURN-CODE.
       945-FIN.  EXIT.

       946-SALARIO-MINIMO.
           DISPLAY "EJECUTANDO PROGSMIN..."
           CALL "PROGSMIN"
           DISPLAY "PROGSMIN TERMINADO, RETURN-CODE: " RETURN-CODE.
       946-FIN.  EXIT.

       947-ACUSES.
           DISPLAY "EJECUTANDO PROGACUS..."
           CALL "PROGACUS"
           DISPLAY "PROGACUS TERMINADO, RETURN-CODE: " RETURN-CODE.
       947-FIN.  EXIT.

       948-ACTAS.
           DISPLAY "EJECUTANDO PROGACTA..."
           CALL "PROGACTA"
           DISPLAY "PROGACTA TERMINADO, RETURN-CODE: " RETURN-CODE.
       948-FIN.  EXIT.

       949-EXPEDIENTE.
           DISPLAY "EJECUTANDO PROGEXPE..."
           CALL "PROGEXPE"
           DISPLAY "PROGEXPE TERMINADO, RETURN-CODE: " RETURN-CODE.
       949-FIN.  EXIT.

       950-BUSQUEDA-NOMBRE.
           DISPLAY "EJECUTANDO PROGBUSQ..."
           CALL "PROGBUSQ"
           DISPLAY "PROGBUSQ TERMINADO".
       950-FIN.  EXIT.

       951-CONSTANCIA.
           DISPLAY "EJECUTANDO PROGCART..."
           CALL "PROGCART"
           DISPLAY "PROGCART TERMINADO, RETURN-CODE: " RETURN-CODE.
       951-FIN.  EXIT.

       952-TESORERIA.
           DISPLAY "EJECUTANDO PROGTESO..."
           CALL "PROGTESO"
           DISPLAY "PROGTESO TERMINADO, RETURN-CODE: " RETURN-CODE.
       952-FIN.  EXIT.

       953-CONCILIA-EMA.
           DISPLAY "EJECUTANDO PROGEMA..."
           CALL "PROGEMA"
           DISPLAY "PROGEMA TERMINADO, RETURN-CODE: " RETURN-CODE.
       953-FIN.  EXIT.

       954-PARALELO.
           DISPLAY "EJECUTANDO PROGPARL..."
           CALL "PROGPARL"
           DISPLAY "PROGPARL TERMINADO, RETURN-CODE: " RETURN-CODE.
       954-FIN.  EXIT.

       955-SEGREGACION.
           DISPLAY "EJECUTANDO PROGSEGR..."
           CALL "PROGSEGR"
           DISPLAY "PROGSEGR TERMINADO, RETURN-CODE: " RETURN-CODE.
       955-FIN.  EXIT.

       956-CUENTAS.
           DISPLAY "EJECUTANDO PROGCTAA..."
           CALL "PROGCTAA"
           DISPLAY "PROGCTAA TERMINADO, RETURN-CODE: " RETURN-CODE.
       956-FIN.  EXIT.

       957-FRAUDE.
           DISPLAY "EJECUTANDO PROGFRAU..."
           CALL "PROGFRAU"
           DISPLAY "PROGFRAU TERMINADO, RETURN-CODE: " RETURN-CODE.
       957-FIN.  EXIT.

       958-ANONIMIZA.
           DISPLAY "EJECUTANDO PROGANON..."
           CALL "PROGANON"
           DISPLAY "PROGANON TERMINADO, RETURN-CODE: " RETURN-CODE.
       958-FIN.  EXIT.

       959-CONSSAL.
           DISPLAY "EJECUTANDO PROGACON..."
           CALL "PROGACON"
           DISPLAY "PROGACON TERMINADO, RETURN-CODE: " RETURN-CODE.
       959-FIN.  EXIT.

       961-ANALNOM.
           DISPLAY "EJECUTANDO PROGSQLN..."
           CALL "PROGSQLN"
           DISPLAY "PROGSQLN TERMINADO, RETURN-CODE: " RETURN-CODE.
       961-FIN.  EXIT.

       962-BLOQUEOS.
           DISPLAY "EJECUTANDO PROGBLQA..."
           CALL "PROGBLQA"
           DISPLAY "PROGBLQA TERMINADO, RETURN-CODE: " RETURN-CODE.
       962-FIN.  EXIT.

       963-EVALUACIONES.
           DISPLAY "EJECUTANDO PROGEVDS..."
           CALL "PROGEVDS"
           DISPLAY "PROGEVDS TERMINADO, RETURN-CODE: " RETURN-CODE.
       963-FIN.  EXIT.

       964-CIERRE-ANUAL.
           DISPLAY "EJECUTANDO PROGCANU..."
           CALL "PROGCANU"
           DISPLAY "PROGCANU TERMINADO, RETURN-CODE: " RETURN-CODE.
       964-FIN.  EXIT.

       965-COSTO-CONCEPTO.
           DISPLAY "EJECUTANDO PROGCMES..."
           CALL "PROGCMES"
           DISPLAY "PROGCMES TERMINADO, RETURN-CODE: " RETURN-CODE.
       965-FIN.  EXIT.

       966-PROMOCIONES.
           DISPLAY "EJECUTANDO PROGPROM..."
           CALL "PROGPROM"
           DISPLAY "PROGPROM TERMINADO, RETURN-CODE: " RETURN-CODE.
       966-FIN.  EXIT.

       967-INCENTIVO-PROD.
           DISPLAY "EJECUTANDO PROGINCE..."
           CALL "PROGINCE"
           DISPLAY "PROGINCE TERMINADO, RETURN-CODE: " RETURN-CODE.
       967-FIN.  EXIT.

       968-CAPTURAS-TARDIAS.
           DISPLAY "EJECUTANDO PROGTARD..."
           CALL "PROGTARD"
           DISPLAY "PROGTARD TERMINADO, RETURN-CODE: " RETURN-CODE.
       968-FIN.  EXIT.

       969-NETO-A-BRUTO.
           DISPLAY "EJECUTANDO PROGBRUT..."
           CALL "PROGBRUT"
           DISPLAY "PROGBRUT TERMINADO, RETURN-CODE: " RETURN-CODE.
       969-FIN.  EXIT.

       960-CONSULTA-360.
           DISPLAY "EJECUTANDO PROG360..."
           CALL "PROG360"
           DISPLAY "PROG360 TERMINADO".
       960-FIN.  EXIT.

       970-CAPACITACION.
           DISPLAY "EJECUTANDO PROGCAPA..."
           CALL "PROGCAPA"
           DISPLAY "PROGCAPA TERMINADO, RETURN-CODE: " RETURN-CODE.
       970-FIN.  EXIT.

       980-PLAZAS.
           DISPLAY "EJECUTANDO PROGVACN..."
           CALL "PROGVACN"
           DISPLAY "PROGVACN TERMINADO, RETURN-CODE: " RETURN-CODE.
       980-FIN.  EXIT.

       985-BENEFICIARIOS.
           DISPLAY "EJECUTANDO PROGBENE..."
           CALL "PROGBENE"
           DISPLAY "PROGBENE TERMINADO, RETURN-CODE: " RETURN-CODE.
       985-FIN.  EXIT.

       990-REGISTROS-PATRON.
           DISPLAY "EJECUTANDO PROGREGP..."
           CALL "PROGREGP"
           DISPLAY "PROGREGP TERMINADO, RETURN-CODE: " RETURN-CODE.
       990-FIN.  EXIT.

       995-DISTRIBUCION-COSTO.
           DISPLAY "EJECUTANDO PROGDLAB..."
           CALL "PROGDLAB"
           DISPLAY "PROGDLAB TERMINADO, RETURN-CODE: " RETURN-CODE.
       995-FIN.  EXIT.

       996-CHEQUES.
           DISPLAY "EJECUTANDO PROGCHEQ..."
           CALL "PROGCHEQ"
           DISPLAY "PROGCHEQ TERMINADO, RETURN-CODE: " RETURN-CODE.
       996-FIN.  EXIT.

       997-EXTRAORDINARIA.
           DISPLAY "EJECUTANDO PROGEXTR..."
           CALL "PROGEXTR"
           DISPLAY "PROGEXTR TERMINADO, RETURN-CODE: " RETURN-CODE.
       997-FIN.  EXIT.

       998-REVERSO.
           DISPLAY "EJECUTANDO PROGREVE..."
           CALL "PROGREVE"
           DISPLAY "PROGREVE TERMINADO, RETURN-CODE: " RETURN-CODE.
       998-FIN.  EXIT.

       999-PENDIENTES.
           DISPLAY "EJECUTANDO PROGPEND..."
           CALL "PROGPEND"
           DISPLAY "PROGPEND TERMINADO, RETURN-CODE: " RETURN-CODE.
       999-FIN.  EXIT.
