        03 DEDUCCIONES-CN      PIC 9(06)V99.
        03 NETO-DED-CN         PIC 9(06)V99.
        03 DIAS-OK-CN          PIC 9(01).
      *INCIDENCIAS DEL PERIODO: HORAS EXTRA Y BONOS SE SUMAN AL
      *SUELDO POR DIAS ANTES DE LAS DEDUCCIONES; EL LLAMADOR QUE NO
      *LAS MANEJA LAS DEJA EN CERO. IMPORTE-HORAS-CN REGRESA LO QUE
      *SE PAGA POR LAS HORAS EXTRA (DOBLES SOBRE JORNADA DE OCHO).
        03 HORAS-EXTRA-CN      PIC 9(03).
        03 BONOS-CN            PIC 9(06)V99.
        03 IMPORTE-HORAS-CN    PIC 9(06)V99.
      *PAGOS ESPECIALES (AGUINALDO, UTILIDADES, CONCEPTOS DEL
      *FINIQUITO): CON TIPO-CALCULO-CN EN "E" EL LLAMADOR DA EL
      *PAGO Y SU PARTE EXENTA Y LA RUTINA RETIENE ISR SOLO SOBRE LA
      *PARTE GRAVADA, SIN IMSS; REGRESA TAMBIEN EL SUELDO DIARIO.
      *CUALQUIER OTRO VALOR ES NOMINA ORDINARIA.
        03 TIPO-CALCULO-CN     PIC X(01).
           88 CN-ESPECIAL          VALUE "E".
        03 PAGO-ESPECIAL-CN    PIC 9(06)V99.
        03 EXENTO-CN           PIC 9(06)V99.
        03 GRAVADO-CN          PIC 9(06)V99.
