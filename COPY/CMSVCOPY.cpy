      *SHARED FEE LOOKUP AREA - PASSED TO/FROM CAL-CMS
      *EL LLAMADOR DEJA EL TIPO DE COMISION, LA FECHA DEL EVENTO, EL
      *ID-TARGETA DEL PLASTICO Y EL MONTO BASE DEL EVENTO (CERO SI
      *LA COMISION ES DE MONTO FIJO); REGRESA LA COMISION YA CON SU
      *EXENCION. RESULTADO-KV: "C" HAY QUE COBRARLA, "E" EXENTA POR
      *EL TIPO DE TARGETA, "N" NO HAY COMISION VIGENTE (NI CATALOGO).
        03 TIPO-COMISION-KV    PIC X(03).
        03 FECHA-KV            PIC 9(08).
        03 ID-TARGETA-KV       PIC 99.
        03 MONTO-BASE-KV       PIC 9(09)V99.
        03 MONTO-COMISION-KV   PIC 9(07)V99.
        03 DESCRIPCION-KV      PIC X(20).
        03 RESULTADO-KV        PIC X(01).
           88 CMS-COBRAR-KV         VALUE "C".
           88 CMS-EXENTA-KV         VALUE "E".
           88 CMS-SIN-COMISION-KV   VALUE "N".
