      *SHARED COLLECTIONS WORK-QUEUE LAYOUT - COLACOB FAMILY
      *UN CASO POR CLIENTE CON CICLOS VENCIDOS QUE SIGUEN EN
      *COBRANZA DE CASA. COL-COB LO ARMA CADA DIA CON SU PRIORIDAD Y
      *EL COBRADOR DE SU SUCURSAL; GES-COB REGISTRA LO QUE RESULTO
      *DE LA LLAMADA Y PRD-COB MIDE A CADA COBRADOR CON LA GESTION.
        03 ID-CLIENTE-CB       PIC 9(06).
      *LLAVE ALTERNA: EL COBRADOR RECORRE SU COLA EN ORDEN DE TURNO.
      *ESPACIOS CUANDO LA SUCURSAL NO TIENE COBRADORES DADOS DE ALTA.
        03 COLA-COB-KEY.
           05 COBRADOR-CB      PIC X(08).
           05 TURNO-CB         PIC 9(04).
      *FECHA DE LA ULTIMA CORRIDA DE COL-COB QUE EVALUO EL CASO.
        03 FECHA-COLA-CB       PIC 9(08).
        03 SUCURSAL-CB         PIC 9(02).
      *CICLO VENCIDO MAS ANTIGUO: A EL SE LIGA LA PROMESA.
        03 NUM-CICLO-CB        PIC 9(04).
        03 CICLOS-VENC-CB      PIC 9(03).
        03 SALDO-VENC-CB       PIC 9(09)V99.
        03 DIAS-VENC-CB        PIC 9(03).
        03 ROTAS-CB            PIC 9(02).
        03 PUNTAJE-CB          PIC 9(07).
      *"A" EN COLA DEL DIA; "E" EN ESPERA DE UNA PROMESA VIGENTE
      *(FUERA DE LA COLA PERO SE SIGUE MIDIENDO LO QUE PAGA); "C"
      *CERRADO, SIN SALDO VENCIDO O FUERA DE COBRANZA DE CASA.
        03 ESTADO-CB           PIC X(01).
           88 CASO-EN-COLA         VALUE "A".
           88 CASO-EN-ESPERA       VALUE "E".
           88 CASO-CERRADO         VALUE "C".
           88 CASO-ABIERTO         VALUE "A" "E".
      *PAGADO ACUMULADO DE TODOS LOS CICLOS DEL CLIENTE A LA ULTIMA
      *CORRIDA: LO QUE CREZCA ENCIMA SE ACREDITA COMO COBRADO AL
      *COBRADOR QUE HIZO LA ULTIMA GESTION.
        03 PAGADO-BASE-CB      PIC 9(09)V99.
      *RESULTADO DE LA ULTIMA LLAMADA; ESPACIO SIN GESTION.
        03 RESULTADO-CB        PIC X(01).
           88 RES-NO-CONTESTA      VALUE "N".
           88 RES-EQUIVOCADO       VALUE "E".
           88 RES-REHUSA           VALUE "R".
           88 RES-PROMESA          VALUE "P".
           88 RES-PAGADO           VALUE "G".
        03 FECHA-GESTION-CB    PIC 9(08).
        03 COBRADOR-GESTION-CB PIC X(08).
        03 INTENTOS-CB         PIC 9(03).
