      *SHARED INTERCHANGE-RATE LAYOUT - TASINTER FAMILY
      *LA CUOTA DE INTERCAMBIO QUE LA RED NOS PAGA POR CADA COMPRA
      *PRESENTADA, POR GIRO DEL COMERCIO Y TIPO DE TARGETA: UN
      *PORCENTAJE DEL IMPORTE MAS UNA CUOTA FIJA POR OPERACION. EL
      *GIRO 0000 ES LA TASA DE CUALQUIER GIRO SIN TASA PROPIA Y EL
      *TIPO 00 LA DE CUALQUIER TIPO DE TARGETA; SE BUSCA PRIMERO LA
      *COMBINACION EXACTA, LUEGO GIRO CON TIPO 00, LUEGO 0000 CON EL
      *TIPO Y AL FINAL 0000/00.
        03 TASA-INTER-KEY.
           05 GIRO-IT          PIC 9(04).
           05 ID-TARGETA-IT    PIC 99.
        03 PCT-INTER-IT        PIC 9(01)V9999.
        03 CUOTA-FIJA-IT       PIC 9(03)V99.
        03 FECHA-CAPTURA-IT    PIC 9(08).
        03 OPERADOR-IT         PIC X(08).
