      *SHARED CLIENT RATE LOOKUP AREA - PASSED TO/FROM TAS-CLI
      *EL LLAMADOR DEJA EL CLIENTE Y LA FECHA; REGRESA LA TASA
      *MENSUAL REVOLVENTE Y LA DE DISPOSICIONES VIGENTES ESE DIA.
      *ORIGEN-TV TRAE EL DE LA TASA DEL CLIENTE ("R", "N" O "P"),
      *"G" SI VALE LA TASA GENERAL DEL CLIENTE 000000, O "D" SI NO
      *HAY NINGUNA CAPTURADA Y SE TOMAN LAS DE CASA (3.50 Y 4.50).
        03 ID-CLIENTE-TV       PIC 9(06).
        03 FECHA-TV            PIC 9(08).
        03 TASA-INTERES-TV     PIC 9(02)V99.
        03 TASA-DISPO-TV       PIC 9(02)V99.
        03 ORIGEN-TV           PIC X(01).
        03 FECHA-HASTA-TV      PIC 9(08).
