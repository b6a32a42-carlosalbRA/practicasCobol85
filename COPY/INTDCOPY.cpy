      *SHARED INTERCHANGE DETAIL LAYOUT - INTERCAM FAMILY
      *UN REGISTRO POR COMPRA PRESENTADA EN LA COMPENSACION DE LA
      *RED CON SU INTERCAMBIO CALCULADO. FECHA-PROCESO-IC ES EL DIA
      *DE NEGOCIO EN QUE SE TRADUJO EL LOTE (LO QUE GL-EXT TOMA
      *PARA LA POLIZA DEL DIA); FECHA-TRX-IC ES LA DE LA COMPRA. EL
      *TIPO DE TARGETA Y LA SUCURSAL SON LOS DEL CLIENTE AL DIA DE
      *LA COMPENSACION, PARA QUE EL REPORTE MENSUAL NO DEPENDA DE
      *CAMBIOS POSTERIORES. SIN TASA CAPTURADA EL INTERCAMBIO VA EN
      *CERO Y SIN-TASA-IC EN "S".
        03 FECHA-PROCESO-IC    PIC 9(08).
        03 FECHA-TRX-IC        PIC 9(08).
        03 ID-CLIENTE-IC       PIC 9(06).
        03 NUM-TARJETA-IC      PIC 9(02).
        03 GIRO-IC             PIC 9(04).
        03 ID-TARGETA-IC       PIC 99.
        03 SUCURSAL-IC         PIC 9(02).
        03 MONTO-COMPRA-IC     PIC 9(07)V99.
        03 PCT-INTER-IC        PIC 9(01)V9999.
        03 CUOTA-FIJA-IC       PIC 9(03)V99.
        03 MONTO-INTER-IC      PIC 9(07)V99.
        03 SIN-TASA-IC         PIC X(01).
