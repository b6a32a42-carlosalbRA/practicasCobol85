      *CARGO (LA DISPOSICION DE EFECTIVO "DIS" COBRA SU COMISION
      *"CDI" EN EL MISMO MOVIMIENTO); CERO SIGNIFICA SIN COMISION.
        03 PCT-COMISION-CAT    PIC 9(02)V99.
      *PORCENTAJE DE IVA QUE CAUSA EL CARGO DE ESTE TIPO (INTERESES,
      *COMISIONES); CERO ES EXENTO. EL PROGRAMA QUE POSTEA EL CARGO
      *GRABA EL IVA COMO SU PROPIO MOVIMIENTO TIPO "IVA", CON EL
      *FOLIO DEL CARGO QUE LO ORIGINA EN NUM-TRX-REF. EL TIPO "MOR"
      *DA LA TASA DEL RECARGO POR MORA, QUE NO SE POSTEA EN TRXCLI.
        03 PCT-IVA-CAT         PIC 9(02)V99.
