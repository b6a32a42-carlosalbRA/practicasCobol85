      *SHARED FRAUD-CHARGE DETAIL LAYOUT - FRAUDET FAMILY
      *UN RENGLON POR CADA CARGO DE TRXCLI QUE EL ANALISTA MARCO
      *COMO FRAUDE EN GES-FRA. LA LLAVE ES EL CARGO MISMO, ASI QUE
      *UN CARGO SOLO SE ABONA UNA VEZ AUNQUE EL PLASTICO TENGA MAS
      *DE UN CASO. LLEVA COPIA DEL GIRO, EL CANAL Y EL TIPO DE
      *PLASTICO PARA QUE REP-FRA NO DEPENDA DE TRXCLI, DE DONDE
      *ARC-TRX MUEVE A TRXHIST LO QUE PASA DE TRECE MESES.
        03 FRAUDET-KEY.
           05 ID-CLIENTE-FD    PIC 9(06).
           05 NUM-TRX-FD       PIC 9(04).
        03 NUM-CASO-FD         PIC 9(04).
        03 NUM-TARJETA-FD      PIC 9(02).
        03 TIPO-TARG-FD        PIC A(10).
        03 FECHA-TRX-FD        PIC 9(08).
        03 MONTO-FD            PIC 9(07)V99.
        03 DESCRIPCION-FD      PIC X(20).
        03 GIRO-FD             PIC 9(04).
        03 CANAL-FD            PIC X(02).
        03 DESTINO-FD          PIC X(01).
           88 CARGO-PERDIDA-FD      VALUE "P".
           88 CARGO-RED-FD          VALUE "R".
        03 FECHA-RESOL-FD      PIC 9(08).
