      *SHARED WRITE-OFF RECOVERY LOG LAYOUT - RECUPMOV FAMILY
      *UN REGISTRO POR CADA PORCION DE PAGO QUE POST-TRX APLICA A UN
      *CICLO CASTIGADO. GL-EXT LO CONTABILIZA COMO INGRESO POR
      *RECUPERACION EN LUGAR DE PAGO Y CAS-REC LO RESUME POR COSECHA
      *DE CASTIGO Y POR AGENCIA.
        03 FECHA-RM            PIC 9(08).
        03 ID-CLIENTE-RM       PIC 9(06).
        03 NUM-CICLO-RM        PIC 9(04).
        03 NUM-TRX-RM          PIC 9(04).
        03 MONTO-RM            PIC 9(07)V99.
        03 FECHA-CASTIGO-RM    PIC 9(08).
      *AGENCIA A LA QUE SE ACREDITA EL COBRO: SOLO CUANDO EL PAGO
      *LLEGO EN UN LOTE DE REC-AGE; CERO EN PAGOS DIRECTOS.
        03 AGENCIA-RM          PIC 9(03).
        03 CANAL-RM            PIC X(02).
      *"S" CUANDO ESTA APLICACION DEJO EL CICLO CASTIGADO LIQUIDADO.
        03 LIQUIDA-RM          PIC X(01).
