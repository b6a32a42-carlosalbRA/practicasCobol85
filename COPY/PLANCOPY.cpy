      *ONE RECORD PER MESES-SIN-INTERESES PLAN SOLD ON A PURCHASE:
      *THE ORIGINAL AMOUNT, HOW MANY MONTHLY INSTALLMENTS IT SPLITS
      *INTO, HOW MANY HAVE ALREADY MATURED TO TRXCLI, AND THE BALANCE
      *STILL TO BE BILLED, PLUS THE PURCHASE FOLIO, THE EARLY-PAYOFF
      *REQUEST AND THE RETURNS APPLIED AGAINST IT. COPY WITH
      *REPLACING TO RENAME EACH FIELD FOR A SUFFIXED FD, SO EVERY
      *PROGRAM THAT TOUCHES A PLAN DRAWS ITS FIELDS FROM ONE PLACE.
        03 PLAN-KEY.
           05 ID-CLIENTE-P     PIC 9(06).
           05 NUM-PLAN-P       PIC 9(04).
        03 STATUS-PLAN-P       PIC X(01).
           88 PLAN-ACTIVO-P         VALUE "A".
           88 PLAN-LIQUIDADO-P      VALUE "L".
           88 PLAN-CANCELADO-P      VALUE "C".
      *FOLIO DE TRXCLI QUE SE RESERVA A LA COMPRA AL DAR DE ALTA EL
      *PLAN: LA COMPRA A MESES NO SE POSTEA COMO CARGO, ASI QUE EL
      *REVERSO DEL COMERCIO (DEVOLUCION DE MERCANCIA) LA REFERENCIA
      *POR ESTE FOLIO. CERO EN PLANES ANTERIORES A LA RESERVA.
        03 NUM-TRX-ORIG-P      PIC 9(04).
      *LIQUIDACION ANTICIPADA PEDIDA POR EL CLIENTE: PLA-MEN FACTURA
      *EL SALDO COMPLETO DEL PLAN EN EL SIGUIENTE CORTE.
        03 LIQUIDACION-P       PIC X(01).
           88 PLAN-LIQUIDA-ANTICIPADO VALUE "S".
        03 FECHA-SOL-LIQ-P     PIC 9(08).
      *DEVOLUCIONES ACUMULADAS CONTRA LA COMPRA Y FECHA EN QUE EL
      *PLAN QUEDO CANCELADO POR ELLAS.
        03 MONTO-DEVUELTO-P    PIC 9(07)V99.
        03 FECHA-CANCELA-P     PIC 9(08).
      *CLASE DE PLAN: "M" (O ESPACIO EN REGISTROS VIEJOS) MESES SIN
      *INTERESES VENDIDO EN EL PUNTO DE VENTA; "F" COMPRA YA POSTEADA
      *QUE EL CLIENTE CONVIRTIO A CUOTAS FIJAS CON INTERES. EN ESTE
      *CASO MONTO-MENSUAL-P ES LA CUOTA NIVELADA (CAPITAL MAS
      *INTERES), TASA-PLAN-P LA TASA MENSUAL FIJA PACTADA Y
      *NUM-TRX-ORIG-P EL FOLIO DE LA COMPRA CONVERTIDA.
        03 TIPO-PLAN-P         PIC X(01).
           88 PLAN-MSI-P            VALUE "M" " ".
           88 PLAN-CUOTA-FIJA-P     VALUE "F".
        03 TASA-PLAN-P         PIC 9(02)V99.
        03 INTERES-COBRADO-P   PIC 9(07)V99.
