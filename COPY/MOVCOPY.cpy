        03 MONTO-ORIGEN-MOV   PIC 9(07)V99.
      *CANAL POR EL QUE ENTRO UN PAGO: "EF" EFECTIVO, "TB"
      *TRANSFERENCIA, "CH" CHEQUE, "DB" DOMICILIACION, "DP"
      *DEPOSITO DE NOMINA, "NM" PAGO DE TARJETA DESCONTADO DE LA
      *NOMINA; ESPACIOS EN CARGOS Y MOVIMIENTOS VIEJOS.
      *EN UN CARGO DE COMERCIO "EC" MARCA COMPRA POR COMERCIO
      *ELECTRONICO, PARA LOS CONTROLES DE TARJETA DE CTLTARJ.
      *EN UNA DISPOSICION "SU" MARCA EFECTIVO ENTREGADO EN
      *VENTANILLA DE SUCURSAL, QUE COBRA SU COMISION DEL CATALOGO.
      *EL ACUMULADO DE EFECTIVO POR MES LO VIGILA AML-EFE.
        03 CANAL-PAGO-MOV     PIC X(02).
