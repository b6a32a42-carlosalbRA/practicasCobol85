      *SHARED PAYROLL CARD-DEDUCTION AUTHORIZATION LAYOUT - AUTNOM
      *FAMILY
      *UNA AUTORIZACION FIRMADA POR EMPLEADO PARA QUE NOM-LOT LE
      *DESCUENTE DE LA NOMINA EL PAGO DE SU TARJETA ANTES DE
      *DEPOSITARLE EL NETO. LA CAPTURA MAN-AUT; EL PAGO ENTRA A
      *POST-TRX COMO "PAG" POR EL CANAL "NM" (DESCUENTO DE NOMINA).
        03 NUM-EMPLEADO-AN     PIC 9(05).
      *CLIENTE DE TARJETA NOMINA DEL EMPLEADO AL FIRMAR; SI EL
      *MAESTRO YA TRAE OTRO CLIENTE NO SE DESCUENTA.
        03 ID-CLIENTE-AN       PIC 9(06).
      *"M" EL PAGO MINIMO DEL ULTIMO CORTE (PAGOMIN), UNA VEZ POR
      *CORTE AUNQUE SE REPARTA EN VARIAS NOMINAS; "F" UN IMPORTE
      *FIJO EN CADA NOMINA, SIN PASAR DEL SALDO DEL ULTIMO CORTE.
        03 MODO-AN             PIC X(01).
           88 AN-MINIMO            VALUE "M".
           88 AN-FIJO              VALUE "F".
           88 MODO-AN-VALIDO       VALUE "M" "F".
        03 MONTO-FIJO-AN       PIC 9(07)V99.
        03 ESTADO-AN           PIC X(01).
           88 AN-ACTIVA            VALUE "A".
           88 AN-CANCELADA         VALUE "C".
        03 FECHA-FIRMA-AN      PIC 9(08).
        03 CAPTURO-AN          PIC X(08).
        03 FECHA-BAJA-AN       PIC 9(08).
      *CORTE CONTRA EL QUE SE VAN CONTANDO LOS DESCUENTOS Y LO YA
      *DESCONTADO A CUENTA DE EL; CAMBIA AL LLEGAR UN CORTE NUEVO.
        03 FECHA-CORTE-AN      PIC 9(08).
        03 DESCONTADO-AN       PIC 9(07)V99.
        03 FECHA-ULT-DESC-AN   PIC 9(08).
        03 TOTAL-DESC-AN       PIC 9(09)V99.
