      *SHARED NOMINA CARD CONVERSION CASE LAYOUT - CONVNOM FAMILY
      *UN CASO POR CLIENTE DE TARJETA NOMINA CUYO EMPLEADO SE DIO DE
      *BAJA EN MAN-EMP: YA NO LE LLEGAN DEPOSITOS, ASI QUE SE LE
      *OFRECE CONVERTIR LA TARJETA A DEBITO O CREDITO. CNV-NOM MANDA
      *LA CARTA, CAPTURA LA RESPUESTA Y DA SEGUIMIENTO HASTA QUE EL
      *CAMBIO DE TARJETA SE HACE EN ACT-SEC O EL CASO SE CIERRA.
        03 ID-CLIENTE-CV       PIC 9(06).
        03 NUM-EMPLEADO-CV     PIC 9(05).
        03 EMPRESA-CV          PIC 9(03).
        03 FECHA-BAJA-CV       PIC 9(08).
      *P CARTA POR ENVIAR, C CARTA ENVIADA, A ACEPTO (FALTA EL
      *CAMBIO EN ACT-SEC), T CONVERTIDA, R RECHAZO LA OFERTA, N SIN
      *RESPUESTA EN EL PLAZO. T, R Y N SON FINALES.
        03 ESTADO-CV           PIC X(01).
           88 CV-POR-ENVIAR        VALUE "P".
           88 CV-CARTA-ENVIADA     VALUE "C".
           88 CV-ACEPTADA          VALUE "A".
           88 CV-CONVERTIDA        VALUE "T".
           88 CV-RECHAZADA         VALUE "R".
           88 CV-SIN-RESPUESTA     VALUE "N".
           88 CV-CERRADO           VALUE "T" "R" "N".
      *PRODUCTO QUE ESCOGIO EL CLIENTE, CON EL MISMO NOMBRE DE
      *TIPO-TARG DEL MAESTRO ("DEBITO" O "CREDITO").
        03 PRODUCTO-CV         PIC A(10).
        03 FECHA-ALTA-CV       PIC 9(08).
        03 FECHA-CARTA-CV      PIC 9(08).
        03 FECHA-RESPUESTA-CV  PIC 9(08).
        03 FECHA-CIERRE-CV     PIC 9(08).
        03 OPERADOR-CV         PIC X(08).
        03 NOTA-CV             PIC X(30).
