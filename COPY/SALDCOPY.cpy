      *SHARED RUNNING BALANCE RECORD LAYOUT - SALDOCLI FAMILY
      *UN REGISTRO POR CLIENTE CON SU POSICION AL MOMENTO: SALDO
      *POSTEADO (CARGOS MENOS ABONOS, EL MISMO NETEO DE EST-CTA),
      *RETENCIONES ACTIVAS, CREDITO DISPONIBLE, ULTIMO PAGO Y SALDO
      *VENCIDO. LO MANTIENE ACT-SAL CADA VEZ QUE UN PROGRAMA POSTEA
      *EN TRXCLI O MUEVE UNA RETENCION, PARA QUE NADIE TENGA QUE
      *BARRER TRXCLI DESDE EL PRINCIPIO PARA CONOCER UN SALDO. LA
      *PRUEBA NOCTURNA PRB-SAL LO REDERIVA DE TRXCLI, RETENES,
      *CICLOFAC Y LIMTEMP Y DEJA LA FECHA EN QUE LO CUADRO.
        03 ID-CLIENTE-SC       PIC 9(06).
        03 SALDO-ACTUAL-SC     PIC S9(09)V99.
      *LIMITE PERMANENTE DE DCLIENTE Y AUMENTO TEMPORAL VIGENTE A
      *LA FECHA DE LA ULTIMA PRUEBA. CON LIMITE CERO (SIN LIMITE
      *ASIGNADO) EL DISPONIBLE QUEDA EN CERO Y NO SE INTERPRETA.
        03 LIMITE-SC           PIC 9(07)V99.
        03 AUMENTO-TEMP-SC     PIC 9(07)V99.
        03 RETENIDO-SC         PIC 9(09)V99.
        03 DISPONIBLE-SC       PIC S9(09)V99.
      *PAGO ES EL ABONO TIPO "PAG" (O EL "PAGO ANUALIDAD" HISTORICO
      *SIN TIPO); LOS REVERSOS Y AJUSTES A FAVOR NO CUENTAN.
        03 FECHA-ULT-PAGO-SC   PIC 9(08).
        03 MONTO-ULT-PAGO-SC   PIC 9(07)V99.
      *LO PENDIENTE DE CICLOS YA VENCIDOS (MONTO Y RECARGO MENOS LO
      *PAGADO). EL PAGO LO BAJA EN EL MOMENTO; LA PRUEBA NOCTURNA LO
      *REARMA DESDE CICLOFAC.
        03 VENCIDO-SC          PIC 9(09)V99.
        03 FECHA-ACTUALIZA-SC  PIC 9(08).
        03 PROGRAMA-ACTUAL-SC  PIC X(08).
        03 FECHA-PRUEBA-SC     PIC 9(08).
