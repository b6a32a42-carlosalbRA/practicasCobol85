      *SHARED ABANDONED-BALANCE RECORD LAYOUT - ABANDONO FAMILY
      *SALDOS A FAVOR SIN MOVIMIENTO QUE YA RECIBIERON EL AVISO PREVIO
      *AL TRASPASO A LA BENEFICENCIA PUBLICA. LA LLAVE ES EL CLIENTE
      *(UN SOLO SALDO A FAVOR POR CLIENTE EN SALDOFAV).
        03 ID-CLIENTE-AB      PIC 9(06).
        03 FECHA-AVISO-AB     PIC 9(08).
        03 SALDO-AVISADO-AB   PIC 9(09)V99.
      *LA ULTIMA ACTIVIDAD CONOCIDA AL AVISAR: LA MAYOR ENTRE LA
      *FECHA DEL SALDO A FAVOR Y EL ULTIMO MOVIMIENTO EN TRXCLI.
        03 FECHA-ULT-MOV-AB   PIC 9(08).
      *"A" AVISADO EN ESPERA DEL PLAZO, "T" TRASPASADO A LA
      *BENEFICENCIA, "R" EL CLIENTE SE MOVIO DESPUES DEL AVISO.
        03 STATUS-AB          PIC X(01).
           88 AB-AVISADO      VALUE "A".
           88 AB-TRASPASADO   VALUE "T".
           88 AB-REACTIVADO   VALUE "R".
        03 FECHA-TRASPASO-AB  PIC 9(08).
        03 MONTO-TRASPASO-AB  PIC 9(09)V99.
