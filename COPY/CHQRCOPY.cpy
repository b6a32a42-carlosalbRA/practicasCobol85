      *SHARED RETURNED-CHEQUE CONTROL LAYOUT - CHQRET FAMILY
      *UN REGISTRO POR CLIENTE AL QUE EL BANCO LE HA DEVUELTO ALGUN
      *CHEQUE. CHQ-DEV LO CREA Y LO ACUMULA; AL LLEGAR AL TOPE DE
      *DEVUELTOS EL CLIENTE QUEDA RETENIDO Y POST-TRX MANDA SUS
      *SIGUIENTES PAGOS CON CHEQUE A SUSPENSO EN LUGAR DE APLICARLOS.
      *SOLO UN SUPERVISOR LO LIBERA EN MAN-CHQ.
        03 ID-CLIENTE-CQ       PIC 9(06).
      *DEVUELTOS VIGENTES PARA LA RETENCION (AL LIBERAR QUEDAN UNO
      *ABAJO DEL TOPE) Y DEVUELTOS EN TODA LA HISTORIA.
        03 DEVUELTOS-CQ        PIC 9(03).
        03 DEVUELTOS-TOT-CQ    PIC 9(03).
        03 FECHA-ULT-DEV-CQ    PIC 9(08).
        03 MONTO-ULT-DEV-CQ    PIC 9(07)V99.
        03 RETENCION-CQ        PIC X(01).
           88 CQ-RETENIDO           VALUE "S".
           88 CQ-LIBRE              VALUE "N".
        03 FECHA-RETENCION-CQ  PIC 9(08).
      *LIBERACION: CUANDO Y QUE SUPERVISOR LA AUTORIZO.
        03 FECHA-LIBERA-CQ     PIC 9(08).
        03 LIBERO-CQ           PIC X(08).
