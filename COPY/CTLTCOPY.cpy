      *SHARED CARD-CONTROLS RECORD LAYOUT - CTLTARJ FAMILY
      *UN REGISTRO POR PLASTICO CON LOS USOS QUE EL CLIENTE (O EL
      *TITULAR DE UNA ADICIONAL) PIDIO BLOQUEAR; LO CAPTURA MAN-CTT.
      *NUM-TARJETA-CT EN CERO ES LA TARJETA UNICA DEL MAESTRO. UN
      *PLASTICO SIN REGISTRO NO TIENE RESTRICCIONES. POST-TRX Y
      *RET-AUT RECHAZAN EL CARGO DE COMERCIO QUE ROMPE UN CONTROL.
        03 CTLTARJ-KEY.
           05 ID-CLIENTE-CT    PIC 9(06).
           05 NUM-TARJETA-CT   PIC 9(02).
      *HASTA CINCO RANGOS DE GIRO DE COMERCIO BLOQUEADOS (POR
      *EJEMPLO APUESTAS O VINOS Y LICORES); UN GIRO SUELTO SE
      *CAPTURA CON DESDE Y HASTA IGUALES. CEROS = RANGO LIBRE.
        03 GIROS-BLOQ-CT.
           05 RANGO-GIRO-CT OCCURS 5 TIMES.
              07 GIRO-DESDE-CT PIC 9(04).
              07 GIRO-HASTA-CT PIC 9(04).
      *"S" PERMITE EL USO, "N" LO BLOQUEA: CONSUMOS EN MONEDA
      *EXTRANJERA, DISPOSICIONES DE EFECTIVO Y COMPRAS POR
      *COMERCIO ELECTRONICO (CANAL "EC" DEL MOVIMIENTO).
        03 PERMITE-EXTRANJERO-CT  PIC X(01).
           88 BLOQUEA-EXTRANJERO-CT  VALUE "N".
        03 PERMITE-DISPOSICION-CT PIC X(01).
           88 BLOQUEA-DISPOSICION-CT VALUE "N".
        03 PERMITE-INTERNET-CT    PIC X(01).
           88 BLOQUEA-INTERNET-CT    VALUE "N".
        03 FECHA-ACT-CT        PIC 9(08).
