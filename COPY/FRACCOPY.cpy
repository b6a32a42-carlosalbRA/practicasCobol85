      *SHARED FRAUD-CASE RECORD LAYOUT - FRAUDES FAMILY
      *UN CASO POR CADA PLASTICO BLOQUEADO POR FRAUDE: TAR-CLI LO
      *ABRE AL CAPTURAR EL BLOQUEO CON MOTIVO "FR" Y GES-FRA LO
      *TRABAJA. EL ANALISTA MARCA LOS CARGOS DE TRXCLI QUE FUERON
      *FRAUDE (QUEDAN EN FRAUDET), EL CLIENTE RECIBE SU ABONO Y LA
      *PERDIDA SE ASIGNA AL GASTO POR FRAUDE O A LA RED QUE LA
      *RECUPERA. COPY WITH REPLACING TO RENAME EACH FIELD FOR A
      *SUFFIXED FD.
        03 FRAUDE-KEY.
           05 ID-CLIENTE-FC    PIC 9(06).
           05 NUM-CASO-FC      PIC 9(04).
        03 NUM-TARJETA-FC      PIC 9(02).
      *TIPO DEL PLASTICO AL ABRIR EL CASO, PARA EL REPORTE MENSUAL
      *DE PERDIDAS AUNQUE EL PLASTICO SE REEMITA DESPUES.
        03 TIPO-TARG-FC        PIC A(10).
      *FECHA DE NEGOCIO DEL BLOQUEO: SOLO LOS CARGOS HASTA ESTA
      *FECHA PUEDEN MARCARSE COMO FRAUDE.
        03 FECHA-BLOQUEO-FC    PIC 9(08).
        03 OPERADOR-BLOQ-FC    PIC X(08).
      *"A" ABIERTO, "R" RESUELTO CON ABONO AL CLIENTE, "N" CERRADO
      *SIN CARGOS FRAUDULENTOS.
        03 STATUS-FC           PIC X(01).
           88 FRAUDE-ABIERTO-FC     VALUE "A".
           88 FRAUDE-RESUELTO-FC    VALUE "R".
           88 FRAUDE-SIN-CARGOS-FC  VALUE "N".
      *"P" PERDIDA A CARGO DEL BANCO, "R" RECUPERADA DE LA RED POR
      *CONTRACARGO; ESPACIOS MIENTRAS EL CASO SIGUE ABIERTO.
        03 DESTINO-FC          PIC X(01).
           88 FRAUDE-PERDIDA-FC     VALUE "P".
           88 FRAUDE-RED-FC         VALUE "R".
        03 CARGOS-FC           PIC 9(04).
        03 MONTO-FC            PIC 9(09)V99.
        03 FECHA-RESOL-FC      PIC 9(08).
        03 ANALISTA-FC         PIC X(08).
