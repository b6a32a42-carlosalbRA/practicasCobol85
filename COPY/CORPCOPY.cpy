      *SHARED CORPORATE CARD ACCOUNT LAYOUT - CORPORAT FAMILY
      *UNA CUENTA CORPORATIVA POR EMPRESA DEL SERVICIO DE NOMINA
      *(MISMA CLAVE DE EMPRESAS) QUE AGRUPA LAS TARJETAS DE GASTOS
      *DE SU PERSONAL. LA DA DE ALTA MAN-COR; POST-TRX VALIDA CADA
      *CARGO DE UN TARJETAHABIENTE CONTRA EL LIMITE DE LA EMPRESA Y
      *EST-COR MANDA A LA EMPRESA EL ESTADO CONSOLIDADO.
        03 CLAVE-EMPR-CO       PIC 9(03).
      *CLIENTE AL QUE SE DIRIGE EL ESTADO CONSOLIDADO; AL DAR DE
      *ALTA SE PROPONE EL ID-CLIENTE-EMPR DEL CATALOGO DE EMPRESAS.
        03 ID-CLIENTE-CO       PIC 9(06).
      *LIMITE DE CREDITO DE LA EMPRESA: LA SUMA DE LOS SALDOS DE
      *TODOS SUS TARJETAHABIENTES ACTIVOS NO LO PUEDE REBASAR.
        03 LIMITE-CO           PIC 9(09)V99.
      *QUIEN RESPONDE POR EL SALDO: "E" LA EMPRESA PAGA EL TOTAL
      *CONSOLIDADO (PAG-COR LO REPARTE); "T" CADA EMPLEADO PAGA SU
      *TARJETA Y EL CONSOLIDADO A LA EMPRESA ES INFORMATIVO.
        03 RESPONSABLE-CO      PIC X(01).
           88 CO-PAGA-EMPRESA      VALUE "E".
           88 CO-PAGA-EMPLEADO     VALUE "T".
           88 CO-RESPONSABLE-VALIDO VALUE "E" "T".
      *ANUALIDAD POR PLASTICO PACTADA CON LA EMPRESA; AVI-REN LA
      *COBRA EN LUGAR DE LA DEL TARIFARIO A SUS TARJETAHABIENTES.
        03 ANUALIDAD-CO        PIC 9(07)V99.
        03 ESTADO-CO           PIC X(01).
           88 CO-ACTIVA            VALUE "A".
           88 CO-CANCELADA         VALUE "C".
        03 FECHA-ALTA-CO       PIC 9(08).
        03 FECHA-BAJA-CO       PIC 9(08).
        03 OPERADOR-CO         PIC X(08).
