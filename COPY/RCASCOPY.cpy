      *SHARED WRITTEN-OFF BALANCE LAYOUT - RECUPCAS FAMILY
      *UN REGISTRO POR CICLO CASTIGADO: CAS-CIC LO DA DE ALTA AL
      *MISMO TIEMPO QUE LO ARCHIVA EN CASTIGOS, CON EL MONTO QUE SE
      *FUE A PERDIDA. POST-TRX LE APLICA LOS PAGOS QUE EL CLIENTE
      *HAGA DESPUES DEL CASTIGO Y LO MARCA LIQUIDADO CUANDO SE
      *RECUPERA COMPLETO; BUR-EXT LO REPORTA PAGADO TRAS CASTIGO.
        03 RECUPCAS-KEY.
           05 ID-CLIENTE-RK    PIC 9(06).
           05 NUM-CICLO-RK     PIC 9(04).
      *FECHA DEL CASTIGO: SU ANO Y MES SON LA COSECHA DEL CASTIGO
      *EN EL REPORTE DE RECUPERACIONES DE CAS-REC.
        03 FECHA-CASTIGO-RK    PIC 9(08).
      *AGENCIA QUE TENIA EL CICLO AL CASTIGARSE; CERO SI SEGUIA EN
      *COBRANZA DE CASA. REC-AGE SOLO ACEPTA SUS COBROS.
        03 AGENCIA-RK          PIC 9(03).
        03 NUM-TARJETA-RK      PIC 9(02).
        03 MONTO-CASTIGO-RK    PIC 9(07)V99.
        03 MONTO-RECUP-RK      PIC 9(07)V99.
        03 FECHA-ULT-REC-RK    PIC 9(08).
        03 STATUS-RK           PIC X(01).
           88 CASTIGO-VIGENTE      VALUE "V".
           88 CASTIGO-LIQUIDADO    VALUE "L".
