      *SHARED CLIENT-LOOKUP ACCESS LOG LAYOUT - ACCESOS FAMILY
      *UN ASIENTO POR CADA CLIENTE QUE UN OPERADOR VE EN PANTALLA O
      *EN UN PERFIL IMPRESO: QUIEN LO VIO, DESDE QUE PROGRAMA, CUANDO
      *Y COMO LLEGO A EL. LO GRABAN CON-MEN, BUS-INDD Y PER-CLI EN EL
      *MOMENTO DE MOSTRAR AL CLIENTE; REP-ACC LO REVISA CADA SEMANA.
        03 ID-OPER-AC          PIC X(08).
      *SUCURSAL DEL OPERADOR EL DIA DE LA CONSULTA.
        03 SUCURSAL-OPER-AC    PIC 9(02).
        03 ID-CLIENTE-AC       PIC 9(06).
        03 PROGRAMA-AC         PIC X(08).
      *FECHA DE NEGOCIO Y HORA DE LA MAQUINA.
        03 FECHA-AC            PIC 9(08).
        03 HORA-AC             PIC 9(08).
        03 TIPO-AC             PIC X(01).
           88 AC-POR-ID            VALUE "I".
           88 AC-POR-TARJETA       VALUE "T".
           88 AC-POR-FECHA         VALUE "F".
           88 AC-POR-NOMBRE        VALUE "N".
           88 AC-SALDO             VALUE "S".
           88 AC-CORRESPONDENCIA   VALUE "C".
           88 AC-PERFIL            VALUE "P".
