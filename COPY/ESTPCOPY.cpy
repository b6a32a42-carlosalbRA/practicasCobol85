      *SHARED LOAN-LOSS RESERVE LAYOUT - ESTPREV FAMILY
      *UNA ESTIMACION PREVENTIVA POR CLIENTE Y MES, CALCULADA POR
      *EST-PRE AL CIERRE: DIAS DE ATRASO DEL CICLO MAS VIEJO, SALDO
      *EXPUESTO, SI EL CLIENTE ESTA REESTRUCTURADO Y EL FACTOR
      *REGULATORIO QUE LE TOCO. APLICADO-EP ES LO QUE LOS CASTIGOS
      *DE CAS-CIC YA CONSUMIERON DE ESTA ESTIMACION; LO DISPONIBLE ES
      *RESERVA MENOS APLICADO. VARIACION-EP ES EL CAMBIO CONTRA EL
      *MES ANTERIOR QUE GL-EXT LLEVA A LA POLIZA; FECHA-POLIZA-EP EN
      *CERO QUIERE DECIR QUE LA VARIACION NO SE HA CONTABILIZADO.
        03 ESTP-KEY.
           05 ID-CLIENTE-EP    PIC 9(06).
           05 MES-EP           PIC 9(06).
        03 SUCURSAL-EP         PIC 9(02).
        03 TIPO-TARG-EP        PIC A(10).
        03 DIAS-ATRASO-EP      PIC 9(03).
        03 SALDO-EP            PIC 9(09)V99.
        03 REESTRUCTURADO-EP   PIC X(01).
        03 FACTOR-EP           PIC 9(03)V99.
        03 RESERVA-EP          PIC 9(09)V99.
        03 APLICADO-EP         PIC 9(09)V99.
        03 VARIACION-EP        PIC S9(09)V99.
        03 FECHA-CALCULO-EP    PIC 9(08).
        03 FECHA-POLIZA-EP     PIC 9(08).
