      *SHARED CLIENT INTEREST-RATE LAYOUT - TASACLI FAMILY
      *UNA TASA POR CLIENTE Y FECHA DE VIGENCIA, COMO LAS TARIFAS:
      *PARA UNA FECHA VALE LA DE MAYOR FECHA-DESDE QUE NO LA REBASE
      *Y QUE NO HAYA VENCIDO. FECHA-HASTA EN CERO ES SIN VENCIMIENTO;
      *LA TASA PROMOCIONAL TRAE SU FECHA-HASTA Y AL PASARLA EL
      *CLIENTE REGRESA SOLO A SU TASA ANTERIOR. EL CLIENTE 000000
      *LLEVA LA TASA GENERAL DE LOS CLIENTES SIN TASA PROPIA.
      *ORIGEN: "R" POR NIVEL DE RIESGO (NIVEL-TS), "N" NEGOCIADA
      *CON EL CLIENTE, "P" PROMOCIONAL. FECHA-AVISO-TS ES EL DIA EN
      *QUE SE LE AVISO UN AUMENTO (CERO SI NO FUE AUMENTO).
        03 TASA-KEY.
           05 ID-CLIENTE-TS    PIC 9(06).
           05 FECHA-DESDE-TS   PIC 9(08).
        03 FECHA-HASTA-TS      PIC 9(08).
        03 ORIGEN-TS           PIC X(01).
        03 NIVEL-TS            PIC X(01).
        03 TASA-INTERES-TS     PIC 9(02)V99.
        03 TASA-DISPO-TS       PIC 9(02)V99.
        03 FECHA-CAPTURA-TS    PIC 9(08).
        03 FECHA-AVISO-TS      PIC 9(08).
