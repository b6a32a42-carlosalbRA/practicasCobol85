      *SHARED BANK-STATEMENT LAYOUT - EDOCTAB FAMILY
      *UN REGISTRO POR RENGLON DEL ESTADO DE CUENTA DIARIO DE LA
      *CUENTA CONCENTRADORA, TAL COMO LO CARGA EDO-BAN. LA LLAVE ES
      *LA FECHA DEL ESTADO MAS EL RENGLON, DE MODO QUE UN MISMO
      *ESTADO NO SE PUEDE CARGAR DOS VECES. CON-BAN LO CONCILIA
      *CONTRA LOS LOTES REFMOV, DOMMOV Y NOMMOV.
        03 EDOB-KEY.
           05 FECHA-EDO-EB     PIC 9(08).
           05 RENGLON-EB       PIC 9(06).
        03 FECHA-VALOR-EB      PIC 9(08).
      *CLAVE DE CONCEPTO DEL BANCO Y CANAL QUE LE CORRESPONDE DE
      *NUESTRO LADO: RF PAGO REFERENCIADO, DB DOMICILIACION, DP
      *DEPOSITO DE NOMINA, OT CUALQUIER OTRO CONCEPTO DEL BANCO.
        03 CONCEPTO-EB         PIC X(03).
        03 CANAL-EB            PIC X(02).
           88 EB-REFERENCIADO       VALUE "RF".
           88 EB-DOMICILIACION      VALUE "DB".
           88 EB-NOMINA             VALUE "DP".
           88 EB-OTRO-CONCEPTO      VALUE "OT".
        03 NATURALEZA-EB       PIC X(01).
           88 EB-ABONO              VALUE "C".
           88 EB-CARGO              VALUE "D".
        03 MONTO-EB            PIC 9(09)V99.
        03 REFERENCIA-EB       PIC X(20).
        03 ESTADO-EB           PIC X(01).
           88 EB-PENDIENTE          VALUE "P".
           88 EB-CONCILIADO         VALUE "C".
      *CONCILIACION: CUANDO SE CASO Y CONTRA QUE ARCHIVO NUESTRO.
        03 FECHA-CONC-EB       PIC 9(08).
        03 ORIGEN-CONC-EB      PIC X(06).
