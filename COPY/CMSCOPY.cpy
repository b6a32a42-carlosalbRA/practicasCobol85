      *SHARED FEE CATALOG LAYOUT - COMISION FAMILY
      *UNA COMISION POR TIPO DE MOVIMIENTO QUE LA COBRA Y FECHA DE
      *VIGENCIA, COMO LAS TARIFAS: PARA UNA FECHA VALE LA DE MAYOR
      *FECHA-DESDE QUE NO LA REBASE Y QUE NO HAYA VENCIDO (FECHA-
      *HASTA EN CERO ES SIN VENCIMIENTO). EL TIPO ES EL MISMO CODIGO
      *CON QUE SE POSTEA EN TRXCLI Y DEBE EXISTIR EN CATTRX COMO
      *CARGO, CON SU PORCENTAJE DE IVA. UN EVENTO SIN COMISION
      *VIGENTE NO COBRA NADA. LA CAPTURA ES DE MAN-CMS Y EL CALCULO
      *DE LA RUTINA COMPARTIDA CAL-CMS.
        03 COMISION-KEY.
           05 TIPO-COMISION-CM PIC X(03).
           05 FECHA-DESDE-CM   PIC 9(08).
        03 FECHA-HASTA-CM      PIC 9(08).
        03 DESCRIPCION-CM      PIC X(20).
      *"M" MONTO FIJO POR EVENTO; "P" PORCENTAJE SOBRE EL MONTO DEL
      *EVENTO (LA DISPOSICION, EL CHEQUE, LO SOBREGIRADO), CON
      *MONTO-CM COMO COBRO MINIMO SI NO ES CERO.
        03 MODO-CM             PIC X(01).
           88 CMS-MONTO-FIJO        VALUE "M".
           88 CMS-PORCENTAJE        VALUE "P".
        03 MONTO-CM            PIC 9(07)V99.
        03 PCT-CM              PIC 9(02)V99.
      *EXENCIONES POR TIPO DE TARGETA (EL ID-TARGETA DEL PLASTICO):
      *PORCENTAJE DE LA COMISION QUE SE LE PERDONA, 100 LA EXENTA
      *COMPLETA. CEROS = RENGLON LIBRE.
        03 EXENCIONES-CM.
           05 EXENCION-CM OCCURS 5 TIMES.
              07 ID-TARGETA-EX-CM  PIC 99.
              07 PCT-EXENCION-CM   PIC 9(03).
        03 FECHA-CAPTURA-CM    PIC 9(08).
        03 OPERADOR-CM         PIC X(08).
