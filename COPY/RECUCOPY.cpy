      *SHARED RECURRING-CHARGE RECORD LAYOUT - RECURRE FAMILY
      *UN REGISTRO POR CARGO RECURRENTE DE COMERCIO QUE DET-REC
      *DETECTA EN TRXCLI (MISMO GIRO Y DESCRIPCION, UN CARGO POR
      *MES): SUSCRIPCIONES, SEGUROS, SERVICIOS. ACT-TAR MANDA AL
      *COMERCIO, POR LA RED, EL NUMERO Y VENCIMIENTO NUEVOS CUANDO EL
      *PLASTICO CAMBIA, Y EL CLIENTE PUEDE PEDIR EN MAN-REC QUE EL
      *CARGO SE SUSPENDA: POST-TRX RECHAZA LAS PRESENTACIONES
      *SIGUIENTES DE ESE COMERCIO.
        03 RECURRE-KEY.
           05 ID-CLIENTE-RC    PIC 9(06).
           05 NUM-TARJETA-RC   PIC 9(02).
           05 GIRO-RC          PIC 9(04).
           05 COMERCIO-RC      PIC X(20).
        03 MONTO-ULT-RC        PIC 9(07)V99.
        03 FECHA-PRIMERA-RC    PIC 9(08).
        03 FECHA-ULTIMA-RC     PIC 9(08).
        03 MESES-SEGUIDOS-RC   PIC 9(03).
      *NUMERO (ENMASCARADO, COMO EN TARJCLI) Y VENCIMIENTO QUE EL
      *COMERCIO TIENE REGISTRADOS SEGUN LO ULTIMO QUE SE LE REPORTO.
        03 NUMERO-TARJETA-RC   PIC X(16).
        03 FECHA-EXPIRA-RC     PIC 9(08).
      *ACTIVO, SUSPENDIDO A PETICION DEL CLIENTE, O CERRADO PORQUE
      *EL PLASTICO SE CANCELO SIN REEMPLAZO.
        03 STATUS-RC           PIC X(01).
           88 RECURRE-ACTIVO       VALUE "A".
           88 RECURRE-SUSPENDIDO   VALUE "S".
           88 RECURRE-CERRADO      VALUE "C".
        03 FECHA-STATUS-RC     PIC 9(08).
        03 FECHA-DETECCION-RC  PIC 9(08).
