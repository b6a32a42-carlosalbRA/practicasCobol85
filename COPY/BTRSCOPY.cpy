      *SHARED BALANCE-TRANSFER RECORD LAYOUT - BALTRAS FAMILY
      *UN REGISTRO POR TRASPASO DE SALDO DE TARJETA DE OTRO BANCO
      *QUE TRA-SAL ACEPTO Y POSTEO COMO CARGO "TRS". EL SALDO
      *TRASPASADO DEVENGA LA TASA PROMOCIONAL HASTA SU FECHA FIN;
      *DESPUES INT-REV LO DA POR VENCIDO Y EL SALDO QUE QUEDE PASA A
      *LA TASA REVOLVENTE NORMAL. LOS PAGOS CUBREN PRIMERO EL SALDO
      *A TASA NORMAL, ASI QUE EL SALDO PROMOCIONAL SOLO BAJA CUANDO
      *EL SALDO TOTAL DE LA CUENTA YA NO LO ALCANZA.
        03 BALTRAS-KEY.
           05 ID-CLIENTE-BT    PIC 9(06).
           05 NUM-TRASP-BT     PIC 9(04).
        03 FECHA-ALTA-BT       PIC 9(08).
      *BANCO EMISOR DE LA TARJETA QUE SE PAGA Y SU NUMERO DE CUENTA
      *TAL COMO VIENEN EN LA SOLICITUD.
        03 BANCO-BT            PIC X(03).
        03 CUENTA-BT           PIC X(18).
        03 MONTO-BT            PIC 9(07)V99.
        03 COMISION-BT         PIC 9(07)V99.
        03 SALDO-PROMO-BT      PIC 9(07)V99.
      *TASA MENSUAL PROMOCIONAL Y ULTIMO DIA EN QUE APLICA.
        03 TASA-PROMO-BT       PIC 9(02)V99.
        03 FECHA-FIN-BT        PIC 9(08).
      *FOLIO DEL CARGO "TRS" EN TRXCLI.
        03 NUM-TRX-BT          PIC 9(04).
        03 STATUS-BT           PIC X(01).
           88 TRASPASO-VIGENTE-BT   VALUE "A".
           88 TRASPASO-VENCIDO-BT   VALUE "V".
           88 TRASPASO-LIQUIDADO-BT VALUE "L".
        03 FECHA-CIERRE-BT     PIC 9(08).
