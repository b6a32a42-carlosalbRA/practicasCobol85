      *SHARED CLIENT COMPLAINT LAYOUT - QUEJAS FAMILY
      *UNA QUEJA O RECLAMACION POR FOLIO: EL CLIENTE, POR DONDE
      *LLEGO, EL MOTIVO, Y SI SE REFIERE A UNA TRANSACCION DE TRXCLI
      *O A UN CICLO DE CICLOFAC (CERO CUANDO NO APLICA). EL PLAZO DE
      *RESPUESTA DE CONDUSEF SE CUENTA EN DIAS HABILES DESDE LA
      *RECEPCION. LA CAPTURA Y EL SEGUIMIENTO SON DE QUE-CLI; QUE-VEN
      *LISTA LAS VENCIDAS Y QUE-MEN ARMA EL REPORTE MENSUAL.
        03 FOLIO-QJ            PIC 9(06).
        03 ID-CLIENTE-QJ       PIC 9(06).
        03 NUM-TRX-QJ          PIC 9(04).
        03 NUM-CICLO-QJ        PIC 9(04).
      *CANAL DE RECEPCION: SU SUCURSAL, TE TELEFONO, CE CORREO
      *ELECTRONICO, UN UNIDAD ESPECIALIZADA, CO TURNADA POR CONDUSEF.
        03 CANAL-QJ            PIC X(02).
           88 CANAL-QJ-VALIDO       VALUE "SU" "TE" "CE" "UN" "CO".
      *MOTIVO: ANU ANUALIDAD DUPLICADA, REC RECARGO DISPUTADO, CNR
      *CARGO NO RECONOCIDO, DOM DOMICILIACION, COB GESTION DE
      *COBRANZA, BUR REPORTE DE BURO, OTR OTRO.
        03 MOTIVO-QJ           PIC X(03).
           88 MOTIVO-QJ-VALIDO      VALUE "ANU" "REC" "CNR" "DOM"
                                          "COB" "BUR" "OTR".
        03 FECHA-RECEPCION-QJ  PIC 9(08).
        03 FECHA-LIMITE-QJ     PIC 9(08).
        03 MONTO-RECLAMADO-QJ  PIC 9(07)V99.
        03 DESCRIPCION-QJ      PIC X(60).
        03 CAPTURO-QJ          PIC X(08).
      *EN TRAMITE HASTA LA RESOLUCION: PROCEDENTE (A FAVOR DEL
      *CLIENTE, CON O SIN DEVOLUCION) O IMPROCEDENTE.
        03 ESTADO-QJ           PIC X(01).
           88 QUEJA-EN-TRAMITE      VALUE "A".
           88 QUEJA-PROCEDENTE      VALUE "P".
           88 QUEJA-IMPROCEDENTE    VALUE "I".
        03 FECHA-ULT-SEG-QJ    PIC 9(08).
        03 NOTA-QJ             PIC X(60).
        03 FECHA-RESOL-QJ      PIC 9(08).
        03 RESOLVIO-QJ         PIC X(08).
      *LA DEVOLUCION SALE COMO MOVIMIENTO "DEV" PARA POST-TRX CON LA
      *TRANSACCION RECLAMADA COMO REFERENCIA.
        03 MONTO-DEVUELTO-QJ   PIC 9(07)V99.
        03 FECHA-DEVOL-QJ      PIC 9(08).
