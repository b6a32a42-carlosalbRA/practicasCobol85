      *SHARED KYC DOCUMENT RECORD - DOCTOS FAMILY
      *EXPEDIENTE DE IDENTIFICACION DEL CLIENTE: UN REGISTRO POR
      *CLIENTE Y TIPO DE DOCUMENTO, ASI QUE CAPTURAR UN DOCUMENTO
      *NUEVO DEL MISMO TIPO REEMPLAZA AL ANTERIOR (ES EL REFRESCO
      *DEL EXPEDIENTE). IDENTIFICACIONES: "INE" CREDENCIAL PARA
      *VOTAR, "PAS" PASAPORTE, "TRE" TARJETA DE RESIDENTE. "CDO"
      *ES EL COMPROBANTE DE DOMICILIO: NO TRAE VENCIMIENTO Y SU
      *ANTIGUEDAD SE MIDE DESDE LA FECHA DE EMISION.
        03 DOC-KEY.
           05 ID-CLIENTE-DC    PIC 9(06).
           05 TIPO-DOC-DC      PIC X(03).
              88 DOC-IDENTIFICACION VALUE "INE" "PAS" "TRE".
              88 DOC-DOMICILIO      VALUE "CDO".
        03 NUMERO-DOC-DC       PIC X(20).
        03 FECHA-EMISION-DC    PIC 9(08).
        03 FECHA-VENCE-DC      PIC 9(08).
        03 FECHA-CAPTURA-DC    PIC 9(08).
        03 OPERADOR-DC         PIC X(08).
