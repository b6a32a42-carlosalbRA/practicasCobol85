      *SHARED KYC DOCUMENT CHECK AREA - PASSED TO/FROM VAL-DOC
      *EL LLAMADOR DEJA EL CLIENTE Y LA FECHA DE NEGOCIO; LA
      *ANTIGUEDAD MAXIMA DEL COMPROBANTE (MESES) Y LA GRACIA (DIAS)
      *EN CERO TOMAN LAS DE NORMA (12 MESES, 30 DIAS). REGRESA EL
      *ESTADO DE LA IDENTIFICACION Y DEL COMPROBANTE: "V" VIGENTE,
      *"X" VENCIDO, "S" SIN DOCUMENTO CAPTURADO. BLOQUEA-DV EN UNO
      *SIGNIFICA QUE ALGUNO SIGUE VENCIDO PASADA LA GRACIA Y NO SE
      *LE EMBOZA PLASTICO HASTA QUE SE REFRESQUE EL EXPEDIENTE.
        03 ID-CLIENTE-DV       PIC 9(06).
        03 FECHA-DV            PIC 9(08).
        03 MESES-DOM-DV        PIC 9(02).
        03 DIAS-GRACIA-DV      PIC 9(03).
        03 ESTADO-ID-DV        PIC X(01).
        03 TIPO-ID-DV          PIC X(03).
        03 VENCE-ID-DV         PIC 9(08).
        03 ESTADO-DOM-DV       PIC X(01).
        03 EMISION-DOM-DV      PIC 9(08).
        03 BLOQUEA-DV          PIC 9(01).
