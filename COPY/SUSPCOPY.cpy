      *SHARED UNIDENTIFIED-PAYMENT LAYOUT - SUSPENSO FAMILY
      *UN REGISTRO POR PAGO RECIBIDO QUE NO SE PUDO APLICAR A NINGUN
      *CLIENTE: LINEA DE CAPTURA CON DIGITO MALO O CLIENTE INEXISTENTE
      *EN PAG-REF, DOMICILIACIONES COBRADAS SIN CICLO QUE LES
      *CORRESPONDA EN DOM-RSP, Y CHEQUES QUE POST-TRX RETUVO A UN
      *CLIENTE CON CHEQUES DEVUELTOS. EL DINERO QUEDA AQUI HASTA
      *QUE SUS-PAG LO ASIGNA AL CLIENTE CORRECTO; SUS-ANT REPORTA SU
      *ANTIGUEDAD PARA QUE NO SE QUEDE OLVIDADO.
        03 FOLIO-SP            PIC 9(06).
      *ORIGEN: REF PAGO REFERENCIADO, DOM RESPUESTA DE DOMICILIACION,
      *CHQ CHEQUE RETENIDO (LA REFERENCIA TRAE EL CLIENTE QUE PAGO).
        03 ORIGEN-SP           PIC X(03).
           88 SUSP-REFERENCIADO     VALUE "REF".
           88 SUSP-DOMICILIACION    VALUE "DOM".
           88 SUSP-CHEQUE-RETENIDO  VALUE "CHQ".
        03 FECHA-PAGO-SP       PIC 9(08).
        03 FECHA-ALTA-SP       PIC 9(08).
        03 MONTO-SP            PIC 9(07)V99.
        03 BANCO-SP            PIC X(08).
        03 CANAL-SP            PIC X(02).
      *REFERENCIA TAL COMO LLEGO: LA LINEA DE CAPTURA DEL BANCO
      *RECAUDADOR, O CLIENTE, CICLO Y CUENTA DE LA DOMICILIACION.
        03 REFERENCIA-SP       PIC X(30).
        03 MOTIVO-SP           PIC X(20).
        03 ESTADO-SP           PIC X(01).
           88 SUSP-PENDIENTE        VALUE "P".
           88 SUSP-APLICADO         VALUE "A".
      *"D" ES UN CHEQUE RETENIDO QUE EL BANCO DEVOLVIO: NUNCA HUBO
      *DINERO QUE APLICAR Y LA PARTIDA SE CIERRA (CHQ-DEV).
           88 SUSP-DEVUELTO         VALUE "D".
      *ASIGNACION: CLIENTE AL QUE SE APLICO, CUANDO Y QUIEN.
        03 ID-CLIENTE-SP       PIC 9(06).
        03 FECHA-APLIC-SP      PIC 9(08).
        03 APLICO-SP           PIC X(08).
        03 NOTA-SP             PIC X(40).
