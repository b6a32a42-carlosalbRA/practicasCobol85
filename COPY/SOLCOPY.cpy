      *SHARED CREDIT-APPLICATION RECORD LAYOUT - SOLICITUDES FAMILY
      *UNA SOLICITUD POR PERSONA QUE PIDE TARJETA, ANTES DE QUE
      *EXISTA COMO CLIENTE: LO QUE DECLARO (NOMBRE, RFC, TARGETA
      *PEDIDA, INGRESO MENSUAL Y CONTACTO), LO QUE CONTESTO EL BURO
      *Y EL DICTAMEN CON SU MOTIVO. LA APROBADA PASA A ARC-SEC SIN
      *RECAPTURA Y AHI QUEDA LIGADA AL ID DE CLIENTE QUE SE LE DIO.
      *COPY WITH REPLACING TO RENAME EACH FIELD FOR A SUFFIXED FD.
        03 FOLIO-SOL           PIC 9(06).
        03 FECHA-SOL           PIC 9(08).
        03 NOMBRE-SOL          PIC A(20).
        03 RFC-SOL             PIC X(13).
        03 ID-TARGETA-SOL      PIC 99.
        03 INGRESO-SOL         PIC 9(07)V99.
        03 DIRECCION-SOL.
           05 CALLE-SOL        PIC X(30).
           05 CIUDAD-SOL       PIC X(20).
           05 ESTADO-DIR-SOL   PIC X(15).
           05 CP-SOL           PIC 9(05).
        03 TELEFONO-SOL        PIC X(10).
        03 EMAIL-SOL           PIC X(30).
        03 SUCURSAL-SOL        PIC 9(02).
        03 CLAVE-VENDEDOR-SOL  PIC 9(03).
        03 OPERADOR-SOL        PIC X(08).
      *RESPUESTA DEL BURO TAL COMO LA CARGA SOL-DIC: CALIFICACION
      *(CERO = SIN HISTORIAL), PEOR MOP REPORTADO, PAGOS MENSUALES
      *QUE YA TIENE COMPROMETIDOS Y CONSULTAS RECIENTES.
        03 FECHA-BURO-SOL      PIC 9(08).
        03 SCORE-BURO-SOL      PIC 9(03).
        03 PEOR-MOP-SOL        PIC 9(01).
        03 PAGOS-BURO-SOL      PIC 9(07)V99.
        03 CONSULTAS-SOL       PIC 9(02).
      *DICTAMEN: CAPTURADA ESPERA BURO; APROBADA LLEVA LIMITE
      *PROPUESTO; REFERIDA ESPERA A UN ANALISTA; DECLINADA LLEVA SU
      *MOTIVO Y CARTA; DADA DE ALTA YA ES CLIENTE EN ID-CLIENTE-SOL.
        03 ESTADO-SOL          PIC X(01).
           88 SOL-CAPTURADA         VALUE "C".
           88 SOL-APROBADA          VALUE "A".
           88 SOL-REFERIDA          VALUE "R".
           88 SOL-DECLINADA         VALUE "D".
           88 SOL-DADA-ALTA         VALUE "T".
      *MOTIVO DEL DICTAMEN: IN INGRESO INSUFICIENTE, MP MAL
      *HISTORIAL (MOP 4 O PEOR), SB CALIFICACION BAJA, CE CAPACIDAD
      *DE PAGO EXCEDIDA, SH SIN HISTORIAL, SM CALIFICACION
      *MARGINAL, CM CONSULTAS MULTIPLES, AU APROBACION AUTOMATICA,
      *AM APROBADA POR ANALISTA, DM DECLINADA POR ANALISTA.
        03 MOTIVO-SOL          PIC X(02).
        03 LIMITE-PROP-SOL     PIC 9(07)V99.
        03 FECHA-DICT-SOL      PIC 9(08).
        03 OPERADOR-DICT-SOL   PIC X(08).
        03 FECHA-CARTA-SOL     PIC 9(08).
        03 ID-CLIENTE-SOL      PIC 9(06).
