      *SHARED TEMPORARY CREDIT-LIMIT RECORD LAYOUT - LIMTEMP FAMILY
      *UN REGISTRO POR AUMENTO TEMPORAL DE LIMITE AUTORIZADO A CUATRO
      *OJOS (SOLICITUD "LTM" EN SOL-APR, APROBADA EN APR-OPE). EL
      *AUMENTO SE SUMA AL LIMITE PERMANENTE DE DCLIENTE DESDE LA
      *FECHA DE INICIO HASTA LA FECHA FIN INCLUSIVE; LIM-TMP LO DA
      *POR VENCIDO AL DIA SIGUIENTE Y EL LIMITE REGRESA SOLO.
        03 LIMTEMP-KEY.
           05 ID-CLIENTE-LT    PIC 9(06).
           05 NUM-LIMTEMP-LT   PIC 9(04).
        03 INCREMENTO-LT       PIC 9(07)V99.
      *LIMITE PERMANENTE AL MOMENTO DE AUTORIZAR, SOLO DE CONSULTA.
        03 LIMITE-BASE-LT      PIC 9(07)V99.
        03 FECHA-INICIO-LT     PIC 9(08).
        03 FECHA-FIN-LT        PIC 9(08).
        03 DIAS-LT             PIC 9(03).
        03 FOLIO-AP-LT         PIC 9(06).
        03 OPERADOR-CAPTURA-LT PIC X(08).
        03 OPERADOR-APRUEBA-LT PIC X(08).
        03 STATUS-LT           PIC X(01).
           88 LIMTEMP-VIGENTE       VALUE "A".
           88 LIMTEMP-VENCIDO       VALUE "E".
        03 FECHA-REVERSION-LT  PIC 9(08).
