                DYNAMIC
                RECORD KEY IS ADICION-KEY
                FILE STATUS IS WKS-FS-ADIC.
           SELECT LIMTEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS LIMTEMP-KEY
                FILE STATUS IS WKS-FS-LT.
           SELECT CTLTARJ ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CTLTARJ-KEY
                FILE STATUS IS WKS-FS-CTT.
           SELECT RECURRE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECURRE-KEY
                FILE STATUS IS WKS-FS-RC.
           SELECT CORPORAT ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-EMPR-CO
                FILE STATUS IS WKS-FS-CORP.
           SELECT CORPEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CE
                ALTERNATE RECORD KEY IS CLAVE-EMPR-CE WITH DUPLICATES
                FILE STATUS IS WKS-FS-CEMP.
           SELECT SALDOFAV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-SF
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICL.
           SELECT ALERTEXT ASSIGN TO DISK.
           SELECT LOGCLI ASSIGN TO DISK.
           SELECT REP-SOS ASSIGN TO PRINTER.
           SELECT REP-VAL ASSIGN TO PRINTER.
           SELECT PAGOMIN ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PAGOMIN-KEY
                FILE STATUS IS WKS-FS-PMIN.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES.

           SELECT CHQRET ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CQ
                FILE STATUS IS WKS-FS-CHQ.
           SELECT SUSPENSO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SP
                FILE STATUS IS WKS-FS-SUSP.
           SELECT RECUPCAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECUPCAS-KEY
                FILE STATUS IS WKS-FS-RCAS.
           SELECT RECUPMOV ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
       FD DCLIENTE.
        03 EMAIL-AX           PIC X(30).
        03 MOTIVO-AX          PIC X(20).

      *MISMO LOG DE CAMBIOS DE CLIENTE QUE USA ACT-SEC; EL
      *DESBLOQUEO POR PAGO DE UN PLASTICO BLOQUEADO POR MORA SE
      *ASIENTA CON LA MARCA "BLOQ MORA" Y EL NUMERO DE TARJETA.
       FD LOGCLI.
       01 REG-LOG-CLI.
        03 ID-CLIENTE-L       PIC 9(06).
        03 TIPO-TARG-ANT-L    PIC A(10).
        03 ANUALIDAD-ANT-L    PIC 9(07)V99.
        03 TIPO-TARG-NUE-L    PIC A(10).
        03 ANUALIDAD-NUE-L    PIC 9(07)V99.
        03 FECHA-CAMBIO-L     PIC 9(08).
        03 HORA-CAMBIO-L      PIC 9(08).
        03 DIAS-RESTANTES-L   PIC 9(03).
        03 AJUSTE-PRORRATEO-L PIC 9(07)V99.
        03 OPERADOR-L         PIC X(08).
        03 ID-DESTINO-L       PIC 9(06).

      *SALDO A FAVOR DEL CLIENTE: EL EXCEDENTE DE UN PAGO QUE YA NO
      *CUPO EN NINGUN CICLO PENDIENTE DEJA DE ABSORBERSE EN
      *SILENCIO; AVI-REN LO APLICA AL SIGUIENTE CICLO Y REF-SAL
        03 FECHA-NAC-AD       PIC 9(08).
        03 LIMITE-AD          PIC 9(07)V99.

      *AUMENTOS TEMPORALES DE LIMITE AUTORIZADOS EN APR-OPE: EL
      *VIGENTE EN LA FECHA DEL LOTE SE SUMA AL LIMITE PERMANENTE.
       FD LIMTEMP.
       01 REG-LIMTEMP.
       COPY LIMTCOPY.

      *CONTROLES DE USO POR PLASTICO CAPTURADOS EN MAN-CTT: GIROS
      *BLOQUEADOS, USO EN EL EXTRANJERO, EFECTIVO E INTERNET.
       FD CTLTARJ.
       01 REG-CTLTARJ.
       COPY CTLTCOPY.

      *CUENTAS CORPORATIVAS Y SUS TARJETAHABIENTES (MAN-COR): EL
      *CARGO DE UN TARJETAHABIENTE ACTIVO SE VALIDA TAMBIEN CONTRA
      *SU SUBLIMITE Y CONTRA EL LIMITE DE LA EMPRESA.
       FD CORPORAT.
       01 REG-CORPORAT.
       COPY CORPCOPY.

       FD CORPEMP.
       01 REG-CORPEMP.
       COPY CEMPCOPY.

      *CARGOS RECURRENTES DETECTADOS POR DET-REC; LOS QUE EL CLIENTE
      *PIDIO SUSPENDER EN MAN-REC YA NO SE ACEPTAN DEL COMERCIO.
       FD RECURRE.
       01 REG-RECURRE.
       COPY RECUCOPY.

      *TIPOS DE CAMBIO DEL DIA POR MONEDA, CARGADOS POR MAN-TCA -
      *UN CONSUMO EN MONEDA EXTRANJERA SE CONVIERTE CON LA TASA DE
      *SU FECHA DE MOVIMIENTO; SIN TASA EL MOVIMIENTO SE RECHAZA.
       FD REP-SOS.
       01 LINEA-SOS              PIC X(132).

      *REGISTRO PARA FINANZAS DE LOS AJUSTES POR PAGOS CON FECHA
      *VALOR: UNA LINEA POR INTERES RECALCULADO O RECARGO REVERTIDO.
       FD REP-VAL.
       01 LINEA-VAL              PIC X(132).

      *PAGO MINIMO Y PAGO PARA NO GENERAR INTERESES DE CADA CORTE,
      *GRABADOS POR EST-CTA; CON ELLOS SE DECIDE SI UN PAGO CON
      *FECHA VALOR HUBIERA EXENTADO EL INTERES QUE YA SE COBRO.
       FD PAGOMIN.
       01 REG-PAGOMIN.
        03 PAGOMIN-KEY.
           05 ID-CLIENTE-PM   PIC 9(06).
           05 FECHA-CORTE-PM  PIC 9(08).
        03 MONTO-MINIMO-PM    PIC 9(07)V99.
        03 FECHA-LIMITE-PM    PIC 9(08).
        03 MONTO-NO-INT-PM    PIC 9(07)V99.

      *RASTRO DE COMO SE REPARTIO CADA PAGO: CUANTO FUE AL RECARGO
      *Y CUANTO AL MONTO ANUAL DE CADA CICLO QUE TOCO, Y CON QUE
      *FOLIO DE TRXCLI SE POSTEO EL PAGO PARA PODER DESHACERLO SI EL
      *CHEQUE REGRESA DEVUELTO (CHQ-DEV).
       FD APLPAGOS.
       01 REG-APLICACION.
        03 ID-CLIENTE-AP      PIC 9(06).
        03 FECHA-AP           PIC 9(08).
        03 APLICADO-RECARGO-AP PIC 9(07)V99.
        03 APLICADO-ANUAL-AP  PIC 9(07)V99.
        03 NUM-TRX-AP         PIC 9(04).

       FD TRXCLI.
       01 REG-TRX.
       01 REG-TARJ.
       COPY TARJCOPY.

      *CLIENTES CON CHEQUES DEVUELTOS: SI ESTA RETENIDO, SU PAGO CON
      *CHEQUE NO SE APLICA Y SE VA A SUSPENSO HASTA QUE SALVE BUEN
      *COBRO Y EL SUPERVISOR LO LIBERE.
       FD CHQRET.
       01 REG-CHQRET.
       COPY CHQRCOPY.

       FD SUSPENSO.
       01 REG-SUSPENSO.
       COPY SUSPCOPY.

      *SALDOS CASTIGADOS POR CICLO (CAS-CIC): EL PAGO DE UN CLIENTE
      *CASTIGADO QUE YA NO CABE EN SU CARTERA VIVA SE APLICA AQUI
      *COMO RECUPERACION ANTES DE IR A SALDO A FAVOR.
       FD RECUPCAS.
       01 REG-RECUPCAS.
       COPY RCASCOPY.

      *BITACORA DE RECUPERACIONES PARA GL-EXT Y CAS-REC.
       FD RECUPMOV.
       01 REG-RECUPMOV.
       COPY RMOVCOPY.

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
            03 WKS-SOS-MONTO-R PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(17) VALUE "REBASA EL UMBRAL".
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "CASO: ".
            03 WKS-SOS-CASO-R  PIC 9(06).

      *ALERTA DE VELOCIDAD QUE SE TURNA AL EXPEDIENTE DEL CLIENTE.
       01 WKS-ALERTA.
       COPY ALERCOPY.

       01 DETALLE-SOS-MOV-R.
            03 FILLER          PIC X(10) VALUE SPACES.
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".
             05 WKS-CAT-PCT-IVA   PIC 9(02)V99 VALUE 0.
       01 WKS-EOF-BUSCA-PLAN   PIC 9 VALUE 0.
       01 WKS-MAX-NUM-PLAN     PIC 9(04) VALUE 0.
       01 WKS-REVERSO-PLAN     PIC 9 VALUE 0.
       01 WKS-EXCEDENTE-PLAN   PIC 9(07)V99 VALUE 0.
       01 WKS-PLANES-CANCELADOS PIC 9(04) VALUE 0.
       01 WKS-CUOTAS-RESTAN    PIC 9(02) VALUE 0.
       01 WKS-TASA-DEC         PIC 9V9(06) VALUE 0.
       01 WKS-FS-RETEN         PIC X(02) VALUE "00".
       01 WKS-EOF-RETEN        PIC 9 VALUE 0.
       01 WKS-MONTO-RETENIDO   PIC 9(09)V99 VALUE 0.
       01 WKS-SIN-TIPCAMB      PIC 9 VALUE 0.
       01 WKS-MONEDA-OK        PIC 9 VALUE 0.
       01 WKS-MONTO-COMISION   PIC 9(07)V99 VALUE 0.

      *CARGO GRAVADO QUE ORIGINA EL MOVIMIENTO DE IVA: SU TIPO, SU
      *MONTO, SU FOLIO Y SU DESCRIPCION.
       01 WKS-IVA-TIPO-BASE    PIC X(03) VALUE SPACES.
       01 WKS-IVA-BASE         PIC 9(07)V99 VALUE 0.
       01 WKS-IVA-REF          PIC 9(04) VALUE 0.
       01 WKS-PCT-IVA          PIC 9(02)V99 VALUE 0.
       01 WKS-MONTO-IVA        PIC 9(07)V99 VALUE 0.
       01 WKS-CONT-IVA         PIC 9(04) VALUE 0.
       01 WKS-IVA-DESC.
           03 FILLER           PIC X(04) VALUE "IVA ".
           03 WKS-IVA-DESC-BASE PIC X(16) VALUE SPACES.
       01 WKS-IVA-CLIENTE      PIC 9(06) VALUE 0.
       01 WKS-IVA-FECHA        PIC 9(08) VALUE 0.
       01 WKS-IVA-TARJETA      PIC 9(02) VALUE 0.

      *COMISION DEL CATALOGO QUE COBRA UN EVENTO DEL POSTEO: SU
      *TIPO, EL MONTO BASE DEL EVENTO, Y EL CLIENTE, FECHA Y
      *PLASTICO DONDE SE CARGA (AL CERRAR EL GRUPO EL MOVIMIENTO
      *LEIDO YA ES DEL CLIENTE SIGUIENTE).
       01 WKS-CMS-TIPO         PIC X(03) VALUE SPACES.
       01 WKS-CMS-BASE         PIC 9(09)V99 VALUE 0.
       01 WKS-CMS-CLIENTE      PIC 9(06) VALUE 0.
       01 WKS-CMS-FECHA        PIC 9(08) VALUE 0.
       01 WKS-CMS-TARJETA      PIC 9(02) VALUE 0.
       01 WKS-CONT-COMISIONES  PIC 9(04) VALUE 0.
       01 WKS-TIPO-SOBREGIRO   PIC X(03) VALUE "CSL".
       01 WKS-TIPO-VENTANILLA  PIC X(03) VALUE "CVE".
       01 WKS-SOBREGIRO-MES    PIC 9 VALUE 0.
       01 WKS-CONSULTA-COMISION.
       COPY CMSVCOPY.
       01 WKS-FS-SFAV          PIC X(02) VALUE "00".
       01 WKS-FS-ALE           PIC X(02) VALUE "00".
       01 WKS-FS-ICL           PIC X(02) VALUE "00".
       01 WKS-SIN-ALERTAS      PIC 9 VALUE 0.
       01 WKS-ALERTA-APLICA    PIC 9 VALUE 0.
       01 WKS-CONT-ALERTAS     PIC 9(04) VALUE 0.
       01 WKS-HUBO-PAGO        PIC 9 VALUE 0.
       01 WKS-CICLO-VENCIDO    PIC 9 VALUE 0.
       01 WKS-FIN-TARJ-CURA    PIC 9 VALUE 0.
       01 WKS-TARJ-DESBLOQ     PIC 9(02) VALUE 0.
       01 WKS-CONT-DESBLOQ     PIC 9(06) VALUE 0.
       01 WKS-FS-ORD           PIC X(02) VALUE "00".
       01 WKS-EOF-CARGA        PIC 9 VALUE 0.
       01 WKS-EOF-SORT         PIC 9 VALUE 0.
       01 WKS-SOBRE-LIM-ADIC   PIC 9 VALUE 0.
       01 WKS-EOF-ADIC         PIC 9 VALUE 0.
       01 WKS-GASTO-PLASTICO   PIC S9(09)V99 VALUE 0.
       01 WKS-FS-LT            PIC X(02) VALUE "00".
       01 WKS-SIN-LIMTEMP      PIC 9 VALUE 0.
       01 WKS-EOF-LT           PIC 9 VALUE 0.
       01 WKS-AUMENTO-TEMPORAL PIC 9(07)V99 VALUE 0.
       01 WKS-FS-CORP          PIC X(02) VALUE "00".
       01 WKS-FS-CEMP          PIC X(02) VALUE "00".
       01 WKS-SIN-CORPORAT     PIC 9 VALUE 0.
       01 WKS-ES-CORPORATIVO   PIC 9 VALUE 0.
       01 WKS-CORP-CLAVE       PIC 9(03) VALUE 0.
       01 WKS-CORP-LIMITE      PIC 9(09)V99 VALUE 0.
       01 WKS-CORP-SUBLIMITE   PIC 9(07)V99 VALUE 0.
       01 WKS-CORP-MIEMBRO     PIC 9(06) VALUE 0.
       01 WKS-SOBRE-SUBLIMITE  PIC 9 VALUE 0.
       01 WKS-SOBRE-LIM-EMPR   PIC 9 VALUE 0.
       01 WKS-EXPO-EMPR-CALC   PIC 9 VALUE 0.
       01 WKS-EXPO-EMPRESA     PIC S9(10)V99 VALUE 0.
       01 WKS-EOF-CEMP         PIC 9 VALUE 0.
       01 WKS-EOF-EXPO-CE      PIC 9 VALUE 0.
       01 WKS-FS-CTT           PIC X(02) VALUE "00".
       01 WKS-SIN-CTLTARJ      PIC 9 VALUE 0.
       01 WKS-RECHAZO-CONTROL  PIC 9 VALUE 0.
       01 WKS-FS-RC            PIC X(02) VALUE "00".
       01 WKS-SIN-RECURRE      PIC 9 VALUE 0.
       01 WKS-IDX-GIRO         PIC 9(02) VALUE 0.
       01 WKS-FS-CHQ           PIC X(02) VALUE "00".
       01 WKS-FS-SUSP          PIC X(02) VALUE "00".
       01 WKS-SIN-CHQRET       PIC 9 VALUE 0.
       01 WKS-CHEQUE-RETENIDO  PIC 9 VALUE 0.
       01 WKS-EOF-SUSP         PIC 9 VALUE 0.
       01 WKS-MAX-FOLIO-SP     PIC 9(06) VALUE 0.
       01 WKS-CONT-RETENIDOS   PIC 9(04) VALUE 0.
       01 WKS-FS-RCAS          PIC X(02) VALUE "00".
       01 WKS-SIN-RECUPCAS     PIC 9 VALUE 0.
       01 WKS-EOF-RCAS         PIC 9 VALUE 0.
       01 WKS-CASTIGO-ENCONTRADO PIC 9 VALUE 0.
       01 WKS-FALTA-CASTIGO    PIC 9(07)V99 VALUE 0.
       01 WKS-APLICADO-CASTIGO PIC 9(07)V99 VALUE 0.
       01 WKS-CONT-RECUPERA    PIC 9(04) VALUE 0.
       01 WKS-FUENTE-AGENCIA   PIC X(08) VALUE "AGENCIA".
       01 WKS-REF-CHEQUE.
           03 WKS-REF-CHQ-CLIENTE PIC 9(06).
           03 FILLER           PIC X(01) VALUE SPACE.
           03 WKS-REF-CHQ-DESC PIC X(20).
           03 FILLER           PIC X(03) VALUE SPACES.

      *PAGO CON FECHA VALOR: EL QUE LLEGA CON FECHA-MOV ANTERIOR A
      *LA FECHA DEL LOTE. LOS INTERESES Y RECARGOS COBRADOS DESDE
      *SU FECHA REAL SE RECALCULAN COMO SI HUBIERA LLEGADO A TIEMPO
      *Y LA DIFERENCIA SE ABONA CON EL TIPO "AFV"; EL IVA QUE SE
      *DEVUELVE VA CON EL TIPO "AIV".
       01 WKS-TIPO-AJUSTE-FV   PIC X(03) VALUE "AFV".
       01 WKS-TIPO-AJUSTE-IVA  PIC X(03) VALUE "AIV".
       01 WKS-TIPO-CONVERSION  PIC X(03) VALUE "CNV".
       01 WKS-FS-PMIN          PIC X(02) VALUE "00".
       01 WKS-SIN-PAGOMIN      PIC 9 VALUE 0.
       01 WKS-EOF-PMIN         PIC 9 VALUE 0.
       01 WKS-PM-ENCONTRADO    PIC 9 VALUE 0.
       01 WKS-PM-CORTE         PIC 9(08) VALUE 0.
       01 WKS-PM-LIMITE        PIC 9(08) VALUE 0.
       01 WKS-PM-NO-INT        PIC 9(07)V99 VALUE 0.
       01 WKS-PM-ABONOS        PIC 9(09)V99 VALUE 0.
       01 WKS-EOF-ABONO        PIC 9 VALUE 0.
       01 WKS-FV-APLICA        PIC 9 VALUE 0.
       01 WKS-FV-CLIENTE       PIC 9(06) VALUE 0.
       01 WKS-FV-FOLIO-PAGO    PIC 9(04) VALUE 0.
       01 WKS-FV-FECHA-PAGO    PIC 9(08) VALUE 0.
       01 WKS-FV-MONTO-PAGO    PIC 9(07)V99 VALUE 0.
       01 WKS-FV-RESTANTE      PIC 9(07)V99 VALUE 0.
       01 WKS-FV-FALTA         PIC 9(07)V99 VALUE 0.
       01 WKS-FV-IVA-RECARGO   PIC 9(07)V99 VALUE 0.
       01 WKS-EOF-FV           PIC 9 VALUE 0.
       01 WKS-FV-PAGO-TOTAL    PIC 9 VALUE 0.
       01 WKS-FV-TASA          PIC 9(02)V99 VALUE 0.
       01 WKS-FV-TASA-INTERES  PIC 9(02)V99 VALUE 0.
       01 WKS-FV-TASA-DISPO    PIC 9(02)V99 VALUE 0.
       01 WKS-FV-FECHA-ANT     PIC 9(08) VALUE 0.
       01 WKS-FV-RESTO-PAGO    PIC 9(07)V99 VALUE 0.
       01 WKS-FV-BASE          PIC 9(09)V99 VALUE 0.
       01 WKS-FV-REDUCE        PIC 9(09)V99 VALUE 0.
       01 WKS-FV-RECALCULADO   PIC 9(07)V99 VALUE 0.
       01 WKS-FV-AJUSTE        PIC 9(07)V99 VALUE 0.
       01 WKS-FV-IVA-AJUSTE    PIC 9(07)V99 VALUE 0.
       01 WKS-FV-TIPO-POSTEO   PIC X(03) VALUE SPACES.
       01 WKS-FV-MONTO-POSTEO  PIC 9(07)V99 VALUE 0.
       01 WKS-FV-REF-POSTEO    PIC 9(04) VALUE 0.
       01 WKS-FV-DESC-POSTEO   PIC X(20) VALUE SPACES.
       01 WKS-CONT-AJUSTES-FV  PIC 9(04) VALUE 0.
       01 WKS-CONT-LINEAS-FV   PIC 9(04) VALUE 0.
       01 WKS-TOT-COBRADO-FV   PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-AJUSTE-FV    PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-IVA-FV       PIC 9(09)V99 VALUE 0.
       01 WKS-FV-CARGOS-COUNT  PIC 9(02) VALUE 0.
       01 WKS-FV-IDX           PIC 9(02) VALUE 0.
       01 WKS-FV-IDX-B         PIC 9(02) VALUE 0.

      *INTERESES ("INT" E "IND") COBRADOS DESDE LA FECHA REAL DEL
      *PAGO, CON LO QUE YA SE LES DEVOLVIO POR REVERSOS O AJUSTES
      *ANTERIORES PARA NO ABONAR DOS VECES EL MISMO INTERES.
       01 WKS-TABLA-FV.
          03 WKS-FV-ENTRY OCCURS 24 TIMES.
             05 WKS-FV-NUM        PIC 9(04) VALUE 0.
             05 WKS-FV-TIPO       PIC X(03) VALUE SPACES.
             05 WKS-FV-FECHA      PIC 9(08) VALUE 0.
             05 WKS-FV-COBRADO    PIC 9(07)V99 VALUE 0.
             05 WKS-FV-AJUSTADO   PIC 9(07)V99 VALUE 0.

      *CONSULTA A TAS-CLI DE LAS TASAS DEL CLIENTE EN LA FECHA EN
      *QUE SE COBRO CADA INTERES.
       01 WKS-CONSULTA-TASA.
       COPY TASVCOPY.

       01 HEADER-L1-VAL.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(45)
               VALUE "AJUSTES POR PAGOS CON FECHA VALOR".

       01 HEADER-L2-VAL.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(06) VALUE "PAGO".
            03 FILLER PIC X(10) VALUE "F. REAL".
            03 FILLER PIC X(10) VALUE "F. POSTEO".
            03 FILLER PIC X(12) VALUE "CONCEPTO".
            03 FILLER PIC X(06) VALUE "ORIG".
            03 FILLER PIC X(14) VALUE "     COBRADO".
            03 FILLER PIC X(14) VALUE " RECALCULADO".
            03 FILLER PIC X(14) VALUE "      AJUSTE".
            03 FILLER PIC X(14) VALUE "  IVA AJUSTE".

       01 DETALLE-VAL-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-VAL-CLI-R   PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VAL-PAGO-R  PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VAL-FREAL-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VAL-FLOTE-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VAL-CONC-R  PIC X(10).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VAL-ORIG-R  PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VAL-COBR-R  PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VAL-RECA-R  PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VAL-AJUS-R  PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VAL-IVA-R   PIC Z,ZZZ,ZZ9.99.

       01 FOOTER-VAL-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "LINEAS: ".
            03 WKS-VAL-CONT-R  PIC ZZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "COBRADO: ".
            03 WKS-VAL-TCOB-R  PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(08) VALUE "AJUSTE: ".
            03 WKS-VAL-TAJU-R  PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "IVA: ".
            03 WKS-VAL-TIVA-R  PIC $ZZ,ZZZ,ZZ9.99.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           MOVE WKS-FS-CICLO TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN INPUT CATTRX.
           OPEN I-O TARJCLI.
           PERFORM 1300-CARGA-CATALOGO.
           PERFORM 1400-CARGA-UMBRALES.

           IF WKS-FS-ADIC NOT = "00"
               MOVE 1 TO WKS-SIN-ADICION.

      *SIN ARCHIVO DE AUMENTOS TEMPORALES SOLO RIGE EL PERMANENTE.
           OPEN INPUT LIMTEMP.
           IF WKS-FS-LT NOT = "00"
               MOVE 1 TO WKS-SIN-LIMTEMP.

      *SIN ARCHIVO DE CONTROLES NINGUN PLASTICO TIENE RESTRICCIONES.
           OPEN INPUT CTLTARJ.
           IF WKS-FS-CTT NOT = "00"
               MOVE 1 TO WKS-SIN-CTLTARJ.

      *SIN REGISTRO DE RECURRENTES NINGUN CARGO ESTA SUSPENDIDO.
           OPEN INPUT RECURRE.
           IF WKS-FS-RC NOT = "00"
               MOVE 1 TO WKS-SIN-RECURRE.

      *SIN CUENTAS CORPORATIVAS TODOS LOS CLIENTES SON INDIVIDUALES.
           OPEN INPUT CORPORAT.
           IF WKS-FS-CORP NOT = "00"
               MOVE 1 TO WKS-SIN-CORPORAT
           ELSE
               OPEN INPUT CORPEMP
               IF WKS-FS-CEMP NOT = "00"
                   MOVE 1 TO WKS-SIN-CORPORAT
                   CLOSE CORPORAT
               END-IF
           END-IF.

           OPEN I-O SALDOFAV.
           IF WKS-FS-SFAV = "35"
               OPEN OUTPUT SALDOFAV
               CLOSE SALDOFAV
               OPEN I-O SALDOFAV.

      *SIN ARCHIVO DE CHEQUES DEVUELTOS NADIE ESTA RETENIDO. LOS
      *CHEQUES RETENIDOS VAN A SUSPENSO CON EL SIGUIENTE FOLIO.
           OPEN INPUT CHQRET.
           IF WKS-FS-CHQ NOT = "00"
               MOVE 1 TO WKS-SIN-CHQRET.

      *SIN SALDOS CASTIGADOS NINGUN PAGO SE TOMA COMO RECUPERACION.
           OPEN I-O RECUPCAS.
           IF WKS-FS-RCAS NOT = "00"
               MOVE 1 TO WKS-SIN-RECUPCAS
           ELSE
               OPEN EXTEND RECUPMOV.

           OPEN I-O SUSPENSO.
           IF WKS-FS-SUSP = "35"
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO.
           MOVE "SUSPENSO" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-SUSP TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           PERFORM 1600-BUSCA-MAX-FOLIO.

      *SIN ARCHIVO DE PREFERENCIAS NADIE RECIBE ALERTAS Y EL
      *POSTEO SIGUE COMO SIEMPRE, SALVO LA DEL CARGO RECHAZADO POR
      *UN CONTROL DE TARJETA O POR UN RECURRENTE SUSPENDIDO Y LA
      *DE REACTIVACION DE TARJETAS BLOQUEADAS POR MORA, QUE EL
      *CLIENTE SIEMPRE RECIBE.
           OPEN INPUT ALERTPRF.
           IF WKS-FS-ALE NOT = "00"
               MOVE 1 TO WKS-SIN-ALERTAS.

           OPEN INPUT ICLIENTES.
           OPEN EXTEND ALERTEXT.

      *SIN ARCHIVO DE PAGOS MINIMOS UN PAGO CON FECHA VALOR SOLO
      *REDUCE EL INTERES EN PROPORCION; NO SE PUEDE PROBAR QUE
      *HUBIERA EXENTADO EL COBRO COMPLETO. EN UNA REANUDACION EL
      *REGISTRO DE AJUSTES CONSERVA LO QUE YA SE HABIA IMPRESO.
           OPEN INPUT PAGOMIN.
           IF WKS-FS-PMIN NOT = "00"
               MOVE 1 TO WKS-SIN-PAGOMIN.

           IF WKS-REANUDA = 1
               OPEN EXTEND REP-VAL
           ELSE
               OPEN OUTPUT REP-VAL
               MOVE HEADER-L1-VAL TO LINEA-VAL
               WRITE LINEA-VAL AFTER 1
               MOVE HEADER-L2-VAL TO LINEA-VAL
               WRITE LINEA-VAL AFTER 2.

      *EL ARCHIVO SE TRABAJA SIEMPRE EN I-O PARA PODER RECORRER LA
      *EXPOSICION DEL CLIENTE POR LLAVE ALTERNA ANTES DE POSTEAR; EN

      *EL CATALOGO COMPLETO SE CARGA A TABLA PARA PODER NETEAR LA
      *EXPOSICION SIN UNA LECTURA ALEATORIA POR CADA TRANSACCION.
      *LOS FOLIOS DE SUSPENSO SON CONSECUTIVOS: SE PARTE DEL MAYOR
      *QUE YA EXISTE.
       1600-BUSCA-MAX-FOLIO.
           MOVE 0 TO WKS-MAX-FOLIO-SP.
           MOVE 0 TO FOLIO-SP.
           START SUSPENSO KEY IS > FOLIO-SP
               INVALID KEY MOVE 1 TO WKS-EOF-SUSP
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SUSP
           END-START.

           PERFORM 1610-LEER-FOLIO UNTIL WKS-EOF-SUSP = 1.

       1610-LEER-FOLIO.
           READ SUSPENSO NEXT AT END MOVE 1 TO WKS-EOF-SUSP.

           IF WKS-EOF-SUSP = 0
               IF FOLIO-SP > WKS-MAX-FOLIO-SP
                   MOVE FOLIO-SP TO WKS-MAX-FOLIO-SP.

       1300-CARGA-CATALOGO.
           MOVE SPACES TO TIPO-TRX-CAT.
           START CATTRX KEY IS NOT < TIPO-TRX-CAT
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
                   MOVE SIGNO-CAT TO WKS-CAT-SIGNO (WKS-CAT-COUNT)
                   MOVE PCT-IVA-CAT TO
                                   WKS-CAT-PCT-IVA (WKS-CAT-COUNT)
               END-IF
           END-IF.


       2055-ABRE-GRUPO.
           MOVE ID-CLIENTE-MOV TO WKS-GRUPO-CLIENTE.
           MOVE 0 TO WKS-HUBO-PAGO.
           MOVE 0 TO WKS-EXPO-CALCULADA.
           MOVE 0 TO WKS-SALDO-EXPUESTO.
           MOVE 0 TO WKS-SOBREGIRO-MES.
           MOVE 0 TO WKS-ES-CORPORATIVO.
           MOVE 0 TO WKS-EXPO-EMPR-CALC.
           MOVE 0 TO WKS-EXPO-EMPRESA.

           IF WKS-SIN-CORPORAT = 0
               PERFORM 2057-BUSCA-CORPORATIVO THRU 2057-FIN.

           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-D.
           READ DCLIENTE INVALID KEY MOVE 0 TO WKS-CLIENTE-EXISTE
           IF WKS-CLIENTE-EXISTE = 1
               PERFORM 2056-CARGA-CONTROL.

      *EL CLIENTE ES CORPORATIVO SI ES TARJETAHABIENTE ACTIVO DE UNA
      *CUENTA CORPORATIVA ACTIVA; SE GUARDAN SU SUBLIMITE Y EL
      *LIMITE DE LA EMPRESA PARA TODO EL GRUPO.
       2057-BUSCA-CORPORATIVO.
           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-CE.
           READ CORPEMP
               INVALID KEY GO TO 2057-FIN
           END-READ.

           IF NOT CE-ACTIVO
               GO TO 2057-FIN.

           MOVE CLAVE-EMPR-CE TO CLAVE-EMPR-CO.
           READ CORPORAT
               INVALID KEY GO TO 2057-FIN
           END-READ.

           IF NOT CO-ACTIVA
               GO TO 2057-FIN.

           MOVE 1             TO WKS-ES-CORPORATIVO.
           MOVE CLAVE-EMPR-CO TO WKS-CORP-CLAVE.
           MOVE LIMITE-CO     TO WKS-CORP-LIMITE.
           MOVE SUBLIMITE-CE  TO WKS-CORP-SUBLIMITE.

       2057-FIN.
           EXIT.

      *EL FOLIO DEL GRUPO SE TRABAJA EN MEMORIA; SI EL CLIENTE AUN
      *NO TIENE CONTROL SE INICIA CON EL MAYOR FOLIO QUE YA TENGA
      *EN TRXCLI (MIGRACION PEREZOSA) Y SE ESCRIBE AL CERRAR.
           IF WKS-GRUPO-CLIENTE = 0 OR WKS-CLIENTE-EXISTE = 0
               GO TO 2060-FIN.

      *EL GRUPO QUE TERMINA ARRIBA DE SU LIMITE (PERMANENTE MAS EL
      *AUMENTO TEMPORAL) PAGA LA COMISION POR SOBREGIRO UNA VEZ EN
      *EL MES; VA ANTES DE GRABAR EL CONTROL PORQUE TOMA FOLIO.
           IF WKS-EXPO-CALCULADA = 1 AND LIMITE-CREDITO-D > 0
              AND WKS-SOBREGIRO-MES = 0
              AND WKS-SALDO-EXPUESTO > LIMITE-CREDITO-D
                                     + WKS-AUMENTO-TEMPORAL
               PERFORM 2092-COMISION-SOBREGIRO.

           MOVE WKS-GRUPO-CLIENTE TO ID-CLIENTE-CTL.
           MOVE WKS-PROX-FOLIO    TO PROX-NUM-TRX-CTL.

                               " FOLIOS DEL CLIENTE " ID-CLIENTE-CTL
               END-REWRITE.

           IF WKS-HUBO-PAGO = 1
               PERFORM 2065-REVISA-DESBLOQUEO THRU 2065-FIN.

       2060-FIN.
           EXIT.

      *UN PAGO QUE DEJA AL CLIENTE SIN CICLOS PENDIENTES VENCIDOS
      *REACTIVA LOS PLASTICOS QUE BLQ-MOR BLOQUEO POR MORA. LOS
      *BLOQUEADOS POR ROBO, EXTRAVIO, FRAUDE, REEMISION, LISTAS O
      *NO ENTREGA NO SE TOCAN: SOLO EL MOTIVO "MO" SE LEVANTA AQUI.
       2065-REVISA-DESBLOQUEO.
           MOVE 0 TO WKS-CICLO-VENCIDO.
           MOVE WKS-GRUPO-CLIENTE TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA-CICLO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA-CICLO
           END-START.

           PERFORM 2066-BUSCA-CICLO-VENCIDO
               UNTIL WKS-EOF-BUSCA-CICLO = 1 OR WKS-CICLO-VENCIDO = 1.

           IF WKS-CICLO-VENCIDO = 1
               GO TO 2065-FIN.

           MOVE 0 TO WKS-TARJ-DESBLOQ.
           MOVE WKS-GRUPO-CLIENTE TO ID-CLIENTE-T.
           START TARJCLI KEY IS = ID-CLIENTE-T
               INVALID KEY MOVE 1 TO WKS-FIN-TARJ-CURA
               NOT INVALID KEY MOVE 0 TO WKS-FIN-TARJ-CURA
           END-START.

           PERFORM 2067-DESBLOQUEA-TARJETA
               UNTIL WKS-FIN-TARJ-CURA = 1.

           IF WKS-TARJ-DESBLOQ > 0
               PERFORM 2069-AVISA-DESBLOQUEO.

       2065-FIN.
           EXIT.

       2066-BUSCA-CICLO-VENCIDO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-BUSCA-CICLO.

           IF WKS-EOF-BUSCA-CICLO = 0
               IF ID-CLIENTE-C NOT = WKS-GRUPO-CLIENTE
                   MOVE 1 TO WKS-EOF-BUSCA-CICLO
               ELSE
                   IF STATUS-PAGO-C = "N"
                      AND FECHA-VENCE-C < WKS-FECHA-LOTE
                       MOVE 1 TO WKS-CICLO-VENCIDO
                   END-IF
               END-IF
           END-IF.

       2067-DESBLOQUEA-TARJETA.
           READ TARJCLI NEXT AT END MOVE 1 TO WKS-FIN-TARJ-CURA.

           IF WKS-FIN-TARJ-CURA = 0
               IF ID-CLIENTE-T NOT = WKS-GRUPO-CLIENTE
                   MOVE 1 TO WKS-FIN-TARJ-CURA
               ELSE
                   IF TARJ-BLOQUEADA-T AND MOTIVO-BLOQ-T = "MO"
                       MOVE "A" TO ESTADO-TARJ-T
                       MOVE SPACES TO MOTIVO-BLOQ-T
                       REWRITE REG-TARJ
                           INVALID KEY
                               DISPLAY "NO SE PUDO REACTIVAR LA"
                                       " TARJETA " NUM-TARJETA-T
                                       " DEL CLIENTE " ID-CLIENTE-T
                           NOT INVALID KEY
                               PERFORM 2068-GRABA-LOG
                               ADD 1 TO WKS-TARJ-DESBLOQ
                               ADD 1 TO WKS-CONT-DESBLOQ
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       2068-GRABA-LOG.
           MOVE ID-CLIENTE-T  TO ID-CLIENTE-L.
           MOVE "BLOQ MORA"   TO TIPO-TARG-ANT-L.
           MOVE 0             TO ANUALIDAD-ANT-L.
           MOVE "ACTIVA"      TO TIPO-TARG-NUE-L.
           MOVE 0             TO ANUALIDAD-NUE-L.
           ACCEPT FECHA-CAMBIO-L FROM DATE YYYYMMDD.
           ACCEPT HORA-CAMBIO-L FROM TIME.
           MOVE NUM-TARJETA-T TO DIAS-RESTANTES-L.
           MOVE 0             TO AJUSTE-PRORRATEO-L.
           MOVE "POST-TRX"    TO OPERADOR-L.
           MOVE 0             TO ID-DESTINO-L.

           OPEN EXTEND LOGCLI.
           WRITE REG-LOG-CLI.
           CLOSE LOGCLI.

       2069-AVISA-DESBLOQUEO.
           MOVE WKS-GRUPO-CLIENTE TO ID-CLIENTE-I.
           READ ICLIENTES
               INVALID KEY
                   MOVE SPACES TO TELEFONO-I
                   MOVE SPACES TO EMAIL-I
           END-READ.

           MOVE WKS-GRUPO-CLIENTE TO ID-CLIENTE-AX.
           MOVE WKS-FECHA-LOTE    TO FECHA-AX.
           MOVE "DBQ"             TO TIPO-TRX-AX.
           MOVE 0                 TO MONTO-AX.
           MOVE "TARJETAS REACTIVADAS" TO DESCRIPCION-AX.
           MOVE TELEFONO-I        TO TELEFONO-AX.
           MOVE EMAIL-I           TO EMAIL-AX.
           MOVE "CUENTA AL CORRIENTE" TO MOTIVO-AX.
           WRITE REG-ALERTA-EXT.

           ADD 1 TO WKS-CONT-ALERTAS.

      *EL CHECKPOINT SE REESCRIBE COMPLETO DESPUES DE CADA
      *MOVIMIENTO, COMO HACE PRA-FIN CON SU CHECKPT POR PAGINA.
       2900-ESCRIBE-CHECKPOINT.
           WRITE REG-MOV-R.
           ADD 1 TO WKS-RECHAZOS-COUNT.

           IF WKS-RECHAZO-CONTROL = 1
               MOVE 0 TO WKS-RECHAZO-CONTROL
               PERFORM 2720-EMITE-ALERTA
           ELSE
               IF WKS-SIN-ALERTAS = 0
                   PERFORM 2710-ALERTA-RECHAZO THRU 2710-FIN.

      *ALERTA POR MOVIMIENTO POSTEADO: EL CARGO QUE ALCANZA EL
      *UMBRAL DEL CLIENTE, O LA DISPOSICION DE EFECTIVO SI ASI LO
                       END-IF
               END-READ.

           IF WKS-TARJETA-VALIDA = 1 AND WKS-SIN-CTLTARJ = 0
              AND SIGNO-CAT = "C"
              AND (GIRO-MOV > 0 OR TIPO-TRX-MOV = "DIS")
               PERFORM 2008-VALIDA-CONTROLES THRU 2008-FIN.

           IF WKS-TARJETA-VALIDA = 1 AND WKS-SIN-RECURRE = 0
              AND SIGNO-CAT = "C" AND GIRO-MOV > 0
               PERFORM 2009-VALIDA-RECURRENTE.

      *CONTROLES DE USO DEL PLASTICO: SOLO APLICAN A CARGOS QUE
      *VIENEN DE UN COMERCIO (GIRO DISTINTO DE CERO) O A LA
      *DISPOSICION DE EFECTIVO; LOS CARGOS INTERNOS (INTERESES,
      *COMISIONES, MENSUALIDADES) NUNCA SE FRENAN. CADA VIOLACION
      *TIENE SU PROPIO MOTIVO Y EL CLIENTE RECIBE ALERTA.
       2008-VALIDA-CONTROLES.
           MOVE ID-CLIENTE-MOV  TO ID-CLIENTE-CT.
           MOVE NUM-TARJETA-MOV TO NUM-TARJETA-CT.
           READ CTLTARJ
               INVALID KEY GO TO 2008-FIN
           END-READ.

           IF TIPO-TRX-MOV = "DIS" AND BLOQUEA-DISPOSICION-CT
               MOVE "DISPOSICION BLOQUEADA" TO WKS-MOTIVO-RECHAZO
               GO TO 2008-RECHAZA.

           IF MONEDA-MOV NOT = SPACES AND MONEDA-MOV NOT = "MXN"
              AND BLOQUEA-EXTRANJERO-CT
               MOVE "USO EXTRANJERO BLOQ" TO WKS-MOTIVO-RECHAZO
               GO TO 2008-RECHAZA.

           IF CANAL-PAGO-MOV = "EC" AND BLOQUEA-INTERNET-CT
               MOVE "COMPRA INTERNET BLOQ" TO WKS-MOTIVO-RECHAZO
               GO TO 2008-RECHAZA.

           MOVE 0 TO WKS-IDX-GIRO.
           IF GIRO-MOV > 0
               MOVE 1 TO WKS-IDX-GIRO
               PERFORM 2008A-BUSCA-GIRO UNTIL WKS-IDX-GIRO > 5.

           IF WKS-IDX-GIRO NOT = 99
               GO TO 2008-FIN.

           MOVE "GIRO BLOQUEADO" TO WKS-MOTIVO-RECHAZO.

       2008-RECHAZA.
           MOVE 0 TO WKS-TARJETA-VALIDA.
           MOVE 1 TO WKS-RECHAZO-CONTROL.

       2008-FIN.
           EXIT.

      *UN RANGO EN CEROS ESTA LIBRE; AL ENCONTRAR EL GIRO DENTRO DE
      *UN RANGO EL INDICE QUEDA EN 99 PARA MARCAR EL BLOQUEO.
       2008A-BUSCA-GIRO.
           IF GIRO-HASTA-CT (WKS-IDX-GIRO) > 0
              AND GIRO-MOV NOT < GIRO-DESDE-CT (WKS-IDX-GIRO)
              AND GIRO-MOV NOT > GIRO-HASTA-CT (WKS-IDX-GIRO)
               MOVE 98 TO WKS-IDX-GIRO.

           ADD 1 TO WKS-IDX-GIRO.

      *EL COMERCIO QUE SIGUE PRESENTANDO UN CARGO RECURRENTE QUE EL
      *CLIENTE PIDIO SUSPENDER SE RECHAZA Y EL CLIENTE RECIBE ALERTA.
      *LA LLAVE ES LA MISMA QUE ARMA DET-REC: CLIENTE, PLASTICO, GIRO
      *Y DESCRIPCION DEL MOVIMIENTO.
       2009-VALIDA-RECURRENTE.
           MOVE ID-CLIENTE-MOV  TO ID-CLIENTE-RC.
           MOVE NUM-TARJETA-MOV TO NUM-TARJETA-RC.
           MOVE GIRO-MOV        TO GIRO-RC.
           MOVE DESCRIPCION-MOV TO COMERCIO-RC.
           READ RECURRE
               INVALID KEY MOVE "A" TO STATUS-RC
           END-READ.

           IF RECURRE-SUSPENDIDO
               MOVE "RECURRENTE CANCELADO" TO WKS-MOTIVO-RECHAZO
               MOVE 0 TO WKS-TARJETA-VALIDA
               MOVE 1 TO WKS-RECHAZO-CONTROL.

       2010-POSTEAR-MOVIMIENTO.
           IF TIPO-TRX-MOV = WKS-TIPO-REVERSO
               PERFORM 2040-PROCESA-REVERSO
               END-IF
           END-IF.

      *EL PAGO CON CHEQUE DE UN CLIENTE RETENIDO NO SE APLICA; EL
      *QUE VIENE DE SUSPENSO YA LO LIBERO UN OPERADOR Y PASA.
           IF SIGNO-CAT = "A" AND CANAL-PAGO-MOV = "CH"
              AND WKS-FUENTE-LOTE NOT = "SUSPENSO"
              AND WKS-SIN-CHQRET = 0
               PERFORM 2080-REVISA-RETENCION-CHQ
               IF WKS-CHEQUE-RETENIDO = 1
                   PERFORM 2081-RETIENE-CHEQUE
                   GO TO 2012-FIN
               END-IF
           END-IF.

           IF SIGNO-CAT = "C"
               PERFORM 2013-BUSCA-RETEN-MATCH.
           IF SIGNO-CAT = "C" AND LIMITE-CREDITO-D > 0
               PERFORM 2015-VALIDA-LIMITE-CREDITO.

           MOVE 0 TO WKS-SOBRE-SUBLIMITE.
           MOVE 0 TO WKS-SOBRE-LIM-EMPR.
           IF WKS-SOBRE-LIMITE = 0
              AND SIGNO-CAT = "C"
              AND WKS-ES-CORPORATIVO = 1
               PERFORM 2015C-VALIDA-CORPORATIVO.

           MOVE 0 TO WKS-SOBRE-LIM-ADIC.
           IF WKS-SOBRE-LIMITE = 0
              AND WKS-SOBRE-SUBLIMITE = 0
              AND WKS-SOBRE-LIM-EMPR = 0
              AND SIGNO-CAT = "C"
              AND NUM-TARJETA-MOV > 0
              AND WKS-SIN-ADICION = 0
               PERFORM 2028-VALIDA-LIMITE-ADICIONAL THRU 2028-FIN.

           IF WKS-SOBRE-SUBLIMITE = 1
               MOVE "EXCEDE SUBLIMITE EMP" TO WKS-MOTIVO-RECHAZO
               PERFORM 2001-RECHAZAR-MOVIMIENTO
           ELSE
           IF WKS-SOBRE-LIM-EMPR = 1
               MOVE "EXCEDE LIM EMPRESA" TO WKS-MOTIVO-RECHAZO
               PERFORM 2001-RECHAZAR-MOVIMIENTO
           ELSE
           IF WKS-SOBRE-LIM-ADIC = 1
               MOVE "EXCEDE LIMITE ADIC" TO WKS-MOTIVO-RECHAZO
               PERFORM 2001-RECHAZAR-MOVIMIENTO
                          AND PCT-COMISION-CAT > 0
                           PERFORM 2027-POSTEA-COMISION THRU 2027-FIN
                       END-IF
                       IF TIPO-TRX-MOV = "DIS"
                          AND CANAL-PAGO-MOV = "SU"
                           PERFORM 2091-COMISION-VENTANILLA
                       END-IF
                   ELSE
                       MOVE "PLAN MESES INVALIDO" TO
                                                   WKS-MOTIVO-RECHAZO
      *LA EXPOSICION ES LO YA POSTEADO EN TRXCLI: CARGOS MENOS PAGOS,
      *EL MISMO NETEO QUE USA EST-CTA PARA EL SALDO DEL ESTADO DE
      *CUENTA. SI LA EXPOSICION MAS EL CARGO NUEVO REBASA EL LIMITE
      *AUTORIZADO EN DCLIENTE MAS EL AUMENTO TEMPORAL VIGENTE, EL
      *MOVIMIENTO SE VA A RECHMOV.
      *LA EXPOSICION SE BARRE UNA SOLA VEZ POR GRUPO DE CLIENTE Y
      *DE AHI EN ADELANTE SE MANTIENE EN MEMORIA CON CADA POSTEO.
       2015-VALIDA-LIMITE-CREDITO.
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-EXPO
               END-START
               PERFORM 2016-SUMA-EXPOSICION UNTIL WKS-EOF-EXPO = 1
               PERFORM 2015A-SUMA-LIMTEMP
               MOVE 1 TO WKS-EXPO-CALCULADA.

      *LAS RETENCIONES ACTIVAS DEL CLIENTE TAMBIEN APARTAN CREDITO:

           IF WKS-SALDO-EXPUESTO + WKS-MONTO-RETENIDO
                                 + MONTO-MOV > LIMITE-CREDITO-D
                                             + WKS-AUMENTO-TEMPORAL
               MOVE 1 TO WKS-SOBRE-LIMITE.

      *TARJETAHABIENTE CORPORATIVO: SU EXPOSICION MAS SUS RETENCIONES
      *Y EL CARGO NUEVO NO PUEDEN REBASAR SU SUBLIMITE, Y SUMADOS A
      *LOS SALDOS DE LOS DEMAS TARJETAHABIENTES ACTIVOS DE LA EMPRESA
      *NO PUEDEN REBASAR EL LIMITE DE LA EMPRESA. LA EXPOSICION PROPIA
      *SE BARRE COMO EN 2015 SI ESE PASO NO LA CALCULO (CLIENTE SIN
      *LIMITE INDIVIDUAL); LA DE LOS DEMAS SE BARRE UNA VEZ POR GRUPO.
       2015C-VALIDA-CORPORATIVO.
           IF WKS-EXPO-CALCULADA = 0
               MOVE 0 TO WKS-SALDO-EXPUESTO
               MOVE ID-CLIENTE-MOV TO ID-CLIENTE-TRX
               START TRXCLI KEY IS = ID-CLIENTE-TRX
                   INVALID KEY MOVE 1 TO WKS-EOF-EXPO
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-EXPO
               END-START
               PERFORM 2016-SUMA-EXPOSICION UNTIL WKS-EOF-EXPO = 1
               PERFORM 2015A-SUMA-LIMTEMP
               MOVE 1 TO WKS-EXPO-CALCULADA.

           PERFORM 2014-SUMA-RETENES.

           IF WKS-CORP-SUBLIMITE > 0
              AND WKS-SALDO-EXPUESTO + WKS-MONTO-RETENIDO
                                     + MONTO-MOV > WKS-CORP-SUBLIMITE
               MOVE 1 TO WKS-SOBRE-SUBLIMITE.

           IF WKS-EXPO-EMPR-CALC = 0
               MOVE 0 TO WKS-EXPO-EMPRESA
               MOVE WKS-CORP-CLAVE TO CLAVE-EMPR-CE
               START CORPEMP KEY IS = CLAVE-EMPR-CE
                   INVALID KEY MOVE 1 TO WKS-EOF-CEMP
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-CEMP
               END-START
               PERFORM 2015D-SUMA-MIEMBRO UNTIL WKS-EOF-CEMP = 1
               MOVE 1 TO WKS-EXPO-EMPR-CALC.

           IF WKS-EXPO-EMPRESA + WKS-SALDO-EXPUESTO
                               + WKS-MONTO-RETENIDO
                               + MONTO-MOV > WKS-CORP-LIMITE
               MOVE 1 TO WKS-SOBRE-LIM-EMPR.

       2015D-SUMA-MIEMBRO.
           READ CORPEMP NEXT AT END MOVE 1 TO WKS-EOF-CEMP.

           IF WKS-EOF-CEMP = 0
               IF CLAVE-EMPR-CE NOT = WKS-CORP-CLAVE
                   MOVE 1 TO WKS-EOF-CEMP
               ELSE
                   IF CE-ACTIVO AND ID-CLIENTE-CE NOT = ID-CLIENTE-MOV
                       MOVE ID-CLIENTE-CE TO WKS-CORP-MIEMBRO
                       MOVE ID-CLIENTE-CE TO ID-CLIENTE-TRX
                       START TRXCLI KEY IS = ID-CLIENTE-TRX
                           INVALID KEY MOVE 1 TO WKS-EOF-EXPO-CE
                           NOT INVALID KEY MOVE 0 TO WKS-EOF-EXPO-CE
                       END-START
                       PERFORM 2015E-SUMA-SALDO-MIEMBRO
                           UNTIL WKS-EOF-EXPO-CE = 1
                   END-IF
               END-IF
           END-IF.

       2015E-SUMA-SALDO-MIEMBRO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-EXPO-CE.

           IF WKS-EOF-EXPO-CE = 0
               IF ID-CLIENTE-TRX NOT = WKS-CORP-MIEMBRO
                   MOVE 1 TO WKS-EOF-EXPO-CE
               ELSE
                   PERFORM 2017-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "A"
                       SUBTRACT MONTO-TRX FROM WKS-EXPO-EMPRESA
                   ELSE
                       ADD MONTO-TRX TO WKS-EXPO-EMPRESA
                   END-IF
               END-IF
           END-IF.

      *EL AUMENTO TEMPORAL CUENTA SI LA FECHA DEL LOTE CAE ENTRE SU
      *INICIO Y SU FIN, AUNQUE LIM-TMP NO HAYA CORRIDO TODAVIA.
       2015A-SUMA-LIMTEMP.
           MOVE 0 TO WKS-AUMENTO-TEMPORAL.

           IF WKS-SIN-LIMTEMP = 0
               MOVE ID-CLIENTE-MOV TO ID-CLIENTE-LT
               MOVE 0 TO NUM-LIMTEMP-LT
               START LIMTEMP KEY IS NOT < LIMTEMP-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-LT
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-LT
               END-START
               PERFORM 2015B-LEER-LIMTEMP UNTIL WKS-EOF-LT = 1.

       2015B-LEER-LIMTEMP.
           READ LIMTEMP NEXT AT END MOVE 1 TO WKS-EOF-LT.

           IF WKS-EOF-LT = 0
               IF ID-CLIENTE-LT NOT = ID-CLIENTE-MOV
                   MOVE 1 TO WKS-EOF-LT
               ELSE
                   IF STATUS-LT = "A"
                      AND FECHA-INICIO-LT NOT > WKS-FECHA-LOTE
                      AND FECHA-FIN-LT NOT < WKS-FECHA-LOTE
                       ADD INCREMENTO-LT TO WKS-AUMENTO-TEMPORAL
                   END-IF
               END-IF
           END-IF.

      *LA RETENCION QUE CORRESPONDE AL MOVIMIENTO EN POSTEO (MISMO
      *MONTO Y, SI VIENE, MISMA TARJETA) NO DEBE CONTARSE: SU
      *PRESENTACION ES ESTE MISMO CARGO. SE RECUERDA SU FOLIO PARA
                           " DISPOSICION DEL CLIENTE "
                           ID-CLIENTE-MOV
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-ACEPTADOS-COUNT
                   IF WKS-EXPO-CALCULADA = 1
                       ADD WKS-MONTO-COMISION TO WKS-SALDO-EXPUESTO
                   END-IF
                   MOVE "CDI"              TO WKS-IVA-TIPO-BASE
                   MOVE WKS-MONTO-COMISION TO WKS-IVA-BASE
                   MOVE WKS-NUM-ASIGNADO   TO WKS-IVA-REF
                   MOVE "COMISION DISPOSI" TO WKS-IVA-DESC-BASE
                   MOVE ID-CLIENTE-MOV     TO WKS-IVA-CLIENTE
                   MOVE FECHA-MOV          TO WKS-IVA-FECHA
                   MOVE NUM-TARJETA-MOV    TO WKS-IVA-TARJETA
                   PERFORM 2025A-POSTEA-IVA THRU 2025A-FIN
           END-WRITE.

       2027-FIN.
           EXIT.

      *EFECTIVO ENTREGADO EN VENTANILLA: COBRA LA COMISION DEL
      *CATALOGO SOBRE EL MONTO DISPUESTO, APARTE DE LA "CDI".
       2091-COMISION-VENTANILLA.
           MOVE WKS-TIPO-VENTANILLA TO WKS-CMS-TIPO.
           MOVE MONTO-MOV           TO WKS-CMS-BASE.
           MOVE ID-CLIENTE-MOV      TO WKS-CMS-CLIENTE.
           MOVE FECHA-MOV           TO WKS-CMS-FECHA.
           MOVE NUM-TARJETA-MOV     TO WKS-CMS-TARJETA.
           PERFORM 2090-POSTEA-COMISION-CAT THRU 2090-FIN.

      *LA BASE DEL SOBREGIRO ES LO QUE LA EXPOSICION REBASA EL
      *LIMITE; SE CARGA A LA CUENTA (PLASTICO 00) CON LA FECHA DEL
      *LOTE. SIN EXPOSICION CALCULADA NO HUBO CARGO QUE REVISAR.
       2092-COMISION-SOBREGIRO.
           MOVE WKS-TIPO-SOBREGIRO  TO WKS-CMS-TIPO.
           COMPUTE WKS-CMS-BASE = WKS-SALDO-EXPUESTO
                                - LIMITE-CREDITO-D
                                - WKS-AUMENTO-TEMPORAL.
           MOVE WKS-GRUPO-CLIENTE   TO WKS-CMS-CLIENTE.
           MOVE WKS-FECHA-LOTE      TO WKS-CMS-FECHA.
           MOVE 0                   TO WKS-CMS-TARJETA.
           PERFORM 2090-POSTEA-COMISION-CAT THRU 2090-FIN.
           MOVE 1 TO WKS-SOBREGIRO-MES.

      *COMISION DEL CATALOGO POR UN EVENTO DEL POSTEO: CAL-CMS DA
      *EL MONTO VIGENTE YA CON LA EXENCION DEL TIPO DE TARGETA DEL
      *CLIENTE. SE POSTEA CON SU PROPIO TIPO Y CAUSA SU IVA APARTE;
      *SIN COMISION VIGENTE EL EVENTO NO COBRA NADA.
       2090-POSTEA-COMISION-CAT.
           MOVE WKS-CMS-TIPO  TO TIPO-COMISION-KV.
           MOVE WKS-CMS-FECHA TO FECHA-KV.
           MOVE ID-TARJETA-D  TO ID-TARGETA-KV.
           MOVE WKS-CMS-BASE  TO MONTO-BASE-KV.
           CALL "CAL-CMS" USING WKS-CONSULTA-COMISION.

           IF RESULTADO-KV NOT = "C"
               GO TO 2090-FIN.

           PERFORM 2050-OBTEN-PROX-NUM.
           MOVE WKS-CMS-CLIENTE   TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO  TO NUM-TRX.
           MOVE WKS-CMS-FECHA     TO FECHA-TRX.
           MOVE 0                 TO NUM-TRX-REF.
           MOVE WKS-CMS-TIPO      TO TIPO-TRX.
           MOVE WKS-CMS-TARJETA   TO NUM-TARJETA-TRX.
           MOVE 0                 TO GIRO-TRX.
           MOVE SPACES            TO MONEDA-TRX.
           MOVE 0                 TO MONTO-ORIGEN-TRX.
           MOVE SPACES            TO CANAL-TRX.
           MOVE MONTO-COMISION-KV TO MONTO-TRX.
           MOVE DESCRIPCION-KV    TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR LA COMISION "
                           WKS-CMS-TIPO " DEL CLIENTE "
                           WKS-CMS-CLIENTE
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-CONT-COMISIONES
                   IF WKS-EXPO-CALCULADA = 1
                       ADD MONTO-COMISION-KV TO WKS-SALDO-EXPUESTO
                   END-IF
                   MOVE WKS-CMS-TIPO        TO WKS-IVA-TIPO-BASE
                   MOVE MONTO-COMISION-KV   TO WKS-IVA-BASE
                   MOVE WKS-NUM-ASIGNADO    TO WKS-IVA-REF
                   MOVE DESCRIPCION-KV (1:16) TO WKS-IVA-DESC-BASE
                   MOVE WKS-CMS-CLIENTE     TO WKS-IVA-CLIENTE
                   MOVE WKS-CMS-FECHA       TO WKS-IVA-FECHA
                   MOVE WKS-CMS-TARJETA     TO WKS-IVA-TARJETA
                   PERFORM 2025A-POSTEA-IVA THRU 2025A-FIN
           END-WRITE.

       2090-FIN.
           EXIT.

      *EL CARGO RECIEN POSTEADO CAUSA IVA SI SU TIPO TRAE PORCENTAJE
      *EN EL CATALOGO; EL IVA VA COMO MOVIMIENTO APARTE.
       2025-IVA-DEL-MOVIMIENTO.
           MOVE TIPO-TRX-MOV          TO WKS-IVA-TIPO-BASE.
           MOVE MONTO-MOV             TO WKS-IVA-BASE.
           MOVE WKS-NUM-ASIGNADO      TO WKS-IVA-REF.
           MOVE DESCRIPCION-MOV (1:16) TO WKS-IVA-DESC-BASE.
           MOVE ID-CLIENTE-MOV        TO WKS-IVA-CLIENTE.
           MOVE FECHA-MOV             TO WKS-IVA-FECHA.
           MOVE NUM-TARJETA-MOV       TO WKS-IVA-TARJETA.
           PERFORM 2025A-POSTEA-IVA THRU 2025A-FIN.

      *MOVIMIENTO TIPO "IVA" POR EL PORCENTAJE QUE EL CATALOGO FIJA
      *AL TIPO DEL CARGO; NUM-TRX-REF APUNTA AL CARGO QUE LO CAUSA.
       2025A-POSTEA-IVA.
           MOVE 0 TO WKS-PCT-IVA.
           MOVE 1 TO WKS-CAT-IDX.
           PERFORM 2025B-BUSCA-PCT-IVA
               UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

           IF WKS-PCT-IVA = 0
               GO TO 2025A-FIN.

           COMPUTE WKS-MONTO-IVA ROUNDED =
               WKS-IVA-BASE * WKS-PCT-IVA / 100.

           IF WKS-MONTO-IVA = 0
               GO TO 2025A-FIN.

           PERFORM 2050-OBTEN-PROX-NUM.
           MOVE WKS-IVA-CLIENTE   TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO  TO NUM-TRX.
           MOVE WKS-IVA-FECHA     TO FECHA-TRX.
           MOVE WKS-IVA-REF       TO NUM-TRX-REF.
           MOVE "IVA"             TO TIPO-TRX.
           MOVE WKS-IVA-TARJETA   TO NUM-TARJETA-TRX.
           MOVE 0                 TO GIRO-TRX.
           MOVE SPACES            TO MONEDA-TRX.
           MOVE 0                 TO MONTO-ORIGEN-TRX.
           MOVE SPACES            TO CANAL-TRX.
           MOVE WKS-MONTO-IVA     TO MONTO-TRX.
           MOVE WKS-IVA-DESC      TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL IVA DEL CARGO "
                           WKS-IVA-REF " DEL CLIENTE "
                           WKS-IVA-CLIENTE
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-CONT-IVA
                   IF WKS-EXPO-CALCULADA = 1
                       ADD WKS-MONTO-IVA TO WKS-SALDO-EXPUESTO
                   END-IF
           END-WRITE.

       2025A-FIN.
           EXIT.

       2025B-BUSCA-PCT-IVA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = WKS-IVA-TIPO-BASE
               MOVE WKS-CAT-PCT-IVA (WKS-CAT-IDX) TO WKS-PCT-IVA
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *LA PRESENTACION YA POSTEO: LA RETENCION QUE LE CORRESPONDIA
      *SE LIBERA Y DEJA DE APARTAR CREDITO.
       2026-LIBERA-RETEN.
           END-READ.

           IF WKS-RETEN-LIBERA-NUM > 0
               IF RETEN-ACTIVO
                   PERFORM 9620-LIBERA-SALDO
               END-IF
               MOVE "L" TO STATUS-RET
               REWRITE REG-RETEN.

                   ELSE
                       ADD MONTO-TRX TO WKS-SALDO-EXPUESTO
                   END-IF
                   IF TIPO-TRX = WKS-TIPO-SOBREGIRO
                      AND FECHA-TRX (1:6) = WKS-FECHA-LOTE (1:6)
                       MOVE 1 TO WKS-SOBREGIRO-MES
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WKS-CAT-IDX.

       2018-GRABA-TRANSACCION.
           MOVE 0 TO WKS-FV-APLICA.
           PERFORM 2050-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-MOV   TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO TO NUM-TRX.
           MOVE FECHA-MOV        TO FECHA-TRX.
           MOVE 0                TO NUM-TRX-REF.
      *EL ABONO POR FRAUDE DE GES-FRA CONSERVA EL FOLIO DEL CARGO
      *QUE DEVUELVE, PARA QUE UN REVERSO POSTERIOR DEL MISMO CARGO
      *SE RECHACE COMO YA REVERSADO.
           IF TIPO-TRX-MOV = "FRP" OR TIPO-TRX-MOV = "FRR"
               MOVE NUM-TRX-REF-MOV TO NUM-TRX-REF.
           MOVE TIPO-TRX-MOV     TO TIPO-TRX.
           MOVE NUM-TARJETA-MOV  TO NUM-TARJETA-TRX.
           MOVE GIRO-MOV         TO GIRO-TRX.
                   MOVE "LLAVE TRX DUPLICADA" TO WKS-MOTIVO-RECHAZO
                   PERFORM 2001-RECHAZAR-MOVIMIENTO
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-ACEPTADOS-COUNT
                   PERFORM 2500-ACUMULA-VELOCIDAD
                   IF WKS-EXPO-CALCULADA = 1
                       PERFORM 2026-LIBERA-RETEN
                   END-IF
                   IF CIERRA-CICLO-CAT = "S"
                       PERFORM 2095-REVISA-FECHA-VALOR THRU 2095-FIN
                       PERFORM 2020-MARCA-CICLO-PAGADO
                   END-IF
                   PERFORM 2700-EVALUA-ALERTA THRU 2700-FIN
                   PERFORM 2025-IVA-DEL-MOVIMIENTO
           END-WRITE.

      *LA LLAVE DUPLICADA ("22") YA SE ATENDIO POR INVALID KEY; LOS
               MOVE WKS-FS-TRX TO WKS-FS-ACTUAL
               PERFORM 9500-VERIFICA-ESTADO.

      *LOS INTERESES DEL PAGO CON FECHA VALOR SE RECALCULAN YA CON
      *EL PAGO GRABADO, PORQUE SUS ABONOS CUENTAN PARA EL PAGO PARA
      *NO GENERAR INTERESES.
           IF WKS-FV-APLICA = 1
               PERFORM 2096-AJUSTA-FECHA-VALOR THRU 2096-FIN.

      *APLICA EL PAGO CONTRA LOS CICLOS PENDIENTES DEL CLIENTE, DEL
      *MAS ANTIGUO AL MAS RECIENTE. EL PAGO SE ACUMULA EN EL CICLO Y
      *ESTE SOLO SE MARCA PAGADO CUANDO EL ACUMULADO CUBRE EL MONTO
      *ANUAL COMPLETO; EL SOBRANTE RUEDA AL SIGUIENTE CICLO PENDIENTE.
       2020-MARCA-CICLO-PAGADO.
           MOVE 0 TO WKS-CICLO-ENCONTRADO.
           MOVE 1 TO WKS-HUBO-PAGO.
           MOVE MONTO-MOV TO WKS-PAGO-RESTANTE.
           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
           PERFORM 2021-BUSCA-CICLO-PENDIENTE
               UNTIL WKS-EOF-BUSCA-CICLO = 1 OR WKS-PAGO-RESTANTE = 0.

      *LO QUE NO CUPO EN LA CARTERA VIVA PAGA LA DEUDA CASTIGADA
      *DEL CLIENTE, SI LA TIENE, ANTES DE QUEDAR COMO SALDO A FAVOR.
           MOVE 0 TO WKS-CASTIGO-ENCONTRADO.
           IF WKS-PAGO-RESTANTE > 0 AND WKS-SIN-RECUPCAS = 0
               PERFORM 2020A-RECUPERA-CASTIGO.

           IF WKS-CICLO-ENCONTRADO = 0 AND WKS-CASTIGO-ENCONTRADO = 0
               DISPLAY "SIN CICLO PENDIENTE PARA EL CLIENTE "
                       ID-CLIENTE-MOV.

           IF WKS-PAGO-RESTANTE > 0
               PERFORM 2024-ABONA-SALDO-FAVOR.

      *LOS CICLOS CASTIGADOS DEL CLIENTE SE CUBREN DEL MAS ANTIGUO
      *AL MAS RECIENTE; CADA PORCION APLICADA QUEDA EN RECUPMOV CON
      *LA COSECHA DEL CASTIGO Y, SI EL LOTE VINO DE REC-AGE, CON LA
      *AGENCIA QUE LO COBRO.
       2020A-RECUPERA-CASTIGO.
           MOVE 0 TO WKS-EOF-RCAS.
           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-RK.
           MOVE 0 TO NUM-CICLO-RK.
           START RECUPCAS KEY IS NOT < RECUPCAS-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-RCAS
           END-START.

           PERFORM 2020B-LEER-CASTIGO
               UNTIL WKS-EOF-RCAS = 1 OR WKS-PAGO-RESTANTE = 0.

       2020B-LEER-CASTIGO.
           READ RECUPCAS NEXT AT END MOVE 1 TO WKS-EOF-RCAS.

           IF WKS-EOF-RCAS = 0
               IF ID-CLIENTE-RK NOT = ID-CLIENTE-MOV
                   MOVE 1 TO WKS-EOF-RCAS
               ELSE
                   IF CASTIGO-VIGENTE
                       PERFORM 2020C-APLICA-CASTIGO
                       MOVE 1 TO WKS-CASTIGO-ENCONTRADO
                   END-IF
               END-IF
           END-IF.

       2020C-APLICA-CASTIGO.
           COMPUTE WKS-FALTA-CASTIGO =
                   MONTO-CASTIGO-RK - MONTO-RECUP-RK.

           IF WKS-PAGO-RESTANTE NOT < WKS-FALTA-CASTIGO
               MOVE WKS-FALTA-CASTIGO TO WKS-APLICADO-CASTIGO
           ELSE
               MOVE WKS-PAGO-RESTANTE TO WKS-APLICADO-CASTIGO.

           SUBTRACT WKS-APLICADO-CASTIGO FROM WKS-PAGO-RESTANTE.
           ADD WKS-APLICADO-CASTIGO TO MONTO-RECUP-RK.
           MOVE FECHA-MOV TO FECHA-ULT-REC-RK.

           MOVE "N" TO LIQUIDA-RM.
           IF MONTO-RECUP-RK = MONTO-CASTIGO-RK
               MOVE "L" TO STATUS-RK
               MOVE "S" TO LIQUIDA-RM.

           REWRITE REG-RECUPCAS.
           MOVE "RECUPCAS" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-RCAS TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE FECHA-MOV            TO FECHA-RM.
           MOVE ID-CLIENTE-RK        TO ID-CLIENTE-RM.
           MOVE NUM-CICLO-RK         TO NUM-CICLO-RM.
           MOVE WKS-NUM-ASIGNADO     TO NUM-TRX-RM.
           MOVE WKS-APLICADO-CASTIGO TO MONTO-RM.
           MOVE FECHA-CASTIGO-RK     TO FECHA-CASTIGO-RM.
           MOVE CANAL-PAGO-MOV       TO CANAL-RM.
           IF WKS-FUENTE-LOTE = WKS-FUENTE-AGENCIA
               MOVE AGENCIA-RK TO AGENCIA-RM
           ELSE
               MOVE 0 TO AGENCIA-RM.
           WRITE REG-RECUPMOV.

           ADD 1 TO WKS-CONT-RECUPERA.

       2024-ABONA-SALDO-FAVOR.
           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-SF.

           MOVE FECHA-MOV           TO FECHA-AP.
           MOVE WKS-APLICADO-RECARGO TO APLICADO-RECARGO-AP.
           MOVE WKS-APLICADO-ANUAL  TO APLICADO-ANUAL-AP.
           MOVE WKS-NUM-ASIGNADO    TO NUM-TRX-AP.
           WRITE REG-APLICACION.

      *PAGO CON FECHA VALOR: ANTES DE APLICARLO A LOS CICLOS SE
      *REVISA, CON SU FECHA REAL, SI LLEGO A TIEMPO PARA EVITAR EL
      *RECARGO DE ALGUN CICLO. SE SIMULA EL MISMO REPARTO QUE HARA
      *LA APLICACION (DEL CICLO MAS ANTIGUO AL MAS RECIENTE, PRIMERO
      *RECARGO Y LUEGO MONTO ANUAL) PARA SABER QUE CICLOS CUBRE.
       2095-REVISA-FECHA-VALOR.
           IF FECHA-MOV NOT < WKS-FECHA-LOTE
               GO TO 2095-FIN.

           MOVE 1                TO WKS-FV-APLICA.
           MOVE ID-CLIENTE-MOV   TO WKS-FV-CLIENTE.
           MOVE WKS-NUM-ASIGNADO TO WKS-FV-FOLIO-PAGO.
           MOVE FECHA-MOV        TO WKS-FV-FECHA-PAGO.
           MOVE MONTO-MOV        TO WKS-FV-MONTO-PAGO.
           MOVE MONTO-MOV        TO WKS-FV-RESTANTE.
           MOVE 0                TO WKS-FV-IVA-RECARGO.

           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-FV
               NOT INVALID KEY MOVE 0 TO WKS-EOF-FV
           END-START.

           PERFORM 2095A-LEER-CICLO-FV
               UNTIL WKS-EOF-FV = 1 OR WKS-FV-RESTANTE = 0.

       2095-FIN.
           EXIT.

       2095A-LEER-CICLO-FV.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-FV.

           IF WKS-EOF-FV = 0
               IF ID-CLIENTE-C NOT = ID-CLIENTE-MOV
                   MOVE 1 TO WKS-EOF-FV
               ELSE
                   IF STATUS-PAGO-C = "N"
                       PERFORM 2095B-REVISA-RECARGO-FV
                   END-IF
               END-IF
           END-IF.

      *EL RECARGO SE REVIERTE SI SE COBRO DESPUES DE LA FECHA REAL
      *DEL PAGO (EL PAGO CAYO DENTRO DE LA GRACIA) Y LO QUE QUEDA
      *DEL PAGO CUBRE LO QUE FALTABA DEL MONTO ANUAL. LO QUE OTRO
      *PAGO YA HABIA ABONADO AL RECARGO SE QUEDA COMO ESTA; SOLO SE
      *CANCELA LO PENDIENTE. EL CICLO QUE NO SE REVIERTE CONSUME DEL
      *PAGO SU RECARGO Y SU ANUAL, IGUAL QUE AL APLICAR EL PAGO.
       2095B-REVISA-RECARGO-FV.
           COMPUTE WKS-RECARGO-FALTA = RECARGO-C - RECARGO-PAGADO-C.
           COMPUTE WKS-FV-FALTA = MONTO-ANUAL-C - MONTO-PAGADO-C.

           IF WKS-RECARGO-FALTA > 0
              AND WKS-FV-FECHA-PAGO < FECHA-RECARGO-C
              AND WKS-FV-RESTANTE NOT < WKS-FV-FALTA
               PERFORM 2095C-REVIERTE-RECARGO
               SUBTRACT WKS-FV-FALTA FROM WKS-FV-RESTANTE
           ELSE
               ADD WKS-RECARGO-FALTA TO WKS-FV-FALTA
               IF WKS-FV-RESTANTE > WKS-FV-FALTA
                   SUBTRACT WKS-FV-FALTA FROM WKS-FV-RESTANTE
               ELSE
                   MOVE 0 TO WKS-FV-RESTANTE
               END-IF
           END-IF.

      *EL RECARGO VIVE SOLO EN CICLOFAC; LO QUE SE DEVUELVE EN
      *TRXCLI ES SU IVA, QUE SE ABONA AL TERMINAR EL POSTEO DEL PAGO.
       2095C-REVIERTE-RECARGO.
           MOVE RECARGO-C         TO WKS-VAL-COBR-R.
           ADD RECARGO-C          TO WKS-TOT-COBRADO-FV.
           MOVE RECARGO-PAGADO-C  TO WKS-VAL-RECA-R.
           MOVE WKS-RECARGO-FALTA TO WKS-FV-AJUSTE.

           MOVE RECARGO-PAGADO-C TO RECARGO-C.
           IF RECARGO-C = 0
               MOVE 0 TO FECHA-RECARGO-C.

           REWRITE REG-CICLO.
           MOVE "CICLOFAC" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-CICLO TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE "MOR" TO WKS-IVA-TIPO-BASE.
           MOVE 0 TO WKS-PCT-IVA.
           MOVE 1 TO WKS-CAT-IDX.
           PERFORM 2025B-BUSCA-PCT-IVA
               UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

           COMPUTE WKS-FV-IVA-AJUSTE ROUNDED =
               WKS-FV-AJUSTE * WKS-PCT-IVA / 100.
           ADD WKS-FV-IVA-AJUSTE TO WKS-FV-IVA-RECARGO.

           MOVE "RECARGO"   TO WKS-VAL-CONC-R.
           MOVE NUM-CICLO-C TO WKS-VAL-ORIG-R.
           PERFORM 2096H-IMPRIME-AJUSTE.

      *INTERESES COBRADOS DESDE LA FECHA REAL DEL PAGO: CADA UNO SE
      *RECALCULA COMO SI EL PAGO YA HUBIERA BAJADO EL SALDO Y LA
      *DIFERENCIA SE ABONA CON SU IVA. AL FINAL SE ABONA EL IVA DE
      *LOS RECARGOS REVERTIDOS ANTES DE APLICAR EL PAGO.
       2096-AJUSTA-FECHA-VALOR.
           PERFORM 2096A-JUNTA-INTERESES.

           MOVE 0 TO WKS-FV-FECHA-ANT.
           MOVE 1 TO WKS-FV-IDX.
           PERFORM 2096E-RECORRE-INTERESES
               UNTIL WKS-FV-IDX > WKS-FV-CARGOS-COUNT.

           IF WKS-FV-IVA-RECARGO = 0
               GO TO 2096-FIN.

           MOVE WKS-TIPO-AJUSTE-IVA TO WKS-FV-TIPO-POSTEO.
           MOVE WKS-FV-IVA-RECARGO  TO WKS-FV-MONTO-POSTEO.
           MOVE WKS-FV-FOLIO-PAGO   TO WKS-FV-REF-POSTEO.
           MOVE "AJ IVA RECARGO F.V." TO WKS-FV-DESC-POSTEO.
           PERFORM 2096G-GRABA-AJUSTE.

       2096-FIN.
           EXIT.

       2096A-JUNTA-INTERESES.
           MOVE 0 TO WKS-FV-CARGOS-COUNT.
           MOVE WKS-FV-CLIENTE TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-FV
               NOT INVALID KEY MOVE 0 TO WKS-EOF-FV
           END-START.

           PERFORM 2096B-LEER-INTERES UNTIL WKS-EOF-FV = 1.

      *LOS REVERSOS Y AJUSTES QUE APUNTAN A UN INTERES DE LA TABLA
      *SE DESCUENTAN DE LO QUE TODAVIA SE LE PUEDE DEVOLVER.
       2096B-LEER-INTERES.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-FV.

           IF WKS-EOF-FV = 0
               IF ID-CLIENTE-TRX NOT = WKS-FV-CLIENTE
                   MOVE 1 TO WKS-EOF-FV
               ELSE
                   IF (TIPO-TRX = "INT" OR TIPO-TRX = "IND")
                      AND FECHA-TRX NOT < WKS-FV-FECHA-PAGO
                       PERFORM 2096C-AGREGA-INTERES
                   ELSE
                       IF TIPO-TRX = WKS-TIPO-AJUSTE-FV
                          OR TIPO-TRX = WKS-TIPO-REVERSO
                           MOVE 1 TO WKS-FV-IDX-B
                           PERFORM 2096D-DESCUENTA-DEVUELTO
                               UNTIL WKS-FV-IDX-B > WKS-FV-CARGOS-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2096C-AGREGA-INTERES.
           IF WKS-FV-CARGOS-COUNT < 24
               ADD 1 TO WKS-FV-CARGOS-COUNT
               MOVE NUM-TRX   TO WKS-FV-NUM (WKS-FV-CARGOS-COUNT)
               MOVE TIPO-TRX  TO WKS-FV-TIPO (WKS-FV-CARGOS-COUNT)
               MOVE FECHA-TRX TO WKS-FV-FECHA (WKS-FV-CARGOS-COUNT)
               MOVE MONTO-TRX TO WKS-FV-COBRADO (WKS-FV-CARGOS-COUNT)
               MOVE 0 TO WKS-FV-AJUSTADO (WKS-FV-CARGOS-COUNT).

       2096D-DESCUENTA-DEVUELTO.
           IF WKS-FV-NUM (WKS-FV-IDX-B) = NUM-TRX-REF
               ADD MONTO-TRX TO WKS-FV-AJUSTADO (WKS-FV-IDX-B)
               MOVE WKS-FV-CARGOS-COUNT TO WKS-FV-IDX-B.

           ADD 1 TO WKS-FV-IDX-B.

       2096E-RECORRE-INTERESES.
           PERFORM 2096F-RECALCULA-INTERES THRU 2096F-FIN.
           ADD 1 TO WKS-FV-IDX.

      *EL SALDO QUE DEVENGO CADA INTERES SE RECONSTRUYE CON LA TASA
      *DEL CLIENTE EN ESA FECHA. EL PAGO BAJA PRIMERO EL SALDO A
      *TASA NORMAL ("INT", QUE INT-REV POSTEA ANTES) Y LO QUE SOBRA
      *BAJA LA DISPOSICION ("IND") DE LA MISMA CORRIDA. SI EL PAGO
      *COMPLETA EL PAGO PARA NO GENERAR INTERESES DEL ESTADO DE
      *CUENTA QUE DECIDIO ESE COBRO, EL "INT" SE DEVUELVE COMPLETO.
       2096F-RECALCULA-INTERES.
           IF WKS-FV-FECHA (WKS-FV-IDX) NOT = WKS-FV-FECHA-ANT
               MOVE WKS-FV-FECHA (WKS-FV-IDX) TO WKS-FV-FECHA-ANT
               MOVE WKS-FV-MONTO-PAGO TO WKS-FV-RESTO-PAGO
               MOVE WKS-FV-CLIENTE    TO ID-CLIENTE-TV
               MOVE WKS-FV-FECHA-ANT  TO FECHA-TV
               CALL "TAS-CLI" USING WKS-CONSULTA-TASA
               MOVE TASA-INTERES-TV   TO WKS-FV-TASA-INTERES
               MOVE TASA-DISPO-TV     TO WKS-FV-TASA-DISPO.

           IF WKS-FV-TIPO (WKS-FV-IDX) = "IND"
               MOVE WKS-FV-TASA-DISPO TO WKS-FV-TASA
           ELSE
               MOVE WKS-FV-TASA-INTERES TO WKS-FV-TASA.

           IF WKS-FV-TASA = 0
               GO TO 2096F-FIN.

           COMPUTE WKS-FV-BASE ROUNDED =
               WKS-FV-COBRADO (WKS-FV-IDX) * 100 / WKS-FV-TASA.

           IF WKS-FV-RESTO-PAGO < WKS-FV-BASE
               MOVE WKS-FV-RESTO-PAGO TO WKS-FV-REDUCE
           ELSE
               MOVE WKS-FV-BASE TO WKS-FV-REDUCE.
           SUBTRACT WKS-FV-REDUCE FROM WKS-FV-RESTO-PAGO.

           IF WKS-FV-AJUSTADO (WKS-FV-IDX)
                                 NOT < WKS-FV-COBRADO (WKS-FV-IDX)
               GO TO 2096F-FIN.

           COMPUTE WKS-FV-RECALCULADO ROUNDED =
               (WKS-FV-BASE - WKS-FV-REDUCE) * WKS-FV-TASA / 100.

           IF WKS-FV-TIPO (WKS-FV-IDX) = "INT"
               PERFORM 2097-REVISA-PAGO-TOTAL THRU 2097-FIN
               IF WKS-FV-PAGO-TOTAL = 1
                   MOVE 0 TO WKS-FV-RECALCULADO
               END-IF
           END-IF.

           IF WKS-FV-RECALCULADO NOT < WKS-FV-COBRADO (WKS-FV-IDX)
               GO TO 2096F-FIN.

           COMPUTE WKS-FV-AJUSTE = WKS-FV-COBRADO (WKS-FV-IDX)
                                 - WKS-FV-RECALCULADO.
           IF WKS-FV-AJUSTE > WKS-FV-COBRADO (WKS-FV-IDX)
                            - WKS-FV-AJUSTADO (WKS-FV-IDX)
               COMPUTE WKS-FV-AJUSTE = WKS-FV-COBRADO (WKS-FV-IDX)
                                     - WKS-FV-AJUSTADO (WKS-FV-IDX).

           MOVE WKS-TIPO-AJUSTE-FV        TO WKS-FV-TIPO-POSTEO.
           MOVE WKS-FV-AJUSTE             TO WKS-FV-MONTO-POSTEO.
           MOVE WKS-FV-NUM (WKS-FV-IDX)   TO WKS-FV-REF-POSTEO.
           IF WKS-FV-TIPO (WKS-FV-IDX) = "IND"
               MOVE "AJ INT DISPO F.VALOR" TO WKS-FV-DESC-POSTEO
               MOVE "DISPOSIC"           TO WKS-VAL-CONC-R
           ELSE
               MOVE "AJ INTERES F.VALOR" TO WKS-FV-DESC-POSTEO
               MOVE "INTERES"            TO WKS-VAL-CONC-R.
           PERFORM 2096G-GRABA-AJUSTE.

      *EL IVA DEL INTERES SE DEVUELVE POR EL PORCENTAJE DE SU TIPO
      *EN EL CATALOGO, CON EL FOLIO DEL INTERES COMO REFERENCIA.
           MOVE WKS-FV-TIPO (WKS-FV-IDX) TO WKS-IVA-TIPO-BASE.
           MOVE 0 TO WKS-PCT-IVA.
           MOVE 1 TO WKS-CAT-IDX.
           PERFORM 2025B-BUSCA-PCT-IVA
               UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

           COMPUTE WKS-FV-IVA-AJUSTE ROUNDED =
               WKS-FV-AJUSTE * WKS-PCT-IVA / 100.

           IF WKS-FV-IVA-AJUSTE > 0
               MOVE WKS-TIPO-AJUSTE-IVA      TO WKS-FV-TIPO-POSTEO
               MOVE WKS-FV-IVA-AJUSTE        TO WKS-FV-MONTO-POSTEO
               MOVE WKS-FV-NUM (WKS-FV-IDX)  TO WKS-FV-REF-POSTEO
               MOVE "AJ IVA INTERES F.V."    TO WKS-FV-DESC-POSTEO
               PERFORM 2096G-GRABA-AJUSTE.

           MOVE WKS-FV-COBRADO (WKS-FV-IDX) TO WKS-VAL-COBR-R.
           ADD WKS-FV-COBRADO (WKS-FV-IDX)  TO WKS-TOT-COBRADO-FV.
           COMPUTE WKS-FV-RECALCULADO = WKS-FV-COBRADO (WKS-FV-IDX)
                                      - WKS-FV-AJUSTE.
           MOVE WKS-FV-RECALCULADO          TO WKS-VAL-RECA-R.
           MOVE WKS-FV-NUM (WKS-FV-IDX)     TO WKS-VAL-ORIG-R.
           PERFORM 2096H-IMPRIME-AJUSTE.

       2096F-FIN.
           EXIT.

      *EL AJUSTE ES UN ABONO CON LA FECHA DEL LOTE (LA CONTABILIDAD
      *LO TOMA EL DIA EN QUE SE RECONOCE) Y CON EL FOLIO DEL COBRO
      *QUE CORRIGE EN NUM-TRX-REF.
       2096G-GRABA-AJUSTE.
           PERFORM 2050-OBTEN-PROX-NUM.
           MOVE WKS-FV-CLIENTE      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO    TO NUM-TRX.
           MOVE WKS-FECHA-LOTE      TO FECHA-TRX.
           MOVE WKS-FV-REF-POSTEO   TO NUM-TRX-REF.
           MOVE WKS-FV-TIPO-POSTEO  TO TIPO-TRX.
           MOVE 0                   TO NUM-TARJETA-TRX.
           MOVE 0                   TO GIRO-TRX.
           MOVE SPACES              TO MONEDA-TRX.
           MOVE 0                   TO MONTO-ORIGEN-TRX.
           MOVE SPACES              TO CANAL-TRX.
           MOVE WKS-FV-MONTO-POSTEO TO MONTO-TRX.
           MOVE WKS-FV-DESC-POSTEO  TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL AJUSTE POR FECHA"
                           " VALOR DEL CLIENTE " WKS-FV-CLIENTE
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-CONT-AJUSTES-FV
                   IF WKS-EXPO-CALCULADA = 1
                       SUBTRACT WKS-FV-MONTO-POSTEO FROM
                                               WKS-SALDO-EXPUESTO
                   END-IF
           END-WRITE.

       2096H-IMPRIME-AJUSTE.
           MOVE WKS-FV-CLIENTE    TO WKS-VAL-CLI-R.
           MOVE WKS-FV-FOLIO-PAGO TO WKS-VAL-PAGO-R.
           MOVE WKS-FV-FECHA-PAGO TO WKS-VAL-FREAL-R.
           MOVE WKS-FECHA-LOTE    TO WKS-VAL-FLOTE-R.
           MOVE WKS-FV-AJUSTE     TO WKS-VAL-AJUS-R.
           MOVE WKS-FV-IVA-AJUSTE TO WKS-VAL-IVA-R.
           MOVE DETALLE-VAL-R TO LINEA-VAL.
           WRITE LINEA-VAL AFTER 1.

           ADD 1 TO WKS-CONT-LINEAS-FV.
           ADD WKS-FV-AJUSTE     TO WKS-TOT-AJUSTE-FV.
           ADD WKS-FV-IVA-AJUSTE TO WKS-TOT-IVA-FV.

      *EL ESTADO DE CUENTA QUE DECIDIO EL COBRO ES EL ULTIMO CUYA
      *FECHA LIMITE YA HABIA PASADO EL DIA DEL INTERES, COMO EN
      *INT-REV. SOLO CAMBIA LA DECISION SI LA FECHA REAL DEL PAGO
      *CAE ENTRE SU CORTE Y SU LIMITE; ENTONCES SE VUELVEN A SUMAR
      *LOS ABONOS DE ESA VENTANA, YA CON ESTE PAGO.
       2097-REVISA-PAGO-TOTAL.
           MOVE 0 TO WKS-FV-PAGO-TOTAL.

           IF WKS-SIN-PAGOMIN = 1
               GO TO 2097-FIN.

           MOVE 0 TO WKS-PM-ENCONTRADO.
           MOVE 0 TO WKS-EOF-PMIN.
           MOVE WKS-FV-CLIENTE TO ID-CLIENTE-PM.
           MOVE 0 TO FECHA-CORTE-PM.
           START PAGOMIN KEY IS NOT < PAGOMIN-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-PMIN
           END-START.

           PERFORM 2097A-LEER-PAGOMIN UNTIL WKS-EOF-PMIN = 1.

           IF WKS-PM-ENCONTRADO = 0
               GO TO 2097-FIN.

           IF WKS-FV-FECHA-PAGO NOT > WKS-PM-CORTE
              OR WKS-FV-FECHA-PAGO > WKS-PM-LIMITE
               GO TO 2097-FIN.

           MOVE 0 TO WKS-PM-ABONOS.
           MOVE WKS-FV-CLIENTE TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-ABONO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-ABONO
           END-START.

           PERFORM 2097B-SUMA-ABONO UNTIL WKS-EOF-ABONO = 1.

           IF WKS-PM-ABONOS NOT < WKS-PM-NO-INT
               MOVE 1 TO WKS-FV-PAGO-TOTAL.

       2097-FIN.
           EXIT.

       2097A-LEER-PAGOMIN.
           READ PAGOMIN NEXT AT END MOVE 1 TO WKS-EOF-PMIN.

           IF WKS-EOF-PMIN = 0
               IF ID-CLIENTE-PM NOT = WKS-FV-CLIENTE
                   MOVE 1 TO WKS-EOF-PMIN
               ELSE
                   IF FECHA-LIMITE-PM NOT > WKS-FV-FECHA-ANT
                       MOVE 1 TO WKS-PM-ENCONTRADO
                       MOVE FECHA-CORTE-PM  TO WKS-PM-CORTE
                       MOVE FECHA-LIMITE-PM TO WKS-PM-LIMITE
                       MOVE MONTO-NO-INT-PM TO WKS-PM-NO-INT
                   END-IF
               END-IF
           END-IF.

       2097B-SUMA-ABONO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-ABONO.

           IF WKS-EOF-ABONO = 0
               IF ID-CLIENTE-TRX NOT = WKS-FV-CLIENTE
                   MOVE 1 TO WKS-EOF-ABONO
               ELSE
                   IF FECHA-TRX > WKS-PM-CORTE
                      AND FECHA-TRX NOT > WKS-PM-LIMITE
                      AND TIPO-TRX NOT = WKS-TIPO-CONVERSION
                       PERFORM 2017-BUSCA-SIGNO
                       IF WKS-SIGNO-TRX = "A"
                           ADD MONTO-TRX TO WKS-PM-ABONOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2080-REVISA-RETENCION-CHQ.
           MOVE 0 TO WKS-CHEQUE-RETENIDO.
           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-CQ.
           READ CHQRET
               INVALID KEY MOVE "N" TO RETENCION-CQ
           END-READ.
           IF CQ-RETENIDO
               MOVE 1 TO WKS-CHEQUE-RETENIDO.

      *EL CHEQUE RETENIDO QUEDA EN SUSPENSO CON EL CLIENTE QUE PAGO EN
      *LA REFERENCIA; SUS-PAG LO APLICA CUANDO EL CHEQUE SALVE BUEN
      *COBRO Y CHQ-DEV LO CIERRA SI EL BANCO LO DEVUELVE.
       2081-RETIENE-CHEQUE.
           ADD 1 TO WKS-MAX-FOLIO-SP.
           MOVE SPACES             TO REG-SUSPENSO.
           MOVE WKS-MAX-FOLIO-SP   TO FOLIO-SP.
           MOVE "CHQ"              TO ORIGEN-SP.
           MOVE FECHA-MOV          TO FECHA-PAGO-SP.
           MOVE WKS-FECHA-LOTE     TO FECHA-ALTA-SP.
           MOVE MONTO-MOV          TO MONTO-SP.
           MOVE WKS-FUENTE-LOTE    TO BANCO-SP.
           MOVE CANAL-PAGO-MOV     TO CANAL-SP.
           MOVE ID-CLIENTE-MOV     TO WKS-REF-CHQ-CLIENTE.
           MOVE DESCRIPCION-MOV    TO WKS-REF-CHQ-DESC.
           MOVE WKS-REF-CHEQUE     TO REFERENCIA-SP.
           MOVE "CHEQUE RETENIDO"  TO MOTIVO-SP.
           MOVE "P"                TO ESTADO-SP.
           MOVE 0                  TO ID-CLIENTE-SP.
           MOVE 0                  TO FECHA-APLIC-SP.

           WRITE REG-SUSPENSO
               INVALID KEY
                   DISPLAY "FOLIO DE SUSPENSO DUPLICADO " FOLIO-SP
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-RETENIDOS
           END-WRITE.

      *UN MOVIMIENTO A MESES NO GENERA CARGO UNICO: SE DA DE ALTA EL
      *PLAN CON SU MENSUALIDAD CALCULADA Y PLA-MEN IRA POSTEANDO UNA
      *MENSUALIDAD A TRXCLI EN CADA CORTE DE ESTADO DE CUENTA.
      *A LA COMPRA SE LE RESERVA UN FOLIO DEL CLIENTE PARA QUE UNA
      *DEVOLUCION DEL COMERCIO PUEDA REVERSARLA CONTRA EL PLAN.
       2030-CREA-PLAN-PAGO.
           PERFORM 2031-BUSCA-MAX-PLAN.
           PERFORM 2050-OBTEN-PROX-NUM.

           ADD 1 TO WKS-MAX-NUM-PLAN.
           MOVE ID-CLIENTE-MOV   TO ID-CLIENTE-P.
                                                     MESES-PLAN-MOV.
           MOVE MONTO-MOV        TO SALDO-PLAN-P.
           MOVE "A"              TO STATUS-PLAN-P.
           MOVE WKS-NUM-ASIGNADO TO NUM-TRX-ORIG-P.
           MOVE "N"              TO LIQUIDACION-P.
           MOVE 0                TO FECHA-SOL-LIQ-P.
           MOVE 0                TO MONTO-DEVUELTO-P.
           MOVE 0                TO FECHA-CANCELA-P.
           MOVE "M"              TO TIPO-PLAN-P.
           MOVE 0                TO TASA-PLAN-P.
           MOVE 0                TO INTERES-COBRADO-P.

           WRITE REG-PLAN
               INVALID KEY

      *UN REVERSO SE VALIDA CONTRA LA TRANSACCION ORIGINAL: DEBE
      *EXISTIR EN EL MISMO CLIENTE, NO SER UN PAGO NI OTRO REVERSO,
      *NO ESTAR YA REVERSADA NI ABONADA POR FRAUDE Y EL MONTO NO
      *PUEDE EXCEDER EL ORIGINAL.
      *SE POSTEA COMO ABONO QUE EST-CTA NETEA EN EL SALDO.
      *SI EL FOLIO ES EL RESERVADO A UNA COMPRA A MESES (QUE NO ESTA
      *EN TRXCLI) O EL DE UNA COMPRA YA CONVERTIDA A CUOTAS FIJAS,
      *EL REVERSO SE APLICA CONTRA EL PLAN Y NO CONTRA LA COMPRA.
       2040-PROCESA-REVERSO.
           MOVE 1 TO WKS-REVERSO-VALIDO.
           MOVE 0 TO WKS-REVERSO-PLAN.
           MOVE ID-CLIENTE-MOV  TO ID-CLIENTE-TRX.
           MOVE NUM-TRX-REF-MOV TO NUM-TRX.

                   MOVE 0 TO WKS-REVERSO-VALIDO
           END-READ.

           IF NUM-TRX-REF-MOV > 0
               PERFORM 2035-BUSCA-PLAN-ORIGEN.

           IF WKS-REVERSO-VALIDO = 1
               MOVE MONTO-TRX TO WKS-MONTO-ORIGINAL
               PERFORM 2017-BUSCA-SIGNO
               END-IF
           END-IF.

           IF WKS-REVERSO-PLAN = 1
               PERFORM 2037-REVERSA-PLAN THRU 2037-FIN
           ELSE
           IF WKS-REVERSO-VALIDO = 1
               PERFORM 2045-GRABA-REVERSO
           ELSE
               PERFORM 2001-RECHAZAR-MOVIMIENTO.

      *PLAN DEL CLIENTE CUYA COMPRA TIENE EL FOLIO DEL REVERSO.
       2035-BUSCA-PLAN-ORIGEN.
           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-P.
           START PLANPAGO KEY IS = ID-CLIENTE-P
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA-PLAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA-PLAN
           END-START.

           PERFORM 2036-LEER-PLAN-ORIGEN
               UNTIL WKS-EOF-BUSCA-PLAN = 1 OR WKS-REVERSO-PLAN = 1.

       2036-LEER-PLAN-ORIGEN.
           READ PLANPAGO NEXT AT END MOVE 1 TO WKS-EOF-BUSCA-PLAN.

           IF WKS-EOF-BUSCA-PLAN = 0
               IF ID-CLIENTE-P NOT = ID-CLIENTE-MOV
                   MOVE 1 TO WKS-EOF-BUSCA-PLAN
               ELSE
                   IF NUM-TRX-ORIG-P = NUM-TRX-REF-MOV
                       MOVE 1 TO WKS-REVERSO-PLAN
                   END-IF
               END-IF
           END-IF.

      *LA DEVOLUCION SE DESCUENTA DEL SALDO POR VENCER DEL PLAN Y LAS
      *MENSUALIDADES QUE FALTAN SE RECALCULAN; SI CUBRE TODO EL SALDO
      *EL PLAN QUEDA CANCELADO. LO QUE EXCEDA AL SALDO YA SE FACTURO
      *EN MENSUALIDADES Y SE ABONA AL CLIENTE COMO REVERSO. EL TOTAL
      *DEVUELTO NO PUEDE PASAR DEL MONTO ORIGINAL DE LA COMPRA.
       2037-REVERSA-PLAN.
           IF PLAN-CANCELADO-P
               MOVE "PLAN YA CANCELADO" TO WKS-MOTIVO-RECHAZO
               PERFORM 2001-RECHAZAR-MOVIMIENTO
               GO TO 2037-FIN.

           IF MONTO-DEVUELTO-P + MONTO-MOV > MONTO-TOTAL-P
               MOVE "MONTO EXCEDE ORIG" TO WKS-MOTIVO-RECHAZO
               PERFORM 2001-RECHAZAR-MOVIMIENTO
               GO TO 2037-FIN.

           ADD MONTO-MOV TO MONTO-DEVUELTO-P.
           MOVE 0 TO WKS-EXCEDENTE-PLAN.

           IF PLAN-ACTIVO-P
               IF MONTO-MOV NOT < SALDO-PLAN-P
                   COMPUTE WKS-EXCEDENTE-PLAN = MONTO-MOV
                                              - SALDO-PLAN-P
                   MOVE 0         TO SALDO-PLAN-P
                   MOVE "C"       TO STATUS-PLAN-P
                   MOVE "N"       TO LIQUIDACION-P
                   MOVE FECHA-MOV TO FECHA-CANCELA-P
                   ADD 1 TO WKS-PLANES-CANCELADOS
               ELSE
                   SUBTRACT MONTO-MOV FROM SALDO-PLAN-P
                   IF PLAN-CUOTA-FIJA-P
                       PERFORM 2039-RECALCULA-CUOTA
                   ELSE
                       COMPUTE MONTO-MENSUAL-P ROUNDED = SALDO-PLAN-P
                             / (NUM-MENSUAL-P - MENSUAL-VENCIDAS-P)
                   END-IF
               END-IF
           ELSE
               MOVE MONTO-MOV TO WKS-EXCEDENTE-PLAN.

           REWRITE REG-PLAN
               INVALID KEY
                   MOVE "NO SE PUDO ACTUALIZAR PLAN" TO
                                                   WKS-MOTIVO-RECHAZO
                   PERFORM 2001-RECHAZAR-MOVIMIENTO
                   GO TO 2037-FIN
           END-REWRITE.

           IF WKS-EXCEDENTE-PLAN > 0
               PERFORM 2038-ABONA-EXCEDENTE-PLAN
           ELSE
               ADD 1 TO WKS-ACEPTADOS-COUNT.

       2037-FIN.
           EXIT.

      *CUOTA NIVELADA DEL PLAN A CUOTAS FIJAS SOBRE EL SALDO QUE
      *QUEDA, A LA MISMA TASA Y EN LAS CUOTAS QUE FALTAN.
       2039-RECALCULA-CUOTA.
           COMPUTE WKS-CUOTAS-RESTAN = NUM-MENSUAL-P
                                     - MENSUAL-VENCIDAS-P.

           IF TASA-PLAN-P = 0
               COMPUTE MONTO-MENSUAL-P ROUNDED = SALDO-PLAN-P
                                               / WKS-CUOTAS-RESTAN
           ELSE
               COMPUTE WKS-TASA-DEC = TASA-PLAN-P / 100
               COMPUTE MONTO-MENSUAL-P ROUNDED =
                   SALDO-PLAN-P * WKS-TASA-DEC /
                   (1 - (1 + WKS-TASA-DEC) ** (0 - WKS-CUOTAS-RESTAN)).

      *EL EXCEDENTE SE POSTEA COMO REVERSO SOBRE EL FOLIO DE LA
      *COMPRA. UNA DEVOLUCION DE MERCANCIA NO ES CONTRACARGO, ASI
      *QUE NO ABRE CASO DE DISPUTA.
       2038-ABONA-EXCEDENTE-PLAN.
           PERFORM 2050-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-MOV     TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO   TO NUM-TRX.
           MOVE FECHA-MOV          TO FECHA-TRX.
           MOVE WKS-EXCEDENTE-PLAN TO MONTO-TRX.
           MOVE WKS-REVERSO        TO DESCRIPCION-TRX.
           MOVE WKS-TIPO-REVERSO   TO TIPO-TRX.
           MOVE NUM-TARJETA-MOV    TO NUM-TARJETA-TRX.
           MOVE NUM-TRX-REF-MOV    TO NUM-TRX-REF.
           MOVE 0                  TO GIRO-TRX.
           MOVE MONEDA-MOV         TO MONEDA-TRX.
           MOVE MONTO-ORIGEN-MOV   TO MONTO-ORIGEN-TRX.
           MOVE CANAL-PAGO-MOV     TO CANAL-TRX.

           WRITE REG-TRX
               INVALID KEY
                   MOVE "LLAVE TRX DUPLICADA" TO WKS-MOTIVO-RECHAZO
                   PERFORM 2001-RECHAZAR-MOVIMIENTO
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-ACEPTADOS-COUNT
                   PERFORM 2500-ACUMULA-VELOCIDAD
                   IF WKS-EXPO-CALCULADA = 1
                       SUBTRACT WKS-EXCEDENTE-PLAN FROM
                                                   WKS-SALDO-EXPUESTO
                   END-IF
           END-WRITE.

       2041-BUSCA-YA-REVERSADA.
           MOVE 0 TO WKS-YA-REVERSADA.
           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-TRX.
                   MOVE 1 TO WKS-EOF-BUSCA-REV
               ELSE
                   IF (TIPO-TRX = WKS-TIPO-REVERSO
                      OR DESCRIPCION-TRX = WKS-REVERSO
                      OR TIPO-TRX = "FRP" OR TIPO-TRX = "FRR")
                      AND NUM-TRX-REF = NUM-TRX-REF-MOV
                       MOVE 1 TO WKS-YA-REVERSADA
                   END-IF
                   MOVE "LLAVE TRX DUPLICADA" TO WKS-MOTIVO-RECHAZO
                   PERFORM 2001-RECHAZAR-MOVIMIENTO
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-ACEPTADOS-COUNT
                   PERFORM 2500-ACUMULA-VELOCIDAD
                   IF WKS-EXPO-CALCULADA = 1
           MOVE WKS-DIA-MOVS                  TO WKS-SOS-MOVS-R.
           MOVE WKS-DIA-MONTO                 TO WKS-SOS-MONTO-R.

      *CADA ALERTA SE ADJUNTA AL CASO ABIERTO DEL CLIENTE (O ABRE
      *UNO) PARA QUE CUMPLIMIENTO LA DICTAMINE EN CAS-DIC.
           MOVE WKS-VEL-CLIENTE (WKS-VEL-IDX) TO ID-CLIENTE-OI.
           MOVE "VEL"                         TO ORIGEN-OI.
           MOVE WKS-FECHA-LOTE                TO PERIODO-OI.
           MOVE WKS-FECHA-LOTE                TO FECHA-OI.
           MOVE WKS-DIA-MONTO                 TO MONTO-OI.
           MOVE WKS-DIA-MOVS                  TO MOVS-OI.
           CALL "CAS-ALT" USING WKS-ALERTA.
           MOVE FOLIO-OI                      TO WKS-SOS-CASO-R.

           MOVE DETALLE-SOS-R TO LINEA-SOS.
           WRITE LINEA-SOS AFTER 2.

           CLOSE DCLIENTE.
           CLOSE MOVORD.
           CLOSE TRXCLI.
           PERFORM 9610-CIERRA-SALDOS.
           CLOSE RECHMOV.
           CLOSE APLPAGOS.
           CLOSE CICLOFAC.
           CLOSE RETENES.
           CLOSE DISPUTAS.
           CLOSE SALDOFAV.
           CLOSE SUSPENSO.
           IF WKS-SIN-CHQRET = 0
               CLOSE CHQRET.
           IF WKS-SIN-RECUPCAS = 0
               CLOSE RECUPCAS
               CLOSE RECUPMOV.
           IF WKS-SIN-ALERTAS = 0
               CLOSE ALERTPRF.
           CLOSE ICLIENTES.
           CLOSE ALERTEXT.
           IF WKS-SIN-PAGOMIN = 0
               CLOSE PAGOMIN.

           MOVE WKS-CONT-LINEAS-FV TO WKS-VAL-CONT-R.
           MOVE WKS-TOT-COBRADO-FV TO WKS-VAL-TCOB-R.
           MOVE WKS-TOT-AJUSTE-FV  TO WKS-VAL-TAJU-R.
           MOVE WKS-TOT-IVA-FV     TO WKS-VAL-TIVA-R.
           MOVE FOOTER-VAL-R TO LINEA-VAL.
           WRITE LINEA-VAL AFTER 2.
           CLOSE REP-VAL.
           IF WKS-SIN-CTLTARJ = 0
               CLOSE CTLTARJ.
           IF WKS-SIN-RECURRE = 0
               CLOSE RECURRE.
           IF WKS-SIN-TIPCAMB = 0
               CLOSE TIPCAMB.
           IF WKS-SIN-ADICION = 0
               CLOSE ADICION.
           IF WKS-SIN-LIMTEMP = 0
               CLOSE LIMTEMP.
           IF WKS-SIN-CORPORAT = 0
               CLOSE CORPORAT
               CLOSE CORPEMP.
           DISPLAY "MOVIMIENTOS ACEPTADOS: " WKS-ACEPTADOS-COUNT.
           DISPLAY "MOVIMIENTOS RECHAZADOS: " WKS-RECHAZOS-COUNT.
           DISPLAY "PLANES DE PAGO CREADOS: " WKS-PLANES-COUNT.
           DISPLAY "PLANES CANCELADOS POR DEVOLUCION: "
                   WKS-PLANES-CANCELADOS.
           DISPLAY "MOVIMIENTOS DE IVA: " WKS-CONT-IVA.
           DISPLAY "COMISIONES DEL CATALOGO: " WKS-CONT-COMISIONES.
           DISPLAY "ALERTAS EMITIDAS: " WKS-CONT-ALERTAS.
           DISPLAY "TARJETAS REACTIVADAS POR PAGO: " WKS-CONT-DESBLOQ.
           DISPLAY "CHEQUES RETENIDOS A SUSPENSO: " WKS-CONT-RETENIDOS.
           DISPLAY "RECUPERACIONES DE CASTIGOS: " WKS-CONT-RECUPERA.
           DISPLAY "AJUSTES POR FECHA VALOR: " WKS-CONT-AJUSTES-FV.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           COMPUTE LEIDOS-BIT = WKS-ACEPTADOS-COUNT
                              + WKS-RECHAZOS-COUNT
                              + WKS-CONT-RETENIDOS.
           MOVE WKS-ACEPTADOS-COUNT TO ESCRITOS-BIT.
           MOVE WKS-RECHAZOS-COUNT TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
                  INTO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "POST-TRX"      TO PROGRAMA-SV.
           MOVE ID-CLIENTE-TRX  TO ID-CLIENTE-SV.
           MOVE FECHA-TRX       TO FECHA-SV.
           MOVE TIPO-TRX        TO TIPO-TRX-SV.
           MOVE DESCRIPCION-TRX TO DESCRIPCION-SV.
           MOVE MONTO-TRX       TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

       9610-CIERRA-SALDOS.
           MOVE "F" TO FUNCION-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

      *LA RETENCION QUE SE LIBERA AL POSTEAR SU PRESENTACION DEJA DE
      *APARTAR CREDITO EN EL MAESTRO DE SALDOS.
       9620-LIBERA-SALDO.
           MOVE "L"             TO FUNCION-SV.
           MOVE "POST-TRX"      TO PROGRAMA-SV.
           MOVE ID-CLIENTE-RET  TO ID-CLIENTE-SV.
           MOVE WKS-FECHA-LOTE  TO FECHA-SV.
           MOVE SPACES          TO TIPO-TRX-SV.
           MOVE SPACES          TO DESCRIPCION-SV.
           MOVE MONTO-RET       TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.
