      *MI PROGRAMA DE MENSUALIDADES DE PLANES DE PAGO - VENCE UNA
      *MENSUALIDAD DE CADA PLAN ACTIVO EN CADA CORTE DE ESTADO DE
      *CUENTA Y LA POSTEA COMO CARGO EN TRXCLI. EL PLAN CON
      *LIQUIDACION ANTICIPADA SOLICITADA SE FACTURA COMPLETO. LOS
      *PLANES A CUOTAS FIJAS POSTEAN SU CAPITAL Y, POR SEPARADO, EL
      *INTERES DEL MES CON SU IVA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLA-MEN.
       ENVIRONMENT DIVISION.
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CTL.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT REP-PLA ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.
        03 ID-CLIENTE-CTL     PIC 9(06).
        03 PROX-NUM-TRX-CTL   PIC 9(04).

      *CATALOGO DE TIPOS - DA EL IVA QUE CAUSA EL INTERES DE LAS
      *CUOTAS FIJAS.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

       FD REP-PLA.
       01 LINEA-PLA              PIC X(132).

       01 WKS-EOF-BUSCA-NUM    PIC 9 VALUE 0.
       01 WKS-CONT-MENSUAL     PIC 9(04) VALUE 0.
       01 WKS-CONT-LIQUIDADOS  PIC 9(04) VALUE 0.
       01 WKS-CONT-ANTICIPADOS PIC 9(04) VALUE 0.
       01 WKS-MONTO-VENCER     PIC 9(07)V99 VALUE 0.
       01 WKS-TIPO-CAPITAL     PIC X(03) VALUE "MSI".

      *CUOTAS FIJAS: INTERES DEL MES SOBRE EL SALDO DEL PLAN A SU
      *TASA PACTADA, MAS EL IVA DEL PORCENTAJE DEL TIPO "CFI" EN EL
      *CATALOGO (16 SI EL TIPO AUN NO ESTA DADO DE ALTA).
       01 WKS-TIPO-INTERES     PIC X(03) VALUE "CFI".
       01 WKS-MONTO-INTERES    PIC 9(07)V99 VALUE 0.
       01 WKS-PCT-IVA          PIC 9(02)V99 VALUE 16.
       01 WKS-MONTO-IVA        PIC 9(07)V99 VALUE 0.
       01 WKS-NUM-INTERES      PIC 9(04) VALUE 0.
       01 WKS-CONT-INTERESES   PIC 9(04) VALUE 0.
       01 WKS-TOTAL-INTERES    PIC 9(09)V99 VALUE 0.
       01 WKS-TOTAL-IVA        PIC 9(09)V99 VALUE 0.

       01 WKS-DESC-INTERES.
           03 FILLER           PIC X(12) VALUE "INTERES MES ".
           03 WKS-INT-NUM      PIC 9(02).
           03 FILLER           PIC X(04) VALUE " DE ".
           03 WKS-INT-TOT      PIC 9(02).

       01 WKS-IVA-DESC.
           03 FILLER           PIC X(04) VALUE "IVA ".
           03 WKS-IVA-DESC-BASE PIC X(16) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08).

       01 WKS-DESC-MENSUAL.
           03 FILLER           PIC X(04) VALUE " DE ".
           03 WKS-MEN-TOT      PIC 9(02).

       01 WKS-DESC-LIQUIDA.
           03 FILLER           PIC X(13) VALUE "LIQUIDA PLAN ".
           03 WKS-LIQ-PLAN     PIC 9(04).

       01 HEADER-L1-PLA.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(28) VALUE "MENSUALIDADES DE PLANES".
            03 FILLER PIC X(15) VALUE "MONTO".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "SALDO PLAN".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "INTERES".

       01 DETALLE-PLA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-MONTO-R     PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-SALDO-R     PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-INTERES-R   PIC $Z,ZZZ,ZZ9.99.

       01 FOOTER-PLA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "PLANES LIQUIDADOS: ".
            03 WKS-CONT-LIQ-R  PIC ZZZZ.

       01 FOOTER-ANT-PLA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(33)
                       VALUE "LIQUIDACIONES ANTICIPADAS: ".
            03 WKS-CONT-ANT-R  PIC ZZZZ.

       01 FOOTER-INT-PLA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(27)
                       VALUE "INTERES DE CUOTAS FIJAS: ".
            03 WKS-TOT-INT-R   PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "IVA: ".
            03 WKS-TOT-IVA-R   PIC $ZZZ,ZZZ,ZZ9.99.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           OPEN I-O CTLNUM.
           OPEN OUTPUT REP-PLA.

           OPEN INPUT CATTRX.
           MOVE WKS-TIPO-INTERES TO TIPO-TRX-CAT.
           READ CATTRX
               NOT INVALID KEY MOVE PCT-IVA-CAT TO WKS-PCT-IVA
           END-READ.
           CLOSE CATTRX.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.

       2000-PROCESO.
           IF STATUS-PLAN-P = "A"
               IF PLAN-LIQUIDA-ANTICIPADO
                   PERFORM 2200-LIQUIDA-PLAN
               ELSE
               IF PLAN-CUOTA-FIJA-P
                   PERFORM 2300-VENCE-CUOTA-FIJA
               ELSE
                   PERFORM 2100-VENCE-MENSUALIDAD.

           PERFORM 1010-LEER-PLAN.

      *LA ULTIMA MENSUALIDAD SE LLEVA EL SALDO COMPLETO PARA QUE EL
      *REDONDEO DE LA DIVISION NO DEJE CENTAVOS COLGADOS EN EL PLAN.
       2100-VENCE-MENSUALIDAD.
           MOVE 0 TO WKS-MONTO-INTERES.
           ADD 1 TO MENSUAL-VENCIDAS-P.

           IF MENSUAL-VENCIDAS-P = NUM-MENSUAL-P
           PERFORM 2120-DETALLE-R.
           ADD 1 TO WKS-CONT-MENSUAL.

      *LIQUIDACION ANTICIPADA: TODO EL SALDO DEL PLAN SE POSTEA EN
      *UN SOLO CARGO Y SE DAN POR VENCIDAS LAS MENSUALIDADES QUE
      *FALTABAN. EL PLAN A CUOTAS FIJAS PAGA SOLO EL INTERES DEL MES
      *EN CURSO; EL DE LAS CUOTAS QUE FALTABAN YA NO SE GENERA.
       2200-LIQUIDA-PLAN.
           MOVE 0 TO WKS-MONTO-INTERES.
           IF PLAN-CUOTA-FIJA-P
               COMPUTE WKS-MONTO-INTERES ROUNDED =
                   SALDO-PLAN-P * TASA-PLAN-P / 100.

           MOVE SALDO-PLAN-P  TO WKS-MONTO-VENCER.
           MOVE 0             TO SALDO-PLAN-P.
           MOVE NUM-MENSUAL-P TO MENSUAL-VENCIDAS-P.
           MOVE "L"           TO STATUS-PLAN-P.
           ADD 1 TO WKS-CONT-LIQUIDADOS.
           ADD 1 TO WKS-CONT-ANTICIPADOS.

           PERFORM 2110-POSTEA-CARGO.
           IF WKS-MONTO-INTERES > 0
               ADD WKS-MONTO-INTERES TO INTERES-COBRADO-P
               PERFORM 2310-POSTEA-INTERES.

           REWRITE REG-PLAN
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL PLAN DEL"
                           " CLIENTE " ID-CLIENTE-P.

           PERFORM 2120-DETALLE-R.
           ADD 1 TO WKS-CONT-MENSUAL.

      *CUOTA FIJA: EL INTERES DEL MES SALE DEL SALDO A LA TASA DEL
      *PLAN Y EL RESTO DE LA CUOTA NIVELADA ES CAPITAL; LA ULTIMA
      *CUOTA SE LLEVA TODO EL SALDO PARA NO DEJAR CENTAVOS.
       2300-VENCE-CUOTA-FIJA.
           ADD 1 TO MENSUAL-VENCIDAS-P.

           COMPUTE WKS-MONTO-INTERES ROUNDED =
               SALDO-PLAN-P * TASA-PLAN-P / 100.

           IF MENSUAL-VENCIDAS-P = NUM-MENSUAL-P
              OR MONTO-MENSUAL-P - WKS-MONTO-INTERES > SALDO-PLAN-P
               MOVE SALDO-PLAN-P TO WKS-MONTO-VENCER
           ELSE
               COMPUTE WKS-MONTO-VENCER = MONTO-MENSUAL-P
                                        - WKS-MONTO-INTERES.

           SUBTRACT WKS-MONTO-VENCER FROM SALDO-PLAN-P.
           ADD WKS-MONTO-INTERES TO INTERES-COBRADO-P.

           IF MENSUAL-VENCIDAS-P = NUM-MENSUAL-P
               MOVE "L" TO STATUS-PLAN-P
               ADD 1 TO WKS-CONT-LIQUIDADOS.

           PERFORM 2110-POSTEA-CARGO.
           IF WKS-MONTO-INTERES > 0
               PERFORM 2310-POSTEA-INTERES.

           REWRITE REG-PLAN
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL PLAN DEL"
                           " CLIENTE " ID-CLIENTE-P.

           PERFORM 2120-DETALLE-R.
           ADD 1 TO WKS-CONT-MENSUAL.

      *EL INTERES VA COMO SU PROPIO CARGO "CFI" PARA QUE EL ESTADO
      *DE CUENTA LO MUESTRE APARTE DEL CAPITAL, Y SU IVA COMO
      *MOVIMIENTO "IVA" CON EL FOLIO DEL INTERES EN NUM-TRX-REF.
       2310-POSTEA-INTERES.
           PERFORM 2050-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-P        TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO    TO NUM-TRX.
           MOVE WKS-FECHA-HOY       TO FECHA-TRX.
           MOVE 0                   TO NUM-TRX-REF.
           MOVE WKS-TIPO-INTERES    TO TIPO-TRX.
           MOVE 0                   TO NUM-TARJETA-TRX.
           MOVE 0                   TO GIRO-TRX.
           MOVE SPACES              TO MONEDA-TRX.
           MOVE 0                   TO MONTO-ORIGEN-TRX.
           MOVE SPACES              TO CANAL-TRX.
           MOVE WKS-MONTO-INTERES   TO MONTO-TRX.
           MOVE MENSUAL-VENCIDAS-P  TO WKS-INT-NUM.
           MOVE NUM-MENSUAL-P       TO WKS-INT-TOT.
           MOVE WKS-DESC-INTERES    TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL INTERES DEL"
                           " CLIENTE " ID-CLIENTE-P
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-CONT-INTERESES
                   ADD WKS-MONTO-INTERES TO WKS-TOTAL-INTERES
                   PERFORM 2320-POSTEA-IVA
           END-WRITE.

       2320-POSTEA-IVA.
           COMPUTE WKS-MONTO-IVA ROUNDED =
               WKS-MONTO-INTERES * WKS-PCT-IVA / 100.

           IF WKS-MONTO-IVA > 0
               MOVE NUM-TRX                   TO WKS-NUM-INTERES
               MOVE WKS-DESC-INTERES (1:16)   TO WKS-IVA-DESC-BASE
               PERFORM 2050-OBTEN-PROX-NUM
               MOVE ID-CLIENTE-P        TO ID-CLIENTE-TRX
               MOVE WKS-NUM-ASIGNADO    TO NUM-TRX
               MOVE WKS-FECHA-HOY       TO FECHA-TRX
               MOVE WKS-NUM-INTERES     TO NUM-TRX-REF
               MOVE "IVA"               TO TIPO-TRX
               MOVE WKS-MONTO-IVA       TO MONTO-TRX
               MOVE WKS-IVA-DESC        TO DESCRIPCION-TRX
               WRITE REG-TRX
                   INVALID KEY
                       DISPLAY "NO SE PUDO POSTEAR EL IVA DEL"
                               " INTERES DEL CLIENTE " ID-CLIENTE-P
                   NOT INVALID KEY
                       PERFORM 9600-ACTUALIZA-SALDO
                       ADD WKS-MONTO-IVA TO WKS-TOTAL-IVA
               END-WRITE.

       2110-POSTEA-CARGO.
           PERFORM 2050-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-P        TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO    TO NUM-TRX.
           MOVE WKS-FECHA-HOY       TO FECHA-TRX.
           MOVE 0                   TO NUM-TRX-REF.
           IF PLAN-CUOTA-FIJA-P
               MOVE "CFC"            TO WKS-TIPO-CAPITAL
           ELSE
               MOVE "MSI"            TO WKS-TIPO-CAPITAL.
           MOVE WKS-TIPO-CAPITAL    TO TIPO-TRX.
           MOVE 0                   TO NUM-TARJETA-TRX.
           MOVE 0                   TO GIRO-TRX.
           MOVE SPACES              TO MONEDA-TRX.
           MOVE WKS-MONTO-VENCER    TO MONTO-TRX.
           MOVE MENSUAL-VENCIDAS-P  TO WKS-MEN-NUM.
           MOVE NUM-MENSUAL-P       TO WKS-MEN-TOT.
           IF PLAN-LIQUIDA-ANTICIPADO
               MOVE NUM-PLAN-P       TO WKS-LIQ-PLAN
               MOVE WKS-DESC-LIQUIDA TO DESCRIPCION-TRX
           ELSE
               MOVE WKS-DESC-MENSUAL TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR LA MENSUALIDAD DEL"
                           " CLIENTE " ID-CLIENTE-P
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO.

       2120-DETALLE-R.
           MOVE ID-CLIENTE-P       TO WKS-ID-CLI-R.
           MOVE NUM-MENSUAL-P      TO WKS-MEN-TOT-R.
           MOVE WKS-MONTO-VENCER   TO WKS-MONTO-R.
           MOVE SALDO-PLAN-P       TO WKS-SALDO-R.
           MOVE WKS-MONTO-INTERES  TO WKS-INTERES-R.

           MOVE DETALLE-PLA-R TO LINEA-PLA.
           WRITE LINEA-PLA AFTER 1.
           MOVE WKS-CONT-LIQUIDADOS TO WKS-CONT-LIQ-R.
           MOVE FOOTER-PLA-R TO LINEA-PLA.
           WRITE LINEA-PLA AFTER 2.
           MOVE WKS-CONT-ANTICIPADOS TO WKS-CONT-ANT-R.
           MOVE FOOTER-ANT-PLA-R TO LINEA-PLA.
           WRITE LINEA-PLA AFTER 1.
           MOVE WKS-TOTAL-INTERES TO WKS-TOT-INT-R.
           MOVE WKS-TOTAL-IVA     TO WKS-TOT-IVA-R.
           MOVE FOOTER-INT-PLA-R TO LINEA-PLA.
           WRITE LINEA-PLA AFTER 1.

           CLOSE PLANPAGO.
           CLOSE TRXCLI.
           PERFORM 9610-CIERRA-SALDOS.
           CLOSE CTLNUM.
           CLOSE REP-PLA.
           DISPLAY "MENSUALIDADES POSTEADAS: " WKS-CONT-MENSUAL.
           DISPLAY "PLANES LIQUIDADOS: " WKS-CONT-LIQUIDADOS.
           DISPLAY "LIQUIDACIONES ANTICIPADAS: " WKS-CONT-ANTICIPADOS.
           DISPLAY "INTERESES DE CUOTAS FIJAS: " WKS-CONT-INTERESES.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "PLA-MEN "      TO PROGRAMA-SV.
           MOVE ID-CLIENTE-TRX  TO ID-CLIENTE-SV.
           MOVE FECHA-TRX       TO FECHA-SV.
           MOVE TIPO-TRX        TO TIPO-TRX-SV.
           MOVE DESCRIPCION-TRX TO DESCRIPCION-SV.
           MOVE MONTO-TRX       TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

       9610-CIERRA-SALDOS.
           MOVE "F" TO FUNCION-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

      *FECHA DE NEGOCIO DESDE EL REGISTRO DE CONTROL; SI NO EXISTE
      *TODAVIA SE TRABAJA CON LA FECHA DE LA MAQUINA.
       9700-LEE-FECHA-PROCESO.
