      *MI PROGRAMA DE CONVERSION DE COMPRAS A CUOTAS FIJAS - EL
      *CLIENTE PIDE PASAR UNA COMPRA GRANDE YA POSTEADA A 3, 6, 9 O
      *12 PAGOS MENSUALES A TASA FIJA. SE REVISA QUE SEA COMPRA, QUE
      *ALCANCE EL MONTO MINIMO, QUE NO SEA ANTERIOR AL ULTIMO CORTE Y
      *QUE EL CLIENTE NO TENGA ADEUDOS VENCIDOS. LA COMPRA SE ABONA
      *CON UN MOVIMIENTO "CNV" QUE LA SACA DEL SALDO REVOLVENTE Y SE
      *DA DE ALTA EL PLAN A CUOTAS FIJAS QUE PLA-MEN IRA VENCIENDO
      *CON SU INTERES APARTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUO-FIJ.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT PLANPAGO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PLAN-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-P WITH DUPLICATES
                FILE STATUS IS WKS-FS-PLAN.

           SELECT CICLOFAC ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT CTLNUM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CTL.

           SELECT SALDOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS SALDO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-S WITH DUPLICATES
                FILE STATUS IS WKS-FS-SALDOS.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD DCLIENTE.
       01 REG-CLI-D.
       COPY DCLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-D==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-D==
                     ==ID-TARJETA== BY ==ID-TARJETA-D==
                     ==TIPO-TARG== BY ==TIPO-TARG-D==
                     ==ANUALIDAD== BY ==ANUALIDAD-D==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-D==
                     ==LIMITE-CREDITO== BY ==LIMITE-CREDITO-D==
                     ==DOMICILIADO== BY ==DOMICILIADO-D==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-D==.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

       FD PLANPAGO.
       01 REG-PLAN.
       COPY PLANCOPY.

      *CICLOS DEL CLIENTE - UNO VENCIDO SIN CUBRIR LO DEJA FUERA DE
      *LA CONVERSION.
       FD CICLOFAC.
       01 REG-CICLO.
       COPY CICLCOPY.

      *FOLIO SIGUIENTE DE TRANSACCION POR CLIENTE, EL MISMO CONTROL
      *QUE USA POST-TRX PARA NUMERAR SIN BARRER TODO TRXCLI.
       FD CTLNUM.
       01 REG-CTL.
        03 ID-CLIENTE-CTL     PIC 9(06).
        03 PROX-NUM-TRX-CTL   PIC 9(04).

      *SALDO DE CIERRE POR CLIENTE Y FECHA DE CORTE, GRABADO POR
      *EST-CTA - DE AQUI SALE EL ULTIMO CORTE DEL CLIENTE.
       FD SALDOS.
       01 REG-SALDO.
        03 SALDO-KEY.
           05 ID-CLIENTE-S    PIC 9(06).
           05 FECHA-CORTE-S   PIC 9(08).
        03 SALDO-CORTE-S      PIC S9(08)V99.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-LOOP             PIC 9 VALUE 0.
       01 WKS-RES              PIC A(01).
       01 WKS-FS-PLAN          PIC X(02) VALUE "00".
       01 WKS-FS-SALDOS        PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-SIN-SALDOS       PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-ID-CAPTURA       PIC 9(06) VALUE 0.
       01 WKS-FOLIO-CAPTURA    PIC 9(04) VALUE 0.
       01 WKS-PLAZO-CAPTURA    PIC 9(02) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-CREDITO          PIC A(10) VALUE "CREDITO".
       01 WKS-ELEGIBLE         PIC 9 VALUE 0.
       01 WKS-MOTIVO           PIC X(40) VALUE SPACES.
       01 WKS-EOF-SCAN         PIC 9 VALUE 0.
       01 WKS-VENCIDO          PIC 9 VALUE 0.
       01 WKS-REFERENCIADA     PIC 9 VALUE 0.
       01 WKS-ULTIMO-CORTE     PIC 9(08) VALUE 0.
       01 WKS-MAX-NUM-PLAN     PIC 9(04) VALUE 0.
       01 WKS-MAX-CLIENTE      PIC 9(04) VALUE 0.
       01 WKS-NUM-ASIGNADO     PIC 9(04) VALUE 0.

      *SOLO LAS COMPRAS PRESENTADAS POR LA RED ("CGO") SE CONVIERTEN,
      *Y DESDE ESTE MONTO.
       01 WKS-TIPO-COMPRA      PIC X(03) VALUE "CGO".
       01 WKS-TIPO-CONVERSION  PIC X(03) VALUE "CNV".
       01 WKS-MONTO-MINIMO     PIC 9(07)V99 VALUE 1500.00.

      *TASA MENSUAL FIJA POR PLAZO; QUEDA GRABADA EN EL PLAN Y NO
      *CAMBIA AUNQUE ESTA TABLA SE ACTUALICE DESPUES.
       01 WKS-TABLA-PLAZOS-VAL.
           03 FILLER           PIC X(06) VALUE "030150".
           03 FILLER           PIC X(06) VALUE "060175".
           03 FILLER           PIC X(06) VALUE "090190".
           03 FILLER           PIC X(06) VALUE "120200".
       01 WKS-TABLA-PLAZOS REDEFINES WKS-TABLA-PLAZOS-VAL.
           03 WKS-PLAZO-ELEM OCCURS 4 TIMES.
              05 WKS-PLAZO-TAB    PIC 9(02).
              05 WKS-TASA-TAB     PIC 9(02)V99.
       01 WKS-PLAZO-IDX        PIC 9(02) VALUE 0.
       01 WKS-PLAZO-HALLADO    PIC 9 VALUE 0.

      *DATOS DE LA COMPRA A CONVERTIR, GUARDADOS ANTES DE BARRER
      *TRXCLI PARA LAS DEMAS VALIDACIONES.
       01 WKS-COMPRA-FECHA     PIC 9(08) VALUE 0.
       01 WKS-COMPRA-MONTO     PIC 9(07)V99 VALUE 0.
       01 WKS-COMPRA-DESC      PIC X(20) VALUE SPACES.
       01 WKS-COMPRA-TARJETA   PIC 9(02) VALUE 0.

       01 WKS-TASA-PLAN        PIC 9(02)V99 VALUE 0.
       01 WKS-TASA-DEC         PIC 9V9(06) VALUE 0.
       01 WKS-CUOTA            PIC 9(07)V99 VALUE 0.
       01 WKS-INTERES-TOTAL    PIC 9(07)V99 VALUE 0.
       01 WKS-CUOTA-R          PIC $Z,ZZZ,ZZ9.99.
       01 WKS-INTERES-R        PIC $Z,ZZZ,ZZ9.99.
       01 WKS-MONTO-R          PIC $Z,ZZZ,ZZ9.99.
       01 WKS-TASA-R           PIC Z9.99.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-LOOP = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "CUO-FIJ " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
               MOVE 1 TO WKS-LOOP
               STOP RUN.

           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT DCLIENTE.
           OPEN I-O TRXCLI.
           OPEN INPUT CICLOFAC.
           OPEN I-O CTLNUM.

           OPEN I-O PLANPAGO.
           IF WKS-FS-PLAN = "35"
               OPEN OUTPUT PLANPAGO
               CLOSE PLANPAGO
               OPEN I-O PLANPAGO.

      *SIN ARCHIVO DE SALDOS NUNCA HA CORRIDO UN CORTE Y CUALQUIER
      *COMPRA ESTA DENTRO DEL PERIODO.
           OPEN INPUT SALDOS.
           IF WKS-FS-SALDOS NOT = "00"
               MOVE 1 TO WKS-SIN-SALDOS.

       2000-PROCESO.
           DISPLAY "ID DE CLIENTE:" LINE 02 POSITION 03.
           ACCEPT WKS-ID-CAPTURA LINE 02 POSITION 19.

           PERFORM 2100-VALIDA-CLIENTE THRU 2100-FIN.

           IF WKS-ELEGIBLE = 1
               PERFORM 2200-VALIDA-COMPRA THRU 2200-FIN.

           IF WKS-ELEGIBLE = 1
               PERFORM 2300-CALCULA-CUOTA THRU 2300-FIN.

           IF WKS-ELEGIBLE = 1
               PERFORM 2400-CONFIRMA-CONVERSION
           ELSE
               DISPLAY WKS-MOTIVO LINE 09 POSITION 03.

           DISPLAY "OTRO CLIENTE S/N:" LINE 11 POSITION 03.
           ACCEPT WKS-RES LINE 11 POSITION 21.

           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

      *CLIENTE DE CREDITO Y SIN NINGUN CICLO VENCIDO SIN CUBRIR, YA
      *SEA ANUALIDAD, PAGO MINIMO O CONVENIO DE REESTRUCTURA.
       2100-VALIDA-CLIENTE.
           MOVE 0 TO WKS-ELEGIBLE.

           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-D.
           READ DCLIENTE INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                         NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE "CLIENTE NO EXISTE" TO WKS-MOTIVO
               GO TO 2100-FIN.

           DISPLAY "CLIENTE: " NOMBRE-CLIENTE-D LINE 03 POSITION 03.

           IF TIPO-TARG-D NOT = WKS-CREDITO
               MOVE "SOLO CLIENTES DE CREDITO" TO WKS-MOTIVO
               GO TO 2100-FIN.

           MOVE 0 TO WKS-VENCIDO.
           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-C.
           START CICLOFAC KEY IS = ID-CLIENTE-C
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2110-LEER-CICLO
               UNTIL WKS-EOF-SCAN = 1 OR WKS-VENCIDO = 1.

           IF WKS-VENCIDO = 1
               MOVE "CLIENTE CON ADEUDO VENCIDO" TO WKS-MOTIVO
               GO TO 2100-FIN.

           MOVE 1 TO WKS-ELEGIBLE.

       2100-FIN.
           EXIT.

       2110-LEER-CICLO.
           READ CICLOFAC NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-C NOT = WKS-ID-CAPTURA
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF (CICLO-PENDIENTE-C OR CICLO-RESTRUCT-C)
                      AND FECHA-VENCE-C < WKS-FECHA-HOY
                       MOVE 1 TO WKS-VENCIDO
                   END-IF
               END-IF
           END-IF.

      *LA COMPRA: DEL CLIENTE, DE TIPO COMPRA, DESDE EL MONTO MINIMO,
      *POSTERIOR AL ULTIMO CORTE Y SIN REVERSO NI CONVERSION PREVIA
      *(NINGUNA OTRA TRX LA REFERENCIA).
       2200-VALIDA-COMPRA.
           MOVE 0 TO WKS-ELEGIBLE.

           DISPLAY "FOLIO DE LA COMPRA:" LINE 04 POSITION 03.
           ACCEPT WKS-FOLIO-CAPTURA LINE 04 POSITION 24.

           MOVE WKS-ID-CAPTURA    TO ID-CLIENTE-TRX.
           MOVE WKS-FOLIO-CAPTURA TO NUM-TRX.
           READ TRXCLI INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                       NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE "FOLIO NO EXISTE" TO WKS-MOTIVO
               GO TO 2200-FIN.

           MOVE FECHA-TRX       TO WKS-COMPRA-FECHA.
           MOVE MONTO-TRX       TO WKS-COMPRA-MONTO.
           MOVE DESCRIPCION-TRX TO WKS-COMPRA-DESC.
           MOVE NUM-TARJETA-TRX TO WKS-COMPRA-TARJETA.

           MOVE WKS-COMPRA-MONTO TO WKS-MONTO-R.
           DISPLAY WKS-COMPRA-FECHA " " WKS-COMPRA-DESC " "
                   WKS-MONTO-R LINE 05 POSITION 03.

           IF TIPO-TRX NOT = WKS-TIPO-COMPRA
               MOVE "EL FOLIO NO ES UNA COMPRA" TO WKS-MOTIVO
               GO TO 2200-FIN.

           IF WKS-COMPRA-MONTO < WKS-MONTO-MINIMO
               MOVE "COMPRA MENOR AL MONTO MINIMO" TO WKS-MOTIVO
               GO TO 2200-FIN.

           PERFORM 2210-BUSCA-ULTIMO-CORTE.

           IF WKS-COMPRA-FECHA NOT > WKS-ULTIMO-CORTE
               MOVE "COMPRA ANTERIOR AL ULTIMO CORTE" TO WKS-MOTIVO
               GO TO 2200-FIN.

           MOVE 0 TO WKS-REFERENCIADA.
           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2220-LEER-REFERENCIA
               UNTIL WKS-EOF-SCAN = 1 OR WKS-REFERENCIADA = 1.

           IF WKS-REFERENCIADA = 1
               MOVE "COMPRA CON REVERSO O YA CONVERTIDA" TO WKS-MOTIVO
               GO TO 2200-FIN.

           MOVE 1 TO WKS-ELEGIBLE.

       2200-FIN.
           EXIT.

       2210-BUSCA-ULTIMO-CORTE.
           MOVE 0 TO WKS-ULTIMO-CORTE.

           IF WKS-SIN-SALDOS = 0
               MOVE WKS-ID-CAPTURA TO ID-CLIENTE-S
               MOVE 0 TO FECHA-CORTE-S
               START SALDOS KEY IS NOT < SALDO-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-SCAN
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
               END-START
               PERFORM 2211-LEER-SALDO UNTIL WKS-EOF-SCAN = 1.

       2211-LEER-SALDO.
           READ SALDOS NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-S NOT = WKS-ID-CAPTURA
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF FECHA-CORTE-S > WKS-ULTIMO-CORTE
                       MOVE FECHA-CORTE-S TO WKS-ULTIMO-CORTE
                   END-IF
               END-IF
           END-IF.

       2220-LEER-REFERENCIA.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-TRX NOT = WKS-ID-CAPTURA
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF NUM-TRX-REF = WKS-FOLIO-CAPTURA
                       MOVE 1 TO WKS-REFERENCIADA
                   END-IF
               END-IF
           END-IF.

      *CUOTA NIVELADA: MONTO * I / (1 - (1 + I) ** -N), CON I LA
      *TASA MENSUAL DEL PLAZO ELEGIDO.
       2300-CALCULA-CUOTA.
           MOVE 0 TO WKS-ELEGIBLE.

           DISPLAY "PLAZO EN MESES (03 06 09 12):" LINE 06 POSITION 03.
           ACCEPT WKS-PLAZO-CAPTURA LINE 06 POSITION 34.

           MOVE 0 TO WKS-PLAZO-HALLADO.
           MOVE 1 TO WKS-PLAZO-IDX.
           PERFORM 2310-BUSCA-PLAZO
               UNTIL WKS-PLAZO-HALLADO = 1 OR WKS-PLAZO-IDX > 4.

           IF WKS-PLAZO-HALLADO = 0
               MOVE "PLAZO NO PERMITIDO" TO WKS-MOTIVO
               GO TO 2300-FIN.

           COMPUTE WKS-TASA-DEC = WKS-TASA-PLAN / 100.
           COMPUTE WKS-CUOTA ROUNDED =
               WKS-COMPRA-MONTO * WKS-TASA-DEC /
               (1 - (1 + WKS-TASA-DEC) ** (0 - WKS-PLAZO-CAPTURA)).
           COMPUTE WKS-INTERES-TOTAL = WKS-CUOTA * WKS-PLAZO-CAPTURA
                                     - WKS-COMPRA-MONTO.

           MOVE WKS-TASA-PLAN     TO WKS-TASA-R.
           MOVE WKS-CUOTA         TO WKS-CUOTA-R.
           MOVE WKS-INTERES-TOTAL TO WKS-INTERES-R.
           DISPLAY "TASA MENSUAL: " WKS-TASA-R "  CUOTA: " WKS-CUOTA-R
                   "  INTERES: " WKS-INTERES-R LINE 07 POSITION 03.

           MOVE 1 TO WKS-ELEGIBLE.

       2300-FIN.
           EXIT.

       2310-BUSCA-PLAZO.
           IF WKS-PLAZO-TAB (WKS-PLAZO-IDX) = WKS-PLAZO-CAPTURA
               MOVE WKS-TASA-TAB (WKS-PLAZO-IDX) TO WKS-TASA-PLAN
               MOVE 1 TO WKS-PLAZO-HALLADO.
           ADD 1 TO WKS-PLAZO-IDX.

       2400-CONFIRMA-CONVERSION.
           DISPLAY "CONFIRMA CONVERSION S/N:" LINE 08 POSITION 03.
           ACCEPT WKS-RES LINE 08 POSITION 28.

           IF WKS-RES = "S"
               PERFORM 2410-GRABA-PLAN
               IF WKS-INVALID-KEY = 0
                   PERFORM 2420-ABONA-COMPRA
                   DISPLAY "COMPRA CONVERTIDA EN PLAN " NUM-PLAN-P
                                                LINE 09 POSITION 03
               ELSE
                   DISPLAY "NO SE PUDO GRABAR EL PLAN" LINE 09
                                                       POSITION 03.

       2410-GRABA-PLAN.
           PERFORM 2411-BUSCA-MAX-PLAN.

           ADD 1 TO WKS-MAX-NUM-PLAN.
           MOVE WKS-ID-CAPTURA    TO ID-CLIENTE-P.
           MOVE WKS-MAX-NUM-PLAN  TO NUM-PLAN-P.
           MOVE WKS-FECHA-HOY     TO FECHA-ALTA-P.
           MOVE WKS-COMPRA-DESC   TO DESCRIPCION-P.
           MOVE WKS-COMPRA-MONTO  TO MONTO-TOTAL-P.
           MOVE WKS-PLAZO-CAPTURA TO NUM-MENSUAL-P.
           MOVE 0                 TO MENSUAL-VENCIDAS-P.
           MOVE WKS-CUOTA         TO MONTO-MENSUAL-P.
           MOVE WKS-COMPRA-MONTO  TO SALDO-PLAN-P.
           MOVE "A"               TO STATUS-PLAN-P.
           MOVE WKS-FOLIO-CAPTURA TO NUM-TRX-ORIG-P.
           MOVE "N"               TO LIQUIDACION-P.
           MOVE 0                 TO FECHA-SOL-LIQ-P.
           MOVE 0                 TO MONTO-DEVUELTO-P.
           MOVE 0                 TO FECHA-CANCELA-P.
           MOVE "F"               TO TIPO-PLAN-P.
           MOVE WKS-TASA-PLAN     TO TASA-PLAN-P.
           MOVE 0                 TO INTERES-COBRADO-P.

           WRITE REG-PLAN
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-WRITE.

       2411-BUSCA-MAX-PLAN.
           MOVE 0 TO WKS-MAX-NUM-PLAN.
           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-P.
           START PLANPAGO KEY IS = ID-CLIENTE-P
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2412-LEER-PLAN UNTIL WKS-EOF-SCAN = 1.

       2412-LEER-PLAN.
           READ PLANPAGO NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-P NOT = WKS-ID-CAPTURA
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF NUM-PLAN-P > WKS-MAX-NUM-PLAN
                       MOVE NUM-PLAN-P TO WKS-MAX-NUM-PLAN
                   END-IF
               END-IF
           END-IF.

      *EL ABONO "CNV" REFERENCIA A LA COMPRA: SE NETEA CONTRA ELLA EN
      *EL ESTADO DE CUENTA Y EN EL SALDO SOBRE EL QUE INT-REV COBRA
      *INTERES; DESDE AQUI LA DEUDA VIVE EN EL PLAN.
       2420-ABONA-COMPRA.
           PERFORM 2430-OBTEN-PROX-NUM.
           MOVE WKS-ID-CAPTURA      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO    TO NUM-TRX.
           MOVE WKS-FECHA-HOY       TO FECHA-TRX.
           MOVE WKS-FOLIO-CAPTURA   TO NUM-TRX-REF.
           MOVE WKS-TIPO-CONVERSION TO TIPO-TRX.
           MOVE WKS-COMPRA-TARJETA  TO NUM-TARJETA-TRX.
           MOVE 0                   TO GIRO-TRX.
           MOVE SPACES              TO MONEDA-TRX.
           MOVE 0                   TO MONTO-ORIGEN-TRX.
           MOVE SPACES              TO CANAL-TRX.
           MOVE WKS-COMPRA-MONTO    TO MONTO-TRX.
           MOVE "CONVERSION A CUOTAS" TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO ABONAR LA COMPRA" LINE 10
                                                       POSITION 03
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

      *FOLIO POR CLIENTE DESDE EL CONTROL; SI EL CLIENTE AUN NO
      *TIENE CONTROL SE INICIA CON EL MAYOR FOLIO QUE YA TENGA.
       2430-OBTEN-PROX-NUM.
           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-CTL.
           READ CTLNUM
               INVALID KEY PERFORM 2432-INICIA-CONTROL
           END-READ.

           MOVE PROX-NUM-TRX-CTL TO WKS-NUM-ASIGNADO.
           ADD 1 TO PROX-NUM-TRX-CTL.

           REWRITE REG-CTL
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CONTROL DE"
                           " FOLIOS" LINE 10 POSITION 03.

       2432-INICIA-CONTROL.
           MOVE 0 TO WKS-MAX-CLIENTE.
           MOVE WKS-ID-CAPTURA TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2433-LEER-BUSCA-NUM UNTIL WKS-EOF-SCAN = 1.

           MOVE WKS-ID-CAPTURA  TO ID-CLIENTE-CTL.
           MOVE WKS-MAX-CLIENTE TO PROX-NUM-TRX-CTL.
           ADD 1 TO PROX-NUM-TRX-CTL.
           WRITE REG-CTL.

       2433-LEER-BUSCA-NUM.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-TRX NOT = WKS-ID-CAPTURA
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   IF NUM-TRX > WKS-MAX-CLIENTE
                       MOVE NUM-TRX TO WKS-MAX-CLIENTE
                   END-IF
               END-IF
           END-IF.

       3000-FIN.
           CLOSE DCLIENTE.
           CLOSE TRXCLI.
           PERFORM 9610-CIERRA-SALDOS.
           CLOSE PLANPAGO.
           CLOSE CICLOFAC.
           CLOSE CTLNUM.
           IF WKS-SIN-SALDOS = 0
               CLOSE SALDOS.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "CUO-FIJ "      TO PROGRAMA-SV.
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
           ACCEPT WKS-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT FECHAPRO.

           IF WKS-FS-FECHAPRO = "00"
               READ FECHAPRO
                   AT END CONTINUE
                   NOT AT END MOVE FECHA-PROCESO-FP TO WKS-FECHA-HOY
               END-READ
               CLOSE FECHAPRO.
