      *CALCULA EL SALDO NO PAGADO DE CADA CLIENTE CREDITO EN TRXCLI
      *(CARGOS MENOS PAGOS, EL MISMO NETEO DE EST-CTA) Y POSTEA EL
      *INTERES COMO CARGO PARA EL SIGUIENTE ESTADO DE CUENTA.
      *CADA CLIENTE DEVENGA CON SU PROPIA TASA VIGENTE EN TASACLI
      *(POR NIVEL, NEGOCIADA O PROMOCIONAL), CONSULTADA A TAS-CLI.
      *EL CLIENTE QUE CUBRIO EL PAGO PARA NO GENERAR INTERESES DE
      *SU ULTIMO ESTADO DE CUENTA YA VENCIDO A MAS TARDAR EN SU
      *FECHA LIMITE NO PAGA INTERES DE COMPRAS; LAS DISPOSICIONES
      *SIGUEN DEVENGANDO DESDE EL PRIMER DIA. LOS SALDOS TRAIDOS DE
      *OTROS BANCOS (BALTRAS) DEVENGAN SU TASA PROMOCIONAL HASTA SU
      *FECHA FIN Y DESPUES PASAN A LA TASA REVOLVENTE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-REV.
       ENVIRONMENT DIVISION.
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CTL.

           SELECT PAGOMIN ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS PAGOMIN-KEY
                FILE STATUS IS WKS-FS-PMIN.

           SELECT BALTRAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS BALTRAS-KEY
                FILE STATUS IS WKS-FS-BT.

           SELECT REP-INT ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.
        03 ID-CLIENTE-CTL     PIC 9(06).
        03 PROX-NUM-TRX-CTL   PIC 9(04).

      *PAGO MINIMO Y PAGO PARA NO GENERAR INTERESES DE CADA CORTE,
      *GRABADOS POR EST-CTA CON SU FECHA LIMITE.
       FD PAGOMIN.
       01 REG-PAGOMIN.
        03 PAGOMIN-KEY.
           05 ID-CLIENTE-PM   PIC 9(06).
           05 FECHA-CORTE-PM  PIC 9(08).
        03 MONTO-MINIMO-PM    PIC 9(07)V99.
        03 FECHA-LIMITE-PM    PIC 9(08).
        03 MONTO-NO-INT-PM    PIC 9(07)V99.

      *TRASPASOS DE SALDO DE OTROS BANCOS CON SU SALDO Y TASA
      *PROMOCIONAL, GRABADOS POR TRA-SAL.
       FD BALTRAS.
       01 REG-BALTRAS.
       COPY BTRSCOPY.

       FD REP-INT.
       01 LINEA-INT              PIC X(132).

       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".
       01 WKS-INTERES-DESC     PIC X(20) VALUE "INTERES REVOLVENTE".
       01 WKS-TIPO-POSTEO      PIC X(03) VALUE "INT".
      *EL ABONO DE UNA COMPRA CONVERTIDA A CUOTAS FIJAS (CUO-FIJ)
      *NO ES PAGO: NO CUENTA PARA EL PAGO PARA NO GENERAR INTERESES.
       01 WKS-TIPO-CONVERSION  PIC X(03) VALUE "CNV".
       01 WKS-DESC-POSTEO      PIC X(20) VALUE SPACES.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".
             05 WKS-CAT-PCT-IVA   PIC 9(02)V99 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08).

      *PAGO TOTAL DEL ULTIMO ESTADO DE CUENTA VENCIDO: SIN ARCHIVO
      *DE PAGOS MINIMOS NO HAY CON QUE PROBARLO Y SE COBRA COMO ANTES.
       01 WKS-FS-PMIN          PIC X(02) VALUE "00".
       01 WKS-SIN-PAGOMIN      PIC 9 VALUE 0.
       01 WKS-EOF-PMIN         PIC 9 VALUE 0.
       01 WKS-PAGO-TOTAL       PIC 9 VALUE 0.
       01 WKS-PM-ENCONTRADO    PIC 9 VALUE 0.
       01 WKS-PM-CORTE         PIC 9(08) VALUE 0.
       01 WKS-PM-LIMITE        PIC 9(08) VALUE 0.
       01 WKS-PM-NO-INT        PIC 9(07)V99 VALUE 0.
       01 WKS-PM-ABONOS        PIC 9(09)V99 VALUE 0.
       01 WKS-EOF-ABONO        PIC 9 VALUE 0.
       01 WKS-CONT-EXENTOS     PIC 9(04) VALUE 0.

      *SALDO PROMOCIONAL DEL CLIENTE: LA SUMA DE SUS TRASPASOS
      *VIGENTES, TOPADA A LO QUE DEL SALDO NO ES DISPOSICION. SU
      *INTERES SE CALCULA TRASPASO POR TRASPASO CON LA TASA DE CADA
      *UNO Y SE POSTEA JUNTO COMO "ITS".
       01 WKS-FS-BT            PIC X(02) VALUE "00".
       01 WKS-SIN-BALTRAS      PIC 9 VALUE 0.
       01 WKS-EOF-BT           PIC 9 VALUE 0.
       01 WKS-SALDO-PROMO      PIC 9(08)V99 VALUE 0.
       01 WKS-PROMO-CABE       PIC 9(08)V99 VALUE 0.
       01 WKS-INTERES-PROMO    PIC 9(07)V99 VALUE 0.
       01 WKS-INTERES-TRASP    PIC 9(07)V99 VALUE 0.
       01 WKS-TASA-PROMO       PIC 9(02)V99 VALUE 0.
       01 WKS-INTERES-PRO-DESC PIC X(20) VALUE "INTERES PROMOCIONAL".
       01 WKS-CONT-PROMO-VENC  PIC 9(04) VALUE 0.
       01 WKS-CONT-PROMO-LIQ   PIC 9(04) VALUE 0.

      *CONSULTA A TAS-CLI DE LAS TASAS VIGENTES DEL CLIENTE.
       01 WKS-CONSULTA-TASA.
       COPY TASVCOPY.

      *IVA DEL INTERES: SE GRABA COMO MOVIMIENTO APARTE CON EL
      *PORCENTAJE QUE EL CATALOGO FIJA AL TIPO DEL INTERES.
       01 WKS-PCT-IVA          PIC 9(02)V99 VALUE 0.
       01 WKS-MONTO-IVA        PIC 9(07)V99 VALUE 0.
       01 WKS-NUM-INTERES      PIC 9(04) VALUE 0.
       01 WKS-CONT-IVA         PIC 9(04) VALUE 0.
       01 WKS-TOTAL-IVA        PIC 9(09)V99 VALUE 0.
       01 WKS-IVA-DESC.
           03 FILLER           PIC X(04) VALUE "IVA ".
           03 WKS-IVA-DESC-BASE PIC X(16) VALUE SPACES.

       01 HEADER-L1-INT.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(30) VALUE "INTERESES SALDO REVOLVENTE".
            03 FILLER          PIC X(15) VALUE "FECHA DE HOY: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(30)
               VALUE "TASA MENSUAL POR CLIENTE".

       01 HEADER-CAMPOS-INT.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "SALDO IMPAGO".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "INTERES".
            03 FILLER PIC X(04) VALUE SPACES.
            03 FILLER PIC X(06) VALUE "TASA %".

       01 DETALLE-INT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SALDO-R     PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-INTERES-R   PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-TASA-CLI-R  PIC Z9.99.

       01 FOOTER-INT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(23)
                               VALUE "INTERESES POSTEADOS:   ".
            03 WKS-CONT-INT-R  PIC ZZZZ.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "IVA TRASLADADO:   ".
            03 WKS-TOTAL-IVA-R PIC $ZZZ,ZZZ,ZZ9.99.

       01 FOOTER-EXENTOS-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(40)
               VALUE "SIN INTERES DE COMPRAS POR PAGO TOTAL:".
            03 WKS-CONT-EXE-R  PIC ZZZ9.

       01 FOOTER-PROMO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(40)
               VALUE "TRASPASOS VENCIDOS A TASA REVOLVENTE:".
            03 WKS-CONT-PVE-R  PIC ZZZ9.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "LIQUIDADOS: ".
            03 WKS-CONT-PLQ-R  PIC ZZZ9.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O CTLNUM.
           PERFORM 1300-CARGA-CATALOGO.

           OPEN INPUT PAGOMIN.
           IF WKS-FS-PMIN NOT = "00"
               MOVE 1 TO WKS-SIN-PAGOMIN.

      *SIN ARCHIVO DE TRASPASOS (TRA-SAL AUN NO CORRE) NO HAY SALDO
      *PROMOCIONAL QUE SEPARAR.
           OPEN I-O BALTRAS.
           IF WKS-FS-BT NOT = "00"
               MOVE 1 TO WKS-SIN-BALTRAS.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.

           PERFORM 1200-HEADER-R.

           MOVE 0 TO ID-CLIENTE-D.
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

           WRITE LINEA-INT AFTER 1.

           MOVE WKS-FECHA-HOY    TO WKS-HOY-R.
           MOVE HEADER-L2-INT TO LINEA-INT.
           WRITE LINEA-INT AFTER 2.

       2000-PROCESO.
           IF TIPO-TARG-D = WKS-CREDITO
               PERFORM 2010-CALCULA-SALDO
               PERFORM 2130-AJUSTA-PROMOCIONES
               IF WKS-SALDO-CLIENTE > 0
                   PERFORM 2100-POSTEA-INTERES
               END-IF
               MOVE WKS-SALDO-CLIENTE TO WKS-SALDO-DISPO.

           COMPUTE WKS-SALDO-NORMAL = WKS-SALDO-CLIENTE
                                    - WKS-SALDO-DISPO
                                    - WKS-SALDO-PROMO.

           IF WKS-SALDO-NORMAL > 0 AND WKS-PAGO-TOTAL = 1
               ADD 1 TO WKS-CONT-EXENTOS
               MOVE 0 TO WKS-SALDO-NORMAL.

           IF WKS-SALDO-NORMAL > 0
               COMPUTE WKS-MONTO-INTERES ROUNDED =
               END-IF
           END-IF.

      *EL SALDO TRASPASADO DEVENGA DESDE EL PRIMER DIA, COMO LAS
      *DISPOSICIONES: NO ES COMPRA Y NO TIENE PERIODO DE GRACIA.
           IF WKS-INTERES-PROMO > 0
               MOVE WKS-INTERES-PROMO TO WKS-MONTO-INTERES
               MOVE "ITS" TO WKS-TIPO-POSTEO
               MOVE WKS-INTERES-PRO-DESC TO WKS-DESC-POSTEO
               PERFORM 2110-GRABA-INTERES.

      *TRASPASOS DEL CLIENTE EN ORDEN DE ALTA. EL QUE YA PASO SU
      *FECHA FIN SE DA POR VENCIDO Y SU SALDO QUEDA EN EL REVOLVENTE
      *NORMAL. A LOS VIGENTES SE LES REPARTE, DEL MAS VIEJO AL MAS
      *NUEVO, LO QUE DEL SALDO NO ES DISPOSICION: LOS PAGOS CUBREN
      *PRIMERO LO QUE DEVENGA TASA NORMAL, Y EL TRASPASO QUE YA NO
      *ALCANZA SALDO BAJA O QUEDA LIQUIDADO.
       2130-AJUSTA-PROMOCIONES.
           MOVE 0 TO WKS-SALDO-PROMO.
           MOVE 0 TO WKS-INTERES-PROMO.

           IF WKS-SIN-BALTRAS = 0
               IF WKS-SALDO-CLIENTE > WKS-SALDO-DISPO
                   COMPUTE WKS-PROMO-CABE = WKS-SALDO-CLIENTE
                                          - WKS-SALDO-DISPO
               ELSE
                   MOVE 0 TO WKS-PROMO-CABE
               END-IF
               MOVE ID-CLIENTE-D TO ID-CLIENTE-BT
               MOVE 0 TO NUM-TRASP-BT
               START BALTRAS KEY IS NOT < BALTRAS-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-BT
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-BT
               END-START
               PERFORM 2131-LEER-TRASPASO UNTIL WKS-EOF-BT = 1.

       2131-LEER-TRASPASO.
           READ BALTRAS NEXT AT END MOVE 1 TO WKS-EOF-BT.

           IF WKS-EOF-BT = 0
               IF ID-CLIENTE-BT NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-BT
               ELSE
                   IF TRASPASO-VIGENTE-BT
                       PERFORM 2132-REPARTE-TRASPASO
                   END-IF
               END-IF
           END-IF.

       2132-REPARTE-TRASPASO.
           IF FECHA-FIN-BT < WKS-FECHA-HOY
               MOVE "V" TO STATUS-BT
               MOVE WKS-FECHA-HOY TO FECHA-CIERRE-BT
               ADD 1 TO WKS-CONT-PROMO-VENC
           ELSE
               IF SALDO-PROMO-BT > WKS-PROMO-CABE
                   MOVE WKS-PROMO-CABE TO SALDO-PROMO-BT
               END-IF
               IF SALDO-PROMO-BT = 0
                   MOVE "L" TO STATUS-BT
                   MOVE WKS-FECHA-HOY TO FECHA-CIERRE-BT
                   ADD 1 TO WKS-CONT-PROMO-LIQ
               ELSE
                   SUBTRACT SALDO-PROMO-BT FROM WKS-PROMO-CABE
                   ADD SALDO-PROMO-BT TO WKS-SALDO-PROMO
                   MOVE TASA-PROMO-BT TO WKS-TASA-PROMO
                   COMPUTE WKS-INTERES-TRASP ROUNDED =
                       SALDO-PROMO-BT * TASA-PROMO-BT / 100
                   ADD WKS-INTERES-TRASP TO WKS-INTERES-PROMO
               END-IF
           END-IF.

           REWRITE REG-BALTRAS
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL TRASPASO "
                           NUM-TRASP-BT " DEL CLIENTE " ID-CLIENTE-BT
           END-REWRITE.

      *SIGNO DEL MOVIMIENTO: POR SU TIPO EN EL CATALOGO; LOS
      *REGISTROS HISTORICOS SIN TIPO SE NETEAN POR DESCRIPCION.
       2015-BUSCA-SIGNO.
           ADD 1 TO WKS-CAT-IDX.

       2100-POSTEA-INTERES.
           MOVE ID-CLIENTE-D  TO ID-CLIENTE-TV.
           MOVE WKS-FECHA-HOY TO FECHA-TV.
           CALL "TAS-CLI" USING WKS-CONSULTA-TASA.
           MOVE TASA-INTERES-TV TO WKS-TASA-INTERES.
           MOVE TASA-DISPO-TV   TO WKS-TASA-DISPO.

           PERFORM 2090-REVISA-PAGO-TOTAL THRU 2090-FIN.
           PERFORM 2105-POSTEA-POR-TASAS.

      *EL ESTADO DE CUENTA QUE DECIDE ES EL ULTIMO CUYA FECHA
      *LIMITE YA PASO; SI NO HAY NINGUNO EL CLIENTE NO HA TENIDO
      *SALDO QUE PAGAR O SIGUE EN SU PRIMER PERIODO DE GRACIA. SE
      *CUBRIO SI LOS ABONOS ENTRE SU CORTE Y SU FECHA LIMITE
      *ALCANZAN EL PAGO PARA NO GENERAR INTERESES.
       2090-REVISA-PAGO-TOTAL.
           MOVE 0 TO WKS-PAGO-TOTAL.

           IF WKS-SIN-PAGOMIN = 1
               GO TO 2090-FIN.

           MOVE 0 TO WKS-PM-ENCONTRADO.
           MOVE 0 TO WKS-EOF-PMIN.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-PM.
           MOVE 0 TO FECHA-CORTE-PM.
           START PAGOMIN KEY IS NOT < PAGOMIN-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-PMIN
           END-START.

           PERFORM 2091-LEER-PAGOMIN UNTIL WKS-EOF-PMIN = 1.

           IF WKS-PM-ENCONTRADO = 0
               MOVE 1 TO WKS-PAGO-TOTAL
               GO TO 2090-FIN.

           MOVE 0 TO WKS-PM-ABONOS.
           MOVE ID-CLIENTE-D TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-ABONO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-ABONO
           END-START.

           PERFORM 2092-SUMA-ABONO UNTIL WKS-EOF-ABONO = 1.

           IF WKS-PM-ABONOS NOT < WKS-PM-NO-INT
               MOVE 1 TO WKS-PAGO-TOTAL.

       2090-FIN.
           EXIT.

       2091-LEER-PAGOMIN.
           READ PAGOMIN NEXT AT END MOVE 1 TO WKS-EOF-PMIN.

           IF WKS-EOF-PMIN = 0
               IF ID-CLIENTE-PM NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-PMIN
               ELSE
                   IF FECHA-LIMITE-PM NOT > WKS-FECHA-HOY
                       MOVE 1 TO WKS-PM-ENCONTRADO
                       MOVE FECHA-CORTE-PM  TO WKS-PM-CORTE
                       MOVE FECHA-LIMITE-PM TO WKS-PM-LIMITE
                       MOVE MONTO-NO-INT-PM TO WKS-PM-NO-INT
                   END-IF
               END-IF
           END-IF.

       2092-SUMA-ABONO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-ABONO.

           IF WKS-EOF-ABONO = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-D
                   MOVE 1 TO WKS-EOF-ABONO
               ELSE
                   IF FECHA-TRX > WKS-PM-CORTE
                      AND FECHA-TRX NOT > WKS-PM-LIMITE
                      AND TIPO-TRX NOT = WKS-TIPO-CONVERSION
                       PERFORM 2015-BUSCA-SIGNO
                       IF WKS-SIGNO-TRX = "A"
                           ADD MONTO-TRX TO WKS-PM-ABONOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2110-GRABA-INTERES.
           PERFORM 2060-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-D      TO ID-CLIENTE-TRX.
           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL INTERES DEL"
                           " CLIENTE " ID-CLIENTE-D
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   PERFORM 2120-POSTEA-IVA THRU 2120-FIN
           END-WRITE.

           MOVE ID-CLIENTE-D      TO WKS-ID-CLI-R.
           MOVE NOMBRE-CLIENTE-D  TO WKS-NOMBRE-R.
           MOVE WKS-SALDO-CLIENTE TO WKS-SALDO-R.
           MOVE WKS-MONTO-INTERES TO WKS-INTERES-R.

           IF WKS-TIPO-POSTEO = "IND"
               MOVE WKS-TASA-DISPO TO WKS-TASA-CLI-R
           ELSE IF WKS-TIPO-POSTEO = "ITS"
               MOVE WKS-TASA-PROMO TO WKS-TASA-CLI-R
           ELSE
               MOVE WKS-TASA-INTERES TO WKS-TASA-CLI-R.

           MOVE DETALLE-INT-R TO LINEA-INT.
           WRITE LINEA-INT AFTER 1.

           ADD 1 TO WKS-CONT-INTERESES.

      *EL INTERES CAUSA IVA POR EL PORCENTAJE DE SU TIPO EN EL
      *CATALOGO; EL IVA VA COMO SU PROPIO MOVIMIENTO "IVA" CON EL
      *FOLIO DEL INTERES EN NUM-TRX-REF.
       2120-POSTEA-IVA.
           MOVE 0 TO WKS-PCT-IVA.
           MOVE 1 TO WKS-CAT-IDX.
           PERFORM 2121-BUSCA-PCT-IVA
               UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

           IF WKS-PCT-IVA = 0
               GO TO 2120-FIN.

           COMPUTE WKS-MONTO-IVA ROUNDED =
               WKS-MONTO-INTERES * WKS-PCT-IVA / 100.

           IF WKS-MONTO-IVA = 0
               GO TO 2120-FIN.

           MOVE NUM-TRX                TO WKS-NUM-INTERES.
           MOVE WKS-DESC-POSTEO (1:16) TO WKS-IVA-DESC-BASE.

           PERFORM 2060-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-D      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO  TO NUM-TRX.
           MOVE WKS-FECHA-HOY     TO FECHA-TRX.
           MOVE WKS-NUM-INTERES   TO NUM-TRX-REF.
           MOVE "IVA"             TO TIPO-TRX.
           MOVE 0                 TO NUM-TARJETA-TRX.
           MOVE 0                 TO GIRO-TRX.
           MOVE SPACES            TO MONEDA-TRX.
           MOVE 0                 TO MONTO-ORIGEN-TRX.
           MOVE SPACES            TO CANAL-TRX.
           MOVE WKS-MONTO-IVA     TO MONTO-TRX.
           MOVE WKS-IVA-DESC      TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL IVA DEL INTERES"
                           " DEL CLIENTE " ID-CLIENTE-D
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
                   ADD 1 TO WKS-CONT-IVA
                   ADD WKS-MONTO-IVA TO WKS-TOTAL-IVA
           END-WRITE.

       2120-FIN.
           EXIT.

       2121-BUSCA-PCT-IVA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = WKS-TIPO-POSTEO
               MOVE WKS-CAT-PCT-IVA (WKS-CAT-IDX) TO WKS-PCT-IVA
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *FOLIO POR CLIENTE DESDE EL CONTROL; SI EL CLIENTE AUN NO
      *TIENE CONTROL SE INICIA CON EL MAYOR FOLIO QUE YA TENGA.
       2060-OBTEN-PROX-NUM.

       3000-FIN.
           MOVE WKS-CONT-INTERESES TO WKS-CONT-INT-R.
           MOVE WKS-TOTAL-IVA      TO WKS-TOTAL-IVA-R.
           MOVE FOOTER-INT-R TO LINEA-INT.
           WRITE LINEA-INT AFTER 2.

           MOVE WKS-CONT-EXENTOS TO WKS-CONT-EXE-R.
           MOVE FOOTER-EXENTOS-R TO LINEA-INT.
           WRITE LINEA-INT AFTER 1.

           MOVE WKS-CONT-PROMO-VENC TO WKS-CONT-PVE-R.
           MOVE WKS-CONT-PROMO-LIQ  TO WKS-CONT-PLQ-R.
           MOVE FOOTER-PROMO-R TO LINEA-INT.
           WRITE LINEA-INT AFTER 1.

           IF WKS-SIN-PAGOMIN = 0
               CLOSE PAGOMIN.

           IF WKS-SIN-BALTRAS = 0
               CLOSE BALTRAS.

           CLOSE DCLIENTE.
           CLOSE TRXCLI.
           PERFORM 9610-CIERRA-SALDOS.
           CLOSE CATTRX.
           CLOSE CTLNUM.
           CLOSE REP-INT.
           DISPLAY "INTERESES APLICADOS: " WKS-CONT-INTERESES.
           DISPLAY "MOVIMIENTOS DE IVA: " WKS-CONT-IVA.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "INT-REV "      TO PROGRAMA-SV.
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
