                RECORD KEY IS SALDO-KEY
                FILE STATUS IS WKS-FS-SALDOS.

           SELECT BALTRAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS BALTRAS-KEY
                FILE STATUS IS WKS-FS-BT.

           SELECT CTLTARJ ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CTLTARJ-KEY
                FILE STATUS IS WKS-FS-CTT.

           SELECT RECURRE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECURRE-KEY
                FILE STATUS IS WKS-FS-RC.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.
       01 REG-PLAN.
       COPY PLANCOPY.

      *LOS TRASPASOS DE SALDO DEL PERDEDOR SIGUEN A SU CARGO "TRS":
      *SI SE QUEDARAN ATRAS, INT-REV LOS VERIA SIN SALDO Y LOS DARIA
      *POR LIQUIDADOS Y EL SOBREVIVIENTE PAGARIA TASA NORMAL.
       FD BALTRAS.
       01 REG-BALTRAS.
       COPY BTRSCOPY.

       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

      *LOS CONTROLES DE USO DE CADA PLASTICO MIGRADO SE REENGANCHAN
      *CON SU NUEVO NUMERO; SI SE QUEDARAN ATRAS LA TARJETA PERDERIA
      *LOS BLOQUEOS QUE PIDIO EL CLIENTE.
       FD CTLTARJ.
       01 REG-CTLTARJ.
       COPY CTLTCOPY.

      *LO MISMO CON LOS CARGOS RECURRENTES DEL PLASTICO: SI NO SE
      *MUEVEN, ACT-TAR NO LOS REPORTA Y UNA SUSPENSION PEDIDA POR EL
      *CLIENTE DEJARIA DE FRENAR AL COMERCIO.
       FD RECURRE.
       01 REG-RECURRE.
       COPY RECUCOPY.

       FD CTLNUM.
       01 REG-CTL.
        03 ID-CLIENTE-CTL     PIC 9(06).
       01 WKS-CONT-CIC-MOV     PIC 9(04) VALUE 0.
       01 WKS-CONT-PLA-MOV     PIC 9(04) VALUE 0.
       01 WKS-CONT-TAR-MOV     PIC 9(04) VALUE 0.
       01 WKS-FS-BT            PIC X(02) VALUE "00".
       01 WKS-HAY-BALTRAS      PIC 9 VALUE 0.
       01 WKS-MAX-TRASP        PIC 9(04) VALUE 0.
       01 WKS-CONT-TRA-MOV     PIC 9(04) VALUE 0.
       01 WKS-FS-CTT           PIC X(02) VALUE "00".
       01 WKS-HAY-CTLTARJ      PIC 9 VALUE 0.
       01 WKS-TARJ-VIEJA       PIC 9(02) VALUE 0.
       01 WKS-CONT-CTT-MOV     PIC 9(04) VALUE 0.
       01 WKS-FS-RC            PIC X(02) VALUE "00".
       01 WKS-HAY-RECURRE      PIC 9 VALUE 0.
       01 WKS-CONT-REC-MOV     PIC 9(04) VALUE 0.
       01 WKS-FIN-RECURRE      PIC 9 VALUE 0.
       01 WKS-TIPO-PERDEDOR    PIC A(10) VALUE SPACES.
       01 WKS-ANUAL-PERDEDOR   PIC 9(07)V99 VALUE 0.

       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

       01 WKS-TRX-HOLD         PIC X(56).
       01 WKS-CICLO-HOLD       PIC X(84).
       01 WKS-PLAN-HOLD        PIC X(114).
       01 WKS-TARJ-HOLD        PIC X(147).
       01 WKS-TRASP-HOLD       PIC X(91).
       01 WKS-CTT-HOLD         PIC X(59).
       01 WKS-REC-HOLD         PIC X(101).

       01 WKS-FIRMA.
       COPY FIRMCOPY.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           STOP RUN.

       1000-INICIO.
           MOVE "FUS-CLI " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA FUSION REQUIERE OPERADOR DE NIVEL"
                       " COMPLETO" LINE 03 POSITION 03
               MOVE 1 TO WKS-LOOP
           ELSE
               MOVE 0 TO WKS-HAY-SALDOS.

           OPEN I-O BALTRAS.
           IF WKS-FS-BT = "00"
               MOVE 1 TO WKS-HAY-BALTRAS
           ELSE
               MOVE 0 TO WKS-HAY-BALTRAS.

           OPEN I-O CTLTARJ.
           IF WKS-FS-CTT = "00"
               MOVE 1 TO WKS-HAY-CTLTARJ
           ELSE
               MOVE 0 TO WKS-HAY-CTLTARJ.

           OPEN I-O RECURRE.
           IF WKS-FS-RC = "00"
               MOVE 1 TO WKS-HAY-RECURRE
           ELSE
               MOVE 0 TO WKS-HAY-RECURRE.

           OPEN INPUT CATTRX.
           PERFORM 1300-CARGA-CATALOGO.
           CLOSE CATTRX.
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
                   PERFORM 2400-MIGRA-CICLOS
                   PERFORM 2450-MIGRA-PLANES
                   PERFORM 2460-MIGRA-TARJETAS
                   PERFORM 2470-MIGRA-TRASPASOS
                   PERFORM 2700-AJUSTA-SALDO-CORTE
                   PERFORM 2500-DESACTIVA-PERDEDOR
                   PERFORM 2600-GRABA-LOG
           PERFORM 2230-BUSCA-MAX-PLAN-SOBREV.
           PERFORM 2240-BUSCA-MAX-TARJ-SOBREV.

           IF WKS-HAY-BALTRAS = 1
               PERFORM 2235-BUSCA-MAX-TRASP-SOBREV.

       2210-BUSCA-MAX-TRX-SOBREV.
           MOVE 0 TO WKS-PROX-TRX.
           MOVE WKS-ID-SOBREVIVE TO ID-CLIENTE-TRX.
               END-IF
           END-IF.

       2235-BUSCA-MAX-TRASP-SOBREV.
           MOVE 0 TO WKS-MAX-TRASP.
           MOVE WKS-ID-SOBREVIVE TO ID-CLIENTE-BT.
           MOVE 0 TO NUM-TRASP-BT.
           START BALTRAS KEY IS NOT < BALTRAS-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           PERFORM 2236-LEER-MAX-TRASP UNTIL WKS-EOF-SCAN = 1.

       2236-LEER-MAX-TRASP.
           READ BALTRAS NEXT AT END MOVE 1 TO WKS-EOF-SCAN.

           IF WKS-EOF-SCAN = 0
               IF ID-CLIENTE-BT NOT = WKS-ID-SOBREVIVE
                   MOVE 1 TO WKS-EOF-SCAN
               ELSE
                   MOVE NUM-TRASP-BT TO WKS-MAX-TRASP
               END-IF
           END-IF.

       2240-BUSCA-MAX-TARJ-SOBREV.
           MOVE 0 TO WKS-MAX-TARJ.
           MOVE WKS-ID-SOBREVIVE TO ID-CLIENTE-T.

           DELETE TRXCLI RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR LA TRX " TRX-KEY
               NOT INVALID KEY
                   MOVE WKS-TRX-HOLD TO REG-TRX
                   PERFORM 9605-DESHACE-SALDO.

           MOVE WKS-TRX-HOLD TO REG-TRX.

                   DISPLAY "NO SE PUDO REENGANCHAR LA TRX " TRX-KEY
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-TRX-MOV
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

       2330-REAPUNTA-REFERENCIA.
           ADD 1 TO WKS-MAX-PLAN.
           MOVE WKS-MAX-PLAN TO NUM-PLAN-P.

      *EL FOLIO RESERVADO A LA COMPRA DEL PLAN NO ESTA EN TRXCLI NI
      *EN EL MAPA: SE LE RESERVA UNO NUEVO DEL SOBREVIVIENTE PARA QUE
      *UNA DEVOLUCION POSTERIOR LO SIGA ENCONTRANDO. LA COMPRA
      *CONVERTIDA A CUOTAS FIJAS SI ES UNA TRX MIGRADA Y SE REAPUNTA
      *POR EL MAPA.
           IF NUM-TRX-ORIG-P > 0
               IF PLAN-CUOTA-FIJA-P
                   PERFORM 2453-REAPUNTA-ORIGEN
               ELSE
                   MOVE WKS-PROX-TRX TO NUM-TRX-ORIG-P
                   ADD 1 TO WKS-PROX-TRX.

           WRITE REG-PLAN
               INVALID KEY
                   DISPLAY "NO SE PUDO REENGANCHAR EL PLAN "
                   ADD 1 TO WKS-CONT-PLA-MOV
           END-WRITE.

       2453-REAPUNTA-ORIGEN.
           MOVE NUM-TRX-ORIG-P TO WKS-REF-VIEJA.
           MOVE 0 TO NUM-TRX-ORIG-P.
           MOVE 0 TO WKS-MAPA-HALLADO.
           MOVE 1 TO WKS-MAPA-IDX.
           PERFORM 2454-BUSCA-ORIGEN-EN-MAPA
               UNTIL WKS-MAPA-HALLADO = 1
                  OR WKS-MAPA-IDX > WKS-MAPA-TOT.

           IF WKS-MAPA-HALLADO = 0
               ADD 1 TO WKS-REF-PERDIDAS.

       2454-BUSCA-ORIGEN-EN-MAPA.
           IF WKS-FOLIO-VIEJO (WKS-MAPA-IDX) = WKS-REF-VIEJA
               MOVE WKS-FOLIO-NUEVO (WKS-MAPA-IDX) TO NUM-TRX-ORIG-P
               MOVE 1 TO WKS-MAPA-HALLADO.
           ADD 1 TO WKS-MAPA-IDX.

      *EL TRASPASO SE RENUMERA A CONTINUACION DE LOS DEL
      *SOBREVIVIENTE Y SU CARGO "TRS" SE REAPUNTA POR EL MAPA.
       2470-MIGRA-TRASPASOS.
           MOVE WKS-HAY-BALTRAS TO WKS-HAY-REGISTRO.
           PERFORM 2471-MIGRA-UN-TRASPASO UNTIL WKS-HAY-REGISTRO = 0.

       2471-MIGRA-UN-TRASPASO.
           MOVE 0 TO WKS-HAY-REGISTRO.
           MOVE WKS-ID-PERDEDOR TO ID-CLIENTE-BT.
           MOVE 0 TO NUM-TRASP-BT.
           START BALTRAS KEY IS NOT < BALTRAS-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-SCAN
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SCAN
           END-START.

           IF WKS-EOF-SCAN = 0
               READ BALTRAS NEXT AT END MOVE 1 TO WKS-EOF-SCAN
               END-READ
               IF WKS-EOF-SCAN = 0
                  AND ID-CLIENTE-BT = WKS-ID-PERDEDOR
                   MOVE 1 TO WKS-HAY-REGISTRO
                   PERFORM 2472-REENGANCHA-TRASPASO.

       2472-REENGANCHA-TRASPASO.
           MOVE REG-BALTRAS TO WKS-TRASP-HOLD.

           DELETE BALTRAS RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO BORRAR EL TRASPASO "
                           BALTRAS-KEY.

           MOVE WKS-TRASP-HOLD TO REG-BALTRAS.
           MOVE WKS-ID-SOBREVIVE TO ID-CLIENTE-BT.
           ADD 1 TO WKS-MAX-TRASP.
           MOVE WKS-MAX-TRASP TO NUM-TRASP-BT.

           MOVE NUM-TRX-BT TO WKS-REF-VIEJA.
           MOVE 0 TO NUM-TRX-BT.
           MOVE 0 TO WKS-MAPA-HALLADO.
           MOVE 1 TO WKS-MAPA-IDX.
           PERFORM 2473-BUSCA-TRASPASO-EN-MAPA
               UNTIL WKS-MAPA-HALLADO = 1
                  OR WKS-MAPA-IDX > WKS-MAPA-TOT.

           IF WKS-MAPA-HALLADO = 0
               ADD 1 TO WKS-REF-PERDIDAS.

           WRITE REG-BALTRAS
               INVALID KEY
                   DISPLAY "NO SE PUDO REENGANCHAR EL TRASPASO "
                           BALTRAS-KEY
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-TRA-MOV
           END-WRITE.

       2473-BUSCA-TRASPASO-EN-MAPA.
           IF WKS-FOLIO-VIEJO (WKS-MAPA-IDX) = WKS-REF-VIEJA
               MOVE WKS-FOLIO-NUEVO (WKS-MAPA-IDX) TO NUM-TRX-BT
               MOVE 1 TO WKS-MAPA-HALLADO.
           ADD 1 TO WKS-MAPA-IDX.

       2460-MIGRA-TARJETAS.
           MOVE 1 TO WKS-HAY-REGISTRO.
           PERFORM 2461-MIGRA-UNA-TARJ UNTIL WKS-HAY-REGISTRO = 0.
                   DISPLAY "NO SE PUDO BORRAR LA TARJETA " TARJ-KEY.

           MOVE WKS-TARJ-HOLD TO REG-TARJ.
           MOVE NUM-TARJETA-T TO WKS-TARJ-VIEJA.
           MOVE WKS-ID-SOBREVIVE TO ID-CLIENTE-T.
           ADD 1 TO WKS-MAX-TARJ.
           MOVE WKS-MAX-TARJ TO NUM-TARJETA-T.
                   ADD 1 TO WKS-CONT-TAR-MOV
           END-WRITE.

           IF WKS-HAY-CTLTARJ = 1
               PERFORM 2463-REENGANCHA-CONTROL.

           IF WKS-HAY-RECURRE = 1
               MOVE 0 TO WKS-FIN-RECURRE
               PERFORM 2464-REENGANCHA-RECURRE
                   UNTIL WKS-FIN-RECURRE = 1.

       2463-REENGANCHA-CONTROL.
           MOVE WKS-ID-PERDEDOR TO ID-CLIENTE-CT.
           MOVE WKS-TARJ-VIEJA  TO NUM-TARJETA-CT.
           READ CTLTARJ
               INVALID KEY MOVE 1 TO WKS-INVALID-KEY
               NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
           END-READ.

           IF WKS-INVALID-KEY = 0
               MOVE REG-CTLTARJ TO WKS-CTT-HOLD
               DELETE CTLTARJ RECORD
                   INVALID KEY
                       DISPLAY "NO SE PUDO BORRAR EL CONTROL "
                               CTLTARJ-KEY
               END-DELETE
               MOVE WKS-CTT-HOLD     TO REG-CTLTARJ
               MOVE WKS-ID-SOBREVIVE TO ID-CLIENTE-CT
               MOVE WKS-MAX-TARJ     TO NUM-TARJETA-CT
               WRITE REG-CTLTARJ
                   INVALID KEY
                       DISPLAY "NO SE PUDO REENGANCHAR EL CONTROL "
                               CTLTARJ-KEY
                   NOT INVALID KEY
                       ADD 1 TO WKS-CONT-CTT-MOV
               END-WRITE.

      *CADA VUELTA TOMA EL PRIMER RECURRENTE QUE QUEDE DEL PLASTICO
      *VIEJO; AL MOVERLO AL SOBREVIVIENTE YA NO VUELVE A APARECER.
       2464-REENGANCHA-RECURRE.
           MOVE LOW-VALUES      TO RECURRE-KEY.
           MOVE WKS-ID-PERDEDOR TO ID-CLIENTE-RC.
           MOVE WKS-TARJ-VIEJA  TO NUM-TARJETA-RC.
           START RECURRE KEY IS NOT < RECURRE-KEY
               INVALID KEY MOVE 1 TO WKS-FIN-RECURRE
           END-START.

           IF WKS-FIN-RECURRE = 0
               READ RECURRE NEXT AT END MOVE 1 TO WKS-FIN-RECURRE
               END-READ.

           IF WKS-FIN-RECURRE = 0
               IF ID-CLIENTE-RC NOT = WKS-ID-PERDEDOR
                  OR NUM-TARJETA-RC NOT = WKS-TARJ-VIEJA
                   MOVE 1 TO WKS-FIN-RECURRE
               ELSE
                   MOVE REG-RECURRE TO WKS-REC-HOLD
                   DELETE RECURRE RECORD
                       INVALID KEY
                           DISPLAY "NO SE PUDO BORRAR EL RECURRENTE "
                                   RECURRE-KEY
                           MOVE 1 TO WKS-FIN-RECURRE
                   END-DELETE
                   MOVE WKS-REC-HOLD     TO REG-RECURRE
                   MOVE WKS-ID-SOBREVIVE TO ID-CLIENTE-RC
                   MOVE WKS-MAX-TARJ     TO NUM-TARJETA-RC
                   WRITE REG-RECURRE
                       INVALID KEY
                           DISPLAY "NO SE PUDO REENGANCHAR EL "
                                   "RECURRENTE " RECURRE-KEY
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONT-REC-MOV
                   END-WRITE.

      *AJUSTE = SALDO ACARREADO DEL PERDEDOR, MAS LO MIGRADO QUE EL
      *SIGUIENTE CORTE DEL SOBREVIVIENTE YA NO DETALLARA, MENOS LO
      *QUE EL SALDO DEL PERDEDOR YA TRAIA ADENTRO. SE POSTEA CON
           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO GRABAR EL AJUSTE DE SALDO "
                           TRX-KEY
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO.

      *LOS SALDOS DEL PERDEDOR SE ELIMINAN: SU HISTORIA YA QUEDO
      *NETEADA EN EL AJUSTE Y EL ID MUERTO NO VUELVE A CORTARSE.
               DISPLAY "REFERENCIAS DE REVERSO SIN REAPUNTAR: "
                       WKS-REF-PERDIDAS LINE 12 POSITION 03.

           IF WKS-CONT-TRA-MOV > 0
               DISPLAY "TRASPASOS DE SALDO REENGANCHADOS: "
                       WKS-CONT-TRA-MOV LINE 13 POSITION 03.

           IF WKS-CONT-CTT-MOV > 0
               DISPLAY "CONTROLES DE TARJETA REENGANCHADOS: "
                       WKS-CONT-CTT-MOV LINE 14 POSITION 03.

           IF WKS-CONT-REC-MOV > 0
               DISPLAY "CARGOS RECURRENTES REENGANCHADOS: "
                       WKS-CONT-REC-MOV LINE 15 POSITION 03.

       3000-FIN.
           CLOSE ICLIENTES.
           CLOSE TRXCLI.
           PERFORM 9610-CIERRA-SALDOS.
           CLOSE CICLOFAC.
           CLOSE PLANPAGO.
           CLOSE TARJCLI.
           CLOSE CTLNUM.

           IF WKS-HAY-BALTRAS = 1
               CLOSE BALTRAS.

           IF WKS-HAY-CTLTARJ = 1
               CLOSE CTLTARJ.

           IF WKS-HAY-RECURRE = 1
               CLOSE RECURRE.

           IF WKS-HAY-SALDOS = 1
               CLOSE SALDOS.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "FUS-CLI "      TO PROGRAMA-SV.
           MOVE ID-CLIENTE-TRX  TO ID-CLIENTE-SV.
           MOVE FECHA-TRX       TO FECHA-SV.
           MOVE TIPO-TRX        TO TIPO-TRX-SV.
           MOVE DESCRIPCION-TRX TO DESCRIPCION-SV.
           MOVE MONTO-TRX       TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

      *LA TRX QUE SALE DEL PERDEDOR SE QUITA DE SU SALDO ANTES DE
      *REENGANCHARSE AL SOBREVIVIENTE.
       9605-DESHACE-SALDO.
           MOVE "D"             TO FUNCION-SV.
           MOVE "FUS-CLI "      TO PROGRAMA-SV.
           MOVE ID-CLIENTE-TRX  TO ID-CLIENTE-SV.
           MOVE FECHA-TRX       TO FECHA-SV.
           MOVE TIPO-TRX        TO TIPO-TRX-SV.
           MOVE DESCRIPCION-TRX TO DESCRIPCION-SV.
           MOVE MONTO-TRX       TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

       9610-CIERRA-SALDOS.
           MOVE "F" TO FUNCION-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.
