      *MI PROGRAMA DE GESTION DE CASOS DE FRAUDE - LOS CASOS QUE
      *TAR-CLI ABRE AL BLOQUEAR UN PLASTICO CON MOTIVO "FR" SE
      *TRABAJAN AQUI: EL ANALISTA REVISA UNO POR UNO LOS CARGOS DE
      *COMERCIO Y DISPOSICIONES DEL PLASTICO HASTA LA FECHA DEL
      *BLOQUEO, MARCA LOS QUE FUERON FRAUDE Y DECIDE SI LA PERDIDA
      *QUEDA A CARGO DEL BANCO O SE RECUPERA DE LA RED. LOS CARGOS
      *MARCADOS SE ABONAN AL CLIENTE CON UN MOVIMIENTO QUE POST-TRX
      *POSTEA, YA NO COMO CONTRACARGO DE GES-DIS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GES-FRA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUDES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FRAUDE-KEY
                FILE STATUS IS WKS-FS-FRAU.

           SELECT FRAUDET ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FRAUDET-KEY
                FILE STATUS IS WKS-FS-FDET.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT FRAUMOV ASSIGN TO DISK.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD FRAUDES.
       01 REG-FRAUDE.
       COPY FRACCOPY.

      *CARGOS MARCADOS COMO FRAUDE, UNO POR FOLIO DE TRXCLI.
       FD FRAUDET.
       01 REG-FRAUDET.
       COPY FRADCOPY.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *ABONOS POR FRAUDE EN FORMATO MOVCLI CON CONTROLES HDR/999;
      *LOS TIPOS "FRP" (PERDIDA DEL BANCO) Y "FRR" (RECUPERADO DE
      *LA RED) DEBEN EXISTIR EN CATTRX COMO ABONOS QUE NO CIERRAN
      *CICLO NI GANAN PUNTOS. VAN SIN PLASTICO PORQUE EL BLOQUEADO
      *YA NO ACEPTA POSTEOS.
       FD FRAUMOV.
       01 REG-MOV.
       COPY MOVCOPY.

       01 REG-MOV-HDR REDEFINES REG-MOV.
        03 TIPO-HDR-MOV       PIC X(03).
        03 FUENTE-HDR-MOV     PIC X(08).
        03 FECHA-HDR-MOV      PIC 9(08).
        03 SECUENCIA-HDR-MOV  PIC 9(04).
        03 FILLER             PIC X(49).

       01 REG-MOV-TRL REDEFINES REG-MOV.
        03 MARCA-TRL-MOV      PIC X(03).
        03 CONTADOR-TRL-MOV   PIC 9(07).
        03 SUMA-TRL-MOV       PIC 9(11)V99.
        03 FILLER             PIC X(49).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-FRAU         PIC 9 VALUE 0.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-FS-FRAU          PIC X(02) VALUE "00".
       01 WKS-FS-FDET          PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-RES              PIC A(01).
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-ID-ANALISTA      PIC X(08) VALUE SPACES.
       01 WKS-SEC-LOTE         PIC 9(04) VALUE 0.
       01 WKS-CONT-CASOS       PIC 9(04) VALUE 0.
       01 WKS-CONT-RESUELTOS   PIC 9(04) VALUE 0.
       01 WKS-CONT-ABONOS      PIC 9(07) VALUE 0.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.
       01 WKS-CARGO-VALIDO     PIC 9 VALUE 0.
       01 WKS-DESTINO          PIC X(01) VALUE SPACES.
       01 WKS-TIPO-ABONO       PIC X(03) VALUE SPACES.
       01 WKS-TIPO-REVERSO     PIC X(03) VALUE "REV".
       01 WKS-DESC-ABONO       PIC X(20) VALUE "ABONO POR FRAUDE".

      *FOLIOS YA DEVUELTOS AL CLIENTE (REVERSO O ABONO POR FRAUDE)
      *QUE NO SE VUELVEN A OFRECER COMO CANDIDATOS.
       01 WKS-REV-COUNT        PIC 9(03) VALUE 0.
       01 WKS-REV-IDX          PIC 9(03) VALUE 0.
       01 WKS-TABLA-REV.
          03 WKS-REV-FOLIO     PIC 9(04) OCCURS 200 TIMES.

      *CARGOS QUE EL ANALISTA MARCO EN EL CASO EN CURSO.
       01 WKS-MARCA-COUNT      PIC 9(03) VALUE 0.
       01 WKS-MARCA-IDX        PIC 9(03) VALUE 0.
       01 WKS-MONTO-CASO       PIC 9(09)V99 VALUE 0.
       01 WKS-TABLA-MARCA.
          03 WKS-MARCA-ENTRY OCCURS 100 TIMES.
             05 WKS-MARCA-FOLIO   PIC 9(04).
             05 WKS-MARCA-FECHA   PIC 9(08).
             05 WKS-MARCA-MONTO   PIC 9(07)V99.
             05 WKS-MARCA-DESC    PIC X(20).
             05 WKS-MARCA-GIRO    PIC 9(04).
             05 WKS-MARCA-CANAL   PIC X(02).

       01 WKS-MONTO-ED         PIC Z,ZZZ,ZZ9.99.
       01 WKS-MONTO-CASO-ED    PIC ZZZ,ZZZ,ZZ9.99.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-FRAU = 1.
           PERFORM 3000-FIN.
           STOP RUN.

      *EL ABONO ES DINERO QUE SALE DEL BANCO: LO LIBERA UN OPERADOR
      *DE NIVEL COMPLETO, IGUAL QUE LA DEVOLUCION DE SALDOS.
       1000-INICIO.
           MOVE "GES-FRA " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LOS CASOS DE FRAUDE LOS TRABAJA UN OPERADOR"
                       " DE NIVEL COMPLETO" LINE 03 POSITION 03
               MOVE 1 TO WKS-EOF-FRAU
               STOP RUN.

           MOVE ID-OPERADOR-F TO WKS-ID-ANALISTA.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN I-O FRAUDES.
           IF WKS-FS-FRAU NOT = "00"
               DISPLAY "NO HAY CASOS DE FRAUDE REGISTRADOS" LINE 04
                                                       POSITION 03
               MOVE 1 TO WKS-EOF-FRAU
               STOP RUN.

           OPEN I-O FRAUDET.
           IF WKS-FS-FDET = "35"
               OPEN OUTPUT FRAUDET
               CLOSE FRAUDET
               OPEN I-O FRAUDET.

           DISPLAY "SECUENCIA DE LOTE PARA POST-TRX:" LINE 04
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 04 POSITION 37.

           OPEN INPUT TRXCLI.
           OPEN INPUT CATTRX.
           OPEN OUTPUT FRAUMOV.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
           MOVE "FRAUDES " TO FUENTE-HDR-MOV.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-MOV.
           MOVE WKS-SEC-LOTE TO SECUENCIA-HDR-MOV.
           WRITE REG-MOV.

           MOVE LOW-VALUES TO FRAUDE-KEY.
           START FRAUDES KEY IS NOT < FRAUDE-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-FRAU.

      *LOS CASOS ABIERTOS SE OFRECEN EN ORDEN DE CLIENTE; EL QUE NO
      *SE TRABAJA HOY SIGUE ABIERTO PARA LA SIGUIENTE CORRIDA.
       2000-PROCESO.
           READ FRAUDES NEXT AT END MOVE 1 TO WKS-EOF-FRAU.

           IF WKS-EOF-FRAU = 0
               IF FRAUDE-ABIERTO-FC
                   ADD 1 TO WKS-CONT-CASOS
                   DISPLAY "CLIENTE: " ID-CLIENTE-FC " CASO: "
                           NUM-CASO-FC " TARJETA: " NUM-TARJETA-FC
                           " BLOQUEO: " FECHA-BLOQUEO-FC
                                                LINE 06 POSITION 03
                   DISPLAY "TRABAJAR EL CASO S/N:" LINE 07
                                                       POSITION 03
                   ACCEPT WKS-RES LINE 07 POSITION 25
                   IF WKS-RES = "S"
                       PERFORM 2100-TRABAJA-CASO THRU 2100-FIN
                   END-IF
               END-IF
           END-IF.

       2100-TRABAJA-CASO.
           MOVE 0 TO WKS-MARCA-COUNT.
           MOVE 0 TO WKS-MONTO-CASO.

           PERFORM 2200-CARGA-DEVUELTOS.
           PERFORM 2300-REVISA-CARGOS.

           IF WKS-MARCA-COUNT = 0
               PERFORM 2500-CIERRA-SIN-CARGOS
               GO TO 2100-FIN.

           MOVE WKS-MONTO-CASO TO WKS-MONTO-CASO-ED.
           DISPLAY "CARGOS MARCADOS: " WKS-MARCA-COUNT
                   " MONTO: " WKS-MONTO-CASO-ED LINE 11 POSITION 03.

           MOVE SPACES TO WKS-DESTINO.
           PERFORM 2400-CAPTURA-DESTINO
               UNTIL WKS-DESTINO = "P" OR WKS-DESTINO = "R".

           DISPLAY "EMITIR EL ABONO AL CLIENTE S/N:" LINE 13
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 13 POSITION 35.

           IF WKS-RES NOT = "S"
               DISPLAY "EL CASO SIGUE ABIERTO" LINE 14 POSITION 03
               GO TO 2100-FIN.

           IF WKS-DESTINO = "P"
               MOVE "FRP" TO WKS-TIPO-ABONO
           ELSE
               MOVE "FRR" TO WKS-TIPO-ABONO.

           MOVE 1 TO WKS-MARCA-IDX.
           PERFORM 2600-ABONA-CARGO
               UNTIL WKS-MARCA-IDX > WKS-MARCA-COUNT.

           MOVE "R"             TO STATUS-FC.
           MOVE WKS-DESTINO     TO DESTINO-FC.
           MOVE WKS-MARCA-COUNT TO CARGOS-FC.
           MOVE WKS-MONTO-CASO  TO MONTO-FC.
           MOVE WKS-FECHA-HOY   TO FECHA-RESOL-FC.
           MOVE WKS-ID-ANALISTA TO ANALISTA-FC.
           REWRITE REG-FRAUDE.

           ADD 1 TO WKS-CONT-RESUELTOS.
           DISPLAY "CASO RESUELTO, ABONO EN FRAUMOV" LINE 14
                                                       POSITION 03.

       2100-FIN.
           EXIT.

      *LOS FOLIOS DEL CLIENTE QUE YA TIENEN UN REVERSO O UN ABONO
      *POR FRAUDE NO SE PUEDEN DEVOLVER OTRA VEZ.
       2200-CARGA-DEVUELTOS.
           MOVE 0 TO WKS-REV-COUNT.
           MOVE ID-CLIENTE-FC TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2210-LEER-DEVUELTO UNTIL WKS-EOF-TRX = 1.

       2210-LEER-DEVUELTO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-FC
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   IF (TIPO-TRX = WKS-TIPO-REVERSO
                      OR TIPO-TRX = "FRP" OR TIPO-TRX = "FRR")
                      AND NUM-TRX-REF > 0
                      AND WKS-REV-COUNT < 200
                       ADD 1 TO WKS-REV-COUNT
                       MOVE NUM-TRX-REF TO
                                       WKS-REV-FOLIO (WKS-REV-COUNT)
                   END-IF
               END-IF
           END-IF.

      *CANDIDATOS: CARGOS DEL PLASTICO BLOQUEADO HASTA LA FECHA DEL
      *BLOQUEO QUE VIENEN DE UN COMERCIO O SON DISPOSICION DE
      *EFECTIVO. LOS CARGOS INTERNOS (INTERESES, COMISIONES, IVA) NO
      *LOS HACE EL DEFRAUDADOR Y NO SE OFRECEN.
       2300-REVISA-CARGOS.
           MOVE ID-CLIENTE-FC TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2310-LEER-CARGO UNTIL WKS-EOF-TRX = 1.

       2310-LEER-CARGO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-FC
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   PERFORM 2320-VALIDA-CARGO THRU 2320-FIN
                   IF WKS-CARGO-VALIDO = 1
                       PERFORM 2330-PREGUNTA-CARGO
                   END-IF
               END-IF
           END-IF.

       2320-VALIDA-CARGO.
           MOVE 0 TO WKS-CARGO-VALIDO.

           IF NUM-TARJETA-TRX NOT = NUM-TARJETA-FC
              OR FECHA-TRX > FECHA-BLOQUEO-FC
               GO TO 2320-FIN.

           IF GIRO-TRX = 0 AND TIPO-TRX NOT = "DIS"
               GO TO 2320-FIN.

           MOVE TIPO-TRX TO TIPO-TRX-CAT.
           READ CATTRX
               INVALID KEY GO TO 2320-FIN
           END-READ.

           IF NOT CAT-CARGO
               GO TO 2320-FIN.

           MOVE 1 TO WKS-REV-IDX.
           PERFORM 2321-BUSCA-DEVUELTO
               UNTIL WKS-REV-IDX > WKS-REV-COUNT.

           IF WKS-REV-IDX = 999
               GO TO 2320-FIN.

           MOVE ID-CLIENTE-TRX TO ID-CLIENTE-FD.
           MOVE NUM-TRX        TO NUM-TRX-FD.
           READ FRAUDET
               INVALID KEY MOVE 1 TO WKS-CARGO-VALIDO
           END-READ.

       2320-FIN.
           EXIT.

      *AL ENCONTRAR EL FOLIO EL INDICE QUEDA EN 999 PARA MARCARLO.
       2321-BUSCA-DEVUELTO.
           IF WKS-REV-FOLIO (WKS-REV-IDX) = NUM-TRX
               MOVE 998 TO WKS-REV-IDX.

           ADD 1 TO WKS-REV-IDX.

       2330-PREGUNTA-CARGO.
           MOVE MONTO-TRX TO WKS-MONTO-ED.
           DISPLAY "FOLIO: " NUM-TRX " FECHA: " FECHA-TRX " "
                   DESCRIPCION-TRX " " WKS-MONTO-ED
                                                LINE 09 POSITION 03.
           DISPLAY "ES CARGO FRAUDULENTO S/N:" LINE 10 POSITION 03.
           ACCEPT WKS-RES LINE 10 POSITION 29.

           IF WKS-RES = "S"
               IF WKS-MARCA-COUNT < 100
                   ADD 1 TO WKS-MARCA-COUNT
                   MOVE NUM-TRX   TO WKS-MARCA-FOLIO (WKS-MARCA-COUNT)
                   MOVE FECHA-TRX TO WKS-MARCA-FECHA (WKS-MARCA-COUNT)
                   MOVE MONTO-TRX TO WKS-MARCA-MONTO (WKS-MARCA-COUNT)
                   MOVE DESCRIPCION-TRX TO
                                   WKS-MARCA-DESC (WKS-MARCA-COUNT)
                   MOVE GIRO-TRX  TO WKS-MARCA-GIRO (WKS-MARCA-COUNT)
                   MOVE CANAL-TRX TO WKS-MARCA-CANAL (WKS-MARCA-COUNT)
                   ADD MONTO-TRX TO WKS-MONTO-CASO
               ELSE
                   DISPLAY "LIMITE DE 100 CARGOS POR CASO" LINE 10
                                                       POSITION 35.

       2400-CAPTURA-DESTINO.
           DISPLAY "DESTINO P-PERDIDA DEL BANCO R-RECUPERADO DE LA"
                   " RED:" LINE 12 POSITION 03.
           ACCEPT WKS-DESTINO LINE 12 POSITION 55.

      *SIN CARGOS FRAUDULENTOS EL CASO SE PUEDE CERRAR SIN ABONO.
       2500-CIERRA-SIN-CARGOS.
           DISPLAY "SIN CARGOS MARCADOS, CERRAR EL CASO S/N:" LINE 11
                                                       POSITION 03.
           ACCEPT WKS-RES LINE 11 POSITION 44.

           IF WKS-RES = "S"
               MOVE "N"             TO STATUS-FC
               MOVE WKS-FECHA-HOY   TO FECHA-RESOL-FC
               MOVE WKS-ID-ANALISTA TO ANALISTA-FC
               REWRITE REG-FRAUDE
               ADD 1 TO WKS-CONT-RESUELTOS.

      *CADA CARGO MARCADO QUEDA EN FRAUDET Y SE ABONA CON SU PROPIO
      *MOVIMIENTO, QUE LLEVA EL FOLIO DEL CARGO QUE DEVUELVE.
       2600-ABONA-CARGO.
           MOVE ID-CLIENTE-FC    TO ID-CLIENTE-FD.
           MOVE WKS-MARCA-FOLIO (WKS-MARCA-IDX) TO NUM-TRX-FD.
           MOVE NUM-CASO-FC      TO NUM-CASO-FD.
           MOVE NUM-TARJETA-FC   TO NUM-TARJETA-FD.
           MOVE TIPO-TARG-FC     TO TIPO-TARG-FD.
           MOVE WKS-MARCA-FECHA (WKS-MARCA-IDX) TO FECHA-TRX-FD.
           MOVE WKS-MARCA-MONTO (WKS-MARCA-IDX) TO MONTO-FD.
           MOVE WKS-MARCA-DESC (WKS-MARCA-IDX)  TO DESCRIPCION-FD.
           MOVE WKS-MARCA-GIRO (WKS-MARCA-IDX)  TO GIRO-FD.
           MOVE WKS-MARCA-CANAL (WKS-MARCA-IDX) TO CANAL-FD.
           MOVE WKS-DESTINO      TO DESTINO-FD.
           MOVE WKS-FECHA-HOY    TO FECHA-RESOL-FD.
           WRITE REG-FRAUDET.

           MOVE ID-CLIENTE-FC    TO ID-CLIENTE-MOV.
           MOVE WKS-FECHA-HOY    TO FECHA-MOV.
           MOVE WKS-MARCA-MONTO (WKS-MARCA-IDX) TO MONTO-MOV.
           MOVE WKS-DESC-ABONO   TO DESCRIPCION-MOV.
           MOVE 0                TO MESES-PLAN-MOV.
           MOVE WKS-MARCA-FOLIO (WKS-MARCA-IDX) TO NUM-TRX-REF-MOV.
           MOVE WKS-TIPO-ABONO   TO TIPO-TRX-MOV.
           MOVE 0                TO NUM-TARJETA-MOV.
           MOVE 0                TO GIRO-MOV.
           MOVE SPACES           TO MONEDA-MOV.
           MOVE 0                TO MONTO-ORIGEN-MOV.
           MOVE SPACES           TO CANAL-PAGO-MOV.
           WRITE REG-MOV.

           ADD 1 TO WKS-CONT-ABONOS.
           ADD WKS-MARCA-MONTO (WKS-MARCA-IDX) TO WKS-SUMA-LOTE.
           ADD 1 TO WKS-MARCA-IDX.

       3000-FIN.
           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.
           MOVE WKS-CONT-ABONOS TO CONTADOR-TRL-MOV.
           MOVE WKS-SUMA-LOTE TO SUMA-TRL-MOV.
           WRITE REG-MOV.

           CLOSE FRAUDES.
           CLOSE FRAUDET.
           CLOSE TRXCLI.
           CLOSE CATTRX.
           CLOSE FRAUMOV.
           DISPLAY "CASOS REVISADOS: " WKS-CONT-CASOS.
           DISPLAY "CASOS CERRADOS: " WKS-CONT-RESUELTOS.
           DISPLAY "CARGOS ABONADOS: " WKS-CONT-ABONOS.
           DISPLAY "MONTO ABONADO: " WKS-SUMA-LOTE.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "GES-FRA " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-CASOS TO LEIDOS-BIT.
           MOVE WKS-CONT-ABONOS TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

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
