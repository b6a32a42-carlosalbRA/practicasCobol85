      *MI PROGRAMA DE PAGOS DE EMPRESA A CUENTAS CORPORATIVAS - LA
      *EMPRESA QUE RESPONDE POR EL SALDO DE SU PERSONAL PAGA EN UNA
      *SOLA EXHIBICION EL TOTAL DE SU ESTADO CONSOLIDADO (EST-COR).
      *AQUI EL PAGO SE REPARTE ENTRE SUS TARJETAHABIENTES ACTIVOS EN
      *PROPORCION AL SALDO DE CADA UNO Y SE EMITE UN LOTE MOVCLI DE
      *PAGOS "PAG" PARA QUE POST-TRX LOS APLIQUE POR EL CAMINO
      *NORMAL, CERRANDO LOS CICLOS DE CADA TARJETAHABIENTE. EL PAGO
      *QUE NO SE PUEDE REPARTIR SE VA A SU REGISTRO DE RECHAZOS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAG-COR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGOCOR ASSIGN TO DISK.

           SELECT CORPORAT ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-EMPR-CO.

           SELECT CORPEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CE
                ALTERNATE RECORD KEY IS CLAVE-EMPR-CE WITH DUPLICATES.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT CORMOV ASSIGN TO DISK.

           SELECT RECHCOR ASSIGN TO DISK.

           SELECT REP-PCO ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *PAGOS RECIBIDOS DE LAS EMPRESAS: CLAVE DE EMPRESA, MONTO,
      *FECHA DEL PAGO Y CANAL ("EF" EFECTIVO, "TB" TRANSFERENCIA,
      *"CH" CHEQUE).
       FD PAGOCOR.
       01 REG-PAGO-COR.
        03 CLAVE-EMPR-PC      PIC 9(03).
        03 MONTO-PC           PIC 9(09)V99.
        03 FECHA-PC           PIC 9(08).
        03 CANAL-PC           PIC X(02).

       FD CORPORAT.
       01 REG-CORPORAT.
       COPY CORPCOPY.

       FD CORPEMP.
       01 REG-CORPEMP.
       COPY CEMPCOPY.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *CATALOGO DE TIPOS - EL SIGNO DE CADA MOVIMIENTO PARA EL SALDO.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *MOVIMIENTOS EN FORMATO MOVCLI LISTOS PARA POST-TRX, UNO POR
      *TARJETAHABIENTE QUE RECIBE PARTE DEL PAGO, CON SUS CONTROLES
      *HDR/999.
       FD CORMOV.
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

      *PAGOS DE EMPRESA QUE NO SE REPARTIERON, CON SU MOTIVO, PARA
      *QUE COBRANZA LOS ACLARE CON LA EMPRESA.
       FD RECHCOR.
       01 REG-PAGO-COR-R.
        03 CLAVE-EMPR-PR      PIC 9(03).
        03 MONTO-PR           PIC 9(09)V99.
        03 FECHA-PR           PIC 9(08).
        03 CANAL-PR           PIC X(02).
        03 MOTIVO-RECH-PR     PIC X(20).

       FD REP-PCO.
       01 LINEA-PCO              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-PAGO         PIC 9 VALUE 0.
       01 WKS-EOF-CEMP         PIC 9 VALUE 0.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-SEC-LOTE         PIC 9(04) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-PAGOS-OK    PIC 9(06) VALUE 0.
       01 WKS-CONT-APLICADOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(06) VALUE 0.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.
       01 WKS-MOTIVO-RECHAZO   PIC X(20) VALUE SPACES.
       01 WKS-PAGO-EMPRESA     PIC X(20) VALUE "PAGO EMPRESA".
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

      *TARJETAHABIENTES ACTIVOS DE LA EMPRESA DEL PAGO EN CURSO CON
      *SU SALDO NETO EN TRXCLI Y LO QUE LES TOCA DEL PAGO.
       01 WKS-SALDO-CLIENTE    PIC S9(09)V99 VALUE 0.
       01 WKS-SALDO-EMPRESA    PIC S9(11)V99 VALUE 0.
       01 WKS-POR-REPARTIR     PIC 9(09)V99 VALUE 0.
       01 WKS-MIE-COUNT        PIC 9(03) VALUE 0.
       01 WKS-MIE-IDX          PIC 9(03) VALUE 0.
       01 WKS-MIE-ULTIMO       PIC 9(03) VALUE 0.
       01 WKS-TABLA-MIEMBROS.
          03 WKS-MIE-ENTRY OCCURS 500 TIMES.
             05 WKS-MIE-CLIENTE   PIC 9(06) VALUE 0.
             05 WKS-MIE-EMPLEADO  PIC 9(05) VALUE 0.
             05 WKS-MIE-SALDO     PIC S9(09)V99 VALUE 0.
             05 WKS-MIE-APLICADO  PIC 9(09)V99 VALUE 0.

       01 HEADER-L1-PCO.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(45)
               VALUE "REPARTO DE PAGOS DE EMPRESA CORPORATIVA".

       01 HEADER-L2-PCO.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(07) VALUE "FECHA: ".
            03 WKS-HOY-R PIC 9999/99/99.

       01 HEADER-CAMPOS-PCO.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(07) VALUE "CLIENTE".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "EMPLEADO".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "SALDO".
            03 FILLER PIC X(03) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "APLICADO".

       01 EMPRESA-PCO-R.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(09) VALUE "EMPRESA: ".
            03 WKS-EMP-CLAVE-R PIC 9(03).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "PAGO: ".
            03 WKS-EMP-PAGO-R  PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(19) VALUE "SALDO CONSOLIDADO: ".
            03 WKS-EMP-SALDO-R PIC $ZZZ,ZZZ,ZZ9.99-.

       01 DETALLE-PCO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DET-CLI-R   PIC 9(06).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-DET-EMP-R   PIC 9(05).
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-DET-SALDO-R PIC $ZZZ,ZZZ,ZZ9.99-.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-APL-R   PIC $ZZZ,ZZZ,ZZ9.99.

       01 RECHAZO-PCO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(17) VALUE "PAGO RECHAZADO - ".
            03 WKS-RCH-MOTIVO-R PIC X(20).

       01 FOOTER-PCO-R.
            03 FILLER          PIC X(01) VALUE SPACES.
            03 FILLER          PIC X(21) VALUE "PAGOS REPARTIDOS:    ".
            03 WKS-TOT-PAGOS-R PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "RECHAZADOS:  ".
            03 WKS-TOT-RECH-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 FILLER          PIC X(07) VALUE "TOTAL: ".
            03 WKS-TOT-SUMA-R  PIC $ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-PAGO = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           DISPLAY "SECUENCIA DE LOTE PARA POST-TRX:" LINE 01
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 01 POSITION 37.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           OPEN INPUT PAGOCOR.
           OPEN INPUT CORPORAT.
           OPEN INPUT CORPEMP.
           OPEN INPUT TRXCLI.
           OPEN OUTPUT CORMOV.
           OPEN OUTPUT RECHCOR.
           OPEN OUTPUT REP-PCO.

           OPEN INPUT CATTRX.
           PERFORM 1300-CARGA-CATALOGO.
           CLOSE CATTRX.

           MOVE HEADER-L1-PCO TO LINEA-PCO.
           WRITE LINEA-PCO AFTER 1.
           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-PCO TO LINEA-PCO.
           WRITE LINEA-PCO AFTER 2.
           MOVE HEADER-CAMPOS-PCO TO LINEA-PCO.
           WRITE LINEA-PCO AFTER 2.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
           MOVE "CORPORAT" TO FUENTE-HDR-MOV.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-MOV.
           MOVE WKS-SEC-LOTE TO SECUENCIA-HDR-MOV.
           WRITE REG-MOV.

           PERFORM 1010-LEER-PAGO.

       1010-LEER-PAGO.
           READ PAGOCOR AT END MOVE 1 TO WKS-EOF-PAGO.

           IF WKS-EOF-PAGO = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       1300-CARGA-CATALOGO.
           MOVE SPACES TO TIPO-TRX-CAT.
           START CATTRX KEY IS NOT < TIPO-TRX-CAT
                       INVALID KEY MOVE 1 TO WKS-EOF-CAT.

           PERFORM 1310-LEER-CATALOGO UNTIL WKS-EOF-CAT = 1.

       1310-LEER-CATALOGO.
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
                   MOVE SIGNO-CAT TO WKS-CAT-SIGNO (WKS-CAT-COUNT)
               END-IF
           END-IF.

       2000-PROCESO.
           PERFORM 2100-VALIDA-PAGO THRU 2100-FIN.
           PERFORM 1010-LEER-PAGO.

      *SOLO LA EMPRESA QUE RESPONDE POR EL SALDO PAGA POR SU
      *PERSONAL; EL PAGO NO PUEDE SER MAYOR QUE EL SALDO CONSOLIDADO
      *PORQUE EL EXCEDENTE NO TENDRIA A QUE TARJETAHABIENTE IR.
       2100-VALIDA-PAGO.
           MOVE CLAVE-EMPR-PC TO CLAVE-EMPR-CO.
           READ CORPORAT
               INVALID KEY
                   MOVE "SIN CUENTA CORPORAT" TO WKS-MOTIVO-RECHAZO
                   PERFORM 2900-RECHAZA-PAGO
                   GO TO 2100-FIN
           END-READ.

           IF NOT CO-ACTIVA
               MOVE "CUENTA CANCELADA" TO WKS-MOTIVO-RECHAZO
               PERFORM 2900-RECHAZA-PAGO
               GO TO 2100-FIN.

           IF NOT CO-PAGA-EMPRESA
               MOVE "PAGA EL EMPLEADO" TO WKS-MOTIVO-RECHAZO
               PERFORM 2900-RECHAZA-PAGO
               GO TO 2100-FIN.

           IF MONTO-PC = 0
               MOVE "PAGO EN CERO" TO WKS-MOTIVO-RECHAZO
               PERFORM 2900-RECHAZA-PAGO
               GO TO 2100-FIN.

           PERFORM 2200-CARGA-MIEMBROS.

           IF WKS-SALDO-EMPRESA NOT > 0
               MOVE "SIN SALDO POR PAGAR" TO WKS-MOTIVO-RECHAZO
               PERFORM 2900-RECHAZA-PAGO
               GO TO 2100-FIN.

           IF MONTO-PC > WKS-SALDO-EMPRESA
               MOVE "PAGO MAYOR AL SALDO" TO WKS-MOTIVO-RECHAZO
               PERFORM 2900-RECHAZA-PAGO
               GO TO 2100-FIN.

           PERFORM 2300-REPARTE-PAGO.

       2100-FIN.
           EXIT.

      *SE BARREN LOS TARJETAHABIENTES ACTIVOS DE LA EMPRESA Y EL
      *SALDO NETO DE CADA UNO: CARGOS MENOS ABONOS SEGUN EL SIGNO
      *DEL CATALOGO, EL MISMO NETEO QUE USA EL POSTEO.
       2200-CARGA-MIEMBROS.
           MOVE 0 TO WKS-MIE-COUNT.
           MOVE 0 TO WKS-MIE-ULTIMO.
           MOVE 0 TO WKS-SALDO-EMPRESA.

           MOVE CLAVE-EMPR-PC TO CLAVE-EMPR-CE.
           START CORPEMP KEY IS = CLAVE-EMPR-CE
               INVALID KEY MOVE 1 TO WKS-EOF-CEMP
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CEMP
           END-START.

           PERFORM 2210-LEER-MIEMBRO UNTIL WKS-EOF-CEMP = 1.

       2210-LEER-MIEMBRO.
           READ CORPEMP NEXT AT END MOVE 1 TO WKS-EOF-CEMP.

           IF WKS-EOF-CEMP = 0
               IF CLAVE-EMPR-CE NOT = CLAVE-EMPR-PC
                   MOVE 1 TO WKS-EOF-CEMP
               ELSE
                   IF CE-ACTIVO AND WKS-MIE-COUNT < 500
                       PERFORM 2220-SALDO-MIEMBRO
                   END-IF
               END-IF
           END-IF.

       2220-SALDO-MIEMBRO.
           MOVE 0 TO WKS-SALDO-CLIENTE.
           MOVE ID-CLIENTE-CE TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2230-SUMA-TRANSACCION UNTIL WKS-EOF-TRX = 1.

           ADD 1 TO WKS-MIE-COUNT.
           MOVE ID-CLIENTE-CE   TO WKS-MIE-CLIENTE (WKS-MIE-COUNT).
           MOVE NUM-EMPLEADO-CE TO WKS-MIE-EMPLEADO (WKS-MIE-COUNT).
           MOVE WKS-SALDO-CLIENTE TO WKS-MIE-SALDO (WKS-MIE-COUNT).
           MOVE 0 TO WKS-MIE-APLICADO (WKS-MIE-COUNT).

           IF WKS-SALDO-CLIENTE > 0
               ADD WKS-SALDO-CLIENTE TO WKS-SALDO-EMPRESA
               MOVE WKS-MIE-COUNT TO WKS-MIE-ULTIMO.

       2230-SUMA-TRANSACCION.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-CE
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   PERFORM 2240-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "A"
                       SUBTRACT MONTO-TRX FROM WKS-SALDO-CLIENTE
                   ELSE
                       ADD MONTO-TRX TO WKS-SALDO-CLIENTE
                   END-IF
               END-IF
           END-IF.

      *SIGNO DEL MOVIMIENTO: POR SU TIPO EN EL CATALOGO; LOS
      *REGISTROS HISTORICOS SIN TIPO SE NETEAN POR DESCRIPCION.
       2240-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.

           IF TIPO-TRX = SPACES
               IF DESCRIPCION-TRX = WKS-PAGO-ANUALIDAD
                  OR DESCRIPCION-TRX = WKS-REVERSO
                   MOVE "A" TO WKS-SIGNO-TRX
               END-IF
           ELSE
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 2241-BUSCA-SIGNO-TABLA
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

       2241-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *A CADA TARJETAHABIENTE CON SALDO LE TOCA LA PARTE DEL PAGO
      *PROPORCIONAL A SU SALDO; EL ULTIMO SE LLEVA LO QUE QUEDE POR
      *REDONDEO PARA QUE EL LOTE CUADRE CONTRA EL PAGO.
       2300-REPARTE-PAGO.
           ADD 1 TO WKS-CONT-PAGOS-OK.

           MOVE CLAVE-EMPR-PC     TO WKS-EMP-CLAVE-R.
           MOVE MONTO-PC          TO WKS-EMP-PAGO-R.
           MOVE WKS-SALDO-EMPRESA TO WKS-EMP-SALDO-R.
           MOVE EMPRESA-PCO-R TO LINEA-PCO.
           WRITE LINEA-PCO AFTER 2.

           MOVE MONTO-PC TO WKS-POR-REPARTIR.
           MOVE 0 TO WKS-MIE-IDX.
           PERFORM 2310-REPARTE-MIEMBRO WKS-MIE-COUNT TIMES.

       2310-REPARTE-MIEMBRO.
           ADD 1 TO WKS-MIE-IDX.

           IF WKS-MIE-SALDO (WKS-MIE-IDX) > 0
               IF WKS-MIE-IDX = WKS-MIE-ULTIMO
                   MOVE WKS-POR-REPARTIR TO
                                   WKS-MIE-APLICADO (WKS-MIE-IDX)
               ELSE
                   COMPUTE WKS-MIE-APLICADO (WKS-MIE-IDX) ROUNDED =
                       MONTO-PC * WKS-MIE-SALDO (WKS-MIE-IDX)
                                / WKS-SALDO-EMPRESA
                   IF WKS-MIE-APLICADO (WKS-MIE-IDX) >
                                               WKS-POR-REPARTIR
                       MOVE WKS-POR-REPARTIR TO
                                   WKS-MIE-APLICADO (WKS-MIE-IDX)
                   END-IF
               END-IF
               SUBTRACT WKS-MIE-APLICADO (WKS-MIE-IDX)
                                               FROM WKS-POR-REPARTIR
               IF WKS-MIE-APLICADO (WKS-MIE-IDX) > 0
                   PERFORM 2320-GENERA-MOVIMIENTO
               END-IF
           END-IF.

           MOVE WKS-MIE-CLIENTE (WKS-MIE-IDX)  TO WKS-DET-CLI-R.
           MOVE WKS-MIE-EMPLEADO (WKS-MIE-IDX) TO WKS-DET-EMP-R.
           MOVE WKS-MIE-SALDO (WKS-MIE-IDX)    TO WKS-DET-SALDO-R.
           MOVE WKS-MIE-APLICADO (WKS-MIE-IDX) TO WKS-DET-APL-R.
           MOVE DETALLE-PCO-R TO LINEA-PCO.
           WRITE LINEA-PCO AFTER 1.

       2320-GENERA-MOVIMIENTO.
           MOVE WKS-MIE-CLIENTE (WKS-MIE-IDX) TO ID-CLIENTE-MOV.
           MOVE FECHA-PC          TO FECHA-MOV.
           MOVE WKS-MIE-APLICADO (WKS-MIE-IDX) TO MONTO-MOV.
           MOVE WKS-PAGO-EMPRESA  TO DESCRIPCION-MOV.
           MOVE 0                 TO MESES-PLAN-MOV.
           MOVE 0                 TO NUM-TRX-REF-MOV.
           MOVE "PAG"             TO TIPO-TRX-MOV.
           MOVE 0                 TO NUM-TARJETA-MOV.
           MOVE 0                 TO GIRO-MOV.
           MOVE SPACES            TO MONEDA-MOV.
           MOVE 0                 TO MONTO-ORIGEN-MOV.
           MOVE CANAL-PC          TO CANAL-PAGO-MOV.
           WRITE REG-MOV.

           ADD 1 TO WKS-CONT-APLICADOS.
           ADD MONTO-MOV TO WKS-SUMA-LOTE.

       2900-RECHAZA-PAGO.
           MOVE CLAVE-EMPR-PC      TO CLAVE-EMPR-PR.
           MOVE MONTO-PC           TO MONTO-PR.
           MOVE FECHA-PC           TO FECHA-PR.
           MOVE CANAL-PC           TO CANAL-PR.
           MOVE WKS-MOTIVO-RECHAZO TO MOTIVO-RECH-PR.
           WRITE REG-PAGO-COR-R.
           ADD 1 TO WKS-CONT-RECHAZADOS.

           MOVE CLAVE-EMPR-PC     TO WKS-EMP-CLAVE-R.
           MOVE MONTO-PC          TO WKS-EMP-PAGO-R.
           MOVE 0                 TO WKS-EMP-SALDO-R.
           MOVE EMPRESA-PCO-R TO LINEA-PCO.
           WRITE LINEA-PCO AFTER 2.
           MOVE WKS-MOTIVO-RECHAZO TO WKS-RCH-MOTIVO-R.
           MOVE RECHAZO-PCO-R TO LINEA-PCO.
           WRITE LINEA-PCO AFTER 1.

       3000-FIN.
           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.
           MOVE WKS-CONT-APLICADOS TO CONTADOR-TRL-MOV.
           MOVE WKS-SUMA-LOTE TO SUMA-TRL-MOV.
           WRITE REG-MOV.

           MOVE WKS-CONT-PAGOS-OK   TO WKS-TOT-PAGOS-R.
           MOVE WKS-CONT-RECHAZADOS TO WKS-TOT-RECH-R.
           MOVE WKS-SUMA-LOTE       TO WKS-TOT-SUMA-R.
           MOVE FOOTER-PCO-R TO LINEA-PCO.
           WRITE LINEA-PCO AFTER 3.

           CLOSE PAGOCOR.
           CLOSE CORPORAT.
           CLOSE CORPEMP.
           CLOSE TRXCLI.
           CLOSE CORMOV.
           CLOSE RECHCOR.
           CLOSE REP-PCO.
           DISPLAY "PAGOS DE EMPRESA REPARTIDOS: " WKS-CONT-PAGOS-OK.
           DISPLAY "PAGOS DE EMPRESA RECHAZADOS: " WKS-CONT-RECHAZADOS.
           DISPLAY "MOVIMIENTOS DE PAGO GENERADOS: "
                   WKS-CONT-APLICADOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "PAG-COR " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-APLICADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADOS TO RECHAZADOS-BIT.
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
