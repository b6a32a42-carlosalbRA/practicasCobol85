      *MI PROGRAMA DE TRASPASO DE SALDOS DE TARJETAS DE OTROS BANCOS
      *- POR CADA SOLICITUD DE SOLTRAS (CLIENTE, BANCO, CUENTA Y
      *MONTO A LIQUIDAR EN EL OTRO EMISOR) SE REVISA QUE EL MONTO MAS
      *SU COMISION QUEPA EN EL CREDITO DISPONIBLE. LA ACEPTADA SE
      *POSTEA COMO CARGO "TRS" CON SU COMISION UNICA "CTS" Y SU IVA,
      *SE REGISTRA EN BALTRAS CON LA TASA PROMOCIONAL Y SU PLAZO Y SE
      *MANDA AL BANCO EN PAGTRAS PARA QUE LIQUIDE LA OTRA TARJETA. EL
      *ARCHIVO CIERRA CON UN TRAILER 999 DE CONTEO Y SUMA COMO EL DE
      *DOMICILIACION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRA-SAL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLTRAS ASSIGN TO DISK
                FILE STATUS IS WKS-FS-SOL.

           SELECT DCLIENTE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-D
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES
                FILE STATUS IS WKS-FS-DCLI.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT CTLNUM ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-CTL.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT RETENES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RETEN-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-RET WITH DUPLICATES
                FILE STATUS IS WKS-FS-RETEN.

           SELECT BALTRAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS BALTRAS-KEY
                FILE STATUS IS WKS-FS-BT.

           SELECT PAGTRAS ASSIGN TO DISK.

           SELECT REP-TRA ASSIGN TO PRINTER.
           SELECT BITACORA ASSIGN TO DISK.
           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *SOLICITUDES DE TRASPASO CAPTURADAS POR LA FUERZA DE VENTAS:
      *CLIENTE, BANCO EMISOR DE LA OTRA TARJETA, SU CUENTA Y EL
      *MONTO QUE EL CLIENTE QUIERE TRAER.
       FD SOLTRAS.
       01 REG-SOLTRAS.
        03 ID-CLIENTE-ST      PIC 9(06).
        03 BANCO-ST           PIC X(03).
        03 CUENTA-ST          PIC X(18).
        03 MONTO-ST           PIC 9(07)V99.
        03 FECHA-SOL-ST       PIC 9(08).

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

      *FOLIO SIGUIENTE DE TRANSACCION POR CLIENTE, EL MISMO CONTROL
      *QUE USAN POST-TRX, INT-REV Y CHQ-DEV.
       FD CTLNUM.
       01 REG-CTL.
        03 ID-CLIENTE-CTL     PIC 9(06).
        03 PROX-NUM-TRX-CTL   PIC 9(04).

      *CATALOGO DE TIPOS - EL SIGNO DE CADA MOVIMIENTO PARA LA
      *EXPOSICION, Y EL TIPO "CTS" DA EL PORCENTAJE DE LA COMISION
      *POR TRASPASO Y SU IVA.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *RETENCIONES DE AUTORIZACIONES AUN NO PRESENTADAS: APARTAN
      *CREDITO IGUAL QUE EN LA VALIDACION DE LIMITE DE POST-TRX.
       FD RETENES.
       01 REG-RETEN.
       COPY RETCOPY.

       FD BALTRAS.
       01 REG-BALTRAS.
       COPY BTRSCOPY.

      *FORMATO FIJO DE PAGO AL BANCO: UN REGISTRO "D" POR TRASPASO
      *ACEPTADO Y UN TRAILER "999" AL FINAL.
       FD PAGTRAS.
       01 REG-PAGTRAS.
        03 TIPO-REG-PT        PIC X(01).
        03 ID-CLIENTE-PT      PIC 9(06).
        03 NUM-TRASP-PT       PIC 9(04).
        03 BANCO-PT           PIC X(03).
        03 CUENTA-PT          PIC X(18).
        03 NOMBRE-PT          PIC A(20).
        03 MONTO-PT           PIC 9(07)V99.
        03 FECHA-PT           PIC 9(08).

       01 REG-PAGTRAS-TRAILER REDEFINES REG-PAGTRAS.
        03 MARCA-TRAILER      PIC X(03).
        03 CONTADOR-TRAILER   PIC 9(07).
        03 TOTAL-TRAILER      PIC 9(09)V99.
        03 FILLER             PIC X(48).

       FD REP-TRA.
       01 LINEA-TRA              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-SOL          PIC 9 VALUE 0.
       01 WKS-FS-SOL           PIC X(02) VALUE "00".
       01 WKS-FS-DCLI          PIC X(02) VALUE "00".
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-RETEN         PIC X(02) VALUE "00".
       01 WKS-FS-BT            PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-SIN-RETENES      PIC 9 VALUE 0.
       01 WKS-CREDITO          PIC A(10) VALUE "CREDITO".

      *COMISION UNICA POR TRASPASO: EL 3% DEL MONTO TRASPASADO SALVO
      *QUE EL CATALOGO TRAIGA OTRO PORCENTAJE PARA EL TIPO "CTS"; SU
      *IVA ES EL DEL MISMO TIPO O LA TASA GENERAL DE LEY.
       01 WKS-PCT-COMISION     PIC 9(02)V99 VALUE 3.00.
       01 WKS-PCT-IVA          PIC 9(02)V99 VALUE 16.00.
       01 WKS-MONTO-COMISION   PIC 9(07)V99 VALUE 0.
       01 WKS-MONTO-IVA        PIC 9(07)V99 VALUE 0.

      *CONDICIONES DE LA PROMOCION: TASA MENSUAL SOBRE EL SALDO
      *TRASPASADO Y MESES QUE DURA. AL VENCER, INT-REV COBRA EL
      *SALDO QUE QUEDE A LA TASA REVOLVENTE DEL CLIENTE.
       01 WKS-TASA-PROMO       PIC 9(02)V99 VALUE 0.99.
       01 WKS-MESES-PROMO      PIC 9(02) VALUE 6.

      *CREDITO DISPONIBLE: LIMITE MENOS LO POSTEADO EN TRXCLI
      *(CARGOS MENOS ABONOS) Y MENOS LAS RETENCIONES ACTIVAS.
       01 WKS-SALDO-EXPUESTO   PIC S9(09)V99 VALUE 0.
       01 WKS-MONTO-RETENIDO   PIC 9(09)V99 VALUE 0.
       01 WKS-DISPONIBLE       PIC S9(09)V99 VALUE 0.
       01 WKS-MONTO-REQUERIDO  PIC 9(09)V99 VALUE 0.
       01 WKS-EOF-EXPO         PIC 9 VALUE 0.
       01 WKS-EOF-RETEN        PIC 9 VALUE 0.

       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

       01 WKS-NUM-ASIGNADO     PIC 9(04) VALUE 0.
       01 WKS-MAX-CLIENTE      PIC 9(04) VALUE 0.
       01 WKS-EOF-BUSCA-NUM    PIC 9 VALUE 0.
       01 WKS-FOLIO-TRASPASO   PIC 9(04) VALUE 0.
       01 WKS-FOLIO-COMISION   PIC 9(04) VALUE 0.
       01 WKS-NUM-TRASPASO     PIC 9(04) VALUE 0.
       01 WKS-EOF-BT           PIC 9 VALUE 0.
       01 WKS-ACEPTADA         PIC 9 VALUE 0.
       01 WKS-OBSERVACION      PIC X(24) VALUE SPACES.

       01 WKS-DESC-TRASPASO.
           03 FILLER           PIC X(09) VALUE "TRASPASO ".
           03 WKS-DESC-BANCO   PIC X(03).
           03 FILLER           PIC X(08) VALUE SPACES.

      *FECHA FIN DE LA PROMOCION: LA DE ALTA MAS LOS MESES DEL PLAZO,
      *CON EL DIA TOPADO AL ULTIMO DEL MES QUE RESULTE.
       01 WKS-FECHA-FIN-W      PIC 9(08).
       01 WKS-FECHA-FIN-R REDEFINES WKS-FECHA-FIN-W.
           03 WKS-FIN-AAAA         PIC 9(04).
           03 WKS-FIN-MM           PIC 9(02).
           03 WKS-FIN-DD           PIC 9(02).
       01 WKS-MESES-FIN        PIC 9(03) VALUE 0.

       01 WKS-DIAS-POR-MES.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 WKS-TABLA-DIAS-MES REDEFINES WKS-DIAS-POR-MES.
           03 WKS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
       01 WKS-DIAS-MAX         PIC 9(02).
       01 WKS-RESIDUO-4        PIC 9(02).
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(02).
       01 WKS-COCIENTE         PIC 9(06).

       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-ACEPTADOS   PIC 9(06) VALUE 0.
       01 WKS-CONT-RECHAZADOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-PAGOS       PIC 9(07) VALUE 0.
       01 WKS-SUMA-PAGOS       PIC 9(09)V99 VALUE 0.
       01 WKS-TOTAL-COMISION   PIC 9(09)V99 VALUE 0.

       01 HEADER-L1-TRA.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(30) VALUE "TRASPASOS DE SALDO".

       01 HEADER-L2-TRA.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FECHA PROCESO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "COMISION: ".
            03 WKS-PCT-COM-R   PIC Z9.99.
            03 FILLER          PIC X(01) VALUE "%".
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "TASA PROMO: ".
            03 WKS-TASA-PRO-R  PIC Z9.99.
            03 FILLER          PIC X(05) VALUE "% X  ".
            03 WKS-MESES-PRO-R PIC Z9.
            03 FILLER          PIC X(06) VALUE " MESES".

       01 HEADER-CAMPOS-TRA.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(06) VALUE "BANCO".
            03 FILLER PIC X(20) VALUE "CUENTA".
            03 FILLER PIC X(14) VALUE "       MONTO".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(12) VALUE "   COMISION".
            03 FILLER PIC X(02) VALUE SPACES.
            03 FILLER PIC X(10) VALUE "VENCE".
            03 FILLER PIC X(24) VALUE "OBSERVACION".

       01 DETALLE-TRA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-BANCO-R     PIC X(03).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-CUENTA-R    PIC X(18).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MONTO-R     PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-COMISION-R  PIC ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VENCE-R     PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-OBSERVA-R   PIC X(24).

       01 FOOTER-TRA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC ZZZ,ZZ9.

       01 FOOTER-MONTO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-M-R PIC X(32).
            03 WKS-PIE-MONTO-R PIC $ZZZ,ZZZ,ZZ9.99.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-SOL = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.

           OPEN INPUT SOLTRAS.
           MOVE "SOLTRAS" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-SOL TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT DCLIENTE.
           MOVE "DCLIENTE" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-DCLI TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN I-O TRXCLI.
           MOVE "TRXCLI" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-TRX TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.
           OPEN I-O CTLNUM.

           OPEN INPUT RETENES.
           IF WKS-FS-RETEN NOT = "00"
               MOVE 1 TO WKS-SIN-RETENES.

      *EL ARCHIVO DE TRASPASOS SE CREA CON EL PRIMERO QUE SE ACEPTA.
           OPEN I-O BALTRAS.
           IF WKS-FS-BT = "35"
               OPEN OUTPUT BALTRAS
               CLOSE BALTRAS
               OPEN I-O BALTRAS.
           MOVE "BALTRAS" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-BT TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT CATTRX.
           PERFORM 1300-CARGA-CATALOGO.
           MOVE "CTS" TO TIPO-TRX-CAT.
           READ CATTRX
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PCT-COMISION-CAT TO WKS-PCT-COMISION
                   MOVE PCT-IVA-CAT TO WKS-PCT-IVA
           END-READ.
           CLOSE CATTRX.

           OPEN OUTPUT PAGTRAS.
           OPEN OUTPUT REP-TRA.
           PERFORM 1200-HEADER-R.

           PERFORM 1010-LEER-SOLTRAS.

       1010-LEER-SOLTRAS.
           READ SOLTRAS AT END MOVE 1 TO WKS-EOF-SOL.

           IF WKS-EOF-SOL = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       1200-HEADER-R.
           MOVE HEADER-L1-TRA TO LINEA-TRA.
           WRITE LINEA-TRA AFTER 1.

           MOVE WKS-FECHA-HOY    TO WKS-HOY-R.
           MOVE WKS-PCT-COMISION TO WKS-PCT-COM-R.
           MOVE WKS-TASA-PROMO   TO WKS-TASA-PRO-R.
           MOVE WKS-MESES-PROMO  TO WKS-MESES-PRO-R.
           MOVE HEADER-L2-TRA TO LINEA-TRA.
           WRITE LINEA-TRA AFTER 2.

           MOVE HEADER-CAMPOS-TRA TO LINEA-TRA.
           WRITE LINEA-TRA AFTER 2.

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
           MOVE 0      TO WKS-ACEPTADA.
           MOVE 0      TO WKS-MONTO-COMISION.
           MOVE 0      TO WKS-MONTO-IVA.
           MOVE 0      TO WKS-FECHA-FIN-W.
           MOVE SPACES TO WKS-OBSERVACION.

           PERFORM 2100-VALIDA-SOLICITUD THRU 2100-FIN.

           IF WKS-ACEPTADA = 1
               PERFORM 2200-POSTEA-TRASPASO THRU 2200-FIN.

           IF WKS-ACEPTADA = 1
               PERFORM 2300-GRABA-BALTRAS
               PERFORM 2400-GRABA-PAGO
               MOVE "ACEPTADO" TO WKS-OBSERVACION
               ADD 1 TO WKS-CONT-ACEPTADOS
               ADD WKS-MONTO-COMISION TO WKS-TOTAL-COMISION
           ELSE
               ADD 1 TO WKS-CONT-RECHAZADOS.

           PERFORM 2800-IMPRIME-DETALLE.

           PERFORM 1010-LEER-SOLTRAS.

      *SOLO CLIENTES DE CREDITO CON LIMITE ASIGNADO: SIN LIMITE NO
      *HAY CREDITO DISPONIBLE CONTRA EL CUAL MEDIR EL TRASPASO.
       2100-VALIDA-SOLICITUD.
           IF MONTO-ST = 0
               MOVE "MONTO EN CERO" TO WKS-OBSERVACION
               GO TO 2100-FIN.

           IF BANCO-ST = SPACES OR CUENTA-ST = SPACES
               MOVE "SIN BANCO O CUENTA" TO WKS-OBSERVACION
               GO TO 2100-FIN.

           MOVE ID-CLIENTE-ST TO ID-CLIENTE-D.
           READ DCLIENTE INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                         NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               MOVE "CLIENTE NO EXISTE" TO WKS-OBSERVACION
               GO TO 2100-FIN.

           IF TIPO-TARG-D NOT = WKS-CREDITO
               MOVE "SOLO CLIENTES DE CREDITO" TO WKS-OBSERVACION
               GO TO 2100-FIN.

           IF LIMITE-CREDITO-D = 0
               MOVE "SIN LIMITE ASIGNADO" TO WKS-OBSERVACION
               GO TO 2100-FIN.

           COMPUTE WKS-MONTO-COMISION ROUNDED =
               MONTO-ST * WKS-PCT-COMISION / 100.
           COMPUTE WKS-MONTO-IVA ROUNDED =
               WKS-MONTO-COMISION * WKS-PCT-IVA / 100.
           COMPUTE WKS-MONTO-REQUERIDO = MONTO-ST
                                       + WKS-MONTO-COMISION
                                       + WKS-MONTO-IVA.

           PERFORM 2110-CALCULA-DISPONIBLE.

           IF WKS-MONTO-REQUERIDO > WKS-DISPONIBLE
               MOVE "SIN CREDITO DISPONIBLE" TO WKS-OBSERVACION
               GO TO 2100-FIN.

           MOVE 1 TO WKS-ACEPTADA.

       2100-FIN.
           EXIT.

      *LA EXPOSICION ES EL MISMO NETEO DE POST-TRX: LO POSTEADO EN
      *TRXCLI MAS LAS RETENCIONES ACTIVAS NO VENCIDAS. SE BARRE POR
      *SOLICITUD, ASI QUE UN SEGUNDO TRASPASO DEL MISMO CLIENTE EN
      *EL LOTE YA VE EL PRIMERO POSTEADO.
       2110-CALCULA-DISPONIBLE.
           MOVE 0 TO WKS-SALDO-EXPUESTO.
           MOVE ID-CLIENTE-ST TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-EXPO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-EXPO
           END-START.

           PERFORM 2111-SUMA-EXPOSICION UNTIL WKS-EOF-EXPO = 1.

           MOVE 0 TO WKS-MONTO-RETENIDO.
           IF WKS-SIN-RETENES = 0
               MOVE ID-CLIENTE-ST TO ID-CLIENTE-RET
               START RETENES KEY IS = ID-CLIENTE-RET
                   INVALID KEY MOVE 1 TO WKS-EOF-RETEN
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-RETEN
               END-START
               PERFORM 2113-SUMA-RETENES UNTIL WKS-EOF-RETEN = 1.

           COMPUTE WKS-DISPONIBLE = LIMITE-CREDITO-D
                                  - WKS-SALDO-EXPUESTO
                                  - WKS-MONTO-RETENIDO.

       2111-SUMA-EXPOSICION.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-EXPO.

           IF WKS-EOF-EXPO = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-ST
                   MOVE 1 TO WKS-EOF-EXPO
               ELSE
                   PERFORM 2115-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "A"
                       SUBTRACT MONTO-TRX FROM WKS-SALDO-EXPUESTO
                   ELSE
                       ADD MONTO-TRX TO WKS-SALDO-EXPUESTO
                   END-IF
               END-IF
           END-IF.

       2113-SUMA-RETENES.
           READ RETENES NEXT AT END MOVE 1 TO WKS-EOF-RETEN.

           IF WKS-EOF-RETEN = 0
               IF ID-CLIENTE-RET NOT = ID-CLIENTE-ST
                   MOVE 1 TO WKS-EOF-RETEN
               ELSE
                   IF RETEN-ACTIVO
                      AND FECHA-EXPIRA-RET NOT < WKS-FECHA-HOY
                       ADD MONTO-RET TO WKS-MONTO-RETENIDO
                   END-IF
               END-IF
           END-IF.

      *SIGNO DEL MOVIMIENTO: POR SU TIPO EN EL CATALOGO; LOS
      *REGISTROS HISTORICOS SIN TIPO SE NETEAN POR DESCRIPCION.
       2115-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.

           IF TIPO-TRX = SPACES
               IF DESCRIPCION-TRX = WKS-PAGO-ANUALIDAD
                  OR DESCRIPCION-TRX = WKS-REVERSO
                   MOVE "A" TO WKS-SIGNO-TRX
               END-IF
           ELSE
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 2116-BUSCA-SIGNO-TABLA
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

       2116-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

      *EL SALDO TRASPASADO ENTRA COMO CARGO "TRS"; LA COMISION "CTS"
      *HACE REFERENCIA A SU FOLIO Y EL IVA AL DE LA COMISION, IGUAL
      *QUE EL IVA QUE POSTEA POST-TRX. SIN EL CARGO NO HAY TRASPASO.
       2200-POSTEA-TRASPASO.
           MOVE BANCO-ST TO WKS-DESC-BANCO.

           PERFORM 2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-ST      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO   TO NUM-TRX.
           MOVE WKS-FECHA-HOY      TO FECHA-TRX.
           MOVE 0                  TO NUM-TRX-REF.
           MOVE "TRS"              TO TIPO-TRX.
           MOVE 0                  TO NUM-TARJETA-TRX.
           MOVE 0                  TO GIRO-TRX.
           MOVE SPACES             TO MONEDA-TRX.
           MOVE 0                  TO MONTO-ORIGEN-TRX.
           MOVE SPACES             TO CANAL-TRX.
           MOVE MONTO-ST           TO MONTO-TRX.
           MOVE WKS-DESC-TRASPASO  TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL TRASPASO DEL"
                           " CLIENTE " ID-CLIENTE-ST
                   MOVE 0 TO WKS-ACEPTADA
                   MOVE "NO SE PUDO POSTEAR" TO WKS-OBSERVACION
                   GO TO 2200-FIN
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

           MOVE WKS-NUM-ASIGNADO TO WKS-FOLIO-TRASPASO.

           IF WKS-MONTO-COMISION = 0
               GO TO 2200-FIN.

           PERFORM 2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-ST      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO   TO NUM-TRX.
           MOVE WKS-FECHA-HOY      TO FECHA-TRX.
           MOVE WKS-FOLIO-TRASPASO TO NUM-TRX-REF.
           MOVE "CTS"              TO TIPO-TRX.
           MOVE 0                  TO NUM-TARJETA-TRX.
           MOVE 0                  TO GIRO-TRX.
           MOVE SPACES             TO MONEDA-TRX.
           MOVE 0                  TO MONTO-ORIGEN-TRX.
           MOVE SPACES             TO CANAL-TRX.
           MOVE WKS-MONTO-COMISION TO MONTO-TRX.
           MOVE "COMISION TRASPASO" TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR LA COMISION DEL"
                           " CLIENTE " ID-CLIENTE-ST
                   MOVE 0 TO WKS-MONTO-COMISION
                   GO TO 2200-FIN
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

           MOVE WKS-NUM-ASIGNADO TO WKS-FOLIO-COMISION.

           IF WKS-MONTO-IVA = 0
               GO TO 2200-FIN.

           PERFORM 2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-ST      TO ID-CLIENTE-TRX.
           MOVE WKS-NUM-ASIGNADO   TO NUM-TRX.
           MOVE WKS-FECHA-HOY      TO FECHA-TRX.
           MOVE WKS-FOLIO-COMISION TO NUM-TRX-REF.
           MOVE "IVA"              TO TIPO-TRX.
           MOVE 0                  TO NUM-TARJETA-TRX.
           MOVE 0                  TO GIRO-TRX.
           MOVE SPACES             TO MONEDA-TRX.
           MOVE 0                  TO MONTO-ORIGEN-TRX.
           MOVE SPACES             TO CANAL-TRX.
           MOVE WKS-MONTO-IVA      TO MONTO-TRX.
           MOVE "IVA COMISION TRASP" TO DESCRIPCION-TRX.

           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR EL IVA DE LA"
                           " COMISION DEL CLIENTE " ID-CLIENTE-ST
                   MOVE 0 TO WKS-MONTO-IVA
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO
           END-WRITE.

       2200-FIN.
           EXIT.

      *FOLIO POR CLIENTE DESDE EL CONTROL; SI EL CLIENTE AUN NO
      *TIENE CONTROL SE INICIA CON EL MAYOR FOLIO QUE YA TENGA.
       2160-OBTEN-PROX-NUM.
           MOVE ID-CLIENTE-ST TO ID-CLIENTE-CTL.
           READ CTLNUM
               INVALID KEY PERFORM 2162-INICIA-CONTROL
           END-READ.

           MOVE PROX-NUM-TRX-CTL TO WKS-NUM-ASIGNADO.
           ADD 1 TO PROX-NUM-TRX-CTL.

           REWRITE REG-CTL
               INVALID KEY
                   DISPLAY "NO SE PUDO ACTUALIZAR EL CONTROL DE"
                           " FOLIOS DEL CLIENTE " ID-CLIENTE-CTL.

       2162-INICIA-CONTROL.
           MOVE 0 TO WKS-MAX-CLIENTE.
           MOVE ID-CLIENTE-ST TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-BUSCA-NUM
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BUSCA-NUM
           END-START.

           PERFORM 2163-LEER-BUSCA-NUM UNTIL WKS-EOF-BUSCA-NUM = 1.

           MOVE ID-CLIENTE-ST   TO ID-CLIENTE-CTL.
           MOVE WKS-MAX-CLIENTE TO PROX-NUM-TRX-CTL.
           ADD 1 TO PROX-NUM-TRX-CTL.
           WRITE REG-CTL.

       2163-LEER-BUSCA-NUM.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-BUSCA-NUM.

           IF WKS-EOF-BUSCA-NUM = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-ST
                   MOVE 1 TO WKS-EOF-BUSCA-NUM
               ELSE
                   IF NUM-TRX > WKS-MAX-CLIENTE
                       MOVE NUM-TRX TO WKS-MAX-CLIENTE
                   END-IF
               END-IF
           END-IF.

      *EL TRASPASO SE NUMERA POR CLIENTE A CONTINUACION DEL ULTIMO
      *QUE YA TENGA; TODO EL MONTO TRASPASADO ARRANCA COMO SALDO
      *PROMOCIONAL.
       2300-GRABA-BALTRAS.
           MOVE 0 TO WKS-NUM-TRASPASO.
           MOVE ID-CLIENTE-ST TO ID-CLIENTE-BT.
           MOVE 0 TO NUM-TRASP-BT.
           START BALTRAS KEY IS NOT < BALTRAS-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-BT
               NOT INVALID KEY MOVE 0 TO WKS-EOF-BT
           END-START.

           PERFORM 2310-LEER-BALTRAS UNTIL WKS-EOF-BT = 1.

           PERFORM 2320-CALCULA-FECHA-FIN.

           ADD 1 TO WKS-NUM-TRASPASO.
           MOVE ID-CLIENTE-ST      TO ID-CLIENTE-BT.
           MOVE WKS-NUM-TRASPASO   TO NUM-TRASP-BT.
           MOVE WKS-FECHA-HOY      TO FECHA-ALTA-BT.
           MOVE BANCO-ST           TO BANCO-BT.
           MOVE CUENTA-ST          TO CUENTA-BT.
           MOVE MONTO-ST           TO MONTO-BT.
           MOVE WKS-MONTO-COMISION TO COMISION-BT.
           MOVE MONTO-ST           TO SALDO-PROMO-BT.
           MOVE WKS-TASA-PROMO     TO TASA-PROMO-BT.
           MOVE WKS-FECHA-FIN-W    TO FECHA-FIN-BT.
           MOVE WKS-FOLIO-TRASPASO TO NUM-TRX-BT.
           MOVE "A"                TO STATUS-BT.
           MOVE 0                  TO FECHA-CIERRE-BT.

           WRITE REG-BALTRAS.
           MOVE "BALTRAS" TO WKS-ARCHIVO-ERR.
           MOVE "WRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-BT TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

       2310-LEER-BALTRAS.
           READ BALTRAS NEXT AT END MOVE 1 TO WKS-EOF-BT.

           IF WKS-EOF-BT = 0
               IF ID-CLIENTE-BT NOT = ID-CLIENTE-ST
                   MOVE 1 TO WKS-EOF-BT
               ELSE
                   MOVE NUM-TRASP-BT TO WKS-NUM-TRASPASO.

       2320-CALCULA-FECHA-FIN.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-FIN-W.
           COMPUTE WKS-MESES-FIN = WKS-FIN-MM + WKS-MESES-PROMO.

           PERFORM 2321-AJUSTA-ANO UNTIL WKS-MESES-FIN NOT > 12.

           MOVE WKS-MESES-FIN TO WKS-FIN-MM.
           PERFORM 2322-CALCULA-DIAS-MAX.
           IF WKS-FIN-DD > WKS-DIAS-MAX
               MOVE WKS-DIAS-MAX TO WKS-FIN-DD.

       2321-AJUSTA-ANO.
           SUBTRACT 12 FROM WKS-MESES-FIN.
           ADD 1 TO WKS-FIN-AAAA.

       2322-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-FIN-MM) TO WKS-DIAS-MAX.

           IF WKS-FIN-MM = 2
              DIVIDE WKS-FIN-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-FIN-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-FIN-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

      *EL BANCO PAGA AL OTRO EMISOR EL MONTO TRASPASADO COMPLETO; LA
      *COMISION SE QUEDA EN LA CUENTA DEL CLIENTE.
       2400-GRABA-PAGO.
           MOVE "D"               TO TIPO-REG-PT.
           MOVE ID-CLIENTE-ST     TO ID-CLIENTE-PT.
           MOVE WKS-NUM-TRASPASO  TO NUM-TRASP-PT.
           MOVE BANCO-ST          TO BANCO-PT.
           MOVE CUENTA-ST         TO CUENTA-PT.
           MOVE NOMBRE-CLIENTE-D  TO NOMBRE-PT.
           MOVE MONTO-ST          TO MONTO-PT.
           MOVE WKS-FECHA-HOY     TO FECHA-PT.
           WRITE REG-PAGTRAS.

           ADD 1        TO WKS-CONT-PAGOS.
           ADD MONTO-ST TO WKS-SUMA-PAGOS.

       2800-IMPRIME-DETALLE.
           MOVE ID-CLIENTE-ST      TO WKS-ID-CLI-R.
           MOVE BANCO-ST           TO WKS-BANCO-R.
           MOVE CUENTA-ST          TO WKS-CUENTA-R.
           MOVE MONTO-ST           TO WKS-MONTO-R.
           MOVE WKS-MONTO-COMISION TO WKS-COMISION-R.
           MOVE WKS-FECHA-FIN-W    TO WKS-VENCE-R.
           MOVE WKS-OBSERVACION    TO WKS-OBSERVA-R.
           MOVE DETALLE-TRA-R TO LINEA-TRA.
           WRITE LINEA-TRA AFTER 1.

       3000-FIN.
           MOVE "999"          TO MARCA-TRAILER.
           MOVE WKS-CONT-PAGOS TO CONTADOR-TRAILER.
           MOVE WKS-SUMA-PAGOS TO TOTAL-TRAILER.
           WRITE REG-PAGTRAS-TRAILER.

           MOVE "SOLICITUDES LEIDAS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-TRA-R TO LINEA-TRA.
           WRITE LINEA-TRA AFTER 2.

           MOVE "TRASPASOS ACEPTADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-ACEPTADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-TRA-R TO LINEA-TRA.
           WRITE LINEA-TRA AFTER 1.

           MOVE "SOLICITUDES RECHAZADAS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-RECHAZADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-TRA-R TO LINEA-TRA.
           WRITE LINEA-TRA AFTER 1.

           MOVE "IMPORTE A PAGAR A OTROS BANCOS:" TO WKS-PIE-ETIQ-M-R.
           MOVE WKS-SUMA-PAGOS TO WKS-PIE-MONTO-R.
           MOVE FOOTER-MONTO-R TO LINEA-TRA.
           WRITE LINEA-TRA AFTER 2.

           MOVE "COMISIONES COBRADAS:" TO WKS-PIE-ETIQ-M-R.
           MOVE WKS-TOTAL-COMISION TO WKS-PIE-MONTO-R.
           MOVE FOOTER-MONTO-R TO LINEA-TRA.
           WRITE LINEA-TRA AFTER 1.

           CLOSE SOLTRAS.
           CLOSE DCLIENTE.
           CLOSE TRXCLI.
           PERFORM 9610-CIERRA-SALDOS.
           CLOSE CTLNUM.
           IF WKS-SIN-RETENES = 0
               CLOSE RETENES.
           CLOSE BALTRAS.
           CLOSE PAGTRAS.
           CLOSE REP-TRA.
           DISPLAY "SOLICITUDES LEIDAS: " WKS-CONT-LEIDOS.
           DISPLAY "TRASPASOS ACEPTADOS: " WKS-CONT-ACEPTADOS.
           DISPLAY "SOLICITUDES RECHAZADAS: " WKS-CONT-RECHAZADOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "TRA-SAL " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-ACEPTADOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-RECHAZADOS TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *REVISION ESTANDAR DE ESTADO DE ARCHIVO: "00" ES EXITO, "02"
      *ES LLAVE ALTERNA DUPLICADA PERMITIDA Y "05" ES APERTURA DE
      *ARCHIVO OPCIONAL NUEVO. CUALQUIER OTRO ESTADO DETIENE LA
      *CORRIDA CON MENSAJE CLARO Y CONSTANCIA EN LA BITACORA.
       9500-VERIFICA-ESTADO.
           IF WKS-FS-ACTUAL = "00" OR WKS-FS-ACTUAL = "02"
              OR WKS-FS-ACTUAL = "05"
               CONTINUE
           ELSE
               DISPLAY "*** ERROR DE ARCHIVO EN TRA-SAL  ***"
               DISPLAY "ARCHIVO: " WKS-ARCHIVO-ERR
                       " OPERACION: " WKS-OPERACION-ERR
                       " ESTADO: " WKS-FS-ACTUAL
               PERFORM 9510-BITACORA-ERROR
               DISPLAY "CORRIDA DETENIDA POR ERROR DE ARCHIVO"
               STOP RUN.

       9510-BITACORA-ERROR.
           OPEN EXTEND BITACORA.
           MOVE "TRA-SAL " TO PROGRAMA-BIT.
           ACCEPT FECHA-BIT FROM DATE YYYYMMDD.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE 0 TO LEIDOS-BIT.
           MOVE 0 TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           STRING WKS-ARCHIVO-ERR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WKS-OPERACION-ERR DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WKS-FS-ACTUAL DELIMITED BY SIZE
                  INTO DETALLE-BIT.
           WRITE REG-BIT.
           CLOSE BITACORA.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "TRA-SAL "      TO PROGRAMA-SV.
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
