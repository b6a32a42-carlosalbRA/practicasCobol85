      *MI PROGRAMA DE TRASPASO DE SALDOS ABANDONADOS A LA BENEFICENCIA
      *PUBLICA - CORRIDA ANUAL. LOS SALDOS A FAVOR DE SALDOFAV QUE
      *NADIE RECLAMA Y NO TIENEN MOVIMIENTO EN EL PLAZO DE LEY (LA
      *MAYOR ENTRE FECHA-ULT-SF Y EL ULTIMO MOVIMIENTO DEL CLIENTE EN
      *TRXCLI) RECIBEN PRIMERO UN AVISO POR CARTA QUE QUEDA EN
      *CORRHIST Y EN EL ARCHIVO ABANDONO. EN UNA CORRIDA POSTERIOR,
      *VENCIDO EL PLAZO DEL AVISO Y SIN ACTIVIDAD NUEVA, EL SALDO SE
      *CIERRA: SE EMITE EL CARGO "BEN" PARA POST-TRX (EL TIPO DEBE
      *EXISTIR COMO CARGO EN CATTRX; GL-EXT LO LLEVA AL CONCEPTO
      *"BENEFICEN"), SE GRABA EL ARCHIVO DE TRASPASO BENEFTRA QUE SE
      *ENTREGA A LA BENEFICENCIA Y SE IMPRIME EL REGISTRO DE LA
      *CORRIDA. SI EL CLIENTE SE MUEVE DESPUES DEL AVISO, EL AVISO
      *QUEDA SIN EFECTO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEN-SAL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOFAV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-SF
                FILE STATUS IS WKS-FS-SFAV.

           SELECT ABANDONO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-AB
                FILE STATUS IS WKS-FS-ABN.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I
                FILE STATUS IS WKS-FS-ICL.

           SELECT BENMOV ASSIGN TO DISK.
           SELECT BENEFTRA ASSIGN TO DISK.

           SELECT REP-BEN ASSIGN TO PRINTER.
           SELECT CAR-BEN ASSIGN TO PRINTER.
           SELECT CORRHIST ASSIGN TO DISK.
           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD SALDOFAV.
       01 REG-SALDOFAV.
        03 ID-CLIENTE-SF      PIC 9(06).
        03 SALDO-FAVOR-SF     PIC 9(09)V99.
        03 FECHA-ULT-SF       PIC 9(08).
        03 STATUS-SF          PIC X(01).

      *SALDOS AVISADOS Y SU DESENLACE.
       FD ABANDONO.
       01 REG-ABANDONO.
       COPY ABNCOPY.

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

       FD ICLIENTES.
       01 REG-CLI-I.
       COPY CLICOPY
           REPLACING ==ID-CLIENTE== BY ==ID-CLIENTE-I==
                     ==NOMBRE-CLIENTE== BY ==NOMBRE-CLIENTE-I==
                     ==ID-TARGETA== BY ==ID-TARGETA-I==
                     ==TIPO-TARG== BY ==TIPO-TARG-I==
                     ==ANUALIDAD== BY ==ANUALIDAD-I==
                     ==FECHA-ALTA== BY ==FECHA-ALTA-I==
                     ==OPERADOR== BY ==OPERADOR-I==
                     ==DIRECCION== BY ==DIRECCION-I==
                     ==TELEFONO== BY ==TELEFONO-I==
                     ==EMAIL== BY ==EMAIL-I==
                     ==ESTADO-CLIENTE== BY ==ESTADO-CLIENTE-I==
                     ==DOMICILIADO== BY ==DOMICILIADO-I==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-I==
                     ==CLAVE-VENDEDOR== BY ==CLAVE-VENDEDOR-I==
                     ==RFC== BY ==RFC-I==
                     ==ENVIO-EMAIL== BY ==ENVIO-EMAIL-I==
                     ==SUCURSAL== BY ==SUCURSAL-I==
                     ==DEFUNCION== BY ==DEFUNCION-I==
                     ==FECHA-DEFUNCION== BY ==FECHA-DEFUNCION-I==
                     ==CONTACTO-DEF== BY ==CONTACTO-DEF-I==.

      *CARGOS DE TRASPASO EN FORMATO MOVCLI CON CONTROLES HDR/999.
       FD BENMOV.
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

      *RELACION DE SALDOS TRASPASADOS QUE SE ENTREGA A LA
      *BENEFICENCIA, CON REGISTRO DE CONTROL "999" AL FINAL.
       FD BENEFTRA.
       01 REG-BENEF.
        03 ID-CLIENTE-BT      PIC 9(06).
        03 NOMBRE-BT          PIC A(20).
        03 RFC-BT             PIC X(13).
        03 MONTO-BT           PIC 9(09)V99.
        03 FECHA-ULT-MOV-BT   PIC 9(08).
        03 FECHA-AVISO-BT     PIC 9(08).
        03 FECHA-TRASPASO-BT  PIC 9(08).

       01 REG-BENEF-TRL REDEFINES REG-BENEF.
        03 MARCA-TRL-BT       PIC X(03).
        03 CONTADOR-TRL-BT    PIC 9(07).
        03 SUMA-TRL-BT        PIC 9(11)V99.
        03 FILLER             PIC X(51).

       FD REP-BEN.
       01 LINEA-BEN              PIC X(132).

       FD CAR-BEN.
       01 LINEA-CAR              PIC X(132).

      *HISTORIAL DE CORRESPONDENCIA COMPARTIDO: UN REGISTRO POR
      *DOCUMENTO ENVIADO AL CLIENTE CON SU FECHA, CANAL Y
      *REFERENCIA.
       FD CORRHIST.
       01 REG-CORRHIST.
        03 ID-CLIENTE-CH      PIC 9(06).
        03 FECHA-CH           PIC 9(08).
        03 TIPO-DOC-CH        PIC X(10).
        03 CANAL-CH           PIC X(05).
        03 REFERENCIA-CH      PIC 9(08).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-SFAV         PIC 9 VALUE 0.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-FS-SFAV          PIC X(02) VALUE "00".
       01 WKS-FS-ABN           PIC X(02) VALUE "00".
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-ICL           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-SIN-ABANDONO     PIC 9 VALUE 0.
       01 WKS-SIN-TRXCLI       PIC 9 VALUE 0.
       01 WKS-SIN-ICLIENTES    PIC 9 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-SEC-LOTE         PIC 9(04) VALUE 0.
       01 WKS-ANOS-INACTIVO    PIC 9(02) VALUE 3.
       01 WKS-DIAS-AVISO       PIC 9(03) VALUE 90.
       01 WKS-FECHA-ULT-MOV    PIC 9(08) VALUE 0.
       01 WKS-FECHA-LIMITE     PIC 9(08) VALUE 0.
       01 WKS-MONTO-TRASPASO   PIC 9(09)V99 VALUE 0.

       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-AVISADOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-EN-PLAZO    PIC 9(06) VALUE 0.
       01 WKS-CONT-REACTIVADOS PIC 9(06) VALUE 0.
       01 WKS-CONT-TRASPASOS   PIC 9(06) VALUE 0.
       01 WKS-SUMA-AVISADO     PIC 9(11)V99 VALUE 0.
       01 WKS-SUMA-TRASPASO    PIC 9(11)V99 VALUE 0.

      *FECHA SIN MOVIMIENTO: LOS SALDOS CUYA ULTIMA ACTIVIDAD ES
      *ANTERIOR A ESTA FECHA SE AVISAN.
       01 WKS-CORTE-INACTIVO   PIC 9(08) VALUE 0.
       01 WKS-CORTE-INACTIVO-R REDEFINES WKS-CORTE-INACTIVO.
           03 WKS-INA-AAAA         PIC 9(04).
           03 WKS-INA-MM           PIC 9(02).
           03 WKS-INA-DD           PIC 9(02).

      *FECHA DE AVISO: LOS AVISADOS EN O ANTES DE ESTA FECHA YA
      *CUMPLIERON EL PLAZO Y SE TRASPASAN.
       01 WKS-FECHA-CORTE      PIC 9(08) VALUE 0.
       01 WKS-FECHA-CORTE-R REDEFINES WKS-FECHA-CORTE.
           03 WKS-CAL-AAAA         PIC 9(04).
           03 WKS-CAL-MM           PIC 9(02).
           03 WKS-CAL-DD           PIC 9(02).
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.

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

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

       01 HEADER-L1-BEN.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(48) VALUE
               "REGISTRO DE SALDOS ABANDONADOS A LA BENEFICENCIA".

       01 HEADER-L2-BEN.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE "SIN MOVIMIENTO DESDE: ".
            03 WKS-INACTIVO-R  PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "AVISADOS HASTA EL ".
            03 WKS-CORTE-R     PIC 9(08).

       01 HEADER-L3-BEN.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "CLIENTE".
            03 FILLER PIC X(21) VALUE "NOMBRE".
            03 FILLER PIC X(16) VALUE "      SALDO".
            03 FILLER PIC X(11) VALUE "ULT. MOV.".
            03 FILLER PIC X(11) VALUE "AVISO".
            03 FILLER PIC X(30) VALUE "MOVIMIENTO".

       01 DETALLE-BEN-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DET-CLI-R   PIC 9(06).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-NOMBRE-R PIC A(20).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-SALDO-R PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-ULT-R   PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-AVISO-R PIC 9(08).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-MOV-R   PIC X(30).

       01 FOOTER-BEN-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC ZZZ,ZZ9.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-PIE-MONTO-R PIC $ZZZ,ZZZ,ZZ9.99.

       01 CARTA-SALUDO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(12) VALUE "ESTIMADO(A) ".
            03 WKS-NOMBRE-R    PIC A(20).

       01 CARTA-DIRECCION-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "DIRECCION: ".
            03 WKS-DIRECCION-R PIC X(70).

       01 CARTA-AVISO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(46) VALUE
               "SU CUENTA CONSERVA UN SALDO A SU FAVOR DE:    ".
            03 WKS-CAR-SALDO-R PIC $Z,ZZZ,ZZ9.99.

       01 CARTA-INACTIVO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(46) VALUE
               "SIN MOVIMIENTO NI RECLAMO DESDE EL DIA:       ".
            03 WKS-CAR-ULT-R   PIC 9(08).

       01 CARTA-PLAZO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(56) VALUE
               "CONFORME A LA LEY, SI NO LO RECLAMA O MUEVE SU CUENTA".
            03 FILLER          PIC X(20) VALUE "ANTES DEL DIA ".
            03 WKS-CAR-LIMITE-R PIC 9(08).

       01 CARTA-PLAZO-2-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(56) VALUE
               "EL SALDO SE TRASPASARA A LA BENEFICENCIA PUBLICA.".

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-SFAV = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE "BEN-SAL " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "EL TRASPASO LO AUTORIZA UN OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               STOP RUN.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           ACCEPT WKS-FECHA-BITACORA FROM DATE YYYYMMDD.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "ANOS SIN MOVIMIENTO PARA AVISAR (3):" LINE 04
                                                       POSITION 03.
           ACCEPT WKS-ANOS-INACTIVO LINE 04 POSITION 40.

           IF WKS-ANOS-INACTIVO = 0
               MOVE 3 TO WKS-ANOS-INACTIVO.

           DISPLAY "DIAS DE PLAZO DEL AVISO (90):" LINE 05
                                                       POSITION 03.
           ACCEPT WKS-DIAS-AVISO LINE 05 POSITION 33.

           IF WKS-DIAS-AVISO = 0
               MOVE 90 TO WKS-DIAS-AVISO.

           DISPLAY "SECUENCIA DE LOTE PARA POST-TRX:" LINE 06
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 06 POSITION 37.

      *EL CORTE DE INACTIVIDAD ES LA MISMA FECHA N ANOS ATRAS; UN
      *29 DE FEBRERO SE LLEVA AL 28.
           MOVE WKS-FECHA-HOY TO WKS-CORTE-INACTIVO.
           SUBTRACT WKS-ANOS-INACTIVO FROM WKS-INA-AAAA.
           IF WKS-INA-MM = 2 AND WKS-INA-DD = 29
               MOVE 28 TO WKS-INA-DD.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-CORTE.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 1120-RESTA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS = WKS-DIAS-AVISO.

           OPEN I-O SALDOFAV.
           IF WKS-FS-SFAV NOT = "00"
               DISPLAY "NO HAY SALDOS A FAVOR REGISTRADOS" LINE 07
                                                       POSITION 03
               STOP RUN.

           OPEN I-O ABANDONO.
           IF WKS-FS-ABN = "35"
               OPEN OUTPUT ABANDONO
               CLOSE ABANDONO
               OPEN I-O ABANDONO.
           MOVE "ABANDONO" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-ABN TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT TRXCLI.
           IF WKS-FS-TRX NOT = "00"
               MOVE 1 TO WKS-SIN-TRXCLI.

           OPEN INPUT ICLIENTES.
           IF WKS-FS-ICL NOT = "00"
               MOVE 1 TO WKS-SIN-ICLIENTES.

           OPEN OUTPUT BENMOV.
           OPEN OUTPUT BENEFTRA.
           OPEN OUTPUT REP-BEN.
           OPEN OUTPUT CAR-BEN.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
           MOVE "BENEFICE" TO FUENTE-HDR-MOV.
           MOVE WKS-FECHA-HOY TO FECHA-HDR-MOV.
           MOVE WKS-SEC-LOTE TO SECUENCIA-HDR-MOV.
           WRITE REG-MOV.

           MOVE HEADER-L1-BEN TO LINEA-BEN.
           WRITE LINEA-BEN AFTER PAGE.
           MOVE WKS-FECHA-HOY      TO WKS-HOY-R.
           MOVE WKS-CORTE-INACTIVO TO WKS-INACTIVO-R.
           MOVE WKS-FECHA-CORTE    TO WKS-CORTE-R.
           MOVE HEADER-L2-BEN TO LINEA-BEN.
           WRITE LINEA-BEN AFTER 2.
           MOVE HEADER-L3-BEN TO LINEA-BEN.
           WRITE LINEA-BEN AFTER 2.

           MOVE 0 TO ID-CLIENTE-SF.
           START SALDOFAV KEY IS > ID-CLIENTE-SF
                       INVALID KEY MOVE 1 TO WKS-EOF-SFAV.

       1120-RESTA-UN-DIA.
           IF WKS-CAL-DD > 1
               SUBTRACT 1 FROM WKS-CAL-DD
           ELSE
               IF WKS-CAL-MM = 1
                   MOVE 12 TO WKS-CAL-MM
                   SUBTRACT 1 FROM WKS-CAL-AAAA
               ELSE
                   SUBTRACT 1 FROM WKS-CAL-MM
               END-IF
               PERFORM 1130-CALCULA-DIAS-MAX
               MOVE WKS-DIAS-MAX TO WKS-CAL-DD
           END-IF.

           ADD 1 TO WKS-CONTADOR-DIAS.

       1130-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-CAL-MM) TO WKS-DIAS-MAX.

           IF WKS-CAL-MM = 2
              DIVIDE WKS-CAL-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-CAL-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-CAL-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                    END-IF
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX
                 END-IF
              END-IF.

      *SOLO LOS SALDOS VIVOS ("A" CON IMPORTE) SE REVISAN. UN AVISO
      *PENDIENTE SE TRASPASA, SE DEJA CORRER O SE CANCELA; SIN AVISO
      *PENDIENTE, EL SALDO INACTIVO SE AVISA.
       2000-PROCESO.
           READ SALDOFAV NEXT AT END MOVE 1 TO WKS-EOF-SFAV.

           IF WKS-EOF-SFAV = 0
               IF STATUS-SF = "A" AND SALDO-FAVOR-SF > 0
                   ADD 1 TO WKS-CONT-LEIDOS
                   PERFORM 2100-ULTIMA-ACTIVIDAD
                   PERFORM 2200-REVISA-SALDO THRU 2200-FIN
               END-IF
           END-IF.

      *LA ULTIMA ACTIVIDAD ES LA MAYOR ENTRE EL ULTIMO ABONO AL SALDO
      *A FAVOR Y EL ULTIMO MOVIMIENTO DEL CLIENTE EN TRXCLI.
       2100-ULTIMA-ACTIVIDAD.
           MOVE FECHA-ULT-SF TO WKS-FECHA-ULT-MOV.

           IF WKS-SIN-TRXCLI = 0
               MOVE ID-CLIENTE-SF TO ID-CLIENTE-TRX
               START TRXCLI KEY IS = ID-CLIENTE-TRX
                   INVALID KEY MOVE 1 TO WKS-EOF-TRX
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
               END-START
               PERFORM 2110-LEER-TRX UNTIL WKS-EOF-TRX = 1.

       2110-LEER-TRX.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-SF
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   IF FECHA-TRX > WKS-FECHA-ULT-MOV
                       MOVE FECHA-TRX TO WKS-FECHA-ULT-MOV
                   END-IF
               END-IF
           END-IF.

       2200-REVISA-SALDO.
           PERFORM 2300-BUSCA-CLIENTE.

           MOVE ID-CLIENTE-SF TO ID-CLIENTE-AB.
           READ ABANDONO
               INVALID KEY MOVE 1 TO WKS-SIN-ABANDONO
               NOT INVALID KEY MOVE 0 TO WKS-SIN-ABANDONO
           END-READ.

           IF WKS-SIN-ABANDONO = 0 AND AB-AVISADO
               IF WKS-FECHA-ULT-MOV > FECHA-AVISO-AB
                   PERFORM 2400-CANCELA-AVISO
                   GO TO 2200-FIN
               ELSE
                   IF FECHA-AVISO-AB NOT > WKS-FECHA-CORTE
                       PERFORM 2600-TRASPASA-SALDO
                   ELSE
                       ADD 1 TO WKS-CONT-EN-PLAZO
                   END-IF
                   GO TO 2200-FIN.

           IF WKS-FECHA-ULT-MOV < WKS-CORTE-INACTIVO
               PERFORM 2500-AVISA-SALDO.

       2200-FIN.
           EXIT.

       2300-BUSCA-CLIENTE.
           MOVE 1 TO WKS-INVALID-KEY.
           IF WKS-SIN-ICLIENTES = 0
               MOVE ID-CLIENTE-SF TO ID-CLIENTE-I
               READ ICLIENTES
                   INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                   NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
               END-READ.

           IF WKS-INVALID-KEY = 1
               MOVE "CLIENTE NO UBICADO" TO NOMBRE-CLIENTE-I
               MOVE SPACES TO DIRECCION-I
               MOVE SPACES TO RFC-I.

      *EL CLIENTE SE MOVIO DESPUES DEL AVISO: EL SALDO YA NO ESTA
      *ABANDONADO Y EL PLAZO VUELVE A CONTAR DESDE CERO.
       2400-CANCELA-AVISO.
           MOVE "R" TO STATUS-AB.
           MOVE WKS-FECHA-ULT-MOV TO FECHA-ULT-MOV-AB.
           REWRITE REG-ABANDONO.
           MOVE "ABANDONO" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-ABN TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           ADD 1 TO WKS-CONT-REACTIVADOS.
           MOVE "AVISO SIN EFECTO POR MOVIMIENTO" TO WKS-DET-MOV-R.
           PERFORM 2900-DETALLE.

      *AVISO PREVIO: CARTA AL DOMICILIO CON EL SALDO Y LA FECHA
      *LIMITE, CONSTANCIA EN CORRHIST Y ALTA EN ABANDONO.
       2500-AVISA-SALDO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-CORTE.
           PERFORM 2510-CALCULA-LIMITE.

           MOVE ID-CLIENTE-SF     TO ID-CLIENTE-AB.
           MOVE WKS-FECHA-HOY     TO FECHA-AVISO-AB.
           MOVE SALDO-FAVOR-SF    TO SALDO-AVISADO-AB.
           MOVE WKS-FECHA-ULT-MOV TO FECHA-ULT-MOV-AB.
           MOVE "A"               TO STATUS-AB.
           MOVE 0                 TO FECHA-TRASPASO-AB.
           MOVE 0                 TO MONTO-TRASPASO-AB.

           IF WKS-SIN-ABANDONO = 1
               WRITE REG-ABANDONO
               MOVE "WRITE" TO WKS-OPERACION-ERR
           ELSE
               REWRITE REG-ABANDONO
               MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE "ABANDONO" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-ABN TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           PERFORM 2520-IMPRIME-AVISO.

           MOVE ID-CLIENTE-SF    TO ID-CLIENTE-CH.
           MOVE WKS-FECHA-HOY    TO FECHA-CH.
           MOVE "AVISO-BENF"     TO TIPO-DOC-CH.
           MOVE "PAPEL"          TO CANAL-CH.
           MOVE WKS-FECHA-LIMITE TO REFERENCIA-CH.
           PERFORM 2950-GRABA-CORRESPONDENCIA.

           ADD 1 TO WKS-CONT-AVISADOS.
           ADD SALDO-FAVOR-SF TO WKS-SUMA-AVISADO.
           MOVE "AVISO PREVIO AL TRASPASO" TO WKS-DET-MOV-R.
           PERFORM 2900-DETALLE.

      *LA FECHA LIMITE DEL AVISO ES LA DE HOY MAS LOS DIAS DE PLAZO;
      *SE DEJA EN WKS-FECHA-CORTE EL CORTE DE AVISOS DE LA CORRIDA.
       2510-CALCULA-LIMITE.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 2511-SUMA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS = WKS-DIAS-AVISO.
           MOVE WKS-FECHA-CORTE TO WKS-FECHA-LIMITE.

           MOVE WKS-FECHA-HOY TO WKS-FECHA-CORTE.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 1120-RESTA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS = WKS-DIAS-AVISO.

       2511-SUMA-UN-DIA.
           PERFORM 1130-CALCULA-DIAS-MAX.

           IF WKS-CAL-DD < WKS-DIAS-MAX
               ADD 1 TO WKS-CAL-DD
           ELSE
               MOVE 1 TO WKS-CAL-DD
               IF WKS-CAL-MM = 12
                   MOVE 1 TO WKS-CAL-MM
                   ADD 1 TO WKS-CAL-AAAA
               ELSE
                   ADD 1 TO WKS-CAL-MM
               END-IF
           END-IF.

           ADD 1 TO WKS-CONTADOR-DIAS.

       2520-IMPRIME-AVISO.
           MOVE NOMBRE-CLIENTE-I TO WKS-NOMBRE-R.
           MOVE CARTA-SALUDO-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER PAGE.

           MOVE DIRECCION-I TO WKS-DIRECCION-R.
           MOVE CARTA-DIRECCION-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.

           MOVE SALDO-FAVOR-SF TO WKS-CAR-SALDO-R.
           MOVE CARTA-AVISO-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 2.

           MOVE WKS-FECHA-ULT-MOV TO WKS-CAR-ULT-R.
           MOVE CARTA-INACTIVO-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.

           MOVE WKS-FECHA-LIMITE TO WKS-CAR-LIMITE-R.
           MOVE CARTA-PLAZO-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 2.
           MOVE CARTA-PLAZO-2-R TO LINEA-CAR.
           WRITE LINEA-CAR AFTER 1.

      *VENCIDO EL PLAZO SIN MOVIMIENTO: SE TRASPASA EL SALDO QUE
      *TENGA HOY (PUDO BAJAR POR UNA ANUALIDAD APLICADA CONTRA EL).
       2600-TRASPASA-SALDO.
           MOVE SALDO-FAVOR-SF TO WKS-MONTO-TRASPASO.

           MOVE ID-CLIENTE-SF      TO ID-CLIENTE-MOV.
           MOVE WKS-FECHA-HOY      TO FECHA-MOV.
           MOVE WKS-MONTO-TRASPASO TO MONTO-MOV.
           MOVE "TRASPASO BENEFICENC" TO DESCRIPCION-MOV.
           MOVE 0                  TO MESES-PLAN-MOV.
           MOVE 0                  TO NUM-TRX-REF-MOV.
           MOVE "BEN"              TO TIPO-TRX-MOV.
           MOVE 0                  TO NUM-TARJETA-MOV.
           MOVE 0                  TO GIRO-MOV.
           MOVE SPACES             TO MONEDA-MOV.
           MOVE 0                  TO MONTO-ORIGEN-MOV.
           MOVE SPACES             TO CANAL-PAGO-MOV.
           WRITE REG-MOV.

           MOVE ID-CLIENTE-SF      TO ID-CLIENTE-BT.
           MOVE NOMBRE-CLIENTE-I   TO NOMBRE-BT.
           MOVE RFC-I              TO RFC-BT.
           MOVE WKS-MONTO-TRASPASO TO MONTO-BT.
           MOVE FECHA-ULT-MOV-AB   TO FECHA-ULT-MOV-BT.
           MOVE FECHA-AVISO-AB     TO FECHA-AVISO-BT.
           MOVE WKS-FECHA-HOY      TO FECHA-TRASPASO-BT.
           WRITE REG-BENEF.

           MOVE 0 TO SALDO-FAVOR-SF.
           MOVE "B" TO STATUS-SF.
           MOVE WKS-FECHA-HOY TO FECHA-ULT-SF.
           REWRITE REG-SALDOFAV.
           MOVE "SALDOFAV" TO WKS-ARCHIVO-ERR.
           MOVE "REWRITE" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-SFAV TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE "T" TO STATUS-AB.
           MOVE WKS-FECHA-HOY TO FECHA-TRASPASO-AB.
           MOVE WKS-MONTO-TRASPASO TO MONTO-TRASPASO-AB.
           REWRITE REG-ABANDONO.
           MOVE "ABANDONO" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-ABN TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           MOVE ID-CLIENTE-SF  TO ID-CLIENTE-CH.
           MOVE WKS-FECHA-HOY  TO FECHA-CH.
           MOVE "TRASP-BENF"   TO TIPO-DOC-CH.
           MOVE "INTER"        TO CANAL-CH.
           MOVE FECHA-AVISO-AB TO REFERENCIA-CH.
           PERFORM 2950-GRABA-CORRESPONDENCIA.

           ADD 1 TO WKS-CONT-TRASPASOS.
           ADD WKS-MONTO-TRASPASO TO WKS-SUMA-TRASPASO.
           MOVE "TRASPASADO A LA BENEFICENCIA" TO WKS-DET-MOV-R.
           PERFORM 2900-DETALLE.

       2900-DETALLE.
           MOVE ID-CLIENTE-SF     TO WKS-DET-CLI-R.
           MOVE NOMBRE-CLIENTE-I  TO WKS-DET-NOMBRE-R.
           IF STATUS-SF = "B"
               MOVE WKS-MONTO-TRASPASO TO WKS-DET-SALDO-R
           ELSE
               MOVE SALDO-FAVOR-SF TO WKS-DET-SALDO-R.
           MOVE WKS-FECHA-ULT-MOV TO WKS-DET-ULT-R.
           MOVE FECHA-AVISO-AB    TO WKS-DET-AVISO-R.
           MOVE DETALLE-BEN-R TO LINEA-BEN.
           WRITE LINEA-BEN AFTER 1.

       2950-GRABA-CORRESPONDENCIA.
           OPEN EXTEND CORRHIST.
           WRITE REG-CORRHIST.
           CLOSE CORRHIST.

       3000-FIN.
           MOVE SPACES TO REG-MOV.
           MOVE "999" TO MARCA-TRL-MOV.
           MOVE WKS-CONT-TRASPASOS TO CONTADOR-TRL-MOV.
           MOVE WKS-SUMA-TRASPASO TO SUMA-TRL-MOV.
           WRITE REG-MOV.

           MOVE SPACES TO REG-BENEF.
           MOVE "999" TO MARCA-TRL-BT.
           MOVE WKS-CONT-TRASPASOS TO CONTADOR-TRL-BT.
           MOVE WKS-SUMA-TRASPASO TO SUMA-TRL-BT.
           WRITE REG-BENEF.

           MOVE "SALDOS A FAVOR REVISADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS TO WKS-PIE-CONT-R.
           MOVE 0 TO WKS-PIE-MONTO-R.
           MOVE FOOTER-BEN-R TO LINEA-BEN.
           WRITE LINEA-BEN AFTER 3.

           MOVE "AVISOS PREVIOS EMITIDOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-AVISADOS TO WKS-PIE-CONT-R.
           MOVE WKS-SUMA-AVISADO TO WKS-PIE-MONTO-R.
           MOVE FOOTER-BEN-R TO LINEA-BEN.
           WRITE LINEA-BEN AFTER 1.

           MOVE "AVISOS DENTRO DEL PLAZO:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-EN-PLAZO TO WKS-PIE-CONT-R.
           MOVE 0 TO WKS-PIE-MONTO-R.
           MOVE FOOTER-BEN-R TO LINEA-BEN.
           WRITE LINEA-BEN AFTER 1.

           MOVE "AVISOS SIN EFECTO:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-REACTIVADOS TO WKS-PIE-CONT-R.
           MOVE 0 TO WKS-PIE-MONTO-R.
           MOVE FOOTER-BEN-R TO LINEA-BEN.
           WRITE LINEA-BEN AFTER 1.

           MOVE "TRASPASADOS A LA BENEFICENCIA:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-TRASPASOS TO WKS-PIE-CONT-R.
           MOVE WKS-SUMA-TRASPASO TO WKS-PIE-MONTO-R.
           MOVE FOOTER-BEN-R TO LINEA-BEN.
           WRITE LINEA-BEN AFTER 1.

           CLOSE SALDOFAV.
           CLOSE ABANDONO.
           IF WKS-SIN-TRXCLI = 0
               CLOSE TRXCLI.
           IF WKS-SIN-ICLIENTES = 0
               CLOSE ICLIENTES.
           CLOSE BENMOV.
           CLOSE BENEFTRA.
           CLOSE REP-BEN.
           CLOSE CAR-BEN.
           DISPLAY "AVISOS EMITIDOS: " WKS-CONT-AVISADOS.
           DISPLAY "SALDOS TRASPASADOS: " WKS-CONT-TRASPASOS.
           DISPLAY "MONTO TRASPASADO: " WKS-SUMA-TRASPASO.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "BEN-SAL " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           COMPUTE ESCRITOS-BIT = WKS-CONT-AVISADOS
                                + WKS-CONT-TRASPASOS.
           MOVE 0 TO RECHAZADOS-BIT.
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
               DISPLAY "*** ERROR DE ARCHIVO EN BEN-SAL  ***"
               DISPLAY "ARCHIVO: " WKS-ARCHIVO-ERR
                       " OPERACION: " WKS-OPERACION-ERR
                       " ESTADO: " WKS-FS-ACTUAL
               PERFORM 9510-BITACORA-ERROR
               DISPLAY "CORRIDA DETENIDA POR ERROR DE ARCHIVO"
               STOP RUN.

       9510-BITACORA-ERROR.
           OPEN EXTEND BITACORA.
           MOVE "BEN-SAL " TO PROGRAMA-BIT.
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
