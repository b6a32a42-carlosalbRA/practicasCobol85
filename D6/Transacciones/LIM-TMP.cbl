      *MI PROGRAMA DE VENCIMIENTO DE AUMENTOS TEMPORALES DE LIMITE -
      *CORRIDA DIARIA: TODO AUMENTO VIGENTE DE LIMTEMP CUYA FECHA FIN
      *YA PASO SE DA POR VENCIDO Y EL CLIENTE REGRESA SOLO A SU
      *LIMITE PERMANENTE DE DCLIENTE. EL CLIENTE QUE AL REVERTIR SE
      *QUEDA CON MAS SALDO QUE LIMITE (PERMANENTE MAS LOS AUMENTOS
      *QUE LE SIGAN VIGENTES) SALE EN EL REPORTE PARA COBRANZA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIM-TMP.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMTEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS LIMTEMP-KEY
                FILE STATUS IS WKS-FS-LT.

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

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT RETENES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RETEN-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-RET WITH DUPLICATES
                FILE STATUS IS WKS-FS-RETEN.

           SELECT REP-LTM ASSIGN TO PRINTER.
           SELECT BITACORA ASSIGN TO DISK.
           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *AUMENTOS TEMPORALES AUTORIZADOS EN APR-OPE.
       FD LIMTEMP.
       01 REG-LIMTEMP.
       COPY LIMTCOPY.

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

      *CATALOGO DE TIPOS - EL SIGNO DE CADA MOVIMIENTO PARA LA
      *EXPOSICION.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *RETENCIONES DE AUTORIZACIONES AUN NO PRESENTADAS: APARTAN
      *CREDITO IGUAL QUE EN LA VALIDACION DE LIMITE DE POST-TRX.
       FD RETENES.
       01 REG-RETEN.
       COPY RETCOPY.

       FD REP-LTM.
       01 LINEA-LTM              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-LT           PIC 9 VALUE 0.
       01 WKS-FS-LT            PIC X(02) VALUE "00".
       01 WKS-FS-DCLI          PIC X(02) VALUE "00".
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-RETEN         PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-SIN-LIMTEMP      PIC 9 VALUE 0.
       01 WKS-SIN-RETENES      PIC 9 VALUE 0.

      *AUMENTOS DEL CLIENTE EN TURNO: LO QUE SE VENCIO HOY Y LO QUE
      *LE SIGUE VIGENTE DESPUES DE LA REVERSION.
       01 WKS-CLIENTE-ACTUAL   PIC 9(06) VALUE 0.
       01 WKS-VENCIDO-CLI      PIC 9(08)V99 VALUE 0.
       01 WKS-VIGENTE-CLI      PIC 9(08)V99 VALUE 0.

      *EXPOSICION: LO POSTEADO EN TRXCLI (CARGOS MENOS ABONOS) MAS
      *LAS RETENCIONES ACTIVAS NO VENCIDAS.
       01 WKS-SALDO-EXPUESTO   PIC S9(09)V99 VALUE 0.
       01 WKS-MONTO-RETENIDO   PIC 9(09)V99 VALUE 0.
       01 WKS-EXCEDENTE        PIC S9(09)V99 VALUE 0.
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

       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-VENCIDOS    PIC 9(06) VALUE 0.
       01 WKS-CONT-REVERTIDOS  PIC 9(06) VALUE 0.
       01 WKS-CONT-SOBREGIRO   PIC 9(06) VALUE 0.
       01 WKS-TOTAL-VENCIDO    PIC 9(09)V99 VALUE 0.
       01 WKS-TOTAL-EXCEDENTE  PIC 9(09)V99 VALUE 0.

       01 HEADER-L1-LTM.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(40) VALUE
               "AUMENTOS TEMPORALES DE LIMITE VENCIDOS".

       01 HEADER-L2-LTM.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FECHA PROCESO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(40) VALUE
               "CLIENTES SOBRE SU LIMITE AL REVERTIR".

       01 HEADER-CAMPOS-LTM.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(22) VALUE "NOMBRE".
            03 FILLER PIC X(14) VALUE "   LIMITE PERM".
            03 FILLER PIC X(14) VALUE "  AUM. VENCIDO".
            03 FILLER PIC X(14) VALUE "  AUM. VIGENTE".
            03 FILLER PIC X(16) VALUE "           SALDO".
            03 FILLER PIC X(16) VALUE "       EXCEDENTE".

       01 DETALLE-LTM-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-NOMBRE-R    PIC A(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-LIMITE-R    PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VENCIDO-R   PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-VIGENTE-R   PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-SALDO-R     PIC ZZ,ZZZ,ZZ9.99-.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-EXCEDENTE-R PIC ZZ,ZZZ,ZZ9.99.

       01 FOOTER-LTM-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC ZZZ,ZZ9.

       01 FOOTER-MONTO-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-M-R PIC X(32).
            03 WKS-PIE-MONTO-R PIC $ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESO UNTIL WKS-EOF-LT = 1.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.

      *SIN ARCHIVO DE AUMENTOS NO HAY NADA QUE VENCER; LA CORRIDA
      *DEJA SU REPORTE VACIO Y SU CONSTANCIA EN LA BITACORA.
           OPEN I-O LIMTEMP.
           IF WKS-FS-LT NOT = "00"
               MOVE 1 TO WKS-SIN-LIMTEMP
               MOVE 1 TO WKS-EOF-LT.

           OPEN INPUT DCLIENTE.
           MOVE "DCLIENTE" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-DCLI TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT TRXCLI.
           MOVE "TRXCLI" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-TRX TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT RETENES.
           IF WKS-FS-RETEN NOT = "00"
               MOVE 1 TO WKS-SIN-RETENES.

           OPEN INPUT CATTRX.
           PERFORM 1300-CARGA-CATALOGO.
           CLOSE CATTRX.

           OPEN OUTPUT REP-LTM.
           PERFORM 1200-HEADER-R.

           IF WKS-SIN-LIMTEMP = 0
               MOVE LOW-VALUES TO LIMTEMP-KEY
               START LIMTEMP KEY IS NOT < LIMTEMP-KEY
                           INVALID KEY MOVE 1 TO WKS-EOF-LT
               END-START
               IF WKS-EOF-LT = 0
                   PERFORM 1010-LEER-LIMTEMP.

       1010-LEER-LIMTEMP.
           READ LIMTEMP NEXT AT END MOVE 1 TO WKS-EOF-LT.

           IF WKS-EOF-LT = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       1200-HEADER-R.
           MOVE HEADER-L1-LTM TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 1.

           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE HEADER-L2-LTM TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 2.

           MOVE HEADER-CAMPOS-LTM TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 2.

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

      *LIMTEMP VIENE ORDENADO POR CLIENTE: SE REVISAN TODOS LOS
      *AUMENTOS DE UN CLIENTE Y, SI ALGUNO SE VENCIO HOY, AL CORTE
      *SE MIDE SU SALDO CONTRA EL LIMITE QUE LE QUEDA.
       2000-PROCESO.
           MOVE ID-CLIENTE-LT TO WKS-CLIENTE-ACTUAL.
           MOVE 0 TO WKS-VENCIDO-CLI.
           MOVE 0 TO WKS-VIGENTE-CLI.

           PERFORM 2100-REVISA-AUMENTO
               UNTIL WKS-EOF-LT = 1
                  OR ID-CLIENTE-LT NOT = WKS-CLIENTE-ACTUAL.

           IF WKS-VENCIDO-CLI > 0
               PERFORM 2200-REVISA-SOBREGIRO THRU 2200-FIN.

      *EL AUMENTO RIGE HASTA SU FECHA FIN INCLUSIVE; AL DIA
      *SIGUIENTE SE MARCA VENCIDO CON LA FECHA DE REVERSION.
       2100-REVISA-AUMENTO.
           IF LIMTEMP-VIGENTE
               IF FECHA-FIN-LT < WKS-FECHA-HOY
                   MOVE "E"           TO STATUS-LT
                   MOVE WKS-FECHA-HOY TO FECHA-REVERSION-LT
                   REWRITE REG-LIMTEMP
                   ADD 1 TO WKS-CONT-VENCIDOS
                   ADD INCREMENTO-LT TO WKS-VENCIDO-CLI
                   ADD INCREMENTO-LT TO WKS-TOTAL-VENCIDO
               ELSE
                   IF FECHA-INICIO-LT NOT > WKS-FECHA-HOY
                       ADD INCREMENTO-LT TO WKS-VIGENTE-CLI
                   END-IF
               END-IF
           END-IF.

           PERFORM 1010-LEER-LIMTEMP.

      *EL CLIENTE SIN LIMITE PERMANENTE NO SE MIDE: LIMITE CERO
      *SIGNIFICA SIN LIMITE PARA EL POSTEO.
       2200-REVISA-SOBREGIRO.
           ADD 1 TO WKS-CONT-REVERTIDOS.

           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-D.
           READ DCLIENTE INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                         NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1 OR LIMITE-CREDITO-D = 0
               GO TO 2200-FIN.

           PERFORM 2210-CALCULA-EXPOSICION.

           COMPUTE WKS-EXCEDENTE = WKS-SALDO-EXPUESTO
                                 + WKS-MONTO-RETENIDO
                                 - LIMITE-CREDITO-D
                                 - WKS-VIGENTE-CLI.

           IF WKS-EXCEDENTE > 0
               ADD 1 TO WKS-CONT-SOBREGIRO
               ADD WKS-EXCEDENTE TO WKS-TOTAL-EXCEDENTE
               PERFORM 2800-IMPRIME-DETALLE.

       2200-FIN.
           EXIT.

       2210-CALCULA-EXPOSICION.
           MOVE 0 TO WKS-SALDO-EXPUESTO.
           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-EXPO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-EXPO
           END-START.

           PERFORM 2211-SUMA-EXPOSICION UNTIL WKS-EOF-EXPO = 1.

           MOVE 0 TO WKS-MONTO-RETENIDO.
           IF WKS-SIN-RETENES = 0
               MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-RET
               START RETENES KEY IS = ID-CLIENTE-RET
                   INVALID KEY MOVE 1 TO WKS-EOF-RETEN
                   NOT INVALID KEY MOVE 0 TO WKS-EOF-RETEN
               END-START
               PERFORM 2213-SUMA-RETENES UNTIL WKS-EOF-RETEN = 1.

       2211-SUMA-EXPOSICION.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-EXPO.

           IF WKS-EOF-EXPO = 0
               IF ID-CLIENTE-TRX NOT = WKS-CLIENTE-ACTUAL
                   MOVE 1 TO WKS-EOF-EXPO
               ELSE
                   PERFORM 2215-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "A"
                       SUBTRACT MONTO-TRX FROM WKS-SALDO-EXPUESTO
                   ELSE
                       ADD MONTO-TRX TO WKS-SALDO-EXPUESTO
                   END-IF
               END-IF
           END-IF.

       2213-SUMA-RETENES.
           READ RETENES NEXT AT END MOVE 1 TO WKS-EOF-RETEN.

           IF WKS-EOF-RETEN = 0
               IF ID-CLIENTE-RET NOT = WKS-CLIENTE-ACTUAL
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
       2215-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.

           IF TIPO-TRX = SPACES
               IF DESCRIPCION-TRX = WKS-PAGO-ANUALIDAD
                  OR DESCRIPCION-TRX = WKS-REVERSO
                   MOVE "A" TO WKS-SIGNO-TRX
               END-IF
           ELSE
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 2216-BUSCA-SIGNO-TABLA
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

       2216-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

       2800-IMPRIME-DETALLE.
           MOVE WKS-CLIENTE-ACTUAL TO WKS-ID-CLI-R.
           MOVE NOMBRE-CLIENTE-D   TO WKS-NOMBRE-R.
           MOVE LIMITE-CREDITO-D   TO WKS-LIMITE-R.
           MOVE WKS-VENCIDO-CLI    TO WKS-VENCIDO-R.
           MOVE WKS-VIGENTE-CLI    TO WKS-VIGENTE-R.
           COMPUTE WKS-SALDO-R = WKS-SALDO-EXPUESTO
                               + WKS-MONTO-RETENIDO.
           MOVE WKS-EXCEDENTE      TO WKS-EXCEDENTE-R.
           MOVE DETALLE-LTM-R TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 1.

       3000-FIN.
           MOVE "AUMENTOS REVISADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-LTM-R TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 2.

           MOVE "AUMENTOS VENCIDOS HOY:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-VENCIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-LTM-R TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 1.

           MOVE "CLIENTES REVERTIDOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-REVERTIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-LTM-R TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 1.

           MOVE "CLIENTES SOBRE SU LIMITE:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-SOBREGIRO TO WKS-PIE-CONT-R.
           MOVE FOOTER-LTM-R TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 1.

           MOVE "LIMITE TEMPORAL RETIRADO:" TO WKS-PIE-ETIQ-M-R.
           MOVE WKS-TOTAL-VENCIDO TO WKS-PIE-MONTO-R.
           MOVE FOOTER-MONTO-R TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 2.

           MOVE "EXCEDENTE SOBRE LIMITE:" TO WKS-PIE-ETIQ-M-R.
           MOVE WKS-TOTAL-EXCEDENTE TO WKS-PIE-MONTO-R.
           MOVE FOOTER-MONTO-R TO LINEA-LTM.
           WRITE LINEA-LTM AFTER 1.

           IF WKS-SIN-LIMTEMP = 0
               CLOSE LIMTEMP.
           CLOSE DCLIENTE.
           CLOSE TRXCLI.
           IF WKS-SIN-RETENES = 0
               CLOSE RETENES.
           CLOSE REP-LTM.
           DISPLAY "AUMENTOS VENCIDOS: " WKS-CONT-VENCIDOS.
           DISPLAY "CLIENTES REVERTIDOS: " WKS-CONT-REVERTIDOS.
           DISPLAY "CLIENTES SOBRE SU LIMITE: " WKS-CONT-SOBREGIRO.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "LIM-TMP " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-VENCIDOS TO ESCRITOS-BIT.
           MOVE WKS-CONT-SOBREGIRO TO RECHAZADOS-BIT.
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
               DISPLAY "*** ERROR DE ARCHIVO EN LIM-TMP  ***"
               DISPLAY "ARCHIVO: " WKS-ARCHIVO-ERR
                       " OPERACION: " WKS-OPERACION-ERR
                       " ESTADO: " WKS-FS-ACTUAL
               PERFORM 9510-BITACORA-ERROR
               DISPLAY "CORRIDA DETENIDA POR ERROR DE ARCHIVO"
               STOP RUN.

       9510-BITACORA-ERROR.
           OPEN EXTEND BITACORA.
           MOVE "LIM-TMP " TO PROGRAMA-BIT.
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
