      *MI PROGRAMA DE DETECCION DE CARGOS RECURRENTES - RECORRE
      *TRXCLI Y AGRUPA LOS CARGOS DE COMERCIO POR CLIENTE, PLASTICO,
      *GIRO Y DESCRIPCION: EL GRUPO QUE TRAE UN CARGO POR MES EN
      *MESES SEGUIDOS, Y QUE SIGUE VIVO (CARGO ESTE MES O EL
      *ANTERIOR), ES UNA SUSCRIPCION, UN SEGURO O UN SERVICIO Y SE
      *REGISTRA EN RECURRE CON EL NUMERO Y VENCIMIENTO DEL PLASTICO
      *AL QUE SE LE CARGA. LOS YA REGISTRADOS SOLO SE ACTUALIZAN; UN
      *CARGO QUE EL CLIENTE PIDIO SUSPENDER CONSERVA SU ESTADO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DET-REC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT.

           SELECT TARJCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TARJ-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-T WITH DUPLICATES.

           SELECT RECURRE ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECURRE-KEY
                FILE STATUS IS WKS-FS-RC.

           SELECT WORKREC ASSIGN TO DISK.

           SELECT REP-REC ASSIGN TO PRINTER.
           SELECT BITACORA ASSIGN TO DISK.
           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *CATALOGO DE TIPOS - SOLO LOS CARGOS PUEDEN SER RECURRENTES.
       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

      *PLASTICOS DEL CLIENTE - NUMERO Y VENCIMIENTO QUE EL COMERCIO
      *TIENE REGISTRADOS AL DETECTARSE EL CARGO.
       FD TARJCLI.
       01 REG-TARJ.
       COPY TARJCOPY.

       FD RECURRE.
       01 REG-RECURRE.
       COPY RECUCOPY.

      *ARCHIVO DE TRABAJO DEL ORDENAMIENTO: LOS CARGOS DE COMERCIO
      *POR CLIENTE, PLASTICO, GIRO, DESCRIPCION Y FECHA.
       SD WORKREC.
       01 REG-REC-W.
        03 CLIENTE-W          PIC 9(06).
        03 TARJETA-W          PIC 9(02).
        03 GIRO-W             PIC 9(04).
        03 COMERCIO-W         PIC X(20).
        03 FECHA-W            PIC 9(08).
        03 FECHA-W-R REDEFINES FECHA-W.
           05 AAAA-W          PIC 9(04).
           05 MM-W            PIC 9(02).
           05 DD-W            PIC 9(02).
        03 MONTO-W            PIC 9(07)V99.

       FD REP-REC.
       01 LINEA-REC              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-EOF-SORT         PIC 9 VALUE 0.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-RC            PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FS-ACTUAL        PIC X(02) VALUE "00".
       01 WKS-ARCHIVO-ERR      PIC X(08) VALUE SPACES.
       01 WKS-OPERACION-ERR    PIC X(07) VALUE SPACES.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-BITACORA   PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY-R REDEFINES WKS-FECHA-HOY.
           03 WKS-HOY-AAAA         PIC 9(04).
           03 WKS-HOY-MM           PIC 9(02).
           03 WKS-HOY-DD           PIC 9(02).
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-MIN-MESES        PIC 9(02) VALUE 3.

      *SIGNO DEL MOVIMIENTO SEGUN EL CATALOGO.
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

      *GRUPO EN TURNO: CLIENTE, PLASTICO, GIRO Y COMERCIO. LOS MESES
      *SE CUENTAN COMO ANO POR DOCE MAS MES PARA QUE DICIEMBRE Y
      *ENERO QUEDEN SEGUIDOS.
       01 WKS-GRUPO-ACTUAL.
           03 WKS-CLIENTE-ACTUAL   PIC 9(06) VALUE 0.
           03 WKS-TARJETA-ACTUAL   PIC 9(02) VALUE 0.
           03 WKS-GIRO-ACTUAL      PIC 9(04) VALUE 0.
           03 WKS-COMERCIO-ACTUAL  PIC X(20) VALUE SPACES.
       01 WKS-MES-HOY          PIC 9(06) VALUE 0.
       01 WKS-MES-CARGO        PIC 9(06) VALUE 0.
       01 WKS-MES-ANTERIOR     PIC 9(06) VALUE 0.
       01 WKS-MESES-RACHA      PIC 9(03) VALUE 0.
       01 WKS-FECHA-PRIMERA    PIC 9(08) VALUE 0.
       01 WKS-FECHA-ULTIMA     PIC 9(08) VALUE 0.
       01 WKS-MONTO-ULTIMO     PIC 9(07)V99 VALUE 0.

       01 WKS-CONT-LEIDOS      PIC 9(07) VALUE 0.
       01 WKS-CONT-CARGOS      PIC 9(07) VALUE 0.
       01 WKS-CONT-GRUPOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-NUEVOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-ACTUALIZADOS PIC 9(06) VALUE 0.

       01 HEADER-L1-REC.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(40) VALUE
               "CARGOS RECURRENTES DETECTADOS".

       01 HEADER-L2-REC.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(15) VALUE "FECHA PROCESO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(22) VALUE "MESES SEGUIDOS MINIMO:".
            03 WKS-MIN-R       PIC Z9.

       01 HEADER-CAMPOS-REC.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(05) VALUE "TARJ".
            03 FILLER PIC X(06) VALUE "GIRO".
            03 FILLER PIC X(22) VALUE "COMERCIO".
            03 FILLER PIC X(10) VALUE "PRIMERO".
            03 FILLER PIC X(10) VALUE "ULTIMO".
            03 FILLER PIC X(07) VALUE "MESES".
            03 FILLER PIC X(14) VALUE "  ULTIMO MONTO".
            03 FILLER PIC X(10) VALUE "  ESTADO".

       01 DETALLE-REC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ID-CLI-R    PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-TARJ-R      PIC 9(02).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-GIRO-R      PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-COMERCIO-R  PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-PRIMERA-R   PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ULTIMA-R    PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MESES-R     PIC ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-MONTO-R     PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-ESTADO-R    PIC X(12).

       01 FOOTER-REC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-PIE-ETIQ-R  PIC X(32).
            03 WKS-PIE-CONT-R  PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-ORDENA-CARGOS.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-BITACORA.
           COMPUTE WKS-MES-HOY = WKS-HOY-AAAA * 12 + WKS-HOY-MM.

           DISPLAY "MESES SEGUIDOS PARA SER RECURRENTE (3):" LINE 01
                                                       POSITION 03.
           ACCEPT WKS-MIN-MESES LINE 01 POSITION 44.

           IF WKS-MIN-MESES < 2
               MOVE 3 TO WKS-MIN-MESES.

           OPEN INPUT TRXCLI.
           MOVE "TRXCLI" TO WKS-ARCHIVO-ERR.
           MOVE "OPEN" TO WKS-OPERACION-ERR.
           MOVE WKS-FS-TRX TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN INPUT TARJCLI.

           OPEN INPUT CATTRX.
           PERFORM 1300-CARGA-CATALOGO.
           CLOSE CATTRX.

      *EL REGISTRO SE CREA EN LA PRIMERA CORRIDA.
           OPEN I-O RECURRE.
           IF WKS-FS-RC = "35"
               OPEN OUTPUT RECURRE
               CLOSE RECURRE
               OPEN I-O RECURRE.
           MOVE "RECURRE" TO WKS-ARCHIVO-ERR.
           MOVE WKS-FS-RC TO WKS-FS-ACTUAL.
           PERFORM 9500-VERIFICA-ESTADO.

           OPEN OUTPUT REP-REC.
           PERFORM 1200-HEADER-R.

       1200-HEADER-R.
           MOVE HEADER-L1-REC TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

           MOVE WKS-FECHA-HOY TO WKS-HOY-R.
           MOVE WKS-MIN-MESES TO WKS-MIN-R.
           MOVE HEADER-L2-REC TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

           MOVE HEADER-CAMPOS-REC TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

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

       2000-ORDENA-CARGOS.
           SORT WORKREC ON ASCENDING KEY CLIENTE-W
                           ASCENDING KEY TARJETA-W
                           ASCENDING KEY GIRO-W
                           ASCENDING KEY COMERCIO-W
                           ASCENDING KEY FECHA-W
               INPUT PROCEDURE IS 2100-CARGA-SORT
               OUTPUT PROCEDURE IS 2300-DESCARGA-SORT.

      *SOLO ENTRAN CARGOS DE COMERCIO: GIRO DISTINTO DE CERO Y SIGNO
      *DE CARGO EN EL CATALOGO. LAS DISPOSICIONES DE EFECTIVO NO
      *SON SUSCRIPCIONES.
       2100-CARGA-SORT.
           MOVE LOW-VALUES TO TRX-KEY.
           START TRXCLI KEY IS NOT < TRX-KEY
                       INVALID KEY MOVE 1 TO WKS-EOF-TRX.

           PERFORM 2110-SUELTA-CARGO UNTIL WKS-EOF-TRX = 1.

       2110-SUELTA-CARGO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               ADD 1 TO WKS-CONT-LEIDOS
               IF GIRO-TRX > 0 AND TIPO-TRX NOT = "DIS"
                   PERFORM 2120-BUSCA-SIGNO
                   IF WKS-SIGNO-TRX = "C"
                       ADD 1 TO WKS-CONT-CARGOS
                       MOVE ID-CLIENTE-TRX  TO CLIENTE-W
                       MOVE NUM-TARJETA-TRX TO TARJETA-W
                       MOVE GIRO-TRX        TO GIRO-W
                       MOVE DESCRIPCION-TRX TO COMERCIO-W
                       MOVE FECHA-TRX       TO FECHA-W
                       MOVE MONTO-TRX       TO MONTO-W
                       RELEASE REG-REC-W
                   END-IF
               END-IF
           END-IF.

       2120-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.
           MOVE 1 TO WKS-CAT-IDX.
           PERFORM 2121-BUSCA-SIGNO-TABLA
               UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

       2121-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

       2300-DESCARGA-SORT.
           MOVE 0 TO WKS-EOF-SORT.
           PERFORM 2310-RECIBE-CARGO.

           PERFORM 2400-PROCESA-GRUPO UNTIL WKS-EOF-SORT = 1.

       2310-RECIBE-CARGO.
           RETURN WORKREC AT END MOVE 1 TO WKS-EOF-SORT.

      *CORTE POR GRUPO: LA RACHA CUENTA MESES SEGUIDOS CON CARGO;
      *DOS CARGOS EN EL MISMO MES NO LA ALARGAN Y UN MES SIN CARGO
      *LA REINICIA. AL CORTE SE EVALUA LA ULTIMA RACHA.
       2400-PROCESA-GRUPO.
           MOVE CLIENTE-W  TO WKS-CLIENTE-ACTUAL.
           MOVE TARJETA-W  TO WKS-TARJETA-ACTUAL.
           MOVE GIRO-W     TO WKS-GIRO-ACTUAL.
           MOVE COMERCIO-W TO WKS-COMERCIO-ACTUAL.
           MOVE 0 TO WKS-MES-ANTERIOR.
           MOVE 0 TO WKS-MESES-RACHA.
           ADD 1 TO WKS-CONT-GRUPOS.

           PERFORM 2410-ACUMULA-CARGO
               UNTIL WKS-EOF-SORT = 1
                  OR CLIENTE-W  NOT = WKS-CLIENTE-ACTUAL
                  OR TARJETA-W  NOT = WKS-TARJETA-ACTUAL
                  OR GIRO-W     NOT = WKS-GIRO-ACTUAL
                  OR COMERCIO-W NOT = WKS-COMERCIO-ACTUAL.

           IF WKS-MESES-RACHA NOT < WKS-MIN-MESES
              AND WKS-MES-ANTERIOR + 1 NOT < WKS-MES-HOY
               PERFORM 2500-REGISTRA-RECURRENTE.

       2410-ACUMULA-CARGO.
           COMPUTE WKS-MES-CARGO = AAAA-W * 12 + MM-W.

           IF WKS-MES-CARGO = WKS-MES-ANTERIOR + 1
               ADD 1 TO WKS-MESES-RACHA
           ELSE
           IF WKS-MES-CARGO NOT = WKS-MES-ANTERIOR
               MOVE 1       TO WKS-MESES-RACHA
               MOVE FECHA-W TO WKS-FECHA-PRIMERA.

           MOVE WKS-MES-CARGO TO WKS-MES-ANTERIOR.
           MOVE FECHA-W       TO WKS-FECHA-ULTIMA.
           MOVE MONTO-W       TO WKS-MONTO-ULTIMO.

           PERFORM 2310-RECIBE-CARGO.

      *UN CARGO YA REGISTRADO SOLO REFRESCA SU ULTIMO CARGO Y SU
      *RACHA; SU ESTADO Y EL NUMERO REPORTADO AL COMERCIO LOS
      *MANTIENEN MAN-REC Y ACT-TAR.
       2500-REGISTRA-RECURRENTE.
           MOVE WKS-CLIENTE-ACTUAL  TO ID-CLIENTE-RC.
           MOVE WKS-TARJETA-ACTUAL  TO NUM-TARJETA-RC.
           MOVE WKS-GIRO-ACTUAL     TO GIRO-RC.
           MOVE WKS-COMERCIO-ACTUAL TO COMERCIO-RC.
           READ RECURRE INVALID KEY MOVE 0 TO WKS-EXISTE
                       NOT INVALID KEY MOVE 1 TO WKS-EXISTE.

           MOVE WKS-MONTO-ULTIMO  TO MONTO-ULT-RC.
           MOVE WKS-FECHA-ULTIMA  TO FECHA-ULTIMA-RC.
           MOVE WKS-MESES-RACHA   TO MESES-SEGUIDOS-RC.

           IF WKS-EXISTE = 1
               REWRITE REG-RECURRE
               ADD 1 TO WKS-CONT-ACTUALIZADOS
           ELSE
               PERFORM 2510-ALTA-RECURRENTE THRU 2510-FIN.

      *EL PLASTICO CERO ES EL DEL MAESTRO Y NO TIENE REGISTRO EN
      *TARJCLI: QUEDA SIN NUMERO Y ACT-TAR NO LO REPORTA. UN PLASTICO
      *BLOQUEADO, CANCELADO O CON BLOQUEO PROGRAMADO YA ESTA EN
      *REEMPLAZO: SUS CARGOS VIEJOS NO SE REGISTRAN, PORQUE ACT-TAR YA
      *MOVIO EL RECURRENTE AL PLASTICO NUEVO.
       2510-ALTA-RECURRENTE.
           MOVE WKS-FECHA-PRIMERA TO FECHA-PRIMERA-RC.
           MOVE SPACES            TO NUMERO-TARJETA-RC.
           MOVE 0                 TO FECHA-EXPIRA-RC.
           MOVE "A"               TO STATUS-RC.
           MOVE WKS-FECHA-HOY     TO FECHA-STATUS-RC.
           MOVE WKS-FECHA-HOY     TO FECHA-DETECCION-RC.

           IF WKS-TARJETA-ACTUAL > 0
               MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-T
               MOVE WKS-TARJETA-ACTUAL TO NUM-TARJETA-T
               READ TARJCLI
                   INVALID KEY GO TO 2510-FIN
               END-READ
               IF ESTADO-TARJ-T = "B" OR ESTADO-TARJ-T = "C"
                  OR FECHA-BLOQUEO-T > 0
                   GO TO 2510-FIN
               END-IF
               MOVE NUMERO-TARJETA-T TO NUMERO-TARJETA-RC
               MOVE FECHA-EXPIRA-T   TO FECHA-EXPIRA-RC.

           WRITE REG-RECURRE
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR " RECURRE-KEY
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-NUEVOS
                   PERFORM 2800-IMPRIME-DETALLE
           END-WRITE.

       2510-FIN.
           EXIT.

       2800-IMPRIME-DETALLE.
           MOVE ID-CLIENTE-RC     TO WKS-ID-CLI-R.
           MOVE NUM-TARJETA-RC    TO WKS-TARJ-R.
           MOVE GIRO-RC           TO WKS-GIRO-R.
           MOVE COMERCIO-RC       TO WKS-COMERCIO-R.
           MOVE FECHA-PRIMERA-RC  TO WKS-PRIMERA-R.
           MOVE FECHA-ULTIMA-RC   TO WKS-ULTIMA-R.
           MOVE MESES-SEGUIDOS-RC TO WKS-MESES-R.
           MOVE MONTO-ULT-RC      TO WKS-MONTO-R.
           MOVE "NUEVO"           TO WKS-ESTADO-R.
           MOVE DETALLE-REC-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

       3000-FIN.
           MOVE "TRANSACCIONES LEIDAS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-LEIDOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-REC-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

           MOVE "CARGOS DE COMERCIO:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-CARGOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-REC-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

           MOVE "GRUPOS REVISADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-GRUPOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-REC-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

           MOVE "RECURRENTES NUEVOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-NUEVOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-REC-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

           MOVE "RECURRENTES ACTUALIZADOS:" TO WKS-PIE-ETIQ-R.
           MOVE WKS-CONT-ACTUALIZADOS TO WKS-PIE-CONT-R.
           MOVE FOOTER-REC-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

           CLOSE TRXCLI.
           CLOSE TARJCLI.
           CLOSE RECURRE.
           CLOSE REP-REC.
           DISPLAY "CARGOS DE COMERCIO: " WKS-CONT-CARGOS.
           DISPLAY "RECURRENTES NUEVOS: " WKS-CONT-NUEVOS.
           DISPLAY "RECURRENTES ACTUALIZADOS: " WKS-CONT-ACTUALIZADOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "DET-REC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-BITACORA TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-NUEVOS TO ESCRITOS-BIT.
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
               DISPLAY "*** ERROR DE ARCHIVO EN DET-REC  ***"
               DISPLAY "ARCHIVO: " WKS-ARCHIVO-ERR
                       " OPERACION: " WKS-OPERACION-ERR
                       " ESTADO: " WKS-FS-ACTUAL
               PERFORM 9510-BITACORA-ERROR
               DISPLAY "CORRIDA DETENIDA POR ERROR DE ARCHIVO"
               STOP RUN.

       9510-BITACORA-ERROR.
           OPEN EXTEND BITACORA.
           MOVE "DET-REC " TO PROGRAMA-BIT.
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
