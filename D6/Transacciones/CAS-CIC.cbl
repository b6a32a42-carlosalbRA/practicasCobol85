
           SELECT CASTIGOS ASSIGN TO DISK.

           SELECT RECUPCAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECUPCAS-KEY
                FILE STATUS IS WKS-FS-RCAS.

           SELECT ESTPREV ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ESTP-KEY
                FILE STATUS IS WKS-FS-ESTP.

           SELECT PENDAPR ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-AP

      *MISMA FORMA DEL CICLO MAS LA FECHA Y EL OPERADOR DEL CASTIGO,
      *PARA QUE CONTABILIDAD DISTINGA DEUDA CASTIGADA DE COBRABLE.
      *MONTO-ESTIM-CAS ES LA PARTE DEL CASTIGO QUE SE CUBRIO CON LA
      *ESTIMACION PREVENTIVA DEL CLIENTE; EL RESTO VA A GASTO.
       FD CASTIGOS.
       01 REG-CASTIGO.
       COPY CICLCOPY
                     ==FECHA-ENVIO-FIS-C== BY ==FECHA-ENV-FIS-CAS==.
        03 FECHA-CASTIGO-CAS   PIC 9(08).
        03 OPERADOR-CAS        PIC X(08).
        03 MONTO-ESTIM-CAS     PIC 9(07)V99.

      *SALDO CASTIGADO POR CICLO AL QUE POST-TRX APLICA LOS PAGOS
      *QUE LLEGUEN DESPUES DEL CASTIGO.
       FD RECUPCAS.
       01 REG-RECUPCAS.
       COPY RCASCOPY.

      *ESTIMACION PREVENTIVA DEL CLIENTE CALCULADA POR EST-PRE: EL
      *CASTIGO CONSUME LA MAS RECIENTE ANTES DE TOCAR EL GASTO.
       FD ESTPREV.
       01 REG-ESTP.
       COPY ESTPCOPY.

      *COLA DE AUTORIZACION A CUATRO OJOS - LA CORRIDA EXIGE UN
      *FOLIO APROBADO POR UN OPERADOR DISTINTO Y LO CONSUME.
       01 WKS-DIAS-VENCIDO     PIC 9(03) VALUE 0.
       01 WKS-DIAS-TOPE        PIC 9(03) VALUE 999.
       01 WKS-MONTO-CICLO      PIC 9(07)V99 VALUE 0.
       01 WKS-FS-ESTP          PIC X(02) VALUE "00".
       01 WKS-FS-RCAS          PIC X(02) VALUE "00".
       01 WKS-SIN-ESTIM        PIC 9 VALUE 0.
       01 WKS-EOF-ESTP         PIC 9 VALUE 0.
       01 WKS-MES-ESTIM        PIC 9(06) VALUE 0.
       01 WKS-DISPONIBLE-EST   PIC 9(09)V99 VALUE 0.
       01 WKS-APLICA-EST       PIC 9(07)V99 VALUE 0.
       01 WKS-MONTO-GASTO      PIC 9(07)V99 VALUE 0.
       01 WKS-SUMA-ESTIM       PIC 9(09)V99 VALUE 0.
       01 WKS-SUMA-GASTO       PIC 9(09)V99 VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08).
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
            03 FILLER PIC X(05) VALUE "DIAS".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "MONTO CASTIGADO".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "CON ESTIMACION".
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(15) VALUE "A GASTO".

       01 DETALLE-CAS-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DIAS-R      PIC ZZ9.
            03 FILLER          PIC X(07) VALUE SPACES.
            03 WKS-MONTO-R     PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(07) VALUE SPACES.
            03 WKS-ESTIM-R     PIC $Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(07) VALUE SPACES.
            03 WKS-GASTO-R     PIC $Z,ZZZ,ZZ9.99.

       01 FOOTER-CAS-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(17) VALUE "MONTO CASTIGADO: ".
            03 WKS-SUMA-CAS-R  PIC $ZZ,ZZZ,ZZ9.99.

       01 FOOTER-EST-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(25)
                               VALUE "APLICADO A ESTIMACION:   ".
            03 WKS-SUMA-EST-R  PIC $ZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(17) VALUE "A GASTO DIRECTO: ".
            03 WKS-SUMA-GAS-R  PIC $ZZ,ZZZ,ZZ9.99.

       01 FIRMA-CAS-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(21) VALUE "OPERADOR QUE AUTORIZA".
           STOP RUN.

       1000-INICIO.
           MOVE "CAS-CIC " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "CASTIGO REQUIERE OPERADOR DE NIVEL COMPLETO"
                                                LINE 01 POSITION 03
               MOVE 1 TO WKS-EOF-CICLO

           OPEN I-O CICLOFAC.
           OPEN EXTEND CASTIGOS.

           OPEN I-O RECUPCAS.
           IF WKS-FS-RCAS = "35"
               OPEN OUTPUT RECUPCAS
               CLOSE RECUPCAS
               OPEN I-O RECUPCAS.

           OPEN I-O ESTPREV.
           IF WKS-FS-ESTP NOT = "00"
               MOVE 1 TO WKS-SIN-ESTIM.
           OPEN OUTPUT REP-CAS.

           ACCEPT WKS-HORA-INICIO FROM TIME.
      *OPERADOR QUE AUTORIZO, Y SE ELIMINA DE CICLOFAC PARA QUE LA
      *COBRANZA Y LOS TOTALES PENDIENTES DEJEN DE ARRASTRARLO.
       2100-CASTIGA-CICLO.
           COMPUTE WKS-MONTO-CICLO = MONTO-ANUAL-C - MONTO-PAGADO-C
                               + RECARGO-C - RECARGO-PAGADO-C.

           MOVE 0 TO WKS-APLICA-EST.
           IF WKS-SIN-ESTIM = 0
               PERFORM 2200-APLICA-ESTIMACION THRU 2200-FIN.

           COMPUTE WKS-MONTO-GASTO = WKS-MONTO-CICLO - WKS-APLICA-EST.

           MOVE REG-CICLO       TO REG-CASTIGO.
           MOVE WKS-FECHA-HOY   TO FECHA-CASTIGO-CAS.
           MOVE WKS-ID-OPERADOR TO OPERADOR-CAS.
           MOVE WKS-APLICA-EST  TO MONTO-ESTIM-CAS.
           WRITE REG-CASTIGO.

           PERFORM 2150-ALTA-RECUPERACION.

           MOVE ID-CLIENTE-C     TO WKS-ID-CLI-R.
           MOVE NUM-CICLO-C      TO WKS-CICLO-R.
           MOVE FECHA-VENCE-C    TO WKS-VENCE-R.
           MOVE WKS-DIAS-VENCIDO TO WKS-DIAS-R.
           MOVE WKS-MONTO-CICLO  TO WKS-MONTO-R.
           MOVE WKS-APLICA-EST   TO WKS-ESTIM-R.
           MOVE WKS-MONTO-GASTO  TO WKS-GASTO-R.

           MOVE DETALLE-CAS-R TO LINEA-CAS.
           WRITE LINEA-CAS AFTER 1.

           ADD 1 TO WKS-CONT-CASTIGOS.
           ADD WKS-MONTO-CICLO TO WKS-SUMA-CASTIGADA.
           ADD WKS-APLICA-EST  TO WKS-SUMA-ESTIM.
           ADD WKS-MONTO-GASTO TO WKS-SUMA-GASTO.

      *EL SALDO QUE SE FUE A PERDIDA QUEDA ABIERTO PARA RECIBIR LOS
      *PAGOS QUE EL CLIENTE HAGA DESPUES DEL CASTIGO.
       2150-ALTA-RECUPERACION.
           MOVE ID-CLIENTE-C    TO ID-CLIENTE-RK.
           MOVE NUM-CICLO-C     TO NUM-CICLO-RK.
           MOVE WKS-FECHA-HOY   TO FECHA-CASTIGO-RK.
           MOVE AGENCIA-C       TO AGENCIA-RK.
           MOVE NUM-TARJETA-C   TO NUM-TARJETA-RK.
           MOVE WKS-MONTO-CICLO TO MONTO-CASTIGO-RK.
           MOVE 0               TO MONTO-RECUP-RK.
           MOVE 0               TO FECHA-ULT-REC-RK.
           MOVE "V"             TO STATUS-RK.

           WRITE REG-RECUPCAS
               INVALID KEY
                   DISPLAY "CICLO YA CASTIGADO ANTES: CLIENTE "
                           ID-CLIENTE-C " CICLO " NUM-CICLO-C
           END-WRITE.

      *LA ESTIMACION MAS RECIENTE DEL CLIENTE ABSORBE EL CASTIGO
      *HASTA DONDE LE ALCANCE LO DISPONIBLE (RESERVA MENOS LO YA
      *APLICADO); EL CIERRE SIGUIENTE PARTE DE LO QUE QUEDE.
       2200-APLICA-ESTIMACION.
           MOVE 0 TO WKS-MES-ESTIM.
           MOVE 0 TO WKS-EOF-ESTP.
           MOVE ID-CLIENTE-C TO ID-CLIENTE-EP.
           MOVE 0            TO MES-EP.

           START ESTPREV KEY IS NOT < ESTP-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-ESTP
           END-START.

           PERFORM 2210-BUSCA-ULTIMA UNTIL WKS-EOF-ESTP = 1.

           IF WKS-MES-ESTIM = 0
               GO TO 2200-FIN.

           MOVE ID-CLIENTE-C  TO ID-CLIENTE-EP.
           MOVE WKS-MES-ESTIM TO MES-EP.
           READ ESTPREV
               INVALID KEY GO TO 2200-FIN
           END-READ.

           COMPUTE WKS-DISPONIBLE-EST = RESERVA-EP - APLICADO-EP.

           IF WKS-DISPONIBLE-EST < WKS-MONTO-CICLO
               MOVE WKS-DISPONIBLE-EST TO WKS-APLICA-EST
           ELSE
               MOVE WKS-MONTO-CICLO TO WKS-APLICA-EST.

           IF WKS-APLICA-EST > 0
               ADD WKS-APLICA-EST TO APLICADO-EP
               REWRITE REG-ESTP
                   INVALID KEY MOVE 0 TO WKS-APLICA-EST
               END-REWRITE.

       2200-FIN.
           EXIT.

       2210-BUSCA-ULTIMA.
           READ ESTPREV NEXT AT END MOVE 1 TO WKS-EOF-ESTP.

           IF WKS-EOF-ESTP = 0
               IF ID-CLIENTE-EP NOT = ID-CLIENTE-C
                   MOVE 1 TO WKS-EOF-ESTP
               ELSE
                   MOVE MES-EP TO WKS-MES-ESTIM
               END-IF
           END-IF.

       3000-FIN.
           MOVE WKS-CONT-CASTIGOS  TO WKS-CONT-CAS-R.
           MOVE FOOTER-CAS-R TO LINEA-CAS.
           WRITE LINEA-CAS AFTER 2.

           MOVE WKS-SUMA-ESTIM TO WKS-SUMA-EST-R.
           MOVE WKS-SUMA-GASTO TO WKS-SUMA-GAS-R.
           MOVE FOOTER-EST-R TO LINEA-CAS.
           WRITE LINEA-CAS AFTER 1.

           MOVE WKS-ID-OPERADOR TO WKS-OPERADOR-R.
           MOVE FIRMA-CAS-R TO LINEA-CAS.
           WRITE LINEA-CAS AFTER 3.

           CLOSE CICLOFAC.
           CLOSE CASTIGOS.
           CLOSE RECUPCAS.
           IF WKS-SIN-ESTIM = 0
               CLOSE ESTPREV.
           CLOSE REP-CAS.
           DISPLAY "CICLOS CASTIGADOS: " WKS-CONT-CASTIGOS
                   " OPERADOR: " WKS-ID-OPERADOR.
