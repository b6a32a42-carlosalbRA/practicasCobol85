      *MI PROGRAMA DE RECUPERACION DE CARTERA CASTIGADA - REPORTE
      *MENSUAL DE LO QUE SE HA COBRADO DESPUES DEL CASTIGO. EL
      *PRIMER CORTE VA POR COSECHA DE CASTIGO (ANO Y MES EN QUE
      *CAS-CIC CASTIGO EL CICLO): MONTO CASTIGADO, LO RECUPERADO EN
      *EL MES, LO RECUPERADO DESDE EL CASTIGO Y SU PORCIENTO, Y LOS
      *CICLOS YA LIQUIDADOS. EL SEGUNDO CORTE VA POR AGENCIA Y SOLO
      *CUENTA LO QUE ENTRO POR LOS LOTES DE REC-AGE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAS-REC.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECUPCAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECUPCAS-KEY
                FILE STATUS IS WKS-FS-RCAS.

           SELECT RECUPMOV ASSIGN TO DISK
                FILE STATUS IS WKS-FS-RCM.

           SELECT AGENCIAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS CLAVE-AGE
                FILE STATUS IS WKS-FS-AGE.

           SELECT REP-REC ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *SALDOS CASTIGADOS POR CICLO CON LO RECUPERADO A LA FECHA.
       FD RECUPCAS.
       01 REG-RECUPCAS.
       COPY RCASCOPY.

      *CADA PORCION DE PAGO APLICADA A DEUDA CASTIGADA POR POST-TRX.
       FD RECUPMOV.
       01 REG-RECUPMOV.
       COPY RMOVCOPY.

      *CATALOGO DE AGENCIAS PARA EL NOMBRE Y LA COMISION.
       FD AGENCIAS.
       01 REG-AGENCIA.
        03 CLAVE-AGE          PIC 9(03).
        03 NOMBRE-AGE         PIC X(20).
        03 PCT-COMISION-AGE   PIC 9(02)V99.

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
       01 WKS-EOF-RCAS         PIC 9 VALUE 0.
       01 WKS-EOF-RCM          PIC 9 VALUE 0.
       01 WKS-FS-RCAS          PIC X(02) VALUE "00".
       01 WKS-FS-RCM           PIC X(02) VALUE "00".
       01 WKS-FS-AGE           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-HAY-RECUPCAS     PIC 9 VALUE 0.
       01 WKS-HAY-AGENCIAS     PIC 9 VALUE 0.
       01 WKS-HAY-RECUPMOV     PIC 9 VALUE 0.
       01 WKS-INVALID-KEY      PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-MOVS        PIC 9(06) VALUE 0.
       01 WKS-CONT-LLENA       PIC 9(06) VALUE 0.
       01 WKS-COSECHA-BUSCA    PIC 9(06) VALUE 0.
       01 WKS-PORCIENTO        PIC 9(03)V99 VALUE 0.
       01 WKS-COMISION         PIC 9(09)V99 VALUE 0.

       01 WKS-FECHA-AUX        PIC 9(08).
       01 WKS-FECHA-AUX-R REDEFINES WKS-FECHA-AUX.
           03 WKS-AUX-AAAAMM       PIC 9(06).
           03 WKS-AUX-DD           PIC 9(02).

      *UNA ENTRADA POR COSECHA DE CASTIGO, EN ORDEN DE ANO Y MES.
       01 WKS-COS-COUNT        PIC 9(03) VALUE 0.
       01 WKS-COS-IDX          PIC 9(03) VALUE 0.
       01 WKS-COS-MOVER        PIC 9(03) VALUE 0.
       01 WKS-COS-ENCONTRADA   PIC 9 VALUE 0.
       01 WKS-TABLA-COSECHAS.
          03 WKS-COS-ENTRY OCCURS 120 TIMES.
             05 WKS-COS-MES       PIC 9(06).
             05 WKS-COS-CICLOS    PIC 9(06).
             05 WKS-COS-LIQUIDADOS PIC 9(06).
             05 WKS-COS-CASTIGADO PIC 9(11)V99.
             05 WKS-COS-RECUP-ACUM PIC 9(11)V99.
             05 WKS-COS-RECUP-MES PIC 9(11)V99.
             05 WKS-COS-COBROS-MES PIC 9(06).

       01 WKS-TOTALES.
          03 WKS-TOT-CICLOS       PIC 9(06) VALUE 0.
          03 WKS-TOT-LIQUIDADOS   PIC 9(06) VALUE 0.
          03 WKS-TOT-CASTIGADO    PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-RECUP-ACUM   PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-RECUP-MES    PIC 9(11)V99 VALUE 0.
          03 WKS-TOT-COBROS-MES   PIC 9(06) VALUE 0.

      *COBRADO EN EL MES POR AGENCIA, SOLO DE LOTES DE REC-AGE.
       01 WKS-AGE-COUNT        PIC 9(02) VALUE 0.
       01 WKS-AGE-IDX          PIC 9(02) VALUE 0.
       01 WKS-AGE-ENCONTRADA   PIC 9 VALUE 0.
       01 WKS-TABLA-AGENCIAS.
          03 WKS-AGE-ENTRY OCCURS 20 TIMES.
             05 WKS-AGE-CLAVE     PIC 9(03) VALUE 0.
             05 WKS-AGE-COBROS    PIC 9(06) VALUE 0.
             05 WKS-AGE-LIQUIDA   PIC 9(06) VALUE 0.
             05 WKS-AGE-RECUPERADO PIC 9(09)V99 VALUE 0.
       01 WKS-TOT-AGE-COBROS   PIC 9(06) VALUE 0.
       01 WKS-TOT-AGE-RECUP    PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-AGE-COMISION PIC 9(11)V99 VALUE 0.

       01 HEADER-L1-REC.
            03 FILLER PIC X(20) VALUE SPACES.
            03 FILLER PIC X(45)
               VALUE "RECUPERACION DE CARTERA CASTIGADA - MES ".
            03 WKS-MES-R       PIC 9(06).

       01 SUBTITULO-REC.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-SUB-R       PIC X(50).

       01 ENCAB-COS-R.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "COSECHA".
            03 FILLER PIC X(08) VALUE "  CICLOS".
            03 FILLER PIC X(08) VALUE "   LIQ. ".
            03 FILLER PIC X(18) VALUE "         CASTIGADO".
            03 FILLER PIC X(08) VALUE "  COBROS".
            03 FILLER PIC X(18) VALUE "   RECUP. EN MES".
            03 FILLER PIC X(18) VALUE "   RECUP. ACUMUL.".
            03 FILLER PIC X(09) VALUE "  % RECUP".

       01 DETALLE-COS-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CS-MES      PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CS-CICLOS   PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CS-LIQ      PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CS-CASTIGO  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CS-COBROS   PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CS-REC-MES  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CS-REC-ACUM PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-CS-PCT      PIC ZZ9.99.

       01 ENCAB-AGE-R.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(09) VALUE "AGENCIA".
            03 FILLER PIC X(22) VALUE "NOMBRE".
            03 FILLER PIC X(08) VALUE "  COBROS".
            03 FILLER PIC X(08) VALUE "   LIQ. ".
            03 FILLER PIC X(18) VALUE "        RECUPERADO".
            03 FILLER PIC X(18) VALUE "          COMISION".

       01 DETALLE-AGE-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-AG-CLAVE    PIC 9(03).
            03 FILLER          PIC X(06) VALUE SPACES.
            03 WKS-AG-NOMBRE   PIC X(20).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-AG-COBROS   PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-AG-LIQ      PIC ZZZZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-AG-RECUP    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-AG-COMISION PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGA-COSECHAS UNTIL WKS-EOF-RCAS = 1.
           PERFORM 2500-CARGA-RECUPERACIONES THRU 2500-FIN
               UNTIL WKS-EOF-RCM = 1.
           PERFORM 4000-REPORTE-COSECHAS.
           PERFORM 4500-REPORTE-AGENCIAS.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "MES A REPORTAR (AAAAMM):" LINE 01 POSITION 03.
           ACCEPT WKS-MES-PROCESO LINE 01 POSITION 29.

           IF WKS-MES-PROCESO = 0
               MOVE WKS-FECHA-HOY TO WKS-FECHA-AUX
               MOVE WKS-AUX-AAAAMM TO WKS-MES-PROCESO.

           OPEN OUTPUT REP-REC.

      *SIN SALDOS CASTIGADOS O SIN RECUPERACIONES EL REPORTE SALE
      *EN CEROS; SIN CATALOGO DE AGENCIAS SALE SIN NOMBRE NI
      *COMISION.
           OPEN INPUT RECUPCAS.
           IF WKS-FS-RCAS = "00"
               MOVE 1 TO WKS-HAY-RECUPCAS
               MOVE LOW-VALUES TO RECUPCAS-KEY
               START RECUPCAS KEY IS NOT < RECUPCAS-KEY
                   INVALID KEY MOVE 1 TO WKS-EOF-RCAS
               END-START
           ELSE
               MOVE 1 TO WKS-EOF-RCAS.

           OPEN INPUT RECUPMOV.
           IF WKS-FS-RCM = "00"
               MOVE 1 TO WKS-HAY-RECUPMOV
           ELSE
               MOVE 1 TO WKS-EOF-RCM.

           OPEN INPUT AGENCIAS.
           IF WKS-FS-AGE = "00"
               MOVE 1 TO WKS-HAY-AGENCIAS.

           MOVE WKS-MES-PROCESO TO WKS-MES-R.
           MOVE HEADER-L1-REC TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

      *TODO CICLO CASTIGADO SUMA A SU COSECHA LO CASTIGADO Y LO
      *RECUPERADO DESDE EL CASTIGO HASTA HOY.
       2000-CARGA-COSECHAS.
           READ RECUPCAS NEXT AT END MOVE 1 TO WKS-EOF-RCAS.

           IF WKS-EOF-RCAS = 0
               ADD 1 TO WKS-CONT-LEIDOS
               MOVE FECHA-CASTIGO-RK TO WKS-FECHA-AUX
               MOVE WKS-AUX-AAAAMM TO WKS-COSECHA-BUSCA
               PERFORM 2100-UBICA-COSECHA THRU 2100-FIN
               IF WKS-COS-ENCONTRADA = 1
                   ADD 1 TO WKS-COS-CICLOS (WKS-COS-IDX)
                   ADD MONTO-CASTIGO-RK TO
                               WKS-COS-CASTIGADO (WKS-COS-IDX)
                   ADD MONTO-RECUP-RK TO
                               WKS-COS-RECUP-ACUM (WKS-COS-IDX)
                   IF CASTIGO-LIQUIDADO
                       ADD 1 TO WKS-COS-LIQUIDADOS (WKS-COS-IDX)
                   END-IF
               END-IF
           END-IF.

      *BUSCA LA COSECHA EN LA TABLA; SI NO ESTA LA INSERTA EN SU
      *LUGAR PARA QUE LA TABLA QUEDE ORDENADA POR ANO Y MES.
       2100-UBICA-COSECHA.
           MOVE 0 TO WKS-COS-ENCONTRADA.
           MOVE 1 TO WKS-COS-IDX.

           PERFORM 2110-COMPARA-COSECHA
               UNTIL WKS-COS-ENCONTRADA > 0
                  OR WKS-COS-IDX > WKS-COS-COUNT.

           IF WKS-COS-ENCONTRADA = 1
               GO TO 2100-FIN.

           IF WKS-COS-COUNT = 120
               MOVE 0 TO WKS-COS-ENCONTRADA
               ADD 1 TO WKS-CONT-LLENA
               GO TO 2100-FIN.

           MOVE WKS-COS-COUNT TO WKS-COS-MOVER.
           PERFORM 2120-RECORRE-COSECHA
               UNTIL WKS-COS-MOVER < WKS-COS-IDX.

           ADD 1 TO WKS-COS-COUNT.
           MOVE WKS-COSECHA-BUSCA TO WKS-COS-MES (WKS-COS-IDX).
           MOVE 0 TO WKS-COS-CICLOS (WKS-COS-IDX).
           MOVE 0 TO WKS-COS-LIQUIDADOS (WKS-COS-IDX).
           MOVE 0 TO WKS-COS-CASTIGADO (WKS-COS-IDX).
           MOVE 0 TO WKS-COS-RECUP-ACUM (WKS-COS-IDX).
           MOVE 0 TO WKS-COS-RECUP-MES (WKS-COS-IDX).
           MOVE 0 TO WKS-COS-COBROS-MES (WKS-COS-IDX).
           MOVE 1 TO WKS-COS-ENCONTRADA.

       2100-FIN.
           EXIT.

      *SE DETIENE EN LA COSECHA BUSCADA (1) O EN LA PRIMERA
      *POSTERIOR (2), QUE ES DONDE SE INSERTA.
       2110-COMPARA-COSECHA.
           IF WKS-COS-MES (WKS-COS-IDX) = WKS-COSECHA-BUSCA
               MOVE 1 TO WKS-COS-ENCONTRADA
           ELSE
               IF WKS-COS-MES (WKS-COS-IDX) > WKS-COSECHA-BUSCA
                   MOVE 2 TO WKS-COS-ENCONTRADA
               ELSE
                   ADD 1 TO WKS-COS-IDX.

      *RECORRE UNA POSICION HACIA ABAJO LA ENTRADA EN TURNO.
       2120-RECORRE-COSECHA.
           MOVE WKS-COS-ENTRY (WKS-COS-MOVER) TO
                                WKS-COS-ENTRY (WKS-COS-MOVER + 1).
           SUBTRACT 1 FROM WKS-COS-MOVER.

      *LO COBRADO EN EL MES VA A LA COSECHA DEL CASTIGO Y, SI ENTRO
      *POR UN LOTE DE REC-AGE, TAMBIEN A LA AGENCIA.
       2500-CARGA-RECUPERACIONES.
           READ RECUPMOV AT END MOVE 1 TO WKS-EOF-RCM.

           IF WKS-EOF-RCM = 1
               GO TO 2500-FIN.

           MOVE FECHA-RM TO WKS-FECHA-AUX.
           IF WKS-AUX-AAAAMM NOT = WKS-MES-PROCESO
               GO TO 2500-FIN.

           ADD 1 TO WKS-CONT-MOVS.

           MOVE FECHA-CASTIGO-RM TO WKS-FECHA-AUX.
           MOVE WKS-AUX-AAAAMM TO WKS-COSECHA-BUSCA.
           PERFORM 2100-UBICA-COSECHA THRU 2100-FIN.

           IF WKS-COS-ENCONTRADA = 1
               ADD MONTO-RM TO WKS-COS-RECUP-MES (WKS-COS-IDX)
               ADD 1 TO WKS-COS-COBROS-MES (WKS-COS-IDX).

           IF AGENCIA-RM > 0
               PERFORM 2600-ACUMULA-AGENCIA.

       2500-FIN.
           EXIT.

       2600-ACUMULA-AGENCIA.
           MOVE 0 TO WKS-AGE-ENCONTRADA.
           MOVE 1 TO WKS-AGE-IDX.

           PERFORM 2610-COMPARA-AGENCIA
               UNTIL WKS-AGE-ENCONTRADA = 1
                  OR WKS-AGE-IDX > WKS-AGE-COUNT.

           IF WKS-AGE-ENCONTRADA = 0
               IF WKS-AGE-COUNT < 20
                   ADD 1 TO WKS-AGE-COUNT
                   MOVE WKS-AGE-COUNT TO WKS-AGE-IDX
                   MOVE AGENCIA-RM TO WKS-AGE-CLAVE (WKS-AGE-IDX)
               ELSE
                   MOVE WKS-AGE-COUNT TO WKS-AGE-IDX
                   ADD 1 TO WKS-CONT-LLENA.

           ADD MONTO-RM TO WKS-AGE-RECUPERADO (WKS-AGE-IDX).
           ADD 1 TO WKS-AGE-COBROS (WKS-AGE-IDX).
           IF LIQUIDA-RM = "S"
               ADD 1 TO WKS-AGE-LIQUIDA (WKS-AGE-IDX).

       2610-COMPARA-AGENCIA.
           IF WKS-AGE-CLAVE (WKS-AGE-IDX) = AGENCIA-RM
               MOVE 1 TO WKS-AGE-ENCONTRADA
           ELSE
               ADD 1 TO WKS-AGE-IDX.

      *CORTE POR COSECHA DE CASTIGO CON SU PORCIENTO RECUPERADO.
       4000-REPORTE-COSECHAS.
           MOVE "RECUPERACION POR COSECHA DE CASTIGO" TO WKS-SUB-R.
           MOVE SUBTITULO-REC TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

           MOVE ENCAB-COS-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

           MOVE 0 TO WKS-COS-IDX.
           PERFORM 4100-IMPRIME-COSECHA WKS-COS-COUNT TIMES.

           MOVE 0 TO WKS-CS-MES.
           MOVE WKS-TOT-CICLOS     TO WKS-CS-CICLOS.
           MOVE WKS-TOT-LIQUIDADOS TO WKS-CS-LIQ.
           MOVE WKS-TOT-CASTIGADO  TO WKS-CS-CASTIGO.
           MOVE WKS-TOT-COBROS-MES TO WKS-CS-COBROS.
           MOVE WKS-TOT-RECUP-MES  TO WKS-CS-REC-MES.
           MOVE WKS-TOT-RECUP-ACUM TO WKS-CS-REC-ACUM.
           MOVE 0 TO WKS-PORCIENTO.
           IF WKS-TOT-CASTIGADO > 0
               COMPUTE WKS-PORCIENTO ROUNDED =
                   WKS-TOT-RECUP-ACUM * 100 / WKS-TOT-CASTIGADO.
           MOVE WKS-PORCIENTO TO WKS-CS-PCT.

           MOVE DETALLE-COS-R TO LINEA-REC.
           MOVE "TOTAL " TO LINEA-REC (6:6).
           WRITE LINEA-REC AFTER 2.

       4100-IMPRIME-COSECHA.
           ADD 1 TO WKS-COS-IDX.

           MOVE WKS-COS-MES (WKS-COS-IDX)        TO WKS-CS-MES.
           MOVE WKS-COS-CICLOS (WKS-COS-IDX)     TO WKS-CS-CICLOS.
           MOVE WKS-COS-LIQUIDADOS (WKS-COS-IDX) TO WKS-CS-LIQ.
           MOVE WKS-COS-CASTIGADO (WKS-COS-IDX)  TO WKS-CS-CASTIGO.
           MOVE WKS-COS-COBROS-MES (WKS-COS-IDX) TO WKS-CS-COBROS.
           MOVE WKS-COS-RECUP-MES (WKS-COS-IDX)  TO WKS-CS-REC-MES.
           MOVE WKS-COS-RECUP-ACUM (WKS-COS-IDX) TO WKS-CS-REC-ACUM.

           MOVE 0 TO WKS-PORCIENTO.
           IF WKS-COS-CASTIGADO (WKS-COS-IDX) > 0
               COMPUTE WKS-PORCIENTO ROUNDED =
                   WKS-COS-RECUP-ACUM (WKS-COS-IDX) * 100
                   / WKS-COS-CASTIGADO (WKS-COS-IDX).
           MOVE WKS-PORCIENTO TO WKS-CS-PCT.

           MOVE DETALLE-COS-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

           ADD WKS-COS-CICLOS (WKS-COS-IDX)     TO WKS-TOT-CICLOS.
           ADD WKS-COS-LIQUIDADOS (WKS-COS-IDX) TO WKS-TOT-LIQUIDADOS.
           ADD WKS-COS-CASTIGADO (WKS-COS-IDX)  TO WKS-TOT-CASTIGADO.
           ADD WKS-COS-COBROS-MES (WKS-COS-IDX) TO WKS-TOT-COBROS-MES.
           ADD WKS-COS-RECUP-MES (WKS-COS-IDX)  TO WKS-TOT-RECUP-MES.
           ADD WKS-COS-RECUP-ACUM (WKS-COS-IDX) TO WKS-TOT-RECUP-ACUM.

      *CORTE POR AGENCIA: LO COBRADO EN EL MES POR LOTES DE REC-AGE
      *Y LA COMISION QUE LE TOCA SEGUN SU PORCENTAJE.
       4500-REPORTE-AGENCIAS.
           MOVE "RECUPERACION POR AGENCIA (LOTES DE REC-AGE)"
                                                  TO WKS-SUB-R.
           MOVE SUBTITULO-REC TO LINEA-REC.
           WRITE LINEA-REC AFTER 3.

           MOVE ENCAB-AGE-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

           MOVE 0 TO WKS-AGE-IDX.
           PERFORM 4600-IMPRIME-AGENCIA WKS-AGE-COUNT TIMES.

           MOVE 0 TO WKS-AG-CLAVE.
           MOVE "TOTAL AGENCIAS" TO WKS-AG-NOMBRE.
           MOVE WKS-TOT-AGE-COBROS TO WKS-AG-COBROS.
           MOVE 0 TO WKS-AG-LIQ.
           MOVE WKS-TOT-AGE-RECUP TO WKS-AG-RECUP.
           MOVE WKS-TOT-AGE-COMISION TO WKS-AG-COMISION.
           MOVE DETALLE-AGE-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 2.

       4600-IMPRIME-AGENCIA.
           ADD 1 TO WKS-AGE-IDX.

           MOVE SPACES TO NOMBRE-AGE.
           MOVE 0 TO PCT-COMISION-AGE.
           IF WKS-HAY-AGENCIAS = 1
               MOVE WKS-AGE-CLAVE (WKS-AGE-IDX) TO CLAVE-AGE
               READ AGENCIAS INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                            NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY
               END-READ
               IF WKS-INVALID-KEY = 1
                   MOVE SPACES TO NOMBRE-AGE
                   MOVE 0 TO PCT-COMISION-AGE
               END-IF
           END-IF.

           COMPUTE WKS-COMISION ROUNDED =
               WKS-AGE-RECUPERADO (WKS-AGE-IDX)
               * PCT-COMISION-AGE / 100.

           MOVE WKS-AGE-CLAVE (WKS-AGE-IDX)      TO WKS-AG-CLAVE.
           MOVE NOMBRE-AGE                       TO WKS-AG-NOMBRE.
           MOVE WKS-AGE-COBROS (WKS-AGE-IDX)     TO WKS-AG-COBROS.
           MOVE WKS-AGE-LIQUIDA (WKS-AGE-IDX)    TO WKS-AG-LIQ.
           MOVE WKS-AGE-RECUPERADO (WKS-AGE-IDX) TO WKS-AG-RECUP.
           MOVE WKS-COMISION                     TO WKS-AG-COMISION.

           MOVE DETALLE-AGE-R TO LINEA-REC.
           WRITE LINEA-REC AFTER 1.

           ADD WKS-AGE-COBROS (WKS-AGE-IDX)     TO WKS-TOT-AGE-COBROS.
           ADD WKS-AGE-RECUPERADO (WKS-AGE-IDX) TO WKS-TOT-AGE-RECUP.
           ADD WKS-COMISION                     TO WKS-TOT-AGE-COMISION.

       3000-FIN.
           IF WKS-HAY-RECUPCAS = 1
               CLOSE RECUPCAS.
           IF WKS-HAY-RECUPMOV = 1
               CLOSE RECUPMOV.
           IF WKS-HAY-AGENCIAS = 1
               CLOSE AGENCIAS.
           CLOSE REP-REC.

           DISPLAY "CICLOS CASTIGADOS LEIDOS: " WKS-CONT-LEIDOS.
           DISPLAY "RECUPERACIONES DEL MES: " WKS-CONT-MOVS.
           IF WKS-CONT-LLENA > 0
               DISPLAY "RENGLONES SIN LUGAR EN LAS TABLAS DE COSECHA"
                       " Y AGENCIA: " WKS-CONT-LLENA.

           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CAS-REC " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-MOVS TO ESCRITOS-BIT.
           MOVE WKS-CONT-LLENA TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           MOVE WKS-MES-PROCESO TO DETALLE-BIT (1:6).
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
