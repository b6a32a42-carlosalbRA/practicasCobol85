      *MI PROGRAMA DEL REPORTE MENSUAL DE INTERCAMBIO - EL INGRESO
      *POR INTERCAMBIO QUE TRD-RED CALCULO A CADA COMPRA COMPENSADA
      *EN EL MES, ABIERTO POR SUCURSAL DEL CLIENTE, GIRO DEL
      *COMERCIO Y TIPO DE TARGETA, CON EL NUMERO DE COMPRAS, SU
      *IMPORTE Y EL INTERCAMBIO GANADO. FINANZAS DEJA DE ESTIMARLO
      *DESDE LA FACTURA DE LA RED. LAS COMPRAS QUE LLEGARON SIN TASA
      *CAPTURADA SE CUENTAN APARTE PARA CORREGIR LA TABLA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-MES.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTERCAM ASSIGN TO DISK
                FILE STATUS IS WKS-FS-ICM.

           SELECT COMERCIOS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS GIRO-COM
                FILE STATUS IS WKS-FS-COM.

           SELECT WORKINT ASSIGN TO DISK.

           SELECT REP-INT ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
       FD INTERCAM.
       01 REG-INTERCAM.
       COPY INTDCOPY.

       FD COMERCIOS.
       01 REG-COMERCIO.
        03 GIRO-COM           PIC 9(04).
        03 DESCRIPCION-COM    PIC X(20).

      *UNA COMPRA DEL MES, PARA ORDENARLA POR SUCURSAL, GIRO Y TIPO.
       SD WORKINT.
       01 REG-INT-W.
        03 SUCURSAL-W         PIC 9(02).
        03 GIRO-W             PIC 9(04).
        03 ID-TARGETA-W       PIC 99.
        03 MONTO-COMPRA-W     PIC 9(07)V99.
        03 MONTO-INTER-W      PIC 9(07)V99.
        03 SIN-TASA-W         PIC X(01).

       FD REP-INT.
       01 LINEA-INT              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-EOF-ICM          PIC 9 VALUE 0.
       01 WKS-EOF-SORT         PIC 9 VALUE 0.
       01 WKS-FS-ICM           PIC X(02) VALUE "00".
       01 WKS-FS-COM           PIC X(02) VALUE "00".
       01 WKS-SIN-COMERCIOS    PIC 9 VALUE 0.
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-MES-PROCESO      PIC 9(06) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(07) VALUE 0.
       01 WKS-CONT-DEL-MES     PIC 9(07) VALUE 0.
       01 WKS-CONT-SIN-TASA    PIC 9(07) VALUE 0.
       01 WKS-CONT-RENGLONES   PIC 9(06) VALUE 0.
       01 WKS-PRIMERA-SUC      PIC 9 VALUE 1.

      *LLAVE DEL RENGLON EN CURSO Y SUS ACUMULADOS.
       01 WKS-SUC-ANTERIOR     PIC 9(02) VALUE 0.
       01 WKS-GIRO-ANTERIOR    PIC 9(04) VALUE 0.
       01 WKS-TIPO-ANTERIOR    PIC 99 VALUE 0.
       01 WKS-REN-COMPRAS      PIC 9(07) VALUE 0.
       01 WKS-REN-IMPORTE      PIC 9(11)V99 VALUE 0.
       01 WKS-REN-INTER        PIC 9(11)V99 VALUE 0.
       01 WKS-SUC-COMPRAS      PIC 9(07) VALUE 0.
       01 WKS-SUC-IMPORTE      PIC 9(11)V99 VALUE 0.
       01 WKS-SUC-INTER        PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-COMPRAS      PIC 9(07) VALUE 0.
       01 WKS-TOT-IMPORTE      PIC 9(11)V99 VALUE 0.
       01 WKS-TOT-INTER        PIC 9(11)V99 VALUE 0.

       01 HEADER-L1-INT.
            03 FILLER PIC X(25) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "INGRESO POR INTERCAMBIO DEL MES".

       01 HEADER-L2-INT.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(10) VALUE "SUCURSAL: ".
            03 WKS-SUC-HDR-R   PIC 9(02).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "MES: ".
            03 WKS-MES-HDR-R   PIC 9(06).

       01 HEADER-CAMPOS-INT.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "GIRO".
            03 FILLER          PIC X(22) VALUE "DESCRIPCION".
            03 FILLER          PIC X(06) VALUE "TIPO".
            03 FILLER          PIC X(10) VALUE "COMPRAS".
            03 FILLER          PIC X(20) VALUE "IMPORTE COMPRADO".
            03 FILLER          PIC X(15) VALUE "INTERCAMBIO".

       01 DETALLE-INT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-GIRO-R      PIC 9(04).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-GIRO-DESC-R PIC X(20).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-TIPO-R      PIC 99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-COMPRAS-R   PIC Z,ZZZ,ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-IMPORTE-R   PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-INTER-R     PIC $Z,ZZZ,ZZZ,ZZ9.99.

       01 FOOTER-SUC-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ETIQ-TOT-R  PIC X(25).
            03 FILLER          PIC X(11) VALUE SPACES.
            03 WKS-COMPRAS-T-R PIC Z,ZZZ,ZZ9.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-IMPORTE-T-R PIC $ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-INTER-T-R   PIC $Z,ZZZ,ZZZ,ZZ9.99.

       01 FOOTER-INT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-ETIQ-R      PIC X(35).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-NUM-R       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.

           SORT WORKINT ON ASCENDING KEY SUCURSAL-W
                          ASCENDING KEY GIRO-W
                          ASCENDING KEY ID-TARGETA-W
               INPUT PROCEDURE IS 2000-SELECCIONA
               OUTPUT PROCEDURE IS 4000-IMPRIME.

           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.

           DISPLAY "MES A REPORTAR AAAAMM (CERO = MES DE NEGOCIO):"
                                                LINE 01 POSITION 03.
           ACCEPT WKS-MES-PROCESO LINE 01 POSITION 51.

           IF WKS-MES-PROCESO = 0
               MOVE WKS-FECHA-HOY (1:6) TO WKS-MES-PROCESO.

           OPEN INPUT COMERCIOS.
           IF WKS-FS-COM NOT = "00"
               MOVE 1 TO WKS-SIN-COMERCIOS.

           OPEN OUTPUT REP-INT.

           MOVE HEADER-L1-INT TO LINEA-INT.
           WRITE LINEA-INT AFTER 1.

      *EL MES ES EL DE LA COMPENSACION (DIA DE NEGOCIO), EL MISMO
      *EN QUE GL-EXT CONTABILIZO EL INGRESO.
       2000-SELECCIONA.
           OPEN INPUT INTERCAM.

           IF WKS-FS-ICM NOT = "00"
               DISPLAY "NO HAY ARCHIVO DE INTERCAMBIO"
           ELSE
               PERFORM 2010-LEER-INTERCAMBIO
               PERFORM 2100-LIBERA-COMPRA UNTIL WKS-EOF-ICM = 1
               CLOSE INTERCAM.

       2010-LEER-INTERCAMBIO.
           READ INTERCAM AT END MOVE 1 TO WKS-EOF-ICM.

           IF WKS-EOF-ICM = 0
               ADD 1 TO WKS-CONT-LEIDOS.

       2100-LIBERA-COMPRA.
           IF FECHA-PROCESO-IC (1:6) = WKS-MES-PROCESO
               MOVE SUCURSAL-IC     TO SUCURSAL-W
               MOVE GIRO-IC         TO GIRO-W
               MOVE ID-TARGETA-IC   TO ID-TARGETA-W
               MOVE MONTO-COMPRA-IC TO MONTO-COMPRA-W
               MOVE MONTO-INTER-IC  TO MONTO-INTER-W
               MOVE SIN-TASA-IC     TO SIN-TASA-W
               RELEASE REG-INT-W
               ADD 1 TO WKS-CONT-DEL-MES
               IF SIN-TASA-IC = "S"
                   ADD 1 TO WKS-CONT-SIN-TASA
               END-IF
           END-IF.

           PERFORM 2010-LEER-INTERCAMBIO.

      *UN RENGLON POR GIRO Y TIPO DE TARGETA; CADA SUCURSAL EMPIEZA
      *EN HOJA NUEVA Y TERMINA CON SU SUBTOTAL.
       4000-IMPRIME.
           MOVE 0 TO WKS-EOF-SORT.
           PERFORM 4100-RECIBE-COMPRA UNTIL WKS-EOF-SORT = 1.

           IF WKS-PRIMERA-SUC = 0
               PERFORM 4400-IMPRIME-RENGLON
               PERFORM 4300-SUBTOTAL-SUCURSAL.

       4100-RECIBE-COMPRA.
           RETURN WORKINT AT END MOVE 1 TO WKS-EOF-SORT.

           IF WKS-EOF-SORT = 0
               IF WKS-PRIMERA-SUC = 1
                   PERFORM 4200-ENCABEZA-SUCURSAL
                   PERFORM 4150-INICIA-RENGLON
               ELSE
                   IF SUCURSAL-W NOT = WKS-SUC-ANTERIOR
                       PERFORM 4400-IMPRIME-RENGLON
                       PERFORM 4300-SUBTOTAL-SUCURSAL
                       PERFORM 4200-ENCABEZA-SUCURSAL
                       PERFORM 4150-INICIA-RENGLON
                   ELSE
                       IF GIRO-W NOT = WKS-GIRO-ANTERIOR
                          OR ID-TARGETA-W NOT = WKS-TIPO-ANTERIOR
                           PERFORM 4400-IMPRIME-RENGLON
                           PERFORM 4150-INICIA-RENGLON
                       END-IF
                   END-IF
               END-IF
               ADD 1              TO WKS-REN-COMPRAS
               ADD MONTO-COMPRA-W TO WKS-REN-IMPORTE
               ADD MONTO-INTER-W  TO WKS-REN-INTER
           END-IF.

       4150-INICIA-RENGLON.
           MOVE GIRO-W       TO WKS-GIRO-ANTERIOR.
           MOVE ID-TARGETA-W TO WKS-TIPO-ANTERIOR.
           MOVE 0 TO WKS-REN-COMPRAS.
           MOVE 0 TO WKS-REN-IMPORTE.
           MOVE 0 TO WKS-REN-INTER.

       4200-ENCABEZA-SUCURSAL.
           MOVE 0 TO WKS-PRIMERA-SUC.
           MOVE SUCURSAL-W TO WKS-SUC-ANTERIOR.
           MOVE 0 TO WKS-SUC-COMPRAS.
           MOVE 0 TO WKS-SUC-IMPORTE.
           MOVE 0 TO WKS-SUC-INTER.

           MOVE SUCURSAL-W      TO WKS-SUC-HDR-R.
           MOVE WKS-MES-PROCESO TO WKS-MES-HDR-R.
           MOVE HEADER-L2-INT TO LINEA-INT.
           WRITE LINEA-INT AFTER PAGE.

           MOVE HEADER-CAMPOS-INT TO LINEA-INT.
           WRITE LINEA-INT AFTER 2.

       4300-SUBTOTAL-SUCURSAL.
           MOVE "TOTAL DE LA SUCURSAL" TO WKS-ETIQ-TOT-R.
           MOVE WKS-SUC-COMPRAS TO WKS-COMPRAS-T-R.
           MOVE WKS-SUC-IMPORTE TO WKS-IMPORTE-T-R.
           MOVE WKS-SUC-INTER   TO WKS-INTER-T-R.
           MOVE FOOTER-SUC-R TO LINEA-INT.
           WRITE LINEA-INT AFTER 2.

       4400-IMPRIME-RENGLON.
           MOVE WKS-GIRO-ANTERIOR TO WKS-GIRO-R.
           MOVE SPACES TO WKS-GIRO-DESC-R.

           IF WKS-GIRO-ANTERIOR = 0
               MOVE "SIN GIRO" TO WKS-GIRO-DESC-R
           ELSE
               IF WKS-SIN-COMERCIOS = 0
                   MOVE WKS-GIRO-ANTERIOR TO GIRO-COM
                   READ COMERCIOS
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE DESCRIPCION-COM TO WKS-GIRO-DESC-R
                   END-READ
               END-IF
           END-IF.

           MOVE WKS-TIPO-ANTERIOR TO WKS-TIPO-R.
           MOVE WKS-REN-COMPRAS   TO WKS-COMPRAS-R.
           MOVE WKS-REN-IMPORTE   TO WKS-IMPORTE-R.
           MOVE WKS-REN-INTER     TO WKS-INTER-R.
           MOVE DETALLE-INT-R TO LINEA-INT.
           WRITE LINEA-INT AFTER 1.

           ADD 1 TO WKS-CONT-RENGLONES.
           ADD WKS-REN-COMPRAS TO WKS-SUC-COMPRAS.
           ADD WKS-REN-IMPORTE TO WKS-SUC-IMPORTE.
           ADD WKS-REN-INTER   TO WKS-SUC-INTER.
           ADD WKS-REN-COMPRAS TO WKS-TOT-COMPRAS.
           ADD WKS-REN-IMPORTE TO WKS-TOT-IMPORTE.
           ADD WKS-REN-INTER   TO WKS-TOT-INTER.

       3000-FIN.
           MOVE "TOTAL DEL MES" TO WKS-ETIQ-TOT-R.
           MOVE WKS-TOT-COMPRAS TO WKS-COMPRAS-T-R.
           MOVE WKS-TOT-IMPORTE TO WKS-IMPORTE-T-R.
           MOVE WKS-TOT-INTER   TO WKS-INTER-T-R.
           MOVE FOOTER-SUC-R TO LINEA-INT.
           WRITE LINEA-INT AFTER PAGE.

           MOVE "COMPRAS SIN TASA DE INTERCAMBIO" TO WKS-ETIQ-R.
           MOVE WKS-CONT-SIN-TASA TO WKS-NUM-R.
           MOVE FOOTER-INT-R TO LINEA-INT.
           WRITE LINEA-INT AFTER 2.

           CLOSE REP-INT.
           IF WKS-SIN-COMERCIOS = 0
               CLOSE COMERCIOS.

           DISPLAY "COMPRAS DEL MES: " WKS-CONT-DEL-MES.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "INT-MES " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-RENGLONES TO ESCRITOS-BIT.
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
