      *MI PROGRAMA DE CONCILIACION DE LA LIQUIDACION DE LA RED - AMARRA
      *LAS TRES FUENTES DEL DIA: LO QUE LA RED COMPENSO EN REDCLR, LO
      *QUE POST-TRX REALMENTE POSTEO EN TRXCLI DEL LOTE QUE TRADUJO
      *TRD-RED (REDMOV), Y EL NETO QUE LA RED NOS LIQUIDO SEGUN SU
      *AVISO DE LIQUIDACION (LIQRED). LAS DIFERENCIAS SE ABREN POR
      *CAUSA: RECHAZADO POR EL TRADUCTOR (RECHRED), RECHAZADO EN EL
      *POSTEO (RECHMOV), REVERSOS, Y DIFERENCIA CAMBIARIA ENTRE EL
      *IMPORTE EN PESOS DE LA RED Y EL QUE POSTEO NUESTRO TIPO DE
      *CAMBIO. CORRE DESPUES DE POST-TRX DEL LOTE REDCLEAR, ANTES DE
      *QUE OTRO POSTEO SOBREESCRIBA RECHMOV.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CON-RED.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REDCLR ASSIGN TO DISK
                FILE STATUS IS WKS-FS-RED.

           SELECT RECHRED ASSIGN TO DISK
                FILE STATUS IS WKS-FS-RCR.

           SELECT REDMOV ASSIGN TO DISK
                FILE STATUS IS WKS-FS-RMV.

           SELECT WORKRED ASSIGN TO DISK.

           SELECT RECHMOV ASSIGN TO DISK
                FILE STATUS IS WKS-FS-RECH.

           SELECT TRXCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TRX-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-TRX WITH DUPLICATES
                FILE STATUS IS WKS-FS-TRX.

           SELECT INTERCAM ASSIGN TO DISK
                FILE STATUS IS WKS-FS-ICM.

           SELECT LIQRED ASSIGN TO DISK
                FILE STATUS IS WKS-FS-LIQ.

           SELECT REP-CRD ASSIGN TO PRINTER.

           SELECT BITACORA ASSIGN TO DISK.

           SELECT FECHAPRO ASSIGN TO DISK
                FILE STATUS IS WKS-FS-FECHAPRO.

       DATA DIVISION.
       FILE SECTION.
      *FORMATO DE LA RED: "01" ENCABEZADO, "05" PRESENTACION, "06"
      *COMISION, "25" REVERSO, "99" TRAILER CON CONTEO Y SUMA.
       FD REDCLR.
       01 REG-RED.
        03 TIPO-REG-RED       PIC X(02).
        03 ID-CLIENTE-RED     PIC 9(06).
        03 NUM-TARJETA-RED    PIC 9(02).
        03 FECHA-RED          PIC 9(08).
        03 MONTO-RED          PIC 9(07)V99.
        03 GIRO-RED           PIC 9(04).
        03 MONEDA-RED         PIC X(03).
        03 MONTO-ORIGEN-RED   PIC 9(07)V99.
        03 COMERCIO-RED       PIC X(20).
        03 NUM-TRX-REF-RED    PIC 9(04).

       01 REG-RED-HDR REDEFINES REG-RED.
        03 TIPO-HDR-RED       PIC X(02).
        03 FECHA-HDR-RED      PIC 9(08).
        03 RED-HDR-RED        PIC X(08).
        03 FILLER             PIC X(47).

       01 REG-RED-TRL REDEFINES REG-RED.
        03 TIPO-TRL-RED       PIC X(02).
        03 CONTADOR-TRL-RED   PIC 9(07).
        03 SUMA-TRL-RED       PIC 9(11)V99.
        03 FILLER             PIC X(43).

      *REGISTROS DE LA RED QUE TRD-RED NO PUDO MAPEAR, TAL CUAL
      *LLEGARON Y CON SU MOTIVO.
       FD RECHRED.
       01 REG-RED-R.
        03 REGISTRO-RED-R     PIC X(67).
        03 MOTIVO-RECH-R      PIC X(20).

       01 REG-RED-R-VISTA REDEFINES REG-RED-R.
        03 TIPO-REG-RR        PIC X(02).
        03 ID-CLIENTE-RR      PIC 9(06).
        03 NUM-TARJETA-RR     PIC 9(02).
        03 FECHA-RR           PIC 9(08).
        03 MONTO-RR           PIC 9(07)V99.
        03 FILLER             PIC X(40).
        03 MOTIVO-RR          PIC X(20).

      *LOTE MOVCLI QUE TRD-RED GENERO PARA POST-TRX.
       FD REDMOV.
       01 REG-MOV.
       COPY MOVCOPY.

       01 REG-MOV-HDR REDEFINES REG-MOV.
        03 TIPO-HDR-MOV       PIC X(03).
        03 FUENTE-HDR-MOV     PIC X(08).
        03 FECHA-HDR-MOV      PIC 9(08).
        03 SECUENCIA-HDR-MOV  PIC 9(04).
        03 FILLER             PIC X(49).

      *EL LOTE SE ORDENA POR CLIENTE PARA BUSCAR LO POSTEADO CON UNA
      *SOLA PASADA DE TRXCLI POR CLIENTE Y SIN CASAR DOS VECES LA
      *MISMA TRANSACCION.
       SD WORKRED.
       01 REG-MOV-W.
        03 CLIENTE-W          PIC 9(06).
        03 SECUENCIA-W        PIC 9(06).
        03 CUERPO-W           PIC X(72).

      *RECHAZOS DE LA ULTIMA CORRIDA DE POST-TRX CON SU MOTIVO.
       FD RECHMOV.
       01 REG-MOV-R.
       COPY MOVCOPY
           REPLACING ==ID-CLIENTE-MOV== BY ==ID-CLIENTE-MOV-R==
                     ==FECHA-MOV== BY ==FECHA-MOV-R==
                     ==MONTO-MOV== BY ==MONTO-MOV-R==
                     ==DESCRIPCION-MOV== BY ==DESCRIPCION-MOV-R==
                     ==MESES-PLAN-MOV== BY ==MESES-PLAN-R==
                     ==NUM-TRX-REF-MOV== BY ==NUM-TRX-REF-R==
                     ==TIPO-TRX-MOV== BY ==TIPO-TRX-R==
                     ==NUM-TARJETA-MOV== BY ==NUM-TARJETA-R==
                     ==GIRO-MOV== BY ==GIRO-MOV-R==
                     ==MONEDA-MOV== BY ==MONEDA-MOV-R==
                     ==MONTO-ORIGEN-MOV== BY ==MONTO-ORIGEN-MOV-R==
                     ==CANAL-PAGO-MOV== BY ==CANAL-PAGO-MOV-R==.
        03 MOTIVO-RECH-MOV-R  PIC X(20).

       FD TRXCLI.
       01 REG-TRX.
       COPY TRXCOPY.

      *INTERCAMBIO CALCULADO POR TRD-RED PARA CADA COMPRA PRESENTADA.
       FD INTERCAM.
       01 REG-INTERCAM.
       COPY INTDCOPY.

      *AVISO DE LIQUIDACION DE LA RED: UN REGISTRO POR COMPENSACION
      *LIQUIDADA, CON LOS IMPORTES QUE LA RED RECONOCE POR CONCEPTO Y
      *EL NETO. SIGNO "C" ES NETO A NUESTRO CARGO (PAGAMOS A LA RED),
      *"A" ES NETO A NUESTRO FAVOR.
       FD LIQRED.
       01 REG-LIQRED.
        03 FECHA-COMP-LQ      PIC 9(08).
        03 FECHA-LIQ-LQ       PIC 9(08).
        03 RED-LQ             PIC X(08).
        03 PRESENTACIONES-LQ  PIC 9(11)V99.
        03 COMISIONES-LQ      PIC 9(11)V99.
        03 REVERSOS-LQ        PIC 9(11)V99.
        03 INTERCAMBIO-LQ     PIC 9(11)V99.
        03 NETO-LQ            PIC 9(11)V99.
        03 SIGNO-NETO-LQ      PIC X(01).

       FD REP-CRD.
       01 LINEA-CRD              PIC X(132).

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       COPY BITACOPY.

      *REGISTRO DE CONTROL DE LA FECHA DE NEGOCIO.
       FD FECHAPRO.
       01 REG-FECHAPRO.
        03 FECHA-PROCESO-FP   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WKS-FS-RED           PIC X(02) VALUE "00".
       01 WKS-FS-RCR           PIC X(02) VALUE "00".
       01 WKS-FS-RMV           PIC X(02) VALUE "00".
       01 WKS-FS-RECH          PIC X(02) VALUE "00".
       01 WKS-FS-TRX           PIC X(02) VALUE "00".
       01 WKS-FS-ICM           PIC X(02) VALUE "00".
       01 WKS-FS-LIQ           PIC X(02) VALUE "00".
       01 WKS-FS-FECHAPRO      PIC X(02) VALUE "00".
       01 WKS-EOF-RED          PIC 9 VALUE 0.
       01 WKS-EOF-RCR          PIC 9 VALUE 0.
       01 WKS-EOF-CARGA        PIC 9 VALUE 0.
       01 WKS-EOF-SORT         PIC 9 VALUE 0.
       01 WKS-EOF-TRX          PIC 9 VALUE 0.
       01 WKS-EOF-RECH         PIC 9 VALUE 0.
       01 WKS-EOF-ICM          PIC 9 VALUE 0.
       01 WKS-EOF-LIQ          PIC 9 VALUE 0.
       01 WKS-HORA-INICIO      PIC 9(08) VALUE 0.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-SIN-TRXCLI       PIC 9 VALUE 0.
       01 WKS-SIN-LIQRED       PIC 9 VALUE 0.
       01 WKS-LIQ-HALLADA      PIC 9 VALUE 0.
       01 WKS-HALLADO          PIC 9 VALUE 0.
       01 WKS-USADO            PIC 9 VALUE 0.
       01 WKS-MONTO-CASA       PIC 9 VALUE 0.
       01 WKS-EXTRANJERO       PIC 9 VALUE 0.
       01 WKS-IND              PIC 9(01) VALUE 0.
       01 WKS-IND-USO          PIC 9(03) VALUE 0.
       01 WKS-SEC-CARGA        PIC 9(06) VALUE 0.
       01 WKS-GRUPO-CLIENTE    PIC 9(06) VALUE 0.
       01 WKS-MOTIVO           PIC X(20) VALUE SPACES.
       01 WKS-FECHA-COMP       PIC 9(08) VALUE 0.
       01 WKS-RED-COMP         PIC X(08) VALUE SPACES.
       01 WKS-SEC-LOTE         PIC 9(04) VALUE 0.
       01 WKS-FECHA-LOTE       PIC 9(08) VALUE 0.
       01 WKS-CONT-LEIDOS      PIC 9(06) VALUE 0.
       01 WKS-CONT-CASADOS     PIC 9(06) VALUE 0.
       01 WKS-CONT-DIFERENCIAS PIC 9(06) VALUE 0.
       01 WKS-DIF-CAMBIO       PIC S9(09)V99 VALUE 0.
       01 WKS-TOT-INTERCAMBIO  PIC 9(11)V99 VALUE 0.
       01 WKS-TRL-CONTADOR     PIC 9(07) VALUE 0.
       01 WKS-TRL-SUMA         PIC 9(11)V99 VALUE 0.
       01 WKS-TRL-VISTO        PIC 9 VALUE 0.

      *FOLIOS DE TRXCLI DEL CLIENTE EN TURNO QUE YA CASARON CON UN
      *MOVIMIENTO DEL LOTE.
       01 WKS-MAX-USADOS       PIC 9(03) VALUE 500.
       01 WKS-NUM-USADOS       PIC 9(03) VALUE 0.
       01 WKS-TABLA-USADOS.
           03 WKS-FOLIO-USADO  PIC 9(04) OCCURS 500 TIMES.

      *CUADRE POR TIPO: 1 PRESENTACIONES ("05"/CGO), 2 COMISIONES
      *("06"/COM), 3 REVERSOS ("25"/REV), 4 OTROS TIPOS DE LA RED.
       01 WKS-TABLA-CUADRE.
           03 WKS-CUADRE OCCURS 4 TIMES.
               05 WKS-CNT-COMP     PIC 9(07).
               05 WKS-MON-COMP     PIC 9(11)V99.
               05 WKS-CNT-RTRD     PIC 9(07).
               05 WKS-MON-RTRD     PIC 9(11)V99.
               05 WKS-CNT-TRAD     PIC 9(07).
               05 WKS-MON-TRAD     PIC 9(11)V99.
               05 WKS-CNT-RPOS     PIC 9(07).
               05 WKS-MON-RPOS     PIC 9(11)V99.
               05 WKS-CNT-NLOC     PIC 9(07).
               05 WKS-MON-NLOC     PIC 9(11)V99.
               05 WKS-CNT-POST     PIC 9(07).
               05 WKS-MON-POST     PIC 9(11)V99.
               05 WKS-MON-DCAM     PIC S9(11)V99.
               05 WKS-MON-PLAN     PIC 9(11)V99.

       01 WKS-NETO-NUESTRO     PIC S9(11)V99 VALUE 0.
       01 WKS-NETO-RED         PIC S9(11)V99 VALUE 0.
       01 WKS-DIF-NETO         PIC S9(11)V99 VALUE 0.
       01 WKS-DIF-CONCEPTO     PIC S9(11)V99 VALUE 0.
       01 WKS-DIF-EXPLICADA    PIC S9(11)V99 VALUE 0.
       01 WKS-DIF-SIN-EXPLICAR PIC S9(11)V99 VALUE 0.
       01 WKS-CALC-1           PIC S9(11)V99 VALUE 0.
       01 WKS-CALC-2           PIC S9(11)V99 VALUE 0.
       01 WKS-CALC-3           PIC S9(11)V99 VALUE 0.

       01 HEADER-L1-CRD.
            03 FILLER PIC X(30) VALUE SPACES.
            03 FILLER PIC X(50)
               VALUE "CONCILIACION DE COMPENSACION Y LIQUIDACION RED".

       01 HEADER-L2-CRD.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(18) VALUE "FECHA DE NEGOCIO: ".
            03 WKS-HOY-R       PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(05) VALUE "RED: ".
            03 WKS-RED-R       PIC X(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(14) VALUE "COMPENSACION: ".
            03 WKS-FCOMP-R     PIC 9(08).
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(13) VALUE "LOTE REDMOV: ".
            03 WKS-SEC-R       PIC 9(04).

       01 TITULO-CRD-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-TITULO-R    PIC X(60).

       01 HEADER-DET-CRD.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(06) VALUE "TIPO".
            03 FILLER PIC X(08) VALUE "CLIENTE".
            03 FILLER PIC X(06) VALUE "TARJ".
            03 FILLER PIC X(10) VALUE "FECHA".
            03 FILLER PIC X(04) VALUE "MON".
            03 FILLER PIC X(14) VALUE "   MONTO RED".
            03 FILLER PIC X(15) VALUE "   POSTEADO".
            03 FILLER PIC X(15) VALUE "   DIFERENCIA".
            03 FILLER PIC X(20) VALUE "MOTIVO".

       01 DETALLE-CRD-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-DET-TIPO-R  PIC X(03).
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-CLI-R   PIC 9(06).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-TARJ-R  PIC 9(02).
            03 FILLER          PIC X(04) VALUE SPACES.
            03 WKS-DET-FECHA-R PIC 9(08).
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-MON-R   PIC X(03).
            03 FILLER          PIC X(01) VALUE SPACES.
            03 WKS-DET-RED-R   PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-POS-R   PIC Z,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-DET-DIF-R   PIC -ZZZ,ZZ9.99.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-DET-MOT-R   PIC X(20).

       01 HEADER-CUA-CRD.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(34) VALUE "CONCEPTO".
            03 FILLER PIC X(20) VALUE "      PRESENTACIONES".
            03 FILLER PIC X(20) VALUE "          COMISIONES".
            03 FILLER PIC X(20) VALUE "            REVERSOS".
            03 FILLER PIC X(20) VALUE "         OTROS TIPOS".

       01 DETALLE-CUA-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CUA-ETIQ-R  PIC X(34).
            03 WKS-CUA-COL-R   PIC -ZZ,ZZZ,ZZZ,ZZ9.99 OCCURS 4 TIMES.

       01 DETALLE-CNT-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-CNT-ETIQ-R  PIC X(34).
            03 WKS-CNT-COL-R   PIC Z(17)9 OCCURS 4 TIMES.

       01 HEADER-LIQ-CRD.
            03 FILLER PIC X(05) VALUE SPACES.
            03 FILLER PIC X(34) VALUE "CONCEPTO".
            03 FILLER PIC X(20) VALUE "   COMPENSADO (NOS)".
            03 FILLER PIC X(20) VALUE "    LIQUIDADO (RED)".
            03 FILLER PIC X(20) VALUE "          DIFERENCIA".

       01 DETALLE-LIQ-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-LIQ-ETIQ-R  PIC X(34).
            03 WKS-LIQ-NOS-R   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-LIQ-RED-R   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(02) VALUE SPACES.
            03 WKS-LIQ-DIF-R   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       01 MENSAJE-CRD-R.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 WKS-MENSAJE-R   PIC X(80).

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-COMPENSACION.
           PERFORM 2100-RECHAZOS-TRADUCTOR.
           PERFORM 2200-POSTEO.
           PERFORM 2400-INTERCAMBIO.
           PERFORM 2500-LIQUIDACION.
           PERFORM 3000-FIN.
           STOP RUN.

       1000-INICIO.
           ACCEPT WKS-HORA-INICIO FROM TIME.
           PERFORM 9700-LEE-FECHA-PROCESO.
           INITIALIZE WKS-TABLA-CUADRE.

           OPEN INPUT REDCLR.
           IF WKS-FS-RED NOT = "00"
               DISPLAY "SIN ARCHIVO DE COMPENSACION REDCLR"
               STOP RUN.

           OPEN OUTPUT REP-CRD.
           MOVE HEADER-L1-CRD TO LINEA-CRD.
           WRITE LINEA-CRD AFTER PAGE.

      *PRIMERA FUENTE: LA COMPENSACION DE LA RED, POR TIPO DE REGISTRO.
       2000-COMPENSACION.
           PERFORM 2010-LEER-RED UNTIL WKS-EOF-RED = 1.
           CLOSE REDCLR.

       2010-LEER-RED.
           READ REDCLR AT END MOVE 1 TO WKS-EOF-RED.

           IF WKS-EOF-RED = 0
               IF TIPO-REG-RED = "01"
                   MOVE FECHA-HDR-RED TO WKS-FECHA-COMP
                   MOVE RED-HDR-RED   TO WKS-RED-COMP
               ELSE
                   IF TIPO-REG-RED = "99"
                       MOVE 1 TO WKS-TRL-VISTO
                       MOVE CONTADOR-TRL-RED TO WKS-TRL-CONTADOR
                       MOVE SUMA-TRL-RED TO WKS-TRL-SUMA
                       MOVE 1 TO WKS-EOF-RED
                   ELSE
                       MOVE TIPO-REG-RED TO WKS-MOTIVO
                       PERFORM 2900-INDICE-RED
                       ADD 1 TO WKS-CNT-COMP (WKS-IND)
                       ADD MONTO-RED TO WKS-MON-COMP (WKS-IND)
                       ADD 1 TO WKS-CONT-LEIDOS
                   END-IF
               END-IF
           END-IF.

      *SEGUNDA CAUSA: LO QUE EL TRADUCTOR NO PUDO MAPEAR. CADA
      *REGISTRO SE LISTA CON EL MOTIVO QUE LE PUSO TRD-RED.
       2100-RECHAZOS-TRADUCTOR.
           MOVE WKS-FECHA-HOY  TO WKS-HOY-R.
           MOVE WKS-RED-COMP   TO WKS-RED-R.
           MOVE WKS-FECHA-COMP TO WKS-FCOMP-R.
           MOVE 0              TO WKS-SEC-R.

           MOVE "RECHAZADO POR EL TRADUCTOR (RECHRED)" TO WKS-TITULO-R.
           PERFORM 2950-ENCABEZADO-DETALLE.

           OPEN INPUT RECHRED.
           IF WKS-FS-RCR = "00"
               PERFORM 2110-LEER-RECHRED UNTIL WKS-EOF-RCR = 1
               CLOSE RECHRED
           ELSE
               MOVE "SIN REGISTRO DE RECHAZOS DEL TRADUCTOR"
                                            TO WKS-MENSAJE-R
               MOVE MENSAJE-CRD-R TO LINEA-CRD
               WRITE LINEA-CRD AFTER 1.

       2110-LEER-RECHRED.
           READ RECHRED AT END MOVE 1 TO WKS-EOF-RCR.

           IF WKS-EOF-RCR = 0
               MOVE TIPO-REG-RR TO WKS-MOTIVO
               PERFORM 2900-INDICE-RED
               ADD 1 TO WKS-CNT-RTRD (WKS-IND)
               ADD MONTO-RR TO WKS-MON-RTRD (WKS-IND)
               MOVE SPACES         TO DETALLE-CRD-R
               MOVE TIPO-REG-RR    TO WKS-DET-TIPO-R
               MOVE ID-CLIENTE-RR  TO WKS-DET-CLI-R
               MOVE NUM-TARJETA-RR TO WKS-DET-TARJ-R
               MOVE FECHA-RR       TO WKS-DET-FECHA-R
               MOVE MONTO-RR       TO WKS-DET-RED-R
               MOVE 0              TO WKS-DET-POS-R
               MOVE 0              TO WKS-DET-DIF-R
               MOVE MOTIVO-RR      TO WKS-DET-MOT-R
               MOVE DETALLE-CRD-R  TO LINEA-CRD
               WRITE LINEA-CRD AFTER 1.

      *TERCERA FUENTE: EL LOTE TRADUCIDO CONTRA LO QUE REALMENTE
      *QUEDO EN TRXCLI. LO QUE NO ESTA SE BUSCA EN RECHMOV PARA DAR
      *EL MOTIVO DEL POSTEO.
       2200-POSTEO.
           OPEN INPUT TRXCLI.
           IF WKS-FS-TRX NOT = "00"
               MOVE 1 TO WKS-SIN-TRXCLI
               DISPLAY "SIN TRXCLI, NADA SE PUEDE DAR POR POSTEADO".

           MOVE "TRADUCIDO Y NO POSTEADO, Y DIFERENCIA CAMBIARIA"
                                             TO WKS-TITULO-R.
           PERFORM 2950-ENCABEZADO-DETALLE.

           SORT WORKRED ON ASCENDING KEY CLIENTE-W
                           ASCENDING KEY SECUENCIA-W
               INPUT PROCEDURE IS 2210-CARGA-SORT
               OUTPUT PROCEDURE IS 2230-DESCARGA-SORT.

           IF WKS-SIN-TRXCLI = 0
               CLOSE TRXCLI.

       2210-CARGA-SORT.
           OPEN INPUT REDMOV.
           IF WKS-FS-RMV NOT = "00"
               DISPLAY "SIN LOTE REDMOV DEL TRADUCTOR"
               MOVE 1 TO WKS-EOF-CARGA
           ELSE
               MOVE 0 TO WKS-EOF-CARGA.

           PERFORM 2220-SUELTA-MOVIMIENTO UNTIL WKS-EOF-CARGA = 1.

           IF WKS-FS-RMV = "00"
               CLOSE REDMOV.

       2220-SUELTA-MOVIMIENTO.
           READ REDMOV AT END MOVE 1 TO WKS-EOF-CARGA.

           IF WKS-EOF-CARGA = 0
               IF REG-MOV (1:3) = "HDR"
                   MOVE SECUENCIA-HDR-MOV TO WKS-SEC-LOTE
                   MOVE FECHA-HDR-MOV     TO WKS-FECHA-LOTE
               ELSE
                   IF REG-MOV (1:3) NOT = "999"
                       ADD 1 TO WKS-SEC-CARGA
                       MOVE ID-CLIENTE-MOV TO CLIENTE-W
                       MOVE WKS-SEC-CARGA  TO SECUENCIA-W
                       MOVE REG-MOV        TO CUERPO-W
                       RELEASE REG-MOV-W
                   END-IF
               END-IF
           END-IF.

       2230-DESCARGA-SORT.
           MOVE 0 TO WKS-EOF-SORT.
           PERFORM 2240-RECIBE-MOVIMIENTO UNTIL WKS-EOF-SORT = 1.

       2240-RECIBE-MOVIMIENTO.
           RETURN WORKRED AT END MOVE 1 TO WKS-EOF-SORT.

           IF WKS-EOF-SORT = 0
               MOVE CUERPO-W TO REG-MOV
               PERFORM 2250-CONCILIA-MOVIMIENTO THRU 2250-FIN.

       2250-CONCILIA-MOVIMIENTO.
           IF ID-CLIENTE-MOV NOT = WKS-GRUPO-CLIENTE
               MOVE ID-CLIENTE-MOV TO WKS-GRUPO-CLIENTE
               MOVE 0 TO WKS-NUM-USADOS.

           MOVE TIPO-TRX-MOV TO WKS-MOTIVO.
           PERFORM 2910-INDICE-MOV.
           ADD 1 TO WKS-CNT-TRAD (WKS-IND).
           ADD MONTO-MOV TO WKS-MON-TRAD (WKS-IND).

           MOVE 0 TO WKS-EXTRANJERO.
           IF MONEDA-MOV NOT = SPACES AND MONEDA-MOV NOT = "MXN"
               MOVE 1 TO WKS-EXTRANJERO.

           MOVE 0 TO WKS-HALLADO.
           IF WKS-SIN-TRXCLI = 0
               PERFORM 2260-BUSCA-POSTEADO.

           IF WKS-HALLADO = 1
               PERFORM 2280-CUENTA-POSTEADO
               GO TO 2250-FIN.

           PERFORM 2300-BUSCA-RECHAZO.

           IF WKS-HALLADO = 1
               ADD 1 TO WKS-CNT-RPOS (WKS-IND)
               ADD MONTO-MOV TO WKS-MON-RPOS (WKS-IND)
           ELSE
      *UN REVERSO SIN FOLIO PROPIO NI RECHAZO SE APLICO COMPLETO AL
      *PLAN DE MESES DE LA COMPRA: SI QUEDO POSTEADO, SOLO QUE EN
      *PLANPAGO Y NO EN TRXCLI.
               IF WKS-IND = 3
                   ADD 1 TO WKS-CNT-POST (WKS-IND)
                   ADD MONTO-MOV TO WKS-MON-POST (WKS-IND)
                   ADD MONTO-MOV TO WKS-MON-PLAN (WKS-IND)
                   GO TO 2250-FIN
               ELSE
                   MOVE "NO HALLADO EN TRXCLI" TO WKS-MOTIVO
                   ADD 1 TO WKS-CNT-NLOC (WKS-IND)
                   ADD MONTO-MOV TO WKS-MON-NLOC (WKS-IND).

           MOVE SPACES          TO DETALLE-CRD-R.
           MOVE TIPO-TRX-MOV    TO WKS-DET-TIPO-R.
           MOVE ID-CLIENTE-MOV  TO WKS-DET-CLI-R.
           MOVE NUM-TARJETA-MOV TO WKS-DET-TARJ-R.
           MOVE FECHA-MOV       TO WKS-DET-FECHA-R.
           MOVE MONEDA-MOV      TO WKS-DET-MON-R.
           MOVE MONTO-MOV       TO WKS-DET-RED-R.
           MOVE 0               TO WKS-DET-POS-R.
           MOVE 0               TO WKS-DET-DIF-R.
           MOVE WKS-MOTIVO      TO WKS-DET-MOT-R.
           MOVE DETALLE-CRD-R   TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 1.

       2250-FIN.
           EXIT.

      *LA TRANSACCION POSTEADA CONSERVA FECHA, TIPO, PLASTICO Y
      *DESCRIPCION DEL MOVIMIENTO. EN MONEDA EXTRANJERA EL IMPORTE EN
      *PESOS LO RECALCULA POST-TRX, ASI QUE SE CASA POR EL MONTO
      *ORIGEN; UN REVERSO CASA POR SU FOLIO DE REFERENCIA Y PUEDE
      *TRAER MENOS (EL RESTO SE APLICO AL PLAN DE MESES).
       2260-BUSCA-POSTEADO.
           MOVE ID-CLIENTE-MOV TO ID-CLIENTE-TRX.
           START TRXCLI KEY IS = ID-CLIENTE-TRX
               INVALID KEY MOVE 1 TO WKS-EOF-TRX
               NOT INVALID KEY MOVE 0 TO WKS-EOF-TRX
           END-START.

           PERFORM 2270-LEER-CANDIDATO
               UNTIL WKS-EOF-TRX = 1 OR WKS-HALLADO = 1.

       2270-LEER-CANDIDATO.
           READ TRXCLI NEXT AT END MOVE 1 TO WKS-EOF-TRX.

           IF WKS-EOF-TRX = 0
               IF ID-CLIENTE-TRX NOT = ID-CLIENTE-MOV
                   MOVE 1 TO WKS-EOF-TRX
               ELSE
                   IF FECHA-TRX = FECHA-MOV
                      AND TIPO-TRX = TIPO-TRX-MOV
                      AND NUM-TARJETA-TRX = NUM-TARJETA-MOV
                       PERFORM 2275-COMPARA-CANDIDATO
                   END-IF
               END-IF
           END-IF.

       2275-COMPARA-CANDIDATO.
           MOVE 0 TO WKS-MONTO-CASA.

           IF WKS-IND = 3
               IF NUM-TRX-REF = NUM-TRX-REF-MOV
                  AND MONTO-TRX NOT > MONTO-MOV
                   MOVE 1 TO WKS-MONTO-CASA
               END-IF
           ELSE
               IF DESCRIPCION-TRX = DESCRIPCION-MOV
                   IF WKS-EXTRANJERO = 1
                       IF MONEDA-TRX = MONEDA-MOV
                          AND MONTO-ORIGEN-TRX = MONTO-ORIGEN-MOV
                           MOVE 1 TO WKS-MONTO-CASA
                       END-IF
                   ELSE
                       IF MONTO-TRX = MONTO-MOV
                           MOVE 1 TO WKS-MONTO-CASA
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WKS-MONTO-CASA = 1
               MOVE 0 TO WKS-USADO
               PERFORM 2276-REVISA-USADO
                   VARYING WKS-IND-USO FROM 1 BY 1
                   UNTIL WKS-IND-USO > WKS-NUM-USADOS
                      OR WKS-USADO = 1
               IF WKS-USADO = 0
                   MOVE 1 TO WKS-HALLADO
                   IF WKS-NUM-USADOS < WKS-MAX-USADOS
                       ADD 1 TO WKS-NUM-USADOS
                       MOVE NUM-TRX TO WKS-FOLIO-USADO (WKS-NUM-USADOS)
                   END-IF
               END-IF
           END-IF.

       2276-REVISA-USADO.
           IF WKS-FOLIO-USADO (WKS-IND-USO) = NUM-TRX
               MOVE 1 TO WKS-USADO.

      *POSTEADO: SE CUENTA AL IMPORTE DE LA RED. LA DIFERENCIA
      *CAMBIARIA Y LA PARTE DE UN REVERSO QUE SE FUE AL PLAN SE
      *ACUMULAN APARTE PARA EL CUADRE.
       2280-CUENTA-POSTEADO.
           ADD 1 TO WKS-CONT-CASADOS.
           ADD 1 TO WKS-CNT-POST (WKS-IND).
           ADD MONTO-MOV TO WKS-MON-POST (WKS-IND).

           IF WKS-IND = 3
               IF MONTO-TRX < MONTO-MOV
                   COMPUTE WKS-MON-PLAN (WKS-IND) =
                       WKS-MON-PLAN (WKS-IND) + MONTO-MOV - MONTO-TRX
               END-IF
           ELSE
               IF MONTO-TRX NOT = MONTO-MOV
                   COMPUTE WKS-DIF-CAMBIO = MONTO-TRX - MONTO-MOV
                   ADD WKS-DIF-CAMBIO TO WKS-MON-DCAM (WKS-IND)
                   ADD 1 TO WKS-CONT-DIFERENCIAS
                   MOVE SPACES          TO DETALLE-CRD-R
                   MOVE TIPO-TRX-MOV    TO WKS-DET-TIPO-R
                   MOVE ID-CLIENTE-MOV  TO WKS-DET-CLI-R
                   MOVE NUM-TARJETA-MOV TO WKS-DET-TARJ-R
                   MOVE FECHA-MOV       TO WKS-DET-FECHA-R
                   MOVE MONEDA-MOV      TO WKS-DET-MON-R
                   MOVE MONTO-MOV       TO WKS-DET-RED-R
                   MOVE MONTO-TRX       TO WKS-DET-POS-R
                   MOVE WKS-DIF-CAMBIO  TO WKS-DET-DIF-R
                   MOVE "DIFERENCIA CAMBIARIA" TO WKS-DET-MOT-R
                   MOVE DETALLE-CRD-R   TO LINEA-CRD
                   WRITE LINEA-CRD AFTER 1
               END-IF
           END-IF.

      *EL RECHAZO DEL POSTEO SE RECONOCE POR CLIENTE, FECHA, TIPO,
      *PLASTICO Y DESCRIPCION; EL MONTO PUDO HABERSE CONVERTIDO ANTES
      *DE RECHAZARSE.
       2300-BUSCA-RECHAZO.
           MOVE 0 TO WKS-HALLADO.
           MOVE 0 TO WKS-EOF-RECH.
           OPEN INPUT RECHMOV.

           IF WKS-FS-RECH NOT = "00"
               MOVE 1 TO WKS-EOF-RECH.

           PERFORM 2310-LEER-RECHAZO
               UNTIL WKS-EOF-RECH = 1 OR WKS-HALLADO = 1.

           IF WKS-FS-RECH = "00"
               CLOSE RECHMOV.

       2310-LEER-RECHAZO.
           READ RECHMOV AT END MOVE 1 TO WKS-EOF-RECH.

           IF WKS-EOF-RECH = 0
               IF ID-CLIENTE-MOV-R = ID-CLIENTE-MOV
                  AND FECHA-MOV-R = FECHA-MOV
                  AND TIPO-TRX-R = TIPO-TRX-MOV
                  AND NUM-TARJETA-R = NUM-TARJETA-MOV
                  AND DESCRIPCION-MOV-R = DESCRIPCION-MOV
                   MOVE 1 TO WKS-HALLADO
                   MOVE MOTIVO-RECH-MOV-R TO WKS-MOTIVO.

      *EL INTERCAMBIO QUE TRD-RED CALCULO HOY SE DESCUENTA DEL NETO
      *QUE NOS COBRA LA RED.
       2400-INTERCAMBIO.
           OPEN INPUT INTERCAM.
           IF WKS-FS-ICM = "00"
               PERFORM 2410-LEER-INTERCAMBIO UNTIL WKS-EOF-ICM = 1
               CLOSE INTERCAM.

       2410-LEER-INTERCAMBIO.
           READ INTERCAM AT END MOVE 1 TO WKS-EOF-ICM.

           IF WKS-EOF-ICM = 0
               IF FECHA-PROCESO-IC = WKS-FECHA-HOY
                   ADD MONTO-INTER-IC TO WKS-TOT-INTERCAMBIO.

      *CUARTA FUENTE: EL AVISO DE LIQUIDACION DE LA COMPENSACION.
       2500-LIQUIDACION.
           OPEN INPUT LIQRED.
           IF WKS-FS-LIQ NOT = "00"
               MOVE 1 TO WKS-SIN-LIQRED
           ELSE
               PERFORM 2510-LEER-LIQUIDACION
                   UNTIL WKS-EOF-LIQ = 1 OR WKS-LIQ-HALLADA = 1
               CLOSE LIQRED.

       2510-LEER-LIQUIDACION.
           READ LIQRED AT END MOVE 1 TO WKS-EOF-LIQ.

           IF WKS-EOF-LIQ = 0
               IF FECHA-COMP-LQ = WKS-FECHA-COMP
                  AND (RED-LQ = WKS-RED-COMP OR RED-LQ = SPACES)
                   MOVE 1 TO WKS-LIQ-HALLADA.

      *TIPO DE REGISTRO DE LA RED A RENGLON DEL CUADRE.
       2900-INDICE-RED.
           IF WKS-MOTIVO (1:2) = "05"
               MOVE 1 TO WKS-IND
           ELSE
               IF WKS-MOTIVO (1:2) = "06"
                   MOVE 2 TO WKS-IND
               ELSE
                   IF WKS-MOTIVO (1:2) = "25"
                       MOVE 3 TO WKS-IND
                   ELSE
                       MOVE 4 TO WKS-IND.

      *TIPO DE CATTRX DEL LOTE TRADUCIDO A RENGLON DEL CUADRE.
       2910-INDICE-MOV.
           IF WKS-MOTIVO (1:3) = "CGO"
               MOVE 1 TO WKS-IND
           ELSE
               IF WKS-MOTIVO (1:3) = "COM"
                   MOVE 2 TO WKS-IND
               ELSE
                   IF WKS-MOTIVO (1:3) = "REV"
                       MOVE 3 TO WKS-IND
                   ELSE
                       MOVE 4 TO WKS-IND.

       2950-ENCABEZADO-DETALLE.
           MOVE TITULO-CRD-R TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 3.
           MOVE HEADER-DET-CRD TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 2.

       3000-FIN.
           MOVE WKS-SEC-LOTE TO WKS-SEC-R.
           MOVE HEADER-L2-CRD TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 3.

           IF WKS-TRL-VISTO = 0
               MOVE "LA COMPENSACION NO TRAE TRAILER DE LA RED"
                                           TO WKS-MENSAJE-R
               MOVE MENSAJE-CRD-R TO LINEA-CRD
               WRITE LINEA-CRD AFTER 1.

           IF WKS-FECHA-LOTE NOT = 0
              AND WKS-FECHA-LOTE NOT = WKS-FECHA-HOY
              AND WKS-FECHA-LOTE NOT = WKS-FECHA-COMP
               MOVE "EL LOTE REDMOV NO ES DE ESTA COMPENSACION"
                                           TO WKS-MENSAJE-R
               MOVE MENSAJE-CRD-R TO LINEA-CRD
               WRITE LINEA-CRD AFTER 1.

           PERFORM 3100-IMPRIME-CUADRE.
           PERFORM 3200-IMPRIME-LIQUIDACION.

           CLOSE REP-CRD.

           DISPLAY "MOVIMIENTOS DE LA RED: " WKS-CONT-LEIDOS.
           DISPLAY "CASADOS CON TRXCLI: " WKS-CONT-CASADOS.
           DISPLAY "CON DIFERENCIA CAMBIARIA: " WKS-CONT-DIFERENCIAS.
           PERFORM 9000-GRABA-BITACORA.

      *CUADRE POR CAUSA: DE LO COMPENSADO A LO POSTEADO, RESTANDO LO
      *QUE SE QUEDO EN CADA PASO.
       3100-IMPRIME-CUADRE.
           MOVE "CUADRE COMPENSADO CONTRA POSTEADO POR CAUSA"
                                             TO WKS-TITULO-R.
           MOVE TITULO-CRD-R TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 3.
           MOVE HEADER-CUA-CRD TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 2.

           MOVE "REGISTROS COMPENSADOS POR LA RED" TO WKS-CNT-ETIQ-R.
           PERFORM 3110-COL-CNT-COMP VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           MOVE DETALLE-CNT-R TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 1.

           MOVE "IMPORTE COMPENSADO POR LA RED" TO WKS-CUA-ETIQ-R.
           PERFORM 3111-COL-MON-COMP VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

           MOVE "(-) RECHAZADO POR EL TRADUCTOR" TO WKS-CUA-ETIQ-R.
           PERFORM 3112-COL-MON-RTRD VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

           MOVE "(=) TRADUCIDO A REDMOV" TO WKS-CUA-ETIQ-R.
           PERFORM 3113-COL-MON-TRAD VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

           MOVE "    DIFERENCIA EN LA TRADUCCION" TO WKS-CUA-ETIQ-R.
           PERFORM 3114-COL-DIF-TRAD VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

           MOVE "(-) RECHAZADO EN EL POSTEO" TO WKS-CUA-ETIQ-R.
           PERFORM 3115-COL-MON-RPOS VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

           MOVE "(-) NO HALLADO EN TRXCLI" TO WKS-CUA-ETIQ-R.
           PERFORM 3116-COL-MON-NLOC VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

           MOVE "(=) POSTEADO A IMPORTE DE LA RED" TO WKS-CUA-ETIQ-R.
           PERFORM 3117-COL-MON-POST VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

           MOVE "    REVERSO APLICADO A PLAN MSI" TO WKS-CUA-ETIQ-R.
           PERFORM 3118-COL-MON-PLAN VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

           MOVE "(+/-) DIFERENCIA CAMBIARIA" TO WKS-CUA-ETIQ-R.
           PERFORM 3119-COL-MON-DCAM VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

           MOVE "(=) IMPORTE POSTEADO EN TRXCLI" TO WKS-CUA-ETIQ-R.
           PERFORM 3120-COL-MON-TRX VARYING WKS-IND FROM 1 BY 1
               UNTIL WKS-IND > 4.
           PERFORM 3190-ESCRIBE-CUADRE.

       3110-COL-CNT-COMP.
           MOVE WKS-CNT-COMP (WKS-IND) TO WKS-CNT-COL-R (WKS-IND).

       3111-COL-MON-COMP.
           MOVE WKS-MON-COMP (WKS-IND) TO WKS-CUA-COL-R (WKS-IND).

       3112-COL-MON-RTRD.
           MOVE WKS-MON-RTRD (WKS-IND) TO WKS-CUA-COL-R (WKS-IND).

       3113-COL-MON-TRAD.
           MOVE WKS-MON-TRAD (WKS-IND) TO WKS-CUA-COL-R (WKS-IND).

       3114-COL-DIF-TRAD.
           COMPUTE WKS-CALC-1 = WKS-MON-COMP (WKS-IND)
                              - WKS-MON-RTRD (WKS-IND)
                              - WKS-MON-TRAD (WKS-IND).
           MOVE WKS-CALC-1 TO WKS-CUA-COL-R (WKS-IND).

       3115-COL-MON-RPOS.
           MOVE WKS-MON-RPOS (WKS-IND) TO WKS-CUA-COL-R (WKS-IND).

       3116-COL-MON-NLOC.
           MOVE WKS-MON-NLOC (WKS-IND) TO WKS-CUA-COL-R (WKS-IND).

       3117-COL-MON-POST.
           MOVE WKS-MON-POST (WKS-IND) TO WKS-CUA-COL-R (WKS-IND).

       3118-COL-MON-PLAN.
           MOVE WKS-MON-PLAN (WKS-IND) TO WKS-CUA-COL-R (WKS-IND).

       3119-COL-MON-DCAM.
           MOVE WKS-MON-DCAM (WKS-IND) TO WKS-CUA-COL-R (WKS-IND).

       3120-COL-MON-TRX.
           COMPUTE WKS-CALC-1 = WKS-MON-POST (WKS-IND)
                              - WKS-MON-PLAN (WKS-IND)
                              + WKS-MON-DCAM (WKS-IND).
           MOVE WKS-CALC-1 TO WKS-CUA-COL-R (WKS-IND).

       3190-ESCRIBE-CUADRE.
           MOVE DETALLE-CUA-R TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 1.

      *LO QUE LA RED LIQUIDO CONTRA LO QUE COMPENSO. EL NETO A
      *NUESTRO CARGO ES PRESENTACIONES MAS COMISIONES MENOS REVERSOS
      *MENOS EL INTERCAMBIO QUE NOS TOCA.
       3200-IMPRIME-LIQUIDACION.
           MOVE "LIQUIDACION DE LA RED CONTRA LO COMPENSADO"
                                             TO WKS-TITULO-R.
           MOVE TITULO-CRD-R TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 3.

           IF WKS-SIN-LIQRED = 1 OR WKS-LIQ-HALLADA = 0
               MOVE "SIN AVISO DE LIQUIDACION PARA ESTA COMPENSACION"
                                           TO WKS-MENSAJE-R
               MOVE MENSAJE-CRD-R TO LINEA-CRD
               WRITE LINEA-CRD AFTER 2
               MOVE 0 TO PRESENTACIONES-LQ
               MOVE 0 TO COMISIONES-LQ
               MOVE 0 TO REVERSOS-LQ
               MOVE 0 TO INTERCAMBIO-LQ
               MOVE 0 TO NETO-LQ
               MOVE "C" TO SIGNO-NETO-LQ.

           MOVE HEADER-LIQ-CRD TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 2.

           MOVE "PRESENTACIONES" TO WKS-LIQ-ETIQ-R.
           MOVE WKS-MON-COMP (1) TO WKS-CALC-1.
           MOVE PRESENTACIONES-LQ TO WKS-CALC-2.
           PERFORM 3290-ESCRIBE-LIQUIDACION.

           MOVE "COMISIONES DE LA RED" TO WKS-LIQ-ETIQ-R.
           MOVE WKS-MON-COMP (2) TO WKS-CALC-1.
           MOVE COMISIONES-LQ TO WKS-CALC-2.
           PERFORM 3290-ESCRIBE-LIQUIDACION.

           MOVE "(-) REVERSOS" TO WKS-LIQ-ETIQ-R.
           MOVE WKS-MON-COMP (3) TO WKS-CALC-1.
           MOVE REVERSOS-LQ TO WKS-CALC-2.
           PERFORM 3290-ESCRIBE-LIQUIDACION.

           MOVE "(-) INTERCAMBIO A NUESTRO FAVOR" TO WKS-LIQ-ETIQ-R.
           MOVE WKS-TOT-INTERCAMBIO TO WKS-CALC-1.
           MOVE INTERCAMBIO-LQ TO WKS-CALC-2.
           PERFORM 3290-ESCRIBE-LIQUIDACION.

           COMPUTE WKS-NETO-NUESTRO = WKS-MON-COMP (1)
                                    + WKS-MON-COMP (2)
                                    - WKS-MON-COMP (3)
                                    - WKS-TOT-INTERCAMBIO.
           IF SIGNO-NETO-LQ = "A"
               COMPUTE WKS-NETO-RED = 0 - NETO-LQ
           ELSE
               MOVE NETO-LQ TO WKS-NETO-RED.

           MOVE "(=) NETO A NUESTRO CARGO" TO WKS-LIQ-ETIQ-R.
           MOVE WKS-NETO-NUESTRO TO WKS-CALC-1.
           MOVE WKS-NETO-RED TO WKS-CALC-2.
           PERFORM 3290-ESCRIBE-LIQUIDACION.
           COMPUTE WKS-DIF-NETO = WKS-NETO-RED - WKS-NETO-NUESTRO.

      *LA DIFERENCIA DEL NETO SE EXPLICA POR CONCEPTO; LO QUE QUEDE
      *DESPUES DE LOS CONCEPTOS ES UN ERROR DE CALCULO DEL NETO.
           COMPUTE WKS-DIF-EXPLICADA =
                 (PRESENTACIONES-LQ - WKS-MON-COMP (1))
               + (COMISIONES-LQ - WKS-MON-COMP (2))
               - (REVERSOS-LQ - WKS-MON-COMP (3))
               - (INTERCAMBIO-LQ - WKS-TOT-INTERCAMBIO).
           COMPUTE WKS-DIF-SIN-EXPLICAR = WKS-DIF-NETO
                                        - WKS-DIF-EXPLICADA.

           MOVE "DIFERENCIA SIN EXPLICAR EN EL NETO" TO WKS-LIQ-ETIQ-R.
           MOVE 0 TO WKS-LIQ-NOS-R.
           MOVE 0 TO WKS-LIQ-RED-R.
           MOVE WKS-DIF-SIN-EXPLICAR TO WKS-LIQ-DIF-R.
           MOVE DETALLE-LIQ-R TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 2.

      *DE LO QUE LA RED NOS COBRA, LO QUE NO LLEGO A LA CUENTA DEL
      *CLIENTE ES PERDIDA O PARTIDA POR RECUPERAR.
           COMPUTE WKS-CALC-3 =
                 WKS-MON-RTRD (1) + WKS-MON-RTRD (2)
               - WKS-MON-RTRD (3)
               + WKS-MON-RPOS (1) + WKS-MON-RPOS (2)
               - WKS-MON-RPOS (3)
               + WKS-MON-NLOC (1) + WKS-MON-NLOC (2)
               - WKS-MON-NLOC (3).
           MOVE "LIQUIDADO Y NO CARGADO AL CLIENTE" TO WKS-LIQ-ETIQ-R.
           MOVE 0 TO WKS-LIQ-NOS-R.
           MOVE 0 TO WKS-LIQ-RED-R.
           MOVE WKS-CALC-3 TO WKS-LIQ-DIF-R.
           MOVE DETALLE-LIQ-R TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 1.

           COMPUTE WKS-CALC-3 = WKS-MON-DCAM (1) + WKS-MON-DCAM (2).
           MOVE "DIFERENCIA CAMBIARIA CONTRA CLIENTE" TO
                                                     WKS-LIQ-ETIQ-R.
           MOVE 0 TO WKS-LIQ-NOS-R.
           MOVE 0 TO WKS-LIQ-RED-R.
           MOVE WKS-CALC-3 TO WKS-LIQ-DIF-R.
           MOVE DETALLE-LIQ-R TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 1.

       3290-ESCRIBE-LIQUIDACION.
           COMPUTE WKS-DIF-CONCEPTO = WKS-CALC-2 - WKS-CALC-1.
           MOVE WKS-CALC-1 TO WKS-LIQ-NOS-R.
           MOVE WKS-CALC-2 TO WKS-LIQ-RED-R.
           MOVE WKS-DIF-CONCEPTO TO WKS-LIQ-DIF-R.
           MOVE DETALLE-LIQ-R TO LINEA-CRD.
           WRITE LINEA-CRD AFTER 1.

       9000-GRABA-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE "CON-RED " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-HOY TO FECHA-BIT.
           MOVE WKS-HORA-INICIO TO HORA-INI-BIT.
           ACCEPT HORA-FIN-BIT FROM TIME.
           MOVE WKS-CONT-LEIDOS TO LEIDOS-BIT.
           MOVE WKS-CONT-CASADOS TO ESCRITOS-BIT.
           COMPUTE RECHAZADOS-BIT = WKS-CNT-RTRD (1) + WKS-CNT-RTRD (2)
                                  + WKS-CNT-RTRD (3) + WKS-CNT-RTRD (4)
                                  + WKS-CNT-RPOS (1) + WKS-CNT-RPOS (2)
                                  + WKS-CNT-RPOS (3)
                                  + WKS-CNT-NLOC (1) + WKS-CNT-NLOC (2).
           IF WKS-DIF-SIN-EXPLICAR NOT = 0
               MOVE "NETO NO CUADRA" TO DETALLE-BIT
           ELSE
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
