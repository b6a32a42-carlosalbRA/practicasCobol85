      *MOVIMIENTOS FORMATO MOVCLI PARA QUE POST-TRX LOS APLIQUE POR
      *EL CAMINO NORMAL DE PAGOS, Y LIQUIDA LA COMISION DE CADA
      *AGENCIA CON SU PORCENTAJE DEL CATALOGO EN EL REPORTE DE
      *LIQUIDACION. EL COBRO SOBRE UN CICLO YA CASTIGADO SE ACEPTA
      *CONTRA SU SALDO EN RECUPCAS SI LA AGENCIA ES LA QUE LO TENIA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC-AGE.
       ENVIRONMENT DIVISION.
                RECORD KEY IS CICLO-KEY
                ALTERNATE RECORD KEY IS ID-CLIENTE-C WITH DUPLICATES.

           SELECT RECUPCAS ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS RECUPCAS-KEY
                FILE STATUS IS WKS-FS-RCAS.

           SELECT AGEMOV ASSIGN TO DISK.

           SELECT REP-AGE ASSIGN TO PRINTER.
       01 REG-CICLO.
       COPY CICLCOPY.

      *SALDOS CASTIGADOS: EL CICLO YA NO ESTA EN CICLOFAC PERO LA
      *AGENCIA QUE LO TENIA PUEDE SEGUIR COBRANDOLO.
       FD RECUPCAS.
       01 REG-RECUPCAS.
       COPY RCASCOPY.

      *MOVIMIENTOS EN FORMATO MOVCLI LISTOS PARA POST-TRX, UNO POR
      *COBRO VALIDADO, CON SUS CONTROLES HDR/999.
       FD AGEMOV.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-COMISION         PIC 9(09)V99 VALUE 0.
       01 WKS-FS-RCAS          PIC X(02) VALUE "00".
       01 WKS-SIN-RECUPCAS     PIC 9 VALUE 0.
       01 WKS-AGENCIA-CICLO    PIC 9(03) VALUE 0.
       01 WKS-TARJETA-CICLO    PIC 9(02) VALUE 0.
       01 WKS-CONT-CASTIGADOS  PIC 9(06) VALUE 0.
       01 WKS-ES-CASTIGADO     PIC 9 VALUE 0.

      *LIQUIDACION POR AGENCIA: RECUPERADO Y COMISION ACUMULADOS.
       01 WKS-AGE-COUNT        PIC 9(02) VALUE 0.
            03 FILLER          PIC X(03) VALUE SPACES.
            03 WKS-AGE-COM-R   PIC $ZZ,ZZZ,ZZ9.99.

      *AREA DE CONTROL DEL ARCHIVO RECIBIDO COMPARTIDA CON CTL-ARC.
       01 WKS-CONTROL-ARCHIVO.
       COPY ARCVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           STOP RUN.

       1000-INICIO.
           PERFORM 1200-CONTROL-ARCHIVO.

           DISPLAY "SECUENCIA DE LOTE PARA POST-TRX:" LINE 01
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 01 POSITION 37.
           OPEN INPUT AGENCIAS.
           OPEN INPUT CICLOFAC.
           OPEN OUTPUT AGEMOV.

           OPEN INPUT RECUPCAS.
           IF WKS-FS-RCAS NOT = "00"
               MOVE 1 TO WKS-SIN-RECUPCAS.

           OPEN OUTPUT REP-AGE.

           MOVE SPACES TO REG-MOV.
       1010-LEER-COBRO.
           READ AGEREC AT END MOVE 1 TO WKS-EOF-REC.

      *ANTES DE APLICAR NADA SE CUENTA Y SE SUMA EL ARCHIVO DE LAS
      *AGENCIAS Y SE PRESENTA A CTL-ARC: UN ARCHIVO YA CARGADO, O
      *CON FECHA DE COBRO ANTERIOR A LA ULTIMA CARGADA, NO SE VUELVE
      *A APLICAR NI A LIQUIDAR SIN VISTO BUENO DE SUPERVISOR.
       1200-CONTROL-ARCHIVO.
           MOVE "AGEREC  " TO FUENTE-RV.
           MOVE "REC-AGE " TO PROGRAMA-RV.
           MOVE 0 TO FECHA-ARCHIVO-RV.
           MOVE 0 TO REGISTROS-RV.
           MOVE 0 TO HASH-RV.

           OPEN INPUT AGEREC.
           PERFORM 1210-SUMA-COBRO UNTIL WKS-EOF-REC = 1.
           CLOSE AGEREC.
           MOVE 0 TO WKS-EOF-REC.

           CALL "CTL-ARC" USING WKS-CONTROL-ARCHIVO.

           IF ARCHIVO-RECHAZADO-RV
               DISPLAY "ARCHIVO DE AGENCIAS NO CARGADO: " MOTIVO-RV
               STOP RUN.

       1210-SUMA-COBRO.
           READ AGEREC AT END MOVE 1 TO WKS-EOF-REC.

           IF WKS-EOF-REC = 0
               ADD 1 TO REGISTROS-RV
               ADD MONTO-AR TO HASH-RV
               IF FECHA-AR > FECHA-ARCHIVO-RV
                   MOVE FECHA-AR TO FECHA-ARCHIVO-RV
               END-IF
           END-IF.

      *EL COBRO SOLO SE ACEPTA SI EL CICLO EXISTE Y ESTA ASIGNADO A
      *LA AGENCIA QUE LO REPORTA; LO DEMAS SE AVISA Y SE OMITE.
       2000-PROCESO.
           MOVE 0 TO WKS-ES-CASTIGADO.
           MOVE ID-CLIENTE-AR TO ID-CLIENTE-C.
           MOVE NUM-CICLO-AR  TO NUM-CICLO-C.

           READ CICLOFAC INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 0
               MOVE AGENCIA-C     TO WKS-AGENCIA-CICLO
               MOVE NUM-TARJETA-C TO WKS-TARJETA-CICLO
           ELSE
               PERFORM 2050-BUSCA-CASTIGADO.

           IF WKS-INVALID-KEY = 1
               DISPLAY "COBRO SIN CICLO: CLIENTE " ID-CLIENTE-AR
                       " CICLO " NUM-CICLO-AR
               ADD 1 TO WKS-CONT-RECHAZADOS
           ELSE
               IF WKS-AGENCIA-CICLO NOT = CLAVE-AGENCIA-AR
                   DISPLAY "COBRO DE AGENCIA DISTINTA A LA"
                           " ASIGNADA, CLIENTE " ID-CLIENTE-AR
                   ADD 1 TO WKS-CONT-RECHAZADOS

           PERFORM 1010-LEER-COBRO.

      *EL CICLO CASTIGADO SOLO SE COBRA MIENTRAS TENGA SALDO; YA
      *LIQUIDADO EL COBRO SE RECHAZA COMO SI NO TUVIERA CICLO.
       2050-BUSCA-CASTIGADO.
           IF WKS-SIN-RECUPCAS = 0
               MOVE ID-CLIENTE-AR TO ID-CLIENTE-RK
               MOVE NUM-CICLO-AR  TO NUM-CICLO-RK
               READ RECUPCAS
                   INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                   NOT INVALID KEY
                       IF CASTIGO-VIGENTE
                           MOVE 0 TO WKS-INVALID-KEY
                           MOVE AGENCIA-RK     TO WKS-AGENCIA-CICLO
                           MOVE NUM-TARJETA-RK TO WKS-TARJETA-CICLO
                           MOVE 1 TO WKS-ES-CASTIGADO
                       END-IF
               END-READ.

       2100-GENERA-MOVIMIENTO.
           MOVE ID-CLIENTE-AR     TO ID-CLIENTE-MOV.
           MOVE FECHA-AR          TO FECHA-MOV.
           MOVE 0                 TO MESES-PLAN-MOV.
           MOVE 0                 TO NUM-TRX-REF-MOV.
           MOVE "PAG"             TO TIPO-TRX-MOV.
           MOVE WKS-TARJETA-CICLO TO NUM-TARJETA-MOV.
           MOVE 0                 TO GIRO-MOV.
           MOVE SPACES            TO MONEDA-MOV.
           MOVE 0                 TO MONTO-ORIGEN-MOV.

           ADD 1 TO WKS-CONT-APLICADOS.
           ADD MONTO-AR TO WKS-SUMA-LOTE.
           IF WKS-ES-CASTIGADO = 1
               ADD 1 TO WKS-CONT-CASTIGADOS.

           PERFORM 2200-ACUMULA-AGENCIA.

           CLOSE AGENCIAS.
           CLOSE CICLOFAC.
           CLOSE AGEMOV.
           IF WKS-SIN-RECUPCAS = 0
               CLOSE RECUPCAS.
           CLOSE REP-AGE.
           DISPLAY "COBROS DE AGENCIA ACEPTADOS: "
                   WKS-CONT-APLICADOS.
           DISPLAY "COBROS RECHAZADOS: " WKS-CONT-RECHAZADOS.
           DISPLAY "COBROS SOBRE CICLOS CASTIGADOS: "
                   WKS-CONT-CASTIGADOS.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
