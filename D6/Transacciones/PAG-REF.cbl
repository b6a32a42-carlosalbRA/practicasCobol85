      *RUTINA CAL-REF, Y EMITE UN LOTE MOVCLI LIMPIO PARA POST-TRX.
      *LO QUE NO CUADRA (DIGITO MALO, CLIENTE INEXISTENTE) SE VA A
      *SU PROPIO REGISTRO DE RECHAZOS EN LUGAR DE APLICARSE AL
      *CLIENTE EQUIVOCADO, Y EL DINERO QUEDA EN SUSPENSO PARA QUE
      *SUS-PAG LO ASIGNE AL CLIENTE CORRECTO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAG-REF.
       ENVIRONMENT DIVISION.

           SELECT RECHREF ASSIGN TO DISK.

           SELECT SUSPENSO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SP
                FILE STATUS IS WKS-FS-SUSP.

           SELECT BITACORA ASSIGN TO DISK.

       DATA DIVISION.
        03 BANCO-PR           PIC X(08).
        03 MOTIVO-RECH-PR     PIC X(20).

      *PAGOS NO IDENTIFICADOS EN ESPERA DE ASIGNACION.
       FD SUSPENSO.
       01 REG-SUSPENSO.
       COPY SUSPCOPY.

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       01 WKS-SUMA-LOTE        PIC 9(11)V99 VALUE 0.
       01 WKS-MOTIVO-RECHAZO   PIC X(20) VALUE SPACES.
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-FS-SUSP          PIC X(02) VALUE "00".
       01 WKS-EOF-SUSP         PIC 9 VALUE 0.
       01 WKS-MAX-FOLIO        PIC 9(06) VALUE 0.
       01 WKS-SUMA-SUSPENSO    PIC 9(11)V99 VALUE 0.

      *AREA DE VALIDACION COMPARTIDA CON CAL-REF.
       01 WKS-REFERENCIA.
       COPY REFCOPY.

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
           OPEN OUTPUT REFMOV.
           OPEN OUTPUT RECHREF.

           OPEN I-O SUSPENSO.
           IF WKS-FS-SUSP = "35"
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO.

           PERFORM 1100-BUSCA-MAX-FOLIO.

           MOVE SPACES TO REG-MOV.
           MOVE "HDR" TO TIPO-HDR-MOV.
           MOVE "PAGOREF" TO FUENTE-HDR-MOV.
       1010-LEER-PAGO.
           READ PAGOBAN AT END MOVE 1 TO WKS-EOF-PAGO.

      *LOS FOLIOS DE SUSPENSO SON CONSECUTIVOS: SE PARTE DEL MAYOR
      *QUE YA EXISTE.
       1100-BUSCA-MAX-FOLIO.
           MOVE 0 TO WKS-MAX-FOLIO.
           MOVE 0 TO FOLIO-SP.
           START SUSPENSO KEY IS > FOLIO-SP
               INVALID KEY MOVE 1 TO WKS-EOF-SUSP
               NOT INVALID KEY MOVE 0 TO WKS-EOF-SUSP
           END-START.

           PERFORM 1110-LEER-FOLIO UNTIL WKS-EOF-SUSP = 1.

       1110-LEER-FOLIO.
           READ SUSPENSO NEXT AT END MOVE 1 TO WKS-EOF-SUSP.

           IF WKS-EOF-SUSP = 0
               IF FOLIO-SP > WKS-MAX-FOLIO
                   MOVE FOLIO-SP TO WKS-MAX-FOLIO.

      *ANTES DE APLICAR NADA SE CUENTA Y SE SUMA EL ARCHIVO DEL
      *RECAUDADOR Y SE PRESENTA A CTL-ARC: UN ARCHIVO YA CARGADO, O
      *CON FECHA DE PAGO ANTERIOR A LA ULTIMA CARGADA, NO SE VUELVE
      *A APLICAR SIN EL VISTO BUENO DE UN SUPERVISOR.
       1200-CONTROL-ARCHIVO.
           MOVE "PAGOBAN " TO FUENTE-RV.
           MOVE "PAG-REF " TO PROGRAMA-RV.
           MOVE 0 TO FECHA-ARCHIVO-RV.
           MOVE 0 TO REGISTROS-RV.
           MOVE 0 TO HASH-RV.

           OPEN INPUT PAGOBAN.
           PERFORM 1210-SUMA-PAGO UNTIL WKS-EOF-PAGO = 1.
           CLOSE PAGOBAN.
           MOVE 0 TO WKS-EOF-PAGO.

           CALL "CTL-ARC" USING WKS-CONTROL-ARCHIVO.

           IF ARCHIVO-RECHAZADO-RV
               DISPLAY "ARCHIVO DEL RECAUDADOR NO CARGADO: " MOTIVO-RV
               STOP RUN.

       1210-SUMA-PAGO.
           READ PAGOBAN AT END MOVE 1 TO WKS-EOF-PAGO.

           IF WKS-EOF-PAGO = 0
               ADD 1 TO REGISTROS-RV
               ADD MONTO-PB TO HASH-RV
               IF FECHA-PB > FECHA-ARCHIVO-RV
                   MOVE FECHA-PB TO FECHA-ARCHIVO-RV
               END-IF
           END-IF.

      *LA REFERENCIA MANDA: EL CLIENTE SALE DE LA LINEA DE CAPTURA
      *VALIDADA, NO DE LO QUE LA CAJA HAYA TECLEADO COMO ID.
       2000-PROCESO.
           WRITE REG-PAGO-R.
           ADD 1 TO WKS-CONT-RECHAZADOS.

           PERFORM 2210-ENVIA-SUSPENSO.

       2210-ENVIA-SUSPENSO.
           ADD 1 TO WKS-MAX-FOLIO.
           MOVE SPACES             TO REG-SUSPENSO.
           MOVE WKS-MAX-FOLIO      TO FOLIO-SP.
           MOVE "REF"              TO ORIGEN-SP.
           MOVE FECHA-PB           TO FECHA-PAGO-SP.
           MOVE WKS-FECHA-HOY      TO FECHA-ALTA-SP.
           MOVE MONTO-PB           TO MONTO-SP.
           MOVE BANCO-PB           TO BANCO-SP.
           MOVE CANAL-PB           TO CANAL-SP.
           MOVE LINEA-CAPTURA-PB   TO REFERENCIA-SP.
           MOVE WKS-MOTIVO-RECHAZO TO MOTIVO-SP.
           MOVE "P"                TO ESTADO-SP.
           MOVE 0                  TO ID-CLIENTE-SP.
           MOVE 0                  TO FECHA-APLIC-SP.

           WRITE REG-SUSPENSO
               INVALID KEY
                   DISPLAY "FOLIO DE SUSPENSO DUPLICADO " FOLIO-SP
               NOT INVALID KEY
                   ADD MONTO-PB TO WKS-SUMA-SUSPENSO
           END-WRITE.

       2300-GENERA-MOVIMIENTO.
           MOVE ID-CLIENTE-REF    TO ID-CLIENTE-MOV.
           MOVE FECHA-PB          TO FECHA-MOV.
           CLOSE DCLIENTE.
           CLOSE REFMOV.
           CLOSE RECHREF.
           CLOSE SUSPENSO.
           DISPLAY "PAGOS REFERENCIADOS ACEPTADOS: "
                   WKS-CONT-APLICADOS.
           DISPLAY "PAGOS RECHAZADOS: " WKS-CONT-RECHAZADOS.
           DISPLAY "MONTO ENVIADO A SUSPENSO: " WKS-SUMA-SUSPENSO.
           PERFORM 9000-GRABA-BITACORA.

       9000-GRABA-BITACORA.
