      *QUE REGRESA EL BANCO POR CADA CICLO PRESENTADO: LOS PAGADOS
      *("00") SE CONVIERTEN EN MOVIMIENTOS FORMATO MOVCLI PARA QUE
      *POST-TRX LOS POSTEE POR EL CAMINO NORMAL, Y LOS RECHAZADOS
      *DEJAN SU CODIGO DE RECHAZO MARCADO EN EL CICLO. UN COBRO
      *QUE NO CORRESPONDE A NINGUN CICLO NO SE POSTEA A CIEGAS: SE
      *VA A SUSPENSO PARA QUE SUS-PAG LO ASIGNE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOM-RSP.
       ENVIRONMENT DIVISION.
           SELECT ICLIENTES ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC RECORD KEY IS ID-CLIENTE-I.

           SELECT SUSPENSO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-SP
                FILE STATUS IS WKS-FS-SUSP.

           SELECT BITACORA ASSIGN TO DISK.

       DATA DIVISION.
                     ==ENVIO-EMAIL== BY ==ENVIO-EMAIL-I==
                     ==SUCURSAL== BY ==SUCURSAL-I==.

      *PAGOS NO IDENTIFICADOS EN ESPERA DE ASIGNACION.
       FD SUSPENSO.
       01 REG-SUSPENSO.
       COPY SUSPCOPY.

      *BITACORA CENTRAL DE OPERACIONES - UN REGISTRO POR CORRIDA.
       FD BITACORA.
       01 REG-BIT.
       01 WKS-SIN-CATRECH      PIC 9 VALUE 0.
       01 WKS-INVALID-ICLI     PIC 9 VALUE 0.
       01 WKS-CONT-FINALES     PIC 9(04) VALUE 0.
       01 WKS-FS-SUSP          PIC X(02) VALUE "00".
       01 WKS-EOF-SUSP         PIC 9 VALUE 0.
       01 WKS-MAX-FOLIO        PIC 9(06) VALUE 0.
       01 WKS-CONT-SUSPENSO    PIC 9(04) VALUE 0.
       01 WKS-REF-DOMICILIO.
           03 WKS-REF-CLIENTE      PIC 9(06).
           03 WKS-REF-CICLO        PIC 9(04).
           03 WKS-REF-CUENTA       PIC X(18).

      *AREA DE CONTROL DEL ARCHIVO RECIBIDO COMPARTIDA CON CTL-ARC.
       01 WKS-CONTROL-ARCHIVO.
       COPY ARCVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           STOP RUN.

       1000-INICIO.
           PERFORM 1200-CONTROL-ARCHIVO.

           DISPLAY "SECUENCIA DE LOTE PARA POST-TRX:" LINE 01
                                                       POSITION 03.
           ACCEPT WKS-SEC-LOTE LINE 01 POSITION 37.
           OPEN I-O ICLIENTES.
           OPEN OUTPUT DOMMOV.

           OPEN I-O SUSPENSO.
           IF WKS-FS-SUSP = "35"
               OPEN OUTPUT SUSPENSO
               CLOSE SUSPENSO
               OPEN I-O SUSPENSO.

           PERFORM 1100-BUSCA-MAX-FOLIO.

      *SIN CATALOGO DE RECHAZOS NINGUN CODIGO SE TRATA COMO
      *DEFINITIVO Y LA DOMICILIACION NO SE APAGA SOLA.
           OPEN INPUT CATRECH.
       1010-LEER-RESPUESTA.
           READ RESPBANC AT END MOVE 1 TO WKS-EOF-RESP.

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
      *BANCO Y SE PRESENTA A CTL-ARC: UNA RESPUESTA YA CARGADA, O
      *CON FECHA DE PAGO ANTERIOR A LA ULTIMA CARGADA, NO SE VUELVE
      *A APLICAR SIN EL VISTO BUENO DE UN SUPERVISOR.
       1200-CONTROL-ARCHIVO.
           MOVE "RESPBANC" TO FUENTE-RV.
           MOVE "DOM-RSP " TO PROGRAMA-RV.
           MOVE 0 TO FECHA-ARCHIVO-RV.
           MOVE 0 TO REGISTROS-RV.
           MOVE 0 TO HASH-RV.

           OPEN INPUT RESPBANC.
           PERFORM 1210-SUMA-RESPUESTA UNTIL WKS-EOF-RESP = 1.
           CLOSE RESPBANC.
           MOVE 0 TO WKS-EOF-RESP.

           CALL "CTL-ARC" USING WKS-CONTROL-ARCHIVO.

           IF ARCHIVO-RECHAZADO-RV
               DISPLAY "ARCHIVO DEL BANCO NO CARGADO: " MOTIVO-RV
               STOP RUN.

       1210-SUMA-RESPUESTA.
           READ RESPBANC AT END MOVE 1 TO WKS-EOF-RESP.

           IF WKS-EOF-RESP = 0
               IF TIPO-REG-RESP = "D"
                   ADD 1 TO REGISTROS-RV
                   ADD MONTO-RESP TO HASH-RV
                   IF FECHA-PAGO-RESP > FECHA-ARCHIVO-RV
                       MOVE FECHA-PAGO-RESP TO FECHA-ARCHIVO-RV
                   END-IF
               END-IF
           END-IF.

       2000-PROCESO.
           IF TIPO-REG-RESP = "D"
               IF RESULTADO-RESP = "00"
       2100-GENERA-MOVIMIENTO.
           MOVE ID-CLIENTE-RESP TO ID-CLIENTE-C.
           MOVE NUM-CICLO-RESP  TO NUM-CICLO-C.
           READ CICLOFAC INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               PERFORM 2110-ENVIA-SUSPENSO
           ELSE
               PERFORM 2120-ESCRIBE-MOVIMIENTO.

      *COBRADO POR EL BANCO PERO SIN CICLO QUE LO RESPALDE.
       2110-ENVIA-SUSPENSO.
           MOVE ID-CLIENTE-RESP TO WKS-REF-CLIENTE.
           MOVE NUM-CICLO-RESP  TO WKS-REF-CICLO.
           MOVE CUENTA-RESP     TO WKS-REF-CUENTA.

           ADD 1 TO WKS-MAX-FOLIO.
           MOVE SPACES            TO REG-SUSPENSO.
           MOVE WKS-MAX-FOLIO     TO FOLIO-SP.
           MOVE "DOM"             TO ORIGEN-SP.
           MOVE FECHA-PAGO-RESP   TO FECHA-PAGO-SP.
           MOVE WKS-FECHA-HOY     TO FECHA-ALTA-SP.
           MOVE MONTO-RESP        TO MONTO-SP.
           MOVE "DOMICIL"         TO BANCO-SP.
           MOVE "DB"              TO CANAL-SP.
           MOVE WKS-REF-DOMICILIO TO REFERENCIA-SP.
           MOVE "CICLO NO EXISTE" TO MOTIVO-SP.
           MOVE "P"               TO ESTADO-SP.
           MOVE 0                 TO ID-CLIENTE-SP.
           MOVE 0                 TO FECHA-APLIC-SP.

           WRITE REG-SUSPENSO
               INVALID KEY
                   DISPLAY "FOLIO DE SUSPENSO DUPLICADO " FOLIO-SP
               NOT INVALID KEY
                   ADD 1 TO WKS-CONT-SUSPENSO
           END-WRITE.

       2120-ESCRIBE-MOVIMIENTO.
           MOVE ID-CLIENTE-RESP   TO ID-CLIENTE-MOV.
           MOVE FECHA-PAGO-RESP   TO FECHA-MOV.
           MOVE MONTO-RESP        TO MONTO-MOV.
           IF WKS-SIN-CATRECH = 0
               CLOSE CATRECH.
           CLOSE DOMMOV.
           CLOSE SUSPENSO.
           DISPLAY "DOMICILIACIONES PAGADAS: " WKS-CONT-PAGADOS.
           DISPLAY "COBROS ENVIADOS A SUSPENSO: " WKS-CONT-SUSPENSO.
           DISPLAY "DOMICILIACIONES RECHAZADAS: " WKS-CONT-RECHAZADOS.
           DISPLAY "DOMICILIACIONES APAGADAS: " WKS-CONT-FINALES.
           PERFORM 9000-GRABA-BITACORA.
