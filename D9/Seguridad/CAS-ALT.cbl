      *MI RUTINA COMPARTIDA DE ALTA DE ALERTAS EN EL EXPEDIENTE DE
      *OPERACIONES INUSUALES - LA LLAMAN EL REPORTE DE VELOCIDAD DE
      *POST-TRX Y EL MONITOREO DE EFECTIVO DE AML-EFE. SI EL CLIENTE
      *YA TIENE UN CASO ABIERTO LA ALERTA SE LE ADJUNTA; SI NO, SE
      *ABRE UNO NUEVO CON SU PLAZO REGULATORIO CONTADO DESDE LA
      *DETECCION. LA MISMA ALERTA DEL MISMO PERIODO (UNA RECORRIDA
      *DEL LOTE O DEL MES) SOLO ACTUALIZA SUS CIFRAS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAS-ALT.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOSOI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-CS
                ALTERNATE RECORD KEY IS ID-CLIENTE-CS WITH DUPLICATES
                FILE STATUS IS WKS-FS-CASO.

           SELECT ALECASO ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ALE-KEY
                FILE STATUS IS WKS-FS-ALE.

       DATA DIVISION.
       FILE SECTION.
       FD CASOSOI.
       01 REG-CASO.
       COPY CASOCOPY.

       FD ALECASO.
       01 REG-ALE.
       COPY ALCSCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-FS-CASO          PIC X(02) VALUE "00".
       01 WKS-FS-ALE           PIC X(02) VALUE "00".
       01 WKS-EOF-CASO         PIC 9 VALUE 0.
       01 WKS-EOF-ALE          PIC 9 VALUE 0.
       01 WKS-ABIERTO          PIC 9 VALUE 0.
       01 WKS-REPETIDA         PIC 9 VALUE 0.
       01 WKS-FOLIO-CASO       PIC 9(06) VALUE 0.
       01 WKS-MAX-FOLIO        PIC 9(06) VALUE 0.
       01 WKS-MAX-SEC          PIC 9(03) VALUE 0.
       01 WKS-MONTO-ANTERIOR   PIC 9(09)V99 VALUE 0.

      *DIAS NATURALES QUE DA LA NORMA PARA REPORTAR UNA OPERACION
      *INUSUAL DESDE QUE SE DETECTA.
       01 WKS-DIAS-PLAZO       PIC 9(03) VALUE 60.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.

       01 WKS-FECHA-LIMITE     PIC 9(08).
       01 WKS-FECHA-LIMITE-R REDEFINES WKS-FECHA-LIMITE.
           03 WKS-LIM-AAAA         PIC 9(04).
           03 WKS-LIM-MM           PIC 9(02).
           03 WKS-LIM-DD           PIC 9(02).

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

       LINKAGE SECTION.
       01 ALERTA-CASO.
       COPY ALERCOPY.

       PROCEDURE DIVISION USING ALERTA-CASO.
       INICIO.
           MOVE 0 TO FOLIO-OI.
           MOVE 0 TO NUEVO-OI.

           OPEN I-O CASOSOI.
           IF WKS-FS-CASO = "35"
               OPEN OUTPUT CASOSOI
               CLOSE CASOSOI
               OPEN I-O CASOSOI.

           OPEN I-O ALECASO.
           IF WKS-FS-ALE = "35"
               OPEN OUTPUT ALECASO
               CLOSE ALECASO
               OPEN I-O ALECASO.

           PERFORM 1000-BUSCA-ABIERTO.

           IF WKS-ABIERTO = 0
               PERFORM 2000-ABRE-CASO
           ELSE
               MOVE WKS-FOLIO-CASO TO FOLIO-CS
               READ CASOSOI
                   INVALID KEY MOVE 0 TO WKS-FOLIO-CASO
               END-READ.

           IF WKS-FOLIO-CASO > 0
               PERFORM 3000-ADJUNTA-ALERTA
               MOVE WKS-FOLIO-CASO TO FOLIO-OI.

           CLOSE CASOSOI.
           CLOSE ALECASO.

           GOBACK.

      *UN CLIENTE TIENE A LO MAS UN CASO ABIERTO A LA VEZ.
       1000-BUSCA-ABIERTO.
           MOVE 0 TO WKS-ABIERTO.
           MOVE 0 TO WKS-FOLIO-CASO.
           MOVE ID-CLIENTE-OI TO ID-CLIENTE-CS.
           START CASOSOI KEY IS = ID-CLIENTE-CS
               INVALID KEY MOVE 1 TO WKS-EOF-CASO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CASO
           END-START.

           PERFORM 1010-LEER-CASO-CLIENTE UNTIL WKS-EOF-CASO = 1.

       1010-LEER-CASO-CLIENTE.
           READ CASOSOI NEXT AT END MOVE 1 TO WKS-EOF-CASO.

           IF WKS-EOF-CASO = 0
               IF ID-CLIENTE-CS NOT = ID-CLIENTE-OI
                   MOVE 1 TO WKS-EOF-CASO
               ELSE
                   IF ESTADO-CS = "A"
                       MOVE 1 TO WKS-ABIERTO
                       MOVE FOLIO-CS TO WKS-FOLIO-CASO
                       MOVE 1 TO WKS-EOF-CASO
                   END-IF
               END-IF
           END-IF.

       2000-ABRE-CASO.
           PERFORM 2100-BUSCA-MAX-FOLIO.
           PERFORM 2200-CALCULA-LIMITE.

           MOVE SPACES TO REG-CASO.
           ADD 1 TO WKS-MAX-FOLIO.
           MOVE WKS-MAX-FOLIO    TO FOLIO-CS.
           MOVE ID-CLIENTE-OI    TO ID-CLIENTE-CS.
           MOVE ORIGEN-OI        TO ORIGEN-CS.
           MOVE FECHA-OI         TO FECHA-DETECCION-CS.
           MOVE WKS-FECHA-LIMITE TO FECHA-LIMITE-CS.
           MOVE 0                TO ALERTAS-CS.
           MOVE FECHA-OI         TO FECHA-ULT-ALERTA-CS.
           MOVE 0                TO MONTO-CS.
           MOVE "A"              TO ESTADO-CS.
           MOVE 0                TO FECHA-DICT-CS.
           MOVE 0                TO FECHA-REPORTE-CS.

           WRITE REG-CASO
               INVALID KEY MOVE 0 TO WKS-FOLIO-CASO
               NOT INVALID KEY MOVE FOLIO-CS TO WKS-FOLIO-CASO
                               MOVE 1 TO NUEVO-OI
           END-WRITE.

       2100-BUSCA-MAX-FOLIO.
           MOVE 0 TO WKS-MAX-FOLIO.
           MOVE 0 TO FOLIO-CS.
           START CASOSOI KEY IS > FOLIO-CS
               INVALID KEY MOVE 1 TO WKS-EOF-CASO
               NOT INVALID KEY MOVE 0 TO WKS-EOF-CASO
           END-START.

           PERFORM 2110-LEER-FOLIO UNTIL WKS-EOF-CASO = 1.

       2110-LEER-FOLIO.
           READ CASOSOI NEXT AT END MOVE 1 TO WKS-EOF-CASO.

           IF WKS-EOF-CASO = 0
               IF FOLIO-CS > WKS-MAX-FOLIO
                   MOVE FOLIO-CS TO WKS-MAX-FOLIO.

       2200-CALCULA-LIMITE.
           MOVE FECHA-OI TO WKS-FECHA-LIMITE.
           MOVE 0 TO WKS-CONTADOR-DIAS.
           PERFORM 2210-SUMA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS = WKS-DIAS-PLAZO.

       2210-SUMA-UN-DIA.
           PERFORM 2220-CALCULA-DIAS-MAX.

           ADD 1 TO WKS-LIM-DD.
           IF WKS-LIM-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-LIM-DD
              ADD 1 TO WKS-LIM-MM
              IF WKS-LIM-MM > 12
                 MOVE 1 TO WKS-LIM-MM
                 ADD 1 TO WKS-LIM-AAAA.

           ADD 1 TO WKS-CONTADOR-DIAS.

       2220-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-LIM-MM) TO WKS-DIAS-MAX.

           IF WKS-LIM-MM = 2
              DIVIDE WKS-LIM-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-LIM-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-LIM-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

      *LA ALERTA REPETIDA (MISMO ORIGEN Y PERIODO) REEMPLAZA SUS
      *CIFRAS EN LUGAR DE SUMARSE OTRA VEZ AL CASO.
       3000-ADJUNTA-ALERTA.
           MOVE 0 TO WKS-REPETIDA.
           MOVE 0 TO WKS-MAX-SEC.
           MOVE 0 TO WKS-MONTO-ANTERIOR.

           MOVE WKS-FOLIO-CASO TO FOLIO-AC.
           MOVE 0 TO SEC-AC.
           START ALECASO KEY IS > ALE-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-ALE
               NOT INVALID KEY MOVE 0 TO WKS-EOF-ALE
           END-START.

           PERFORM 3010-LEER-ALERTA UNTIL WKS-EOF-ALE = 1.

           IF WKS-REPETIDA = 1
               MOVE FECHA-OI TO FECHA-AC
               MOVE MONTO-OI TO MONTO-AC
               MOVE MOVS-OI  TO MOVS-AC
               REWRITE REG-ALE
               SUBTRACT WKS-MONTO-ANTERIOR FROM MONTO-CS
           ELSE
               MOVE WKS-FOLIO-CASO TO FOLIO-AC
               ADD 1 TO WKS-MAX-SEC
               MOVE WKS-MAX-SEC TO SEC-AC
               MOVE ORIGEN-OI   TO ORIGEN-AC
               MOVE PERIODO-OI  TO PERIODO-AC
               MOVE FECHA-OI    TO FECHA-AC
               MOVE MONTO-OI    TO MONTO-AC
               MOVE MOVS-OI     TO MOVS-AC
               WRITE REG-ALE
               ADD 1 TO ALERTAS-CS.

           ADD MONTO-OI TO MONTO-CS.
           MOVE FECHA-OI TO FECHA-ULT-ALERTA-CS.
           REWRITE REG-CASO.

       3010-LEER-ALERTA.
           READ ALECASO NEXT AT END MOVE 1 TO WKS-EOF-ALE.

           IF WKS-EOF-ALE = 0
               IF FOLIO-AC NOT = WKS-FOLIO-CASO
                   MOVE 1 TO WKS-EOF-ALE
               ELSE
                   MOVE SEC-AC TO WKS-MAX-SEC
                   IF ORIGEN-AC = ORIGEN-OI
                      AND PERIODO-AC = PERIODO-OI
                       MOVE 1 TO WKS-REPETIDA
                       MOVE MONTO-AC TO WKS-MONTO-ANTERIOR
                       MOVE 1 TO WKS-EOF-ALE
                   END-IF
               END-IF
           END-IF.
