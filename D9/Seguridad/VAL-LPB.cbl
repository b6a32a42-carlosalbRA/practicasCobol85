      *MI RUTINA COMPARTIDA DE CRIBADO CONTRA LISTAS DE PERSONAS
      *BLOQUEADAS Y SANCIONES - LA LLAMAN LA CAPTURA (ARC-SEC),
      *LA CARGA MASIVA (LOT-CLI), LOS ADICIONALES (TAR-CLI) Y EL
      *RECRIBADO NOCTURNO (LPB-REV). BUSCA A LA PERSONA PRIMERO POR
      *RAIZ DE RFC Y DESPUES POR NOMBRE EXACTO; UNA COINCIDENCIA ES
      *SOLO POSIBLE HASTA QUE CUMPLIMIENTO LA DICTAMINA, ASI QUE
      *AQUI SE FORMA EN LA COLA REVLPB Y NO SE BLOQUEA NADA. LA MISMA
      *PERSONA CONTRA LA MISMA ENTRADA DE LA LISTA NO SE VUELVE A
      *FORMAR: LO YA DESCARTADO COMO HOMONIMO NO REGRESA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VAL-LPB.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LISTABLQ ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS LPB-KEY
                ALTERNATE RECORD KEY IS NOMBRE-LPB WITH DUPLICATES
                ALTERNATE RECORD KEY IS RAIZ-RFC-LPB WITH DUPLICATES
                FILE STATUS IS WKS-FS-LPB.

           SELECT REVLPB ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS FOLIO-RL
                ALTERNATE RECORD KEY IS ID-CLIENTE-RL WITH DUPLICATES
                FILE STATUS IS WKS-FS-REV.

       DATA DIVISION.
       FILE SECTION.
       FD LISTABLQ.
       01 REG-LPB.
       COPY LPBCOPY.

       FD REVLPB.
       01 REG-REV.
       COPY REVLCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-FS-LPB           PIC X(02) VALUE "00".
       01 WKS-FS-REV           PIC X(02) VALUE "00".
       01 WKS-EOF-LPB          PIC 9 VALUE 0.
       01 WKS-EOF-REV          PIC 9 VALUE 0.
       01 WKS-YA-FORMADA       PIC 9 VALUE 0.
       01 WKS-MAX-FOLIO        PIC 9(06) VALUE 0.
       01 WKS-TIPO-COINC       PIC X(01) VALUE SPACES.
       01 WKS-VERSION          PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       01 CRIBADO-LPB.
       COPY CRIBCOPY.

       PROCEDURE DIVISION USING CRIBADO-LPB.
       INICIO.
           MOVE 0 TO COINCIDE-CR.
           MOVE 0 TO FOLIO-CR.
           MOVE 0 TO NUEVA-CR.
           MOVE SPACES TO FUENTE-CR.
           MOVE 0 TO NUM-LPB-CR.

           PERFORM 1000-BUSCA-EN-LISTA THRU 1000-FIN.

           IF COINCIDE-CR = 1
               PERFORM 2000-FORMA-EN-COLA.

           GOBACK.

      *SIN LISTA CARGADA NO HAY CONTRA QUE CRIBAR; LA CAPTURA SIGUE
      *Y EL RECRIBADO DE LA PRIMERA VERSION LA ALCANZA DESPUES.
       1000-BUSCA-EN-LISTA.
           OPEN INPUT LISTABLQ.
           IF WKS-FS-LPB NOT = "00"
               GO TO 1000-FIN.

           IF RFC-CR (1:10) NOT = SPACES
               PERFORM 1100-BUSCA-POR-RFC.

           IF COINCIDE-CR = 0
               IF NOMBRE-CR NOT = SPACES
                   PERFORM 1200-BUSCA-POR-NOMBRE.

           CLOSE LISTABLQ.

       1000-FIN.
           EXIT.

       1100-BUSCA-POR-RFC.
           MOVE RFC-CR (1:10) TO RAIZ-RFC-LPB.
           START LISTABLQ KEY IS = RAIZ-RFC-LPB
               INVALID KEY MOVE 1 TO WKS-EOF-LPB
               NOT INVALID KEY MOVE 0 TO WKS-EOF-LPB
           END-START.

           IF WKS-EOF-LPB = 0
               READ LISTABLQ NEXT AT END MOVE 1 TO WKS-EOF-LPB
               END-READ
               IF WKS-EOF-LPB = 0
                   IF RAIZ-RFC-LPB = RFC-CR (1:10)
                       MOVE "R" TO WKS-TIPO-COINC
                       PERFORM 1300-TOMA-COINCIDENCIA
                   END-IF
               END-IF
           END-IF.

       1200-BUSCA-POR-NOMBRE.
           MOVE NOMBRE-CR TO NOMBRE-LPB.
           START LISTABLQ KEY IS = NOMBRE-LPB
               INVALID KEY MOVE 1 TO WKS-EOF-LPB
               NOT INVALID KEY MOVE 0 TO WKS-EOF-LPB
           END-START.

           IF WKS-EOF-LPB = 0
               READ LISTABLQ NEXT AT END MOVE 1 TO WKS-EOF-LPB
               END-READ
               IF WKS-EOF-LPB = 0
                   IF NOMBRE-LPB = NOMBRE-CR
                       MOVE "N" TO WKS-TIPO-COINC
                       PERFORM 1300-TOMA-COINCIDENCIA
                   END-IF
               END-IF
           END-IF.

       1300-TOMA-COINCIDENCIA.
           MOVE 1 TO COINCIDE-CR.
           MOVE FUENTE-LPB TO FUENTE-CR.
           MOVE NUM-LPB TO NUM-LPB-CR.
           MOVE VERSION-LPB TO WKS-VERSION.

      *LA COLA SE CREA CON LA PRIMERA COINCIDENCIA. SI LA PERSONA YA
      *ESTA FORMADA CONTRA ESA MISMA ENTRADA DE LA LISTA SE REGRESA
      *SU FOLIO EN LUGAR DE ABRIR OTRO.
       2000-FORMA-EN-COLA.
           OPEN I-O REVLPB.
           IF WKS-FS-REV = "35"
               OPEN OUTPUT REVLPB
               CLOSE REVLPB
               OPEN I-O REVLPB.

           PERFORM 2100-BUSCA-FORMADA.

           IF WKS-YA-FORMADA = 0
               PERFORM 2200-BUSCA-MAX-FOLIO
               PERFORM 2300-GRABA-REVISION.

           CLOSE REVLPB.

       2100-BUSCA-FORMADA.
           MOVE 0 TO WKS-YA-FORMADA.
           MOVE ID-CLIENTE-CR TO ID-CLIENTE-RL.
           START REVLPB KEY IS = ID-CLIENTE-RL
               INVALID KEY MOVE 1 TO WKS-EOF-REV
               NOT INVALID KEY MOVE 0 TO WKS-EOF-REV
           END-START.

           PERFORM 2110-LEER-FORMADA UNTIL WKS-EOF-REV = 1.

       2110-LEER-FORMADA.
           READ REVLPB NEXT AT END MOVE 1 TO WKS-EOF-REV.

           IF WKS-EOF-REV = 0
               IF ID-CLIENTE-RL NOT = ID-CLIENTE-CR
                   MOVE 1 TO WKS-EOF-REV
               ELSE
                   IF NUM-TARJETA-RL = NUM-TARJETA-CR
                      AND FUENTE-RL = FUENTE-CR
                      AND NUM-LPB-RL = NUM-LPB-CR
                       MOVE 1 TO WKS-YA-FORMADA
                       MOVE FOLIO-RL TO FOLIO-CR
                       MOVE 1 TO WKS-EOF-REV
                   END-IF
               END-IF
           END-IF.

       2200-BUSCA-MAX-FOLIO.
           MOVE 0 TO WKS-MAX-FOLIO.
           MOVE 0 TO FOLIO-RL.
           START REVLPB KEY IS > FOLIO-RL
               INVALID KEY MOVE 1 TO WKS-EOF-REV
               NOT INVALID KEY MOVE 0 TO WKS-EOF-REV
           END-START.

           PERFORM 2210-LEER-FOLIO UNTIL WKS-EOF-REV = 1.

       2210-LEER-FOLIO.
           READ REVLPB NEXT AT END MOVE 1 TO WKS-EOF-REV.

           IF WKS-EOF-REV = 0
               IF FOLIO-RL > WKS-MAX-FOLIO
                   MOVE FOLIO-RL TO WKS-MAX-FOLIO.

       2300-GRABA-REVISION.
           MOVE SPACES TO REG-REV.
           ADD 1 TO WKS-MAX-FOLIO.
           MOVE WKS-MAX-FOLIO  TO FOLIO-RL.
           MOVE ID-CLIENTE-CR  TO ID-CLIENTE-RL.
           MOVE NUM-TARJETA-CR TO NUM-TARJETA-RL.
           MOVE NOMBRE-CR      TO NOMBRE-RL.
           MOVE RFC-CR         TO RFC-RL.
           MOVE ORIGEN-CR      TO ORIGEN-RL.
           MOVE FUENTE-CR      TO FUENTE-RL.
           MOVE NUM-LPB-CR     TO NUM-LPB-RL.
           MOVE WKS-TIPO-COINC TO TIPO-COINC-RL.
           MOVE WKS-VERSION    TO VERSION-RL.
           MOVE FECHA-CR       TO FECHA-RL.
           MOVE OPERADOR-CR    TO OPERADOR-RL.
           MOVE "P"            TO ESTADO-RL.
           MOVE 0              TO FECHA-DICT-RL.

           WRITE REG-REV
               INVALID KEY MOVE 0 TO FOLIO-CR
               NOT INVALID KEY MOVE FOLIO-RL TO FOLIO-CR
                               MOVE 1 TO NUEVA-CR
           END-WRITE.
