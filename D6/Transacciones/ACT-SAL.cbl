      *MI RUTINA COMPARTIDA DE SALDO AL MOMENTO - LA LLAMA CADA
      *PROGRAMA QUE POSTEA EN TRXCLI (POST-TRX, INT-REV, PLA-MEN,
      *REC-MOR, CHQ-DEV, TRA-SAL, CUO-FIJ, SEG-PRE, SEG-REC, REI-EST,
      *REE-TAR, FUS-CLI) JUSTO DESPUES DE GRABAR EL MOVIMIENTO, LOS
      *QUE APARTAN O LIBERAN RETENCIONES (RET-AUT, POST-TRX) Y
      *REV-LIM AL CAMBIAR EL LIMITE. ASI EL MAESTRO SALDOCLI LLEVA
      *EL SALDO, EL DISPONIBLE, LO RETENIDO, EL ULTIMO PAGO Y LO
      *VENCIDO DE CADA CLIENTE SIN QUE NADIE BARRA TRXCLI. EL SIGNO
      *DEL MOVIMIENTO SALE DE CATTRX COMO EN EL POSTEO. EL MAESTRO
      *SE ABRE EN LA PRIMERA LLAMADA Y QUEDA ABIERTO HASTA QUE EL
      *PROGRAMA LLAMADOR PIDE LA FUNCION "F" AL TERMINAR.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACT-SAL.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALDOCLI ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS ID-CLIENTE-SC
                FILE STATUS IS WKS-FS-SAL.

           SELECT CATTRX ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS TIPO-TRX-CAT
                FILE STATUS IS WKS-FS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD SALDOCLI.
       01 REG-SALDOCLI.
       COPY SALDCOPY.

       FD CATTRX.
       01 REG-CAT.
       COPY CATTCOPY.

       WORKING-STORAGE SECTION.
       01 WKS-FS-SAL           PIC X(02) VALUE "00".
       01 WKS-FS-CAT           PIC X(02) VALUE "00".
       01 WKS-ABIERTO          PIC 9 VALUE 0.
       01 WKS-SIN-SALDOCLI     PIC 9 VALUE 0.
       01 WKS-EOF-CAT          PIC 9 VALUE 0.
       01 WKS-EXISTE           PIC 9 VALUE 0.
       01 WKS-SIGNO-TRX        PIC X(01) VALUE "C".
       01 WKS-PAGO-ANUALIDAD   PIC X(20) VALUE "PAGO ANUALIDAD".
       01 WKS-REVERSO          PIC X(20) VALUE "REVERSO".
       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

       LINKAGE SECTION.
       01 SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION USING SOLICITUD-SALDO.
       INICIO.
           MOVE "R" TO RESULTADO-SV.

           IF SALDO-CIERRA-SV
               PERFORM 3000-CIERRA
               GOBACK.

           IF WKS-ABIERTO = 0
               PERFORM 1000-ABRE.

           IF WKS-SIN-SALDOCLI = 1
               GOBACK.

           PERFORM 2000-ACTUALIZA THRU 2000-FIN.

           GOBACK.

      *LA PRIMERA LLAMADA DE LA CORRIDA ABRE EL MAESTRO (LO CREA SI
      *AUN NO EXISTE) Y CARGA EL SIGNO DE CADA TIPO DEL CATALOGO.
       1000-ABRE.
           MOVE 1 TO WKS-ABIERTO.

           OPEN I-O SALDOCLI.
           IF WKS-FS-SAL = "35"
               OPEN OUTPUT SALDOCLI
               CLOSE SALDOCLI
               OPEN I-O SALDOCLI.

           IF WKS-FS-SAL NOT = "00"
               MOVE 1 TO WKS-SIN-SALDOCLI
               DISPLAY "SIN MAESTRO DE SALDOS, ESTADO " WKS-FS-SAL.

           MOVE 0 TO WKS-CAT-COUNT.
           OPEN INPUT CATTRX.
           IF WKS-FS-CAT = "00"
               PERFORM 1300-CARGA-CATALOGO
               CLOSE CATTRX.

       1300-CARGA-CATALOGO.
           MOVE 0 TO WKS-EOF-CAT.
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

      *EL CLIENTE SIN REGISTRO SE DA DE ALTA EN CEROS CON SU PRIMER
      *MOVIMIENTO; LA CONSULTA NO DA DE ALTA A NADIE.
       2000-ACTUALIZA.
           MOVE ID-CLIENTE-SV TO ID-CLIENTE-SC.
           READ SALDOCLI
               INVALID KEY MOVE 0 TO WKS-EXISTE
               NOT INVALID KEY MOVE 1 TO WKS-EXISTE
           END-READ.

           IF SALDO-CONSULTA-SV
               IF WKS-EXISTE = 1
                   PERFORM 2900-REGRESA-POSICION
               ELSE
                   MOVE "N" TO RESULTADO-SV
               END-IF
               GO TO 2000-FIN.

           IF WKS-EXISTE = 0
               PERFORM 2050-ALTA-CLIENTE.

           IF SALDO-MOVIMIENTO-SV OR SALDO-DESHACE-SV
               PERFORM 2100-APLICA-MOVIMIENTO.

           IF SALDO-RETIENE-SV
               ADD MONTO-SV TO RETENIDO-SC.

           IF SALDO-LIBERA-SV
               IF MONTO-SV > RETENIDO-SC
                   MOVE 0 TO RETENIDO-SC
               ELSE
                   SUBTRACT MONTO-SV FROM RETENIDO-SC.

           IF SALDO-LIMITE-SV
               MOVE MONTO-SV TO LIMITE-SC.

           PERFORM 2200-CALCULA-DISPONIBLE.

           MOVE FECHA-SV    TO FECHA-ACTUALIZA-SC.
           MOVE PROGRAMA-SV TO PROGRAMA-ACTUAL-SC.

           IF WKS-EXISTE = 1
               REWRITE REG-SALDOCLI
                   INVALID KEY GO TO 2000-FIN
               END-REWRITE
           ELSE
               WRITE REG-SALDOCLI
                   INVALID KEY GO TO 2000-FIN
               END-WRITE.

           PERFORM 2900-REGRESA-POSICION.

       2000-FIN.
           EXIT.

       2050-ALTA-CLIENTE.
           MOVE ID-CLIENTE-SV TO ID-CLIENTE-SC.
           MOVE 0      TO SALDO-ACTUAL-SC.
           MOVE 0      TO LIMITE-SC.
           MOVE 0      TO AUMENTO-TEMP-SC.
           MOVE 0      TO RETENIDO-SC.
           MOVE 0      TO DISPONIBLE-SC.
           MOVE 0      TO FECHA-ULT-PAGO-SC.
           MOVE 0      TO MONTO-ULT-PAGO-SC.
           MOVE 0      TO VENCIDO-SC.
           MOVE 0      TO FECHA-PRUEBA-SC.

      *EL ABONO BAJA EL SALDO Y EL CARGO LO SUBE; DESHACER INVIERTE
      *EL SIGNO. EL PAGO QUE ENTRA ADEMAS QUEDA COMO ULTIMO PAGO Y
      *BAJA LO VENCIDO EN EL MOMENTO.
       2100-APLICA-MOVIMIENTO.
           PERFORM 2110-BUSCA-SIGNO.

           IF SALDO-DESHACE-SV
               IF WKS-SIGNO-TRX = "A"
                   MOVE "C" TO WKS-SIGNO-TRX
               ELSE
                   MOVE "A" TO WKS-SIGNO-TRX.

           IF WKS-SIGNO-TRX = "A"
               SUBTRACT MONTO-SV FROM SALDO-ACTUAL-SC
           ELSE
               ADD MONTO-SV TO SALDO-ACTUAL-SC.

           IF SALDO-MOVIMIENTO-SV
              AND (TIPO-TRX-SV = "PAG"
                   OR (TIPO-TRX-SV = SPACES
                       AND DESCRIPCION-SV = WKS-PAGO-ANUALIDAD))
               PERFORM 2120-REGISTRA-PAGO.

       2110-BUSCA-SIGNO.
           MOVE "C" TO WKS-SIGNO-TRX.

           IF TIPO-TRX-SV = SPACES
               IF DESCRIPCION-SV = WKS-PAGO-ANUALIDAD
                  OR DESCRIPCION-SV = WKS-REVERSO
                   MOVE "A" TO WKS-SIGNO-TRX
               END-IF
           ELSE
               MOVE 1 TO WKS-CAT-IDX
               PERFORM 2111-BUSCA-SIGNO-TABLA
                   UNTIL WKS-CAT-IDX > WKS-CAT-COUNT.

       2111-BUSCA-SIGNO-TABLA.
           IF WKS-CAT-CODIGO (WKS-CAT-IDX) = TIPO-TRX-SV
               MOVE WKS-CAT-SIGNO (WKS-CAT-IDX) TO WKS-SIGNO-TRX
               MOVE WKS-CAT-COUNT TO WKS-CAT-IDX.

           ADD 1 TO WKS-CAT-IDX.

       2120-REGISTRA-PAGO.
           IF FECHA-SV NOT < FECHA-ULT-PAGO-SC
               MOVE FECHA-SV TO FECHA-ULT-PAGO-SC
               MOVE MONTO-SV TO MONTO-ULT-PAGO-SC.

           IF MONTO-SV > VENCIDO-SC
               MOVE 0 TO VENCIDO-SC
           ELSE
               SUBTRACT MONTO-SV FROM VENCIDO-SC.

      *DISPONIBLE = LIMITE MAS AUMENTO TEMPORAL MENOS SALDO MENOS
      *RETENIDO; SIN LIMITE ASIGNADO NO HAY DISPONIBLE QUE MEDIR.
       2200-CALCULA-DISPONIBLE.
           IF LIMITE-SC = 0
               MOVE 0 TO DISPONIBLE-SC
           ELSE
               COMPUTE DISPONIBLE-SC = LIMITE-SC + AUMENTO-TEMP-SC
                                     - SALDO-ACTUAL-SC - RETENIDO-SC.

       2900-REGRESA-POSICION.
           MOVE "A"               TO RESULTADO-SV.
           MOVE SALDO-ACTUAL-SC   TO SALDO-ACTUAL-SV.
           MOVE RETENIDO-SC       TO RETENIDO-SV.
           MOVE DISPONIBLE-SC     TO DISPONIBLE-SV.
           MOVE VENCIDO-SC        TO VENCIDO-SV.
           MOVE FECHA-ULT-PAGO-SC TO FECHA-ULT-PAGO-SV.
           MOVE MONTO-ULT-PAGO-SC TO MONTO-ULT-PAGO-SV.

       3000-CIERRA.
           IF WKS-ABIERTO = 1 AND WKS-SIN-SALDOCLI = 0
               CLOSE SALDOCLI.

           MOVE 0 TO WKS-ABIERTO.
           MOVE 0 TO WKS-SIN-SALDOCLI.
           MOVE "A" TO RESULTADO-SV.
