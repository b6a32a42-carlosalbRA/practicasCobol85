       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

            03 FILLER          PIC X(18) VALUE "PRIMAS POSTEADAS: ".
            03 WKS-CONT-R      PIC ZZZ9.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           ACCEPT WKS-MODO LINE 01 POSITION 49.

           IF WKS-MODO = 1
               MOVE "SEG-PRE " TO PROGRAMA-F
               CALL "SEC-OPER" USING WKS-FIRMA
               IF FIRMA-OK-F = 0
                   MOVE 1 TO WKS-LOOP
           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
           WRITE REG-TRX
               INVALID KEY
                   DISPLAY "NO SE PUDO POSTEAR LA PRIMA DEL"
                           " CLIENTE " ID-CLIENTE-I
               NOT INVALID KEY
                   PERFORM 9600-ACTUALIZA-SALDO.

           MOVE ID-CLIENTE-I      TO WKS-ID-CLI-R.
           MOVE PLAN-SEGURO-I     TO WKS-PLAN-R.
               WRITE LINEA-SEG AFTER 2
               CLOSE ICLIENTES
               CLOSE TRXCLI
               PERFORM 9610-CIERRA-SALDOS
               CLOSE CATTRX
               CLOSE CTLNUM
               CLOSE REP-SEG
           WRITE REG-BIT.
           CLOSE BITACORA.

      *CADA MOVIMIENTO QUE QUEDA GRABADO EN TRXCLI SE REFLEJA EN
      *EL MAESTRO DE SALDOS EN EL MOMENTO.
       9600-ACTUALIZA-SALDO.
           MOVE "M"             TO FUNCION-SV.
           MOVE "SEG-PRE "      TO PROGRAMA-SV.
           MOVE ID-CLIENTE-TRX  TO ID-CLIENTE-SV.
           MOVE FECHA-TRX       TO FECHA-SV.
           MOVE TIPO-TRX        TO TIPO-TRX-SV.
           MOVE DESCRIPCION-TRX TO DESCRIPCION-SV.
           MOVE MONTO-TRX       TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

       9610-CIERRA-SALDOS.
           MOVE "F" TO FUNCION-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

      *FECHA DE NEGOCIO DESDE EL REGISTRO DE CONTROL; SI NO EXISTE
      *TODAVIA SE TRABAJA CON LA FECHA DE LA MAQUINA.
       9700-LEE-FECHA-PROCESO.
