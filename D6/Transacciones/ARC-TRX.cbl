       01 WKS-CAT-COUNT        PIC 9(02) VALUE 0.
       01 WKS-CAT-IDX          PIC 9(02) VALUE 0.
       01 WKS-TABLA-CAT.
          03 WKS-CAT-ENTRY OCCURS 50 TIMES.
             05 WKS-CAT-CODIGO    PIC X(03) VALUE SPACES.
             05 WKS-CAT-SIGNO     PIC X(01) VALUE "C".

           READ CATTRX NEXT AT END MOVE 1 TO WKS-EOF-CAT.

           IF WKS-EOF-CAT = 0
               IF WKS-CAT-COUNT < 50
                   ADD 1 TO WKS-CAT-COUNT
                   MOVE TIPO-TRX-CAT TO
                                   WKS-CAT-CODIGO (WKS-CAT-COUNT)
