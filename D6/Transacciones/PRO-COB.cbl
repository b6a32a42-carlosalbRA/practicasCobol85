           ACCEPT WKS-MODO LINE 01 POSITION 51.

           IF WKS-MODO NOT = 2
               MOVE "PRO-COB " TO PROGRAMA-F
               CALL "SEC-OPER" USING WKS-FIRMA
               IF FIRMA-OK-F = 0
                   MOVE 1 TO WKS-LOOP
