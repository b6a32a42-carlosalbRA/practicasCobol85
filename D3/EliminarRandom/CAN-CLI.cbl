           STOP RUN.

       1000-INICIO.
           MOVE "CAN-CLI " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0
