           STOP RUN.

       1000-INICIO.
           MOVE "MAN-TAR " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LAS TARIFAS LAS MANTIENE UN OPERADOR DE"
                       " NIVEL COMPLETO" LINE 03 POSITION 03
               MOVE 1 TO WKS-LOOP
