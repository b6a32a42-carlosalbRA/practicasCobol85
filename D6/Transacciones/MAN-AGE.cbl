           STOP RUN.

       1000-INICIO.
           MOVE "MAN-AGE " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "EL CATALOGO DE AGENCIAS LO MANTIENE UN"
                       " OPERADOR DE NIVEL COMPLETO" LINE 04
                                                       POSITION 03
