      *MI PROGRAMA DE MANTENIMIENTO DEL CATALOGO DE TIPOS DE
      *TRANSACCION - ALTAS Y CAMBIOS DE CODIGO, DESCRIPCION, SIGNO
      *(CARGO/ABONO) Y SI EL TIPO CIERRA CICLO DE ANUALIDAD.
      *CADA TIPO LLEVA TAMBIEN EL PORCENTAJE DE IVA QUE CAUSA SU
      *CARGO; EL MOVIMIENTO DE IVA SE DA DE ALTA COMO TIPO "IVA"
      *(CARGO, SIN PUNTOS, EXENTO) Y EL RECARGO POR MORA TOMA SU
      *TASA DEL TIPO "MOR".
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-TRX.
       ENVIRONMENT DIVISION.
           STOP RUN.

       1000-INICIO.
           MOVE "CAT-TRX " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "E" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "EL CATALOGO DE TIPOS LO MANTIENE UN"
                       " OPERADOR DE NIVEL COMPLETO" LINE 04
                                                       POSITION 03
                                                       POSITION 03.
           ACCEPT PCT-COMISION-CAT LINE 09 POSITION 41.

           DISPLAY "PORCENTAJE DE IVA (CERO = EXENTO):" LINE 10
                                                       POSITION 03.
           ACCEPT PCT-IVA-CAT LINE 10 POSITION 39.

       2020-GRABA-TIPO.
           MOVE WKS-CODIGO TO TIPO-TRX-CAT.

               REWRITE REG-CAT
                   INVALID KEY
                       DISPLAY "NO SE PUDO ACTUALIZAR EL TIPO"
                                               LINE 12 POSITION 03
               END-REWRITE
           ELSE
               WRITE REG-CAT
                   INVALID KEY
                       DISPLAY "NO SE PUDO GRABAR EL TIPO"
                                               LINE 12 POSITION 03
               END-WRITE.

       3000-FIN.
