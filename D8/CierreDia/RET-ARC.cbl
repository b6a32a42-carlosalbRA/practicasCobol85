        03 FECHA-AP           PIC 9(08).
        03 APLICADO-RECARGO-AP PIC 9(07)V99.
        03 APLICADO-ANUAL-AP  PIC 9(07)V99.
        03 NUM-TRX-AP         PIC 9(04).

       FD APLARC.
       01 REG-APL-ARC         PIC X(40).

      *AREAS DE TRABAJO DE LA PASADA: LO ENVEJECIDO Y LO QUE SE
      *QUEDA, ANTES DE TOCAR EL ARCHIVO VIVO.
                   ADD 1 TO WKS-CONT-VIEJOS
                   ADD WKS-FECHA-REG TO WKS-HASH-VIEJOS
                   MOVE SPACES TO REG-ARC-TMP
                   MOVE REG-APLICACION TO REG-ARC-TMP (1:40)
                   WRITE REG-ARC-TMP
               ELSE
                   ADD 1 TO WKS-CONT-QUEDAN
                   MOVE SPACES TO REG-VIV-TMP
                   MOVE REG-APLICACION TO REG-VIV-TMP (1:40)
                   WRITE REG-VIV-TMP
               END-IF
           END-IF.
                           MOVE REG-ARC-TMP (1:70) TO REG-BIT-ARC
                           WRITE REG-BIT-ARC
                       ELSE
                           MOVE REG-ARC-TMP (1:40) TO REG-APL-ARC
                           WRITE REG-APL-ARC
                       END-IF
                   END-IF
                           MOVE REG-VIV-TMP (1:70) TO REG-BIT
                           WRITE REG-BIT
                       ELSE
                           MOVE REG-VIV-TMP (1:40) TO
                                               REG-APLICACION
                           WRITE REG-APLICACION
                       END-IF
