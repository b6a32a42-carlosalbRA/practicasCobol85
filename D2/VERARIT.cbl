           MOVE WKS-SLDO-MEN TO SUELDO-PERIODO-CN.
           MOVE WKS-PERIODO  TO TIPO-PERIODO-CN.
           MOVE WKS-DIAS-TRA TO DIAS-TRAB-CN.
           MOVE 0            TO HORAS-EXTRA-CN.
           MOVE 0            TO BONOS-CN.
           MOVE "O"          TO TIPO-CALCULO-CN.

           CALL "CAL-NOM" USING WKS-CALCULO.

