                   ELSE
                       MOVE 30 TO DIAS-PERIODO-CN.

           IF CN-ESPECIAL
               MOVE 1 TO DIAS-OK-CN
               PERFORM 2000-CALCULA-ESPECIAL
               GOBACK.

           IF DIAS-TRAB-CN > DIAS-PERIODO-CN
               MOVE 0 TO DIAS-OK-CN
               MOVE 0 TO SUELDO-DIARIO-CN
               MOVE 0 TO SUELDO-NETO-CN
               MOVE 0 TO DEDUCCIONES-CN
               MOVE 0 TO NETO-DED-CN
               MOVE 0 TO IMPORTE-HORAS-CN
               MOVE 0 TO GRAVADO-CN
           ELSE
               MOVE 1 TO DIAS-OK-CN
               PERFORM 1000-CALCULA.
       1000-CALCULA.
           COMPUTE SUELDO-DIARIO-CN = SUELDO-PERIODO-CN
                                    / DIAS-PERIODO-CN.
           COMPUTE IMPORTE-HORAS-CN ROUNDED = HORAS-EXTRA-CN
                                  * SUELDO-DIARIO-CN / 8 * 2.
           COMPUTE SUELDO-NETO-CN = DIAS-TRAB-CN
                                  * SUELDO-DIARIO-CN
                                  + IMPORTE-HORAS-CN + BONOS-CN.
           COMPUTE DEDUCCIONES-CN ROUNDED = SUELDO-NETO-CN
                            * (WKS-PCT-ISR + WKS-PCT-IMSS).
           COMPUTE NETO-DED-CN ROUNDED = SUELDO-NETO-CN
                                       - DEDUCCIONES-CN.
           MOVE SUELDO-NETO-CN TO GRAVADO-CN.

      *AGUINALDO Y UTILIDADES: EL ISR SE RETIENE SOLO SOBRE LO QUE
      *PASA DE LA PARTE EXENTA.
       2000-CALCULA-ESPECIAL.
           COMPUTE SUELDO-DIARIO-CN = SUELDO-PERIODO-CN
                                    / DIAS-PERIODO-CN.
           MOVE 0 TO IMPORTE-HORAS-CN.
           MOVE PAGO-ESPECIAL-CN TO SUELDO-NETO-CN.

           IF PAGO-ESPECIAL-CN > EXENTO-CN
               COMPUTE GRAVADO-CN = PAGO-ESPECIAL-CN - EXENTO-CN
           ELSE
               MOVE 0 TO GRAVADO-CN.

           COMPUTE DEDUCCIONES-CN ROUNDED = GRAVADO-CN * WKS-PCT-ISR.
           COMPUTE NETO-DED-CN = PAGO-ESPECIAL-CN - DEDUCCIONES-CN.
