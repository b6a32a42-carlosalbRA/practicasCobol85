      *MI PROGRAMA DE CIERRE DE MES - LA CADENA MENSUAL QUE SE
      *LANZABA A MANO DESDE UNA LISTA DE PAPEL: INTERESES
      *REVOLVENTES, COMISIONES DE VENDEDORES, ESTADISTICAS DE LA
      *CARTERA Y DEPURACION DE TRANSACCIONES, EN ESE ORDEN, MAS LA
      *ESTIMACION PREVENTIVA DE RIESGOS CREDITICIOS Y LA
      *REORGANIZACION DE LOS ARCHIVOS INDEXADOS AL FINAL, CON LA
      *MISMA DISCIPLINA DE REINICIO POR PASO DE CIE-DIA: UN PASO
      *TERMINADO "OK" EN EL MES NO SE REPITE, ASI QUE INT-REV YA NO
      *PUEDE CORRER DOS VECES. CADA PASO SE VERIFICA CONTRA SU
           PERFORM 2000-COMISIONES.
           PERFORM 3000-ESTADISTICAS.
           PERFORM 4000-DEPURACION.
           PERFORM 5000-ESTIMACION.
           PERFORM 5500-REORGANIZACION.

      *SI TODOS LOS PASOS YA VENIAN "OK" EL CIERRE DEL MES YA HABIA
      *CORRIDO COMPLETO Y ESTA RECORRIDA NO HIZO NADA.
           IF WKS-PASOS-SALTADOS = 6
               DISPLAY "EL CIERRE DEL MES YA CORRIO COMPLETO, NADA"
                       " QUE HACER" LINE 10 POSITION 03
               MOVE "CIERRE YA CORRIDO" TO WKS-RESULTADO-R
               WRITE LINEA-MES AFTER 2
           ELSE
               DISPLAY "CIERRE DE MES TERMINADO" LINE 10
                                                       POSITION 03
               PERFORM 6000-TIEMPOS-VENTANA.

           CLOSE REP-MES.
           CLOSE MESRUN.
           STOP RUN.

      *REPORTE DE TIEMPOS DE LOS PASOS CONTRA SU SLA Y REPORTE DE
      *PERDIDAS POR FRAUDE DEL MES; NO SON PASOS DEL CIERRE Y NO SE
      *REGISTRAN EN MESRUN.
       6000-TIEMPOS-VENTANA.
           CALL "TIE-LOT".
           CALL "REP-FRA".

       0400-CARGA-PARAMETROS.
           MOVE SPACES TO PARAM-LOTE.

           MOVE "OK" TO RESULTADO-MR.
           REWRITE REG-MESRUN.
           ADD 1 TO WKS-PASOS-OK.
           PERFORM 8150-BITACORA-PASO.

      *IGUAL QUE EN CIE-DIA, CADA PASO TERMINADO DEJA SUS HORAS EN
      *LA BITACORA A NOMBRE DE LA CADENA PARA TIE-LOT.
       8150-BITACORA-PASO.
           OPEN EXTEND BITACORA.

           IF WKS-FS-BIT = "00"
               MOVE "CIE-MES " TO PROGRAMA-BIT
               MOVE WKS-FECHA-HOY TO FECHA-BIT
               MOVE HORA-INI-MR TO HORA-INI-BIT
               MOVE HORA-FIN-MR TO HORA-FIN-BIT
               MOVE 0 TO LEIDOS-BIT
               MOVE 0 TO ESCRITOS-BIT
               MOVE 0 TO RECHAZADOS-BIT
               MOVE SPACES TO DETALLE-BIT
               MOVE "PASO " TO DETALLE-BIT (1:5)
               MOVE PASO-MR TO DETALLE-BIT (6:2)
               MOVE WKS-PROGRAMA-BUSCA TO DETALLE-BIT (9:8)
               WRITE REG-BIT
               CLOSE BITACORA.

      *EL PASO NO SE DA POR BUENO SOLO PORQUE EL CALL REGRESO: SU
      *CONSTANCIA DEBE ESTAR EN LA BITACORA CON LA FECHA DE
               MOVE "YA COMPLETADO" TO WKS-RESULTADO-R
               PERFORM 8300-REPORTA-PASO
           ELSE
               DISPLAY "PASO 1 DE 6 - INTERESES REVOLVENTES"
                                                LINE 04 POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "INT-REV"
               MOVE "YA COMPLETADO" TO WKS-RESULTADO-R
               PERFORM 8300-REPORTA-PASO
           ELSE
               DISPLAY "PASO 2 DE 6 - COMISIONES DE VENDEDORES"
                                                LINE 05 POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "COM-VEN"
               MOVE "YA COMPLETADO" TO WKS-RESULTADO-R
               PERFORM 8300-REPORTA-PASO
           ELSE
               DISPLAY "PASO 3 DE 6 - ESTADISTICAS DE LA CARTERA"
                                                LINE 06 POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "KPI-MEN"
               MOVE "YA COMPLETADO" TO WKS-RESULTADO-R
               PERFORM 8300-REPORTA-PASO
           ELSE
               DISPLAY "PASO 4 DE 6 - DEPURACION DE TRANSACCIONES"
                                                LINE 07 POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "ARC-TRX"
               PERFORM 8100-TERMINA-PASO
               MOVE "OK" TO WKS-RESULTADO-R
               PERFORM 8300-REPORTA-PASO.

       5000-ESTIMACION.
           MOVE 5 TO WKS-PASO.
           MOVE "EST-PRE " TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 5 YA COMPLETADO, SE OMITE" LINE 08
                                                       POSITION 03
               MOVE "YA COMPLETADO" TO WKS-RESULTADO-R
               PERFORM 8300-REPORTA-PASO
           ELSE
               DISPLAY "PASO 5 DE 6 - ESTIMACION PREVENTIVA"
                                                LINE 08 POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "EST-PRE"
               PERFORM 8200-VERIFICA-BITACORA THRU 8200-FIN
               PERFORM 8100-TERMINA-PASO
               MOVE "OK" TO WKS-RESULTADO-R
               PERFORM 8300-REPORTA-PASO.

      *LA REORGANIZACION VA AL FINAL, DESPUES DE LA DEPURACION DE
      *TRANSACCIONES, PARA COMPACTAR LO QUE QUEDO VIVO. SI UN ARCHIVO
      *NO CUADRA REO-ARC LO DEJA COMO ESTABA Y LO ANOTA EN LA
      *BITACORA; SOLO UNA RECARGA QUE NO VERIFICA DETIENE EL CIERRE.
       5500-REORGANIZACION.
           MOVE 6 TO WKS-PASO.
           MOVE "REO-ARC " TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 6 YA COMPLETADO, SE OMITE" LINE 09
                                                       POSITION 03
               MOVE "YA COMPLETADO" TO WKS-RESULTADO-R
               PERFORM 8300-REPORTA-PASO
           ELSE
               DISPLAY "PASO 6 DE 6 - REORGANIZACION DE ARCHIVOS"
                                                LINE 09 POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "REO-ARC"
               PERFORM 8200-VERIFICA-BITACORA THRU 8200-FIN
               PERFORM 8100-TERMINA-PASO
               MOVE "OK" TO WKS-RESULTADO-R
               PERFORM 8300-REPORTA-PASO.
