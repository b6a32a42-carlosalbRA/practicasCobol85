       01 WKS-PASO-SALTAR    PIC 9 VALUE 0.
       01 WKS-RUNCTL-EXISTE  PIC 9 VALUE 0.
       01 WKS-FECHA-RUN      PIC 9(08).
       01 WKS-PROGRAMA-BUSCA PIC X(08) VALUE SPACES.

       01 WKS-EOF-ICLI       PIC 9 VALUE 0.
       01 WKS-EOF-CLI2       PIC 9 VALUE 0.
               PERFORM 4000-REPORTE
               PERFORM 5000-RESPALDO
               PERFORM 6000-RENOVACIONES
               PERFORM 6200-RECRIBADO-LISTAS
               PERFORM 6300-PRUEBA-SALDOS
               PERFORM 6400-TIEMPOS-VENTANA
               PERFORM 6500-AVANZA-FECHA-NEGOCIO
               DISPLAY "CIERRE DE DIA TERMINADO" LINE 11 POSITION 03
           END-IF.

           CLOSE RUNCTL.
           DISPLAY "FECHA DE NEGOCIO DEL CIERRE: " WKS-FECHA-HOY
                                                LINE 13 POSITION 03.

      *CON TODO EL POSTEO DEL DIA YA HECHO SE REDERIVA EL MAESTRO DE
      *SALDOS DESDE TRXCLI Y SUS DEMAS ORIGENES; LO QUE NO CUADRE SE
      *REPORTA Y SE CORRIGE ANTES DE QUE AMANEZCA.
       6300-PRUEBA-SALDOS.
           MOVE 8 TO WKS-PASO.
           MOVE "PRB-SAL " TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 8 YA COMPLETADO, SE OMITE" LINE 10
                                                       POSITION 03
           ELSE
               DISPLAY "PASO 8 DE 8 - PRUEBA DE SALDOS" LINE 10
                                                       POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "PRB-SAL"
               PERFORM 8100-TERMINA-PASO.

      *CON TODOS LOS PASOS TERMINADOS, Y TODAVIA CON LA FECHA DE
      *NEGOCIO DEL CIERRE, SALEN EL REPORTE DE TIEMPOS DE LA VENTANA
      *CONTRA SU SLA Y EL DE ARCHIVOS EXTERNOS RECIBIDOS EN EL DIA.
      *NO SON PASOS DEL CIERRE: SE PUEDEN VOLVER A SACAR.
       6400-TIEMPOS-VENTANA.
           CALL "TIE-LOT".
           CALL "REP-ARC".

      *EL CIERRE COMPLETO AVANZA LA FECHA DE NEGOCIO AL DIA
      *SIGUIENTE; UN CIERRE ABORTADO LA DEJA DONDE ESTABA PARA QUE
      *LA RECORRIDA PROCESE COMO EL DIA QUE LE PERTENECE.
           ACCEPT HORA-FIN-RC FROM TIME.
           MOVE "OK" TO RESULTADO-RC.
           REWRITE REG-RUNCTL.
           PERFORM 8150-BITACORA-PASO.

      *CADA PASO TERMINADO DEJA EN LA BITACORA SU HORA DE INICIO Y
      *DE FIN A NOMBRE DE LA CADENA, CON EL NUMERO DE PASO Y SU
      *PROGRAMA EN EL DETALLE; DE AHI TOMA TIE-LOT LOS TIEMPOS.
       8150-BITACORA-PASO.
           OPEN EXTEND BITACORA.
           MOVE "CIE-DIA " TO PROGRAMA-BIT.
           MOVE WKS-FECHA-RUN TO FECHA-BIT.
           MOVE HORA-INI-RC TO HORA-INI-BIT.
           MOVE HORA-FIN-RC TO HORA-FIN-BIT.
           MOVE 0 TO LEIDOS-BIT.
           MOVE 0 TO ESCRITOS-BIT.
           MOVE 0 TO RECHAZADOS-BIT.
           MOVE SPACES TO DETALLE-BIT.
           MOVE "PASO " TO DETALLE-BIT (1:5).
           MOVE PASO-RC TO DETALLE-BIT (6:2).
           MOVE WKS-PROGRAMA-BUSCA TO DETALLE-BIT (9:8).
           WRITE REG-BIT.
           CLOSE BITACORA.

       1000-CAPTURA.
           MOVE 1 TO WKS-PASO.
           MOVE "ARC-SEC " TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 1 YA COMPLETADO, SE OMITE" LINE 03
                                                       POSITION 03
           ELSE
               DISPLAY "PASO 1 DE 8 - CAPTURA DE CLIENTES" LINE 03
                                                       POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "ARC-SEC"

       2000-REINDEXA.
           MOVE 2 TO WKS-PASO.
           MOVE "CLI-RAN " TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 2 YA COMPLETADO, SE OMITE" LINE 04
                                                       POSITION 03
           ELSE
               DISPLAY "PASO 2 DE 8 - RECONSTRUCCION DE INDICE"
                                                LINE 04 POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "CLI-RAN"

       6000-RENOVACIONES.
           MOVE 6 TO WKS-PASO.
           MOVE "AVI-REN " TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 6 YA COMPLETADO, SE OMITE" LINE 08
                                                       POSITION 03
           ELSE
               DISPLAY "PASO 6 DE 8 - AVISOS DE RENOVACION" LINE 08
                                                       POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "AVI-REN"
               PERFORM 8100-TERMINA-PASO.

      *SI LPB-CAR CARGO UNA VERSION NUEVA DE LAS LISTAS DE PERSONAS
      *BLOQUEADAS, ESTA NOCHE SE RECRIBA TODA LA CARTERA; SI NO, EL
      *PASO TERMINA DE INMEDIATO.
       6200-RECRIBADO-LISTAS.
           MOVE 7 TO WKS-PASO.
           MOVE "LPB-REV " TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 7 YA COMPLETADO, SE OMITE" LINE 09
                                                       POSITION 03
           ELSE
               DISPLAY "PASO 7 DE 8 - RECRIBADO CONTRA LISTAS" LINE 09
                                                       POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "LPB-REV"
               PERFORM 8100-TERMINA-PASO.

       3000-ORDENA.
           MOVE 3 TO WKS-PASO.
           MOVE "ARC-SORT" TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 3 YA COMPLETADO, SE OMITE" LINE 05
                                                       POSITION 03
           ELSE
               DISPLAY "PASO 3 DE 8 - ORDENAMIENTO PARA CORREO"
                                                LINE 05 POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "ARC-SORT"

       4000-REPORTE.
           MOVE 4 TO WKS-PASO.
           MOVE "PRA-FIN " TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 4 YA COMPLETADO, SE OMITE" LINE 06
                                                       POSITION 03
           ELSE
               DISPLAY "PASO 4 DE 8 - REPORTE FINANCIERO" LINE 06
                                                       POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "PRA-FIN"

       5000-RESPALDO.
           MOVE 5 TO WKS-PASO.
           MOVE "BAK-CLI " TO WKS-PROGRAMA-BUSCA.
           PERFORM 7000-REVISA-PASO.

           IF WKS-PASO-SALTAR = 1
               DISPLAY "PASO 5 YA COMPLETADO, SE OMITE" LINE 07
                                                       POSITION 03
           ELSE
               DISPLAY "PASO 5 DE 8 - RESPALDO NOCTURNO OFFSITE"
                                                LINE 07 POSITION 03
               PERFORM 8000-INICIA-PASO
               CALL "BAK-CLI"
