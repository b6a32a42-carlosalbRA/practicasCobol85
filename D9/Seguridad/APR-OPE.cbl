      *DEL CONTROL: UN OPERADOR DE NIVEL COMPLETO, DISTINTO DEL QUE
      *CAPTURO, RECORRE LAS SOLICITUDES PENDIENTES DE PENDAPR Y LAS
      *APRUEBA O RECHAZA. EL CAMBIO DE LIMITE APROBADO SE APLICA
      *AQUI MISMO A DCLIENTE CON SU CONSTANCIA EN LOGCLI, Y EL
      *AUMENTO TEMPORAL QUEDA DADO DE ALTA EN LIMTEMP; LOS
      *FOLIOS DE CASTIGO Y FUSION QUEDAN APROBADOS PARA QUE CAS-CIC
      *Y FUS-CLI LOS EXIJAN Y CONSUMAN AL EJECUTAR.
       IDENTIFICATION DIVISION.
                ALTERNATE RECORD KEY IS ID-TARJETA-D WITH DUPLICATES
                ALTERNATE RECORD KEY IS FECHA-ALTA-D WITH DUPLICATES.

           SELECT LIMTEMP ASSIGN TO DISK INDEXED ACCESS MODE IS
                DYNAMIC
                RECORD KEY IS LIMTEMP-KEY
                FILE STATUS IS WKS-FS-LT.

           SELECT LOGCLI ASSIGN TO DISK.

       DATA DIVISION.
                     ==DOMICILIADO== BY ==DOMICILIADO-D==
                     ==CUENTA-BANCARIA== BY ==CUENTA-BANCARIA-D==.

      *AUMENTOS TEMPORALES DE LIMITE - POST-TRX Y RET-AUT LOS SUMAN
      *AL LIMITE PERMANENTE MIENTRAS ESTAN VIGENTES.
       FD LIMTEMP.
       01 REG-LIMTEMP.
       COPY LIMTCOPY.

      *MISMO LOG DE CAMBIOS DE CLIENTE QUE USA ACT-SEC; EL CAMBIO
      *DE LIMITE AUTORIZADO SE ASIENTA CON LA MARCA "LIMITE" Y EL
      *AUMENTO TEMPORAL CON "LIMITE TMP" Y SUS DIAS DE VIGENCIA.
       FD LOGCLI.
       01 REG-LOG-CLI.
        03 ID-CLIENTE-L       PIC 9(06).
       01 WKS-CONT-APROBADAS   PIC 9(04) VALUE 0.
       01 WKS-CONT-RECHAZADAS  PIC 9(04) VALUE 0.
       01 WKS-CONT-OMITIDAS    PIC 9(04) VALUE 0.
       01 WKS-FS-LT            PIC X(02) VALUE "00".
       01 WKS-EOF-LT           PIC 9 VALUE 0.
       01 WKS-MAX-LIMTEMP      PIC 9(04) VALUE 0.
       01 WKS-CONTADOR-DIAS    PIC 9(03) VALUE 0.

       01 WKS-FECHA-FIN        PIC 9(08).
       01 WKS-FECHA-FIN-R REDEFINES WKS-FECHA-FIN.
           03 WKS-FIN-AAAA         PIC 9(04).
           03 WKS-FIN-MM           PIC 9(02).
           03 WKS-FIN-DD           PIC 9(02).

       01 WKS-DIAS-POR-MES.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 28.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
           03 FILLER PIC 9(02) VALUE 30.
           03 FILLER PIC 9(02) VALUE 31.
       01 WKS-TABLA-DIAS-MES REDEFINES WKS-DIAS-POR-MES.
           03 WKS-DIAS-MES-TAB PIC 9(02) OCCURS 12.
       01 WKS-DIAS-MAX         PIC 9(02).
       01 WKS-RESIDUO-4        PIC 9(02).
       01 WKS-RESIDUO-100      PIC 9(02).
       01 WKS-RESIDUO-400      PIC 9(02).
       01 WKS-COCIENTE         PIC 9(06).

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
       COPY FIRMCOPY.

      *AREA DE ACTUALIZACION DEL SALDO AL MOMENTO CON ACT-SAL.
       01 WKS-SOLICITUD-SALDO.
       COPY SALVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           STOP RUN.

       1000-INICIO.
           MOVE "APR-OPE " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "P" TO FUNCION-SOL-F.
           MOVE 1 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "LA AUTORIZACION REQUIERE OPERADOR DE NIVEL"
                       " COMPLETO" LINE 04 POSITION 03
               MOVE 1 TO WKS-EOF-APR

           OPEN I-O DCLIENTE.

      *EL ARCHIVO DE AUMENTOS TEMPORALES SE CREA CON EL PRIMERO.
           OPEN I-O LIMTEMP.
           IF WKS-FS-LT = "35"
               OPEN OUTPUT LIMTEMP
               CLOSE LIMTEMP
               OPEN I-O LIMTEMP.

           MOVE 0 TO FOLIO-AP.
           START PENDAPR KEY IS > FOLIO-AP
                       INVALID KEY MOVE 1 TO WKS-EOF-APR.
       2300-APRUEBA.
           IF TIPO-ACCION-AP = "LIM"
               PERFORM 2400-APLICA-LIMITE
           ELSE
           IF TIPO-ACCION-AP = "LTM"
               PERFORM 2500-ALTA-LIMITE-TEMPORAL
           ELSE
               MOVE "A" TO STATUS-AP
               REWRITE REG-APROBACION
               PERFORM 2410-GRABA-LOG
               MOVE VALOR-NUEVO-AP TO LIMITE-CREDITO-D
               REWRITE REG-CLI-D
               PERFORM 2420-APLICA-LIMITE-SALDO
               MOVE "U" TO STATUS-AP
               REWRITE REG-APROBACION
               ADD 1 TO WKS-CONT-APROBADAS
               DISPLAY "LIMITE APLICADO AL CLIENTE " ID-CLIENTE-AP
                                                LINE 09 POSITION 03.

      *EL NUEVO LIMITE PERMANENTE CAMBIA EL DISPONIBLE DEL CLIENTE
      *EN EL MAESTRO DE SALDOS.
       2420-APLICA-LIMITE-SALDO.
           MOVE "X"            TO FUNCION-SV.
           MOVE "APR-OPE "     TO PROGRAMA-SV.
           MOVE ID-CLIENTE-AP  TO ID-CLIENTE-SV.
           MOVE WKS-FECHA-HOY  TO FECHA-SV.
           MOVE SPACES         TO TIPO-TRX-SV.
           MOVE SPACES         TO DESCRIPCION-SV.
           MOVE VALOR-NUEVO-AP TO MONTO-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.

       2410-GRABA-LOG.
           MOVE ID-CLIENTE-AP     TO ID-CLIENTE-L.
           MOVE "LIMITE"          TO TIPO-TARG-ANT-L.
           WRITE REG-LOG-CLI.
           CLOSE LOGCLI.

      *EL AUMENTO TEMPORAL NO TOCA EL LIMITE DE DCLIENTE: SE DA DE
      *ALTA EN LIMTEMP DESDE HOY Y POR LOS DIAS SOLICITADOS. SIN
      *LIMITE PERMANENTE NO HAY NADA QUE AUMENTAR.
       2500-ALTA-LIMITE-TEMPORAL.
           MOVE ID-CLIENTE-AP TO ID-CLIENTE-D.
           READ DCLIENTE INVALID KEY MOVE 1 TO WKS-INVALID-KEY
                        NOT INVALID KEY MOVE 0 TO WKS-INVALID-KEY.

           IF WKS-INVALID-KEY = 1
               DISPLAY "CLIENTE NO EXISTE, SOLICITUD RECHAZADA"
                                                LINE 09 POSITION 03
               MOVE "R" TO STATUS-AP
               REWRITE REG-APROBACION
               ADD 1 TO WKS-CONT-RECHAZADAS
           ELSE
           IF LIMITE-CREDITO-D = 0 OR VALOR-NUEVO-AP = 0
               DISPLAY "CLIENTE SIN LIMITE O AUMENTO EN CERO,"
                       " SOLICITUD RECHAZADA" LINE 09 POSITION 03
               MOVE "R" TO STATUS-AP
               REWRITE REG-APROBACION
               ADD 1 TO WKS-CONT-RECHAZADAS
           ELSE
               PERFORM 2510-GRABA-LIMTEMP
               MOVE "U" TO STATUS-AP
               REWRITE REG-APROBACION
               ADD 1 TO WKS-CONT-APROBADAS
               DISPLAY "AUMENTO TEMPORAL VIGENTE HASTA " WKS-FECHA-FIN
                                                LINE 09 POSITION 03.

       2510-GRABA-LIMTEMP.
           PERFORM 2520-BUSCA-MAX-LIMTEMP.
           PERFORM 2530-CALCULA-FECHA-FIN.

           ADD 1 TO WKS-MAX-LIMTEMP.
           MOVE ID-CLIENTE-AP       TO ID-CLIENTE-LT.
           MOVE WKS-MAX-LIMTEMP     TO NUM-LIMTEMP-LT.
           MOVE VALOR-NUEVO-AP      TO INCREMENTO-LT.
           MOVE LIMITE-CREDITO-D    TO LIMITE-BASE-LT.
           MOVE WKS-FECHA-HOY       TO FECHA-INICIO-LT.
           MOVE WKS-FECHA-FIN       TO FECHA-FIN-LT.
           MOVE REFERENCIA-AP       TO DIAS-LT.
           MOVE FOLIO-AP            TO FOLIO-AP-LT.
           MOVE OPERADOR-CAPTURA-AP TO OPERADOR-CAPTURA-LT.
           MOVE ID-OPERADOR-F       TO OPERADOR-APRUEBA-LT.
           MOVE "A"                 TO STATUS-LT.
           MOVE 0                   TO FECHA-REVERSION-LT.
           WRITE REG-LIMTEMP.

           MOVE ID-CLIENTE-AP     TO ID-CLIENTE-L.
           MOVE "LIMITE TMP"      TO TIPO-TARG-ANT-L.
           MOVE LIMITE-CREDITO-D  TO ANUALIDAD-ANT-L.
           MOVE "LIMITE TMP"      TO TIPO-TARG-NUE-L.
           COMPUTE ANUALIDAD-NUE-L = LIMITE-CREDITO-D + VALOR-NUEVO-AP.
           ACCEPT FECHA-CAMBIO-L FROM DATE YYYYMMDD.
           ACCEPT HORA-CAMBIO-L FROM TIME.
           MOVE REFERENCIA-AP     TO DIAS-RESTANTES-L.
           MOVE 0                 TO AJUSTE-PRORRATEO-L.
           MOVE ID-OPERADOR-F     TO OPERADOR-L.
           MOVE 0                 TO ID-DESTINO-L.

           OPEN EXTEND LOGCLI.
           WRITE REG-LOG-CLI.
           CLOSE LOGCLI.

       2520-BUSCA-MAX-LIMTEMP.
           MOVE 0 TO WKS-MAX-LIMTEMP.
           MOVE ID-CLIENTE-AP TO ID-CLIENTE-LT.
           MOVE 0 TO NUM-LIMTEMP-LT.
           START LIMTEMP KEY IS NOT < LIMTEMP-KEY
               INVALID KEY MOVE 1 TO WKS-EOF-LT
               NOT INVALID KEY MOVE 0 TO WKS-EOF-LT
           END-START.

           PERFORM 2521-LEER-MAX-LIMTEMP UNTIL WKS-EOF-LT = 1.

       2521-LEER-MAX-LIMTEMP.
           READ LIMTEMP NEXT AT END MOVE 1 TO WKS-EOF-LT.

           IF WKS-EOF-LT = 0
               IF ID-CLIENTE-LT NOT = ID-CLIENTE-AP
                   MOVE 1 TO WKS-EOF-LT
               ELSE
                   MOVE NUM-LIMTEMP-LT TO WKS-MAX-LIMTEMP
               END-IF
           END-IF.

      *EL DIA DE ALTA CUENTA COMO PRIMER DIA DE VIGENCIA.
       2530-CALCULA-FECHA-FIN.
           MOVE WKS-FECHA-HOY TO WKS-FECHA-FIN.
           MOVE 1 TO WKS-CONTADOR-DIAS.
           PERFORM 2531-SUMA-UN-DIA
               UNTIL WKS-CONTADOR-DIAS NOT < REFERENCIA-AP.

       2531-SUMA-UN-DIA.
           PERFORM 2532-CALCULA-DIAS-MAX.

           ADD 1 TO WKS-FIN-DD.
           IF WKS-FIN-DD > WKS-DIAS-MAX
              MOVE 1 TO WKS-FIN-DD
              ADD 1 TO WKS-FIN-MM
              IF WKS-FIN-MM > 12
                 MOVE 1 TO WKS-FIN-MM
                 ADD 1 TO WKS-FIN-AAAA.

           ADD 1 TO WKS-CONTADOR-DIAS.

       2532-CALCULA-DIAS-MAX.
           MOVE WKS-DIAS-MES-TAB (WKS-FIN-MM) TO WKS-DIAS-MAX.

           IF WKS-FIN-MM = 2
              DIVIDE WKS-FIN-AAAA BY 4
                  GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-4
              IF WKS-RESIDUO-4 NOT = 0
                 MOVE 28 TO WKS-DIAS-MAX
              ELSE
                 DIVIDE WKS-FIN-AAAA BY 100
                     GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-100
                 IF WKS-RESIDUO-100 = 0
                    DIVIDE WKS-FIN-AAAA BY 400
                        GIVING WKS-COCIENTE REMAINDER WKS-RESIDUO-400
                    IF WKS-RESIDUO-400 NOT = 0
                       MOVE 28 TO WKS-DIAS-MAX
                    ELSE
                       MOVE 29 TO WKS-DIAS-MAX
                 ELSE
                    MOVE 29 TO WKS-DIAS-MAX.

       3000-FIN.
           CLOSE PENDAPR.
           CLOSE DCLIENTE.
           CLOSE LIMTEMP.
           MOVE "F" TO FUNCION-SV.
           CALL "ACT-SAL" USING WKS-SOLICITUD-SALDO.
           DISPLAY "SOLICITUDES APROBADAS: " WKS-CONT-APROBADAS.
           DISPLAY "SOLICITUDES RECHAZADAS: " WKS-CONT-RECHAZADAS.
           DISPLAY "SOLICITUDES OMITIDAS (MISMO OPERADOR): "
