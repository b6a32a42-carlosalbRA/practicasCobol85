      *MI PROGRAMA DE SOLICITUDES DE AUTORIZACION - EL PRIMER PASO
      *DEL CONTROL A CUATRO OJOS: EL OPERADOR QUE QUIERE UNA
      *OPERACION SENSIBLE (CAMBIO DE LIMITE DE CREDITO, AUMENTO
      *TEMPORAL DE LIMITE, CORRIDA DE CASTIGO, FUSION DE CUENTAS)
      *YA NO LA EJECUTA SOLO; DEJA AQUI
      *SU SOLICITUD EN LA COLA PENDAPR Y UN OPERADOR DISTINTO LA
      *APRUEBA O RECHAZA EN APR-OPE.
       IDENTIFICATION DIVISION.
       01 WKS-MAX-FOLIO        PIC 9(06) VALUE 0.
       01 WKS-TIPO-CAPTURA     PIC X(03) VALUE SPACES.
       01 WKS-FECHA-HOY        PIC 9(08) VALUE 0.
       01 WKS-DIAS-DEFAULT     PIC 9(03) VALUE 30.
       01 WKS-DIAS-MAXIMO      PIC 9(03) VALUE 90.

      *RESULTADO DE LA FIRMA DE OPERADOR VALIDADA POR SEC-OPER.
       01 WKS-FIRMA.
           STOP RUN.

       1000-INICIO.
           MOVE "SOL-APR " TO PROGRAMA-F.
           CALL "SEC-OPER" USING WKS-FIRMA.

           MOVE "S" TO FUNCION-SOL-F.
           MOVE 2 TO NIVEL-SOL-F.
           CALL "SEC-PERM" USING WKS-FIRMA.

           IF FIRMA-OK-F = 0 OR PERMITIDO-F = 0
               DISPLAY "NO TIENE PERMISO PARA SOLICITAR AUTORIZACIONES"
                                                LINE 04 POSITION 03
               MOVE 1 TO WKS-LOOP
               STOP RUN.

                   MOVE FOLIO-AP TO WKS-MAX-FOLIO.

       2000-PROCESO.
           DISPLAY "TIPO: LIM LIMITE, LTM LIMITE TEMPORAL, CAS"
                   " CASTIGO, FUS FUSION:" LINE 04 POSITION 03.
           ACCEPT WKS-TIPO-CAPTURA LINE 04 POSITION 67.

           IF WKS-TIPO-CAPTURA NOT = "LIM"
              AND WKS-TIPO-CAPTURA NOT = "LTM"
              AND WKS-TIPO-CAPTURA NOT = "CAS"
              AND WKS-TIPO-CAPTURA NOT = "FUS"
               DISPLAY "TIPO NO RECONOCIDO" LINE 05 POSITION 03
           IF WKS-RES = "N"
               MOVE 1 TO WKS-LOOP.

      *"LIM" PIDE CLIENTE Y NUEVO LIMITE; "LTM" PIDE CLIENTE, EL
      *AUMENTO Y LOS DIAS QUE DURA (EN LA REFERENCIA); "FUS" PIDE
      *PERDEDOR Y SOBREVIVIENTE; "CAS" AUTORIZA UNA CORRIDA
      *COMPLETA DE CASTIGO Y VIAJA SIN CLIENTE.
       2100-CAPTURA-SOLICITUD.
           ADD 1 TO WKS-MAX-FOLIO.
           MOVE WKS-MAX-FOLIO    TO FOLIO-AP.
               DISPLAY "LIMITE SOLICITADO:" LINE 07 POSITION 03
               ACCEPT VALOR-NUEVO-AP LINE 07 POSITION 23.

           IF WKS-TIPO-CAPTURA = "LTM"
               PERFORM 2110-CAPTURA-TEMPORAL.

           IF WKS-TIPO-CAPTURA = "FUS"
               DISPLAY "ID DEL CLIENTE PERDEDOR:" LINE 05
                                                       POSITION 03
                           " AUTORIZACION" LINE 11 POSITION 03
           END-WRITE.

      *EL AUMENTO TEMPORAL DURA TREINTA DIAS SI NO SE INDICA OTRA
      *COSA Y NUNCA MAS DE NOVENTA; PARA MAS TIEMPO ES UN CAMBIO
      *PERMANENTE "LIM".
       2110-CAPTURA-TEMPORAL.
           DISPLAY "ID DE CLIENTE:" LINE 05 POSITION 03.
           ACCEPT ID-CLIENTE-AP LINE 05 POSITION 19.
           DISPLAY "LIMITE ACTUAL:" LINE 06 POSITION 03.
           ACCEPT VALOR-ANTERIOR-AP LINE 06 POSITION 19.
           DISPLAY "AUMENTO TEMPORAL:" LINE 07 POSITION 03.
           ACCEPT VALOR-NUEVO-AP LINE 07 POSITION 22.
           DISPLAY "DIAS DE VIGENCIA (30):" LINE 08 POSITION 03.
           ACCEPT REFERENCIA-AP LINE 08 POSITION 27.

           IF REFERENCIA-AP = 0
               MOVE WKS-DIAS-DEFAULT TO REFERENCIA-AP.

           IF REFERENCIA-AP > WKS-DIAS-MAXIMO
               MOVE WKS-DIAS-MAXIMO TO REFERENCIA-AP
               DISPLAY "VIGENCIA AJUSTADA A " WKS-DIAS-MAXIMO
                       " DIAS" LINE 09 POSITION 03.

       3000-FIN.
           CLOSE PENDAPR.
