       01 WKS-CLIENTE-ACTUAL   PIC 9(06) VALUE 0.
       01 WKS-EFECTIVO-MES     PIC 9(09)V99 VALUE 0.
       01 WKS-PAGOS-EF         PIC 9(04) VALUE 0.
       01 WKS-ORIGEN-ALERTA    PIC X(03) VALUE SPACES.

      *ALERTA DE EFECTIVO QUE SE TURNA AL EXPEDIENTE DEL CLIENTE.
       01 WKS-ALERTA.
       COPY ALERCOPY.

       01 WKS-FECHA-AUX        PIC 9(08).
       01 WKS-FECHA-AUX-R REDEFINES WKS-FECHA-AUX.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(11) VALUE "ACUMULADO: ".
            03 WKS-ACUM-R      PIC $ZZZ,ZZZ,ZZ9.99.
            03 FILLER          PIC X(05) VALUE SPACES.
            03 FILLER          PIC X(06) VALUE "CASO: ".
            03 WKS-CASO-R      PIC 9(06).

       01 FOOTER-AML-R.
            03 FILLER          PIC X(05) VALUE SPACES.
           IF WKS-EFECTIVO-MES NOT < WKS-UMBRAL
               MOVE "OPERACION RELEVANTE: ACUMULADO SOBRE UMBRAL"
                                                      TO WKS-SUB-R
               MOVE "REL" TO WKS-ORIGEN-ALERTA
               PERFORM 2510-IMPRIME-CLIENTE
               ADD 1 TO WKS-CONT-RELEVANTES
           ELSE
                  AND WKS-PAGOS-EF NOT < 3
                   MOVE "POSIBLE FRACCIONAMIENTO BAJO EL UMBRAL"
                                                      TO WKS-SUB-R
                   MOVE "FRA" TO WKS-ORIGEN-ALERTA
                   PERFORM 2510-IMPRIME-CLIENTE
                   ADD 1 TO WKS-CONT-FRACCION
               END-IF
           MOVE 0 TO WKS-PAGOS-EF.

       2510-IMPRIME-CLIENTE.
      *LA ALERTA DEL MES SE ADJUNTA AL CASO ABIERTO DEL CLIENTE (O
      *ABRE UNO); EL PERIODO ES EL MES PARA NO DUPLICARLA SI EL
      *MONITOREO SE VUELVE A CORRER.
           MOVE WKS-CLIENTE-ACTUAL TO ID-CLIENTE-OI.
           MOVE WKS-ORIGEN-ALERTA  TO ORIGEN-OI.
           COMPUTE PERIODO-OI = WKS-MES-PROCESO * 100.
           MOVE WKS-FECHA-BITACORA TO FECHA-OI.
           MOVE WKS-EFECTIVO-MES   TO MONTO-OI.
           MOVE WKS-PAGOS-EF       TO MOVS-OI.
           CALL "CAS-ALT" USING WKS-ALERTA.

           MOVE SUBTITULO-AML TO LINEA-AML.
           WRITE LINEA-AML AFTER 2.

           MOVE WKS-CLIENTE-ACTUAL TO WKS-ID-CLI-R.
           MOVE WKS-PAGOS-EF       TO WKS-PAGOS-R.
           MOVE WKS-EFECTIVO-MES   TO WKS-ACUM-R.
           MOVE FOLIO-OI           TO WKS-CASO-R.

           MOVE DETALLE-AML-R TO LINEA-AML.
           WRITE LINEA-AML AFTER 1.
