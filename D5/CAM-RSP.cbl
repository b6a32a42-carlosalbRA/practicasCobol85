            03 FILLER          PIC X(11) VALUE "TASA PCT:  ".
            03 WKS-TASA-R      PIC ZZ9.99.

      *AREA DE CONTROL DEL ARCHIVO RECIBIDO COMPARTIDA CON CTL-ARC.
       01 WKS-CONTROL-ARCHIVO.
       COPY ARCVCOPY.

       PROCEDURE DIVISION.
       INICIO.
           PERFORM 1000-INICIO.
           STOP RUN.

       1000-INICIO.
           PERFORM 1200-CONTROL-ARCHIVO.

           ACCEPT WKS-HORA-INICIO FROM TIME.
           ACCEPT WKS-FECHA-BITACORA FROM DATE YYYYMMDD.

       1010-LEER-RESPUESTA.
           READ RESPCAM AT END MOVE 1 TO WKS-EOF-RESP.

      *ANTES DE CARGAR NADA SE CUENTA EL ARCHIVO DE MERCADOTECNIA Y
      *SE PRESENTA A CTL-ARC CON LA FECHA DE RESPUESTA MAS RECIENTE.
      *SIN IMPORTES, SU HASH ES LA SUMA DE LOS CLIENTES. UN ARCHIVO
      *YA CARGADO, O MAS VIEJO QUE EL ULTIMO, NO SE VUELVE A CARGAR
      *SIN VISTO BUENO DE SUPERVISOR.
       1200-CONTROL-ARCHIVO.
           MOVE "RESPCAM " TO FUENTE-RV.
           MOVE "CAM-RSP " TO PROGRAMA-RV.
           MOVE 0 TO FECHA-ARCHIVO-RV.
           MOVE 0 TO REGISTROS-RV.
           MOVE 0 TO HASH-RV.

           OPEN INPUT RESPCAM.
           PERFORM 1210-SUMA-RESPUESTA UNTIL WKS-EOF-RESP = 1.
           CLOSE RESPCAM.
           MOVE 0 TO WKS-EOF-RESP.

           CALL "CTL-ARC" USING WKS-CONTROL-ARCHIVO.

           IF ARCHIVO-RECHAZADO-RV
               DISPLAY "RESPUESTAS DE CAMPANA NO CARGADAS: " MOTIVO-RV
               STOP RUN.

       1210-SUMA-RESPUESTA.
           READ RESPCAM AT END MOVE 1 TO WKS-EOF-RESP.

           IF WKS-EOF-RESP = 0
               ADD 1 TO REGISTROS-RV
               ADD ID-CLIENTE-RE TO HASH-RV
               IF FECHA-RE > FECHA-ARCHIVO-RV
                   MOVE FECHA-RE TO FECHA-ARCHIVO-RV
               END-IF
           END-IF.

      *LA RESPUESTA MAS RECIENTE DE CADA CLIENTE Y CAMPANA PISA A
      *LA ANTERIOR.
       2000-PROCESO.
